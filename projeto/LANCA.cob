      *     PARA SAIREM DO AGING SEM SUMIR DO ARQUIVO. CADA
      *     PAGAMENTO CONFIRMADO EMITE RECIBO NUMERADO E ALIMENTA O
      *     MOVIMENTO DE CAIXA DO OPERADOR, CONFERIDO NO FECHAMENTO
      *     DIARIO POR OPERADOR, E O MOVIMENTO DE PAGAMENTOS (UM
      *     REGISTRO POR PAGAMENTO, BASE DO ESTORNO PELO SUPERVISOR).
      *     A DATA DE EMISSAO DE CADA COBRANCA E PARCELA E A DE CADA
      *     RENEGOCIACAO VAO PARA O MOVIMENTO DE LANCAMENTOS, USADO
      *     PELO EXTRATO DO CLIENTE E PELO DIARIO CONTABIL. NADA
      *     DATADO EM MES JA FECHADO PELO SUPERVISOR (COBRANCA COM
      *     VENCIMENTO, COBRANCA RENEGOCIADA OU PARCELA) E ACEITO:
      *     VAI PARA A LISTAGEM DE EXCECOES DE PERIODO. O PAGAMENTO
      *     E DATADO NO DIA E PODE SER FEITO SOBRE UM PAGAMENTO
      *     PARCIAL DE MES FECHADO: O RECEBIDO DE CADA MES SAI DO
      *     MOVIMENTO DE PAGAMENTOS. COBRANCA COM VENCIMENTO EM MES
      *     FECHADO NAO E RENEGOCIADA: O FATURADO DO RELATORIO
      *     GERENCIAL E APURADO PELO VENCIMENTO E SEM AS COBRANCAS
      *     RENEGOCIADAS, ENTAO A RENEGOCIACAO MUDARIA O FATURADO JA
      *     REPORTADO DAQUELE MES; ELA SO E POSSIVEL COM A REABERTURA
      *     DO MES PELO SUPERVISOR. PAGAMENTO ACIMA DO SALDO QUITA O
      *     TITULO E O EXCEDENTE, ASSIM COMO O ADIANTAMENTO RECEBIDO
      *     SEM COBRANCA, VIRA HAVER DO CLIENTE (O ADIANTAMENTO TEM
      *     REGISTRO PROPRIO NO MOVIMENTO DE PAGAMENTOS, SEM
      *     VENCIMENTO, PARA PODER SER ESTORNADO); HAVER EM USO POR
      *     OUTRO OPERADOR RECUSA A OPERACAO; O HAVER E COMPENSADO
      *     NA HORA NAS COBRANCAS EM ABERTO (VENCIMENTO MAIS ANTIGO
      *     PRIMEIRO), COM RECIBO DE COMPENSACAO PARA CADA TITULO, E
      *     TAMBEM QUANDO UMA COBRANCA OU PARCELA NOVA E LANCADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT FECHAMENTO ASSIGN TO WK-FECHA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-FECHA.

           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-PAGAMENTOS.

           SELECT MOVLANC ASSIGN TO WK-MOVLANC-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVLANC.

           SELECT PERIODOS ASSIGN TO WK-PERIODO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERIODO.

           SELECT EXCECOES ASSIGN TO WK-EXCECOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXCECOES.

           SELECT HAVERES ASSIGN TO WK-HAVERES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-HAVERES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-HAVERES.

           SELECT HAVMOV ASSIGN TO WK-HAVMOV-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HAVMOV.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-RESUMOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-RESUMOS.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  FECHAMENTO.
       01  REG-FECHA               PIC X(70).
      *
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  MOVLANC.
           COPY "MOVLANC.cpy".
      *
       FD  PERIODOS.
           COPY "PERIODOS.cpy".
      *
       FD  EXCECOES.
       01  REG-EXCECAO             PIC X(120).
      *
       FD  HAVERES.
           COPY "HAVERES.cpy".
      *
       FD  HAVMOV.
           COPY "HAVMOV.cpy".
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "recibo-sequencia.dat".
       77  WK-FECHA-PATH           PIC X(100)
           VALUE "fechamento-caixa.txt".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-MOVLANC-PATH         PIC X(100)
           VALUE "movimento-lancamentos.txt".
       77  WK-PERIODO-PATH         PIC X(100)
           VALUE "periodo-fechado.dat".
       77  WK-EXCECOES-PATH        PIC X(100)
           VALUE "periodo-excecoes.txt".
       77  WK-HAVERES-PATH         PIC X(100)
           VALUE "haveres.dat".
       77  WK-HAVMOV-PATH          PIC X(100)
           VALUE "movimento-haveres.txt".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-CAIXA                PIC X(02) VALUE SPACES.
       01  FS-RECIBO-SEQ           PIC X(02) VALUE SPACES.
       01  FS-FECHA                PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-MOVLANC              PIC X(02) VALUE SPACES.
       01  FS-PERIODO              PIC X(02) VALUE SPACES.
       01  FS-EXCECOES             PIC X(02) VALUE SPACES.
       01  FS-HAVERES              PIC X(02) VALUE SPACES.
       01  FS-HAVMOV               PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
       77  WK-NUMERO-RECIBO        PIC 9(06) VALUE ZEROS.
       77  WK-LINHA-RECIBO         PIC X(60) VALUE SPACES.

      *---> LINHA DO MOVIMENTO DE CAIXA (UMA POR PAGAMENTO; O
      *---> ESTORNO GRAVA A MESMA LINHA COM VALOR NEGATIVO)
       01  WK-LINHA-CAIXA.
           05 WK-C-RECIBO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-SEQ             PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-VALOR           PIC S9(07)V99.

      *---> FECHAMENTO DE CAIXA (OPERADORES DO DIA E TOTAIS)
       01  WK-TAB-OPERADORES.
       77  WK-IND-OPE              PIC 9(02) VALUE ZEROS.
       77  WK-ACHOU-OPE            PIC X     VALUE "N".
       77  WK-OPE-FECHA            PIC X(08) VALUE SPACES.
       77  WK-TOT-OPERADOR         PIC S9(09)V99 VALUE ZEROS.
       77  WK-TOT-GERAL            PIC S9(09)V99 VALUE ZEROS.
       77  WK-QTD-PAGTOS           PIC 9(04) VALUE ZEROS.
       77  WK-LINHA-FECHA          PIC X(70) VALUE SPACES.

           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-F-SEQ             PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-F-VALOR           PIC ZZ.ZZZ.ZZ9,99-.

       01  WK-LINHA-FECHA-TOT.
           05 WK-FT-ROTULO         PIC X(22).
           05 WK-FT-VALOR          PIC ZZZ.ZZZ.ZZ9,99-.

      *---> RENEGOCIACAO DE DIVIDA (COBRANCAS SELECIONADAS E PLANO)
       77  WK-QTD-SELEC            PIC 9(02) VALUE ZEROS.
       01  WK-LINHA-TOTAL-AGING.
           05 WK-T-ROTULO          PIC X(20).
           05 WK-T-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

      *---> HAVER DO CLIENTE: EXCEDENTE DO PAGAMENTO, SALDO EM
      *---> COMPENSACAO E QUANTIDADE DE TITULOS COMPENSADOS
       77  WK-VALOR-HAVER          PIC 9(07)V99 VALUE ZEROS.
       77  WK-SALDO-HAVER          PIC 9(09)V99 VALUE ZEROS.
       77  WK-VALOR-APLICAR        PIC 9(07)V99 VALUE ZEROS.
       77  WK-QTD-APLICADOS        PIC 9(03) VALUE ZEROS.
       77  WK-FIM-HAVER            PIC X     VALUE "N".
       77  WK-HAVER-OK             PIC X     VALUE "N".
       77  WK-HAVER-EDITADO        PIC ZZZ.ZZZ.ZZ9,99.

      *---> RESUMO DE CONTAS A RECEBER DO CLIENTE (RECALCULADO A
      *---> CADA LANCAMENTO GRAVADO) E PAGAMENTO QUE ACABOU DE SER
      *---> GRAVADO PARA ELE (RECIBO ZERO = NENHUM)
       77  WK-RES-CODIGO           PIC 9(07) VALUE ZEROS.
       77  WK-RES-FIM              PIC X     VALUE "N".
       77  WK-RES-NOVO             PIC X     VALUE "N".
       77  WK-RES-DATA-HORA        PIC X(21) VALUE SPACES.
       77  WK-RES-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
       77  WK-RES-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       77  WK-RES-SALDO-LANC       PIC 9(09)V99 VALUE ZEROS.
       77  WK-RES-PAG-DATA         PIC 9(08) VALUE ZEROS.
       77  WK-RES-PAG-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WK-RES-PAG-RECIBO       PIC 9(06) VALUE ZEROS.

      *---> ULTIMO MES FECHADO (AAAAMM; ZERO = NENHUM), RELIDO DO
      *---> CONTROLE DE PERIODO A CADA OPERACAO
       77  WK-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.

      *---> LINHA DA LISTAGEM DE EXCECOES DE PERIODO (MESMO LAYOUT
      *---> DO BATCH DE ENCARGOS)
       01  WK-LINHA-EXCECAO.
           05 WK-X-DATA-HORA       PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-ORIGEM          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-OPERADOR        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-CODIGO          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-VENCIMENTO      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-SEQ             PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-DATA            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-MOTIVO          PIC X(40).
      ******************************************************************
       LINKAGE                 SECTION.
      *---> OPERADOR CONECTADO (INFORMADO PELO MENU NO LOGIN)
           05 LINE 07 COLUMN 20 VALUE "3 - RELATORIO DE AGING".
           05 LINE 08 COLUMN 20 VALUE "4 - RENEGOCIAR DIVIDA".
           05 LINE 09 COLUMN 20 VALUE "5 - FECHAMENTO DE CAIXA".
           05 LINE 10 COLUMN 20 VALUE "6 - ADIANTAMENTO (HAVER)".
           05 LINE 11 COLUMN 20 VALUE "9 - VOLTAR".
           05 LINE 12 COLUMN 20 VALUE "OPCAO: ".
           05 COLUMN PLUS 1 PIC 9 USING WK-OPCAO.

           05 LINE 07 COLUMN 10 VALUE
               "VENCTO   SEQ  VALOR" FOREGROUND-COLOR 3.

       01  TELA-ADIANTAMENTO.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 08 COLUMN 10 VALUE "ADIANTAMENTO DO CLIENTE".
           05 CHAVE-ADIANTAMENTO FOREGROUND-COLOR 3.
               10 LINE 10 COLUMN 10 VALUE "CODIGO.......... ".
               10 COLUMN PLUS 2 PIC 9(07) USING WK-CODIGO
                   BLANK WHEN ZEROS.
           05 SS-ADIANTAMENTO.
               10 LINE 11 COLUMN 10 VALUE "NOME............ ".
               10 COLUMN PLUS 2 PIC X(30) FROM REG-NOME.
               10 LINE 12 COLUMN 10 VALUE "HAVER ATUAL..... ".
               10 COLUMN PLUS 2 PIC ZZZ.ZZZ.ZZ9,99
                   FROM WK-SALDO-HAVER.
               10 LINE 13 COLUMN 10 VALUE "VALOR RECEBIDO.. ".
               10 COLUMN PLUS 2 PIC 9(07)V99 USING WK-VALOR
                   BLANK WHEN ZEROS.

       01  TELA-RENEGOCIA.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
           IF WK-FECHA-PATH = SPACES
               MOVE "fechamento-caixa.txt" TO WK-FECHA-PATH
           END-IF
           ACCEPT WK-PAGAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_PAGAMENTOS_PATH"
           IF WK-PAGAMENTOS-PATH = SPACES
               MOVE "pagamentos.dat" TO WK-PAGAMENTOS-PATH
           END-IF
           ACCEPT WK-MOVLANC-PATH FROM ENVIRONMENT
               "CLIENTES_MOVLANC_PATH"
           IF WK-MOVLANC-PATH = SPACES
               MOVE "movimento-lancamentos.txt" TO WK-MOVLANC-PATH
           END-IF
           ACCEPT WK-PERIODO-PATH FROM ENVIRONMENT
               "CLIENTES_PERIODO_PATH"
           IF WK-PERIODO-PATH = SPACES
               MOVE "periodo-fechado.dat" TO WK-PERIODO-PATH
           END-IF
           ACCEPT WK-EXCECOES-PATH FROM ENVIRONMENT
               "CLIENTES_PERIODO_EXC_PATH"
           IF WK-EXCECOES-PATH = SPACES
               MOVE "periodo-excecoes.txt" TO WK-EXCECOES-PATH
           END-IF
           ACCEPT WK-HAVERES-PATH FROM ENVIRONMENT
               "CLIENTES_HAVERES_PATH"
           IF WK-HAVERES-PATH = SPACES
               MOVE "haveres.dat" TO WK-HAVERES-PATH
           END-IF
           ACCEPT WK-HAVMOV-PATH FROM ENVIRONMENT
               "CLIENTES_HAVMOV_PATH"
           IF WK-HAVMOV-PATH = SPACES
               MOVE "movimento-haveres.txt" TO WK-HAVMOV-PATH
           END-IF
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
               CLOSE CAIXA
               OPEN EXTEND CAIXA
           END-IF.
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
           OPEN EXTEND MOVLANC.
           IF FS-MOVLANC EQUAL "35"
               OPEN OUTPUT MOVLANC
               CLOSE MOVLANC
               OPEN EXTEND MOVLANC
           END-IF.
           OPEN EXTEND EXCECOES.
           IF FS-EXCECOES EQUAL "35"
               OPEN OUTPUT EXCECOES
               CLOSE EXCECOES
               OPEN EXTEND EXCECOES
           END-IF.
           OPEN I-O HAVERES.
           IF FS-HAVERES EQUAL "35"
               OPEN OUTPUT HAVERES
               CLOSE HAVERES
               OPEN I-O HAVERES
           END-IF.
           OPEN EXTEND HAVMOV.
           IF FS-HAVMOV EQUAL "35"
               OPEN OUTPUT HAVMOV
               CLOSE HAVMOV
               OPEN EXTEND HAVMOV
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    ULTIMO MES FECHADO PELO SUPERVISOR: RELIDO A CADA OPERACAO
      *    PARA VALER UM FECHAMENTO FEITO COM O MODULO ABERTO
      ******************************************************************
       0150-LE-PERIODO         SECTION.
           MOVE ZEROS TO WK-ULTIMO-FECHADO
           OPEN INPUT PERIODOS
           IF FS-PERIODO = "00"
               READ PERIODOS
               IF FS-PERIODO = "00"
                   MOVE PER-ULTIMO-FECHADO TO WK-ULTIMO-FECHADO
               END-IF
           END-IF
           CLOSE PERIODOS.
       0150-LE-PERIODO-FIM.    EXIT.
      ******************************************************************
       0200-MENU-LANCAMENTOS   SECTION.
           MOVE "MODULO - LANCAMENTOS" TO WK-MODULO
                       PERFORM 0600-RENEGOCIAR
                   WHEN 5
                       PERFORM 0700-FECHAMENTO-CAIXA
                   WHEN 6
                       PERFORM 0450-ADIANTAMENTO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
      *---> COBRANCA RETROATIVA PARA MES JA FECHADO NAO ENTRA
           PERFORM 0150-LE-PERIODO
           IF WK-VENCIMENTO(1:6) NOT > WK-ULTIMO-FECHADO
               MOVE WK-CODIGO     TO WK-X-CODIGO
               MOVE WK-VENCIMENTO TO WK-X-VENCIMENTO, WK-X-DATA
               MOVE ZEROS         TO WK-X-SEQ
               MOVE WK-VALOR      TO WK-X-VALOR
               MOVE "COBRANCA COM VENCIMENTO EM MES FECHADO"
                                       TO WK-X-MOTIVO
               PERFORM 0800-GRAVA-EXCECAO
               MOVE "VENCIMENTO EM MES FECHADO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1515
           ACCEPT WK-CONFIRMA AT 1538
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
                       NOT INVALID KEY
                           MOVE "COBRANCA LANCADA!"
                                           TO WK-ABEND-MESSAGE
                           MOVE "LANCA" TO MVL-ORIGEM
                           PERFORM 0320-REGISTRA-EMISSAO
                           PERFORM 0900-APLICA-HAVER
                           IF WK-QTD-APLICADOS > ZEROS
                               MOVE "COBRANCA LANCADA - HAVER APLICADO"
                                           TO WK-ABEND-MESSAGE
                           END-IF
                           MOVE WK-CODIGO TO WK-RES-CODIGO
                           PERFORM 0920-ATUALIZA-RESUMO
                   END-WRITE
               END-IF
           ELSE
               MOVE "N" TO WK-SEQ-OK
           END-IF.
       0310-PROXIMA-SEQUENCIA-FIM. EXIT.
      ******************************************************************
      *    DATA DE EMISSAO DA COBRANCA OU PARCELA RECEM-GRAVADA NO
      *    MOVIMENTO DE LANCAMENTOS (ORIGEM JA MOVIDA PELO CHAMADOR)
      ******************************************************************
       0320-REGISTRA-EMISSAO   SECTION.
           MOVE "E"            TO MVL-TIPO
           MOVE WK-HOJE        TO MVL-DATA
           MOVE LAN-CODIGO     TO MVL-CODIGO
           MOVE LAN-VENCIMENTO TO MVL-VENCIMENTO
           MOVE LAN-SEQ        TO MVL-SEQ
           MOVE LAN-VALOR      TO MVL-VALOR
           MOVE WK-OPERADOR    TO MVL-OPERADOR
           WRITE REG-MOVLANC.
       0320-REGISTRA-EMISSAO-FIM. EXIT.
      ******************************************************************
       0400-REGISTRAR-PAGAMENTO SECTION.
           MOVE ZEROS TO WK-CODIGO
           MOVE WK-CODIGO     TO LAN-CODIGO
           MOVE WK-VENCIMENTO TO LAN-VENCIMENTO
           MOVE WK-SEQ        TO LAN-SEQ
           PERFORM 0150-LE-PERIODO
           READ LANCAMENTOS
           EVALUATE TRUE
               WHEN FS-LANCAMENTOS = "51" OR FS-LANCAMENTOS = "99"
                   ACCEPT WK-TECLA
               WHEN OTHER
      *---> SUGERE O SALDO RESTANTE; UM VALOR MENOR E ACEITO COMO
      *---> PAGAMENTO PARCIAL E A COBRANCA CONTINUA EM ABERTO; O QUE
      *---> PASSAR DO SALDO QUITA O TITULO E VIRA HAVER DO CLIENTE
                   MOVE ZEROS TO WK-VALOR-HAVER
                   COMPUTE WK-VALOR-PAGO = LAN-VALOR - LAN-VALOR-PAGO
                   MOVE WK-VALOR-PAGO TO WK-SALDO-LANC
                   DISPLAY "VALOR PAGO: " FOREGROUND-COLOR 2 AT 1810
                   ACCEPT WK-VALOR-PAGO AT 1823
                   IF WK-VALOR-PAGO > WK-SALDO-LANC
                       COMPUTE WK-VALOR-HAVER =
                           WK-VALOR-PAGO - WK-SALDO-LANC
                       MOVE WK-SALDO-LANC TO WK-VALOR-PAGO
                       MOVE WK-VALOR-HAVER TO WK-HAVER-EDITADO
                       DISPLAY "EXCEDENTE P/ HAVER: "
                        FOREGROUND-COLOR 2 AT 1835
                       DISPLAY WK-HAVER-EDITADO AT 1855
                   END-IF
                   DISPLAY "TEM CERTEZA? (S/N): "
                    FOREGROUND-COLOR 2 AT 1910
                   ACCEPT WK-CONFIRMA AT 1933
      *---> O EXCEDENTE SO E ACEITO COM O HAVER DO CLIENTE LIVRE
                   MOVE "S" TO WK-HAVER-OK
                   IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
                    AND WK-VALOR-HAVER > ZEROS
                       PERFORM 0445-RESERVA-HAVER
                   END-IF
                   EVALUATE TRUE
                       WHEN FUNCTION UPPER-CASE(WK-CONFIRMA) NOT = "S"
                           MOVE "PAGAMENTO CANCELADO"
                                               TO WK-ABEND-MESSAGE
                       WHEN WK-HAVER-OK NOT = "S"
                           UNLOCK LANCAMENTOS
                       WHEN OTHER
                           ADD WK-VALOR-PAGO TO LAN-VALOR-PAGO
                           MOVE WK-HOJE      TO LAN-DATA-PAGAMENTO
                           IF LAN-VALOR-PAGO >= LAN-VALOR
                               MOVE "P" TO LAN-SITUACAO
                           END-IF
                           REWRITE REG-LANCAMENTO
                           EVALUATE TRUE
                               WHEN FS-LANCAMENTOS NOT = "00"
                                   MOVE "ERRO AO REGISTRAR PAGAMENTO"
                                                   TO WK-ABEND-MESSAGE
                               WHEN LAN-SITUACAO = "P"
                                   MOVE "PAGAMENTO REGISTRADO!"
                                                   TO WK-ABEND-MESSAGE
                               WHEN OTHER
                                   MOVE "PAGAMENTO PARCIAL REGISTRADO"
                                                   TO WK-ABEND-MESSAGE
                           END-EVALUATE
                           IF FS-LANCAMENTOS = "00"
                               PERFORM 0420-EMITE-RECIBO
                               IF WK-VALOR-HAVER > ZEROS
                                   PERFORM 0440-GERA-HAVER
                               END-IF
                               IF WK-VALOR-HAVER > ZEROS
                                AND WK-HAVER-OK = "S"
                                   PERFORM 0900-APLICA-HAVER
                                   MOVE "PAGO - EXCEDENTE VIROU HAVER"
                                                   TO WK-ABEND-MESSAGE
                               END-IF
                               MOVE WK-CODIGO TO WK-RES-CODIGO
                               PERFORM 0920-ATUALIZA-RESUMO
                           END-IF
                   END-EVALUATE
                   DISPLAY MOSTRA-ERRO
                   ACCEPT WK-TECLA
           END-EVALUATE.
       0410-LISTA-ABERTOS-FIM. EXIT.
      ******************************************************************
      *    RECIBO NUMERADO DO PAGAMENTO CONFIRMADO: GRAVA O TEXTO
      *    IMPRIMIVEL NO ARQUIVO DE RECIBOS, A LINHA DO MOVIMENTO
      *    DE CAIXA COM O OPERADOR QUE RECEBEU O DINHEIRO E O
      *    REGISTRO DO PAGAMENTO NO MOVIMENTO DE PAGAMENTOS
      ******************************************************************
       0420-EMITE-RECIBO       SECTION.
           PERFORM 0430-PROXIMO-RECIBO
           PERFORM 0425-GRAVA-PAGAMENTO
      *---> LINHA DO MOVIMENTO DE CAIXA
           MOVE WK-NUMERO-RECIBO TO WK-C-RECIBO
           MOVE WK-HOJE          TO WK-C-DATA
                  WK-F-VALOR         DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           IF WK-VALOR-HAVER > ZEROS
               MOVE WK-VALOR-HAVER TO WK-F-VALOR
               MOVE SPACES TO WK-LINHA-RECIBO
               STRING "CREDITO EM HAVER: " DELIMITED BY SIZE
                      WK-F-VALOR           DELIMITED BY SIZE
                   INTO WK-LINHA-RECIBO
               WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           END-IF
           MOVE ALL "=" TO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           DISPLAY "RECIBO NR: " FOREGROUND-COLOR 3 AT 2010
           DISPLAY WK-NUMERO-RECIBO AT 2021.
       0420-EMITE-RECIBO-FIM.  EXIT.
      ******************************************************************
      *    REGISTRO DO MOVIMENTO DE PAGAMENTOS DO RECIBO JA NUMERADO
      *    (VALOR EM WK-VALOR-PAGO; VENCIMENTO E SEQ ZERADOS NO
      *    ADIANTAMENTO). ERRO DE GRAVACAO E AVISADO NA HORA: O
      *    DINHEIRO JA FOI RECEBIDO E O RESTO DO RECIBO SEGUE
      ******************************************************************
       0425-GRAVA-PAGAMENTO    SECTION.
           MOVE WK-NUMERO-RECIBO TO PAG-RECIBO
           MOVE WK-CODIGO        TO PAG-CODIGO
           MOVE WK-VENCIMENTO    TO PAG-VENCIMENTO
           MOVE WK-SEQ           TO PAG-SEQ
           MOVE WK-VALOR-PAGO    TO PAG-VALOR
           MOVE WK-HOJE          TO PAG-DATA
           MOVE WK-OPERADOR      TO PAG-OPERADOR
           MOVE "LANCA"          TO PAG-ORIGEM
           MOVE "A"              TO PAG-SITUACAO
           MOVE ZEROS            TO PAG-ESTORNO-DATA
           MOVE SPACES           TO PAG-ESTORNO-OPERADOR
           WRITE REG-PAGAMENTO
           IF FS-PAGAMENTOS NOT = "00"
               MOVE SPACES TO WK-ABEND-MESSAGE
               STRING "ERRO AO GRAVAR PAGAMENTO: " DELIMITED BY SIZE
                      FS-PAGAMENTOS                DELIMITED BY SIZE
                   INTO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
           ELSE
               MOVE PAG-DATA   TO WK-RES-PAG-DATA
               MOVE PAG-VALOR  TO WK-RES-PAG-VALOR
               MOVE PAG-RECIBO TO WK-RES-PAG-RECIBO
           END-IF.
       0425-GRAVA-PAGAMENTO-FIM. EXIT.
      ******************************************************************
      *    PROXIMO NUMERO DE RECIBO: LE O ULTIMO NUMERO USADO NO
      *    ARQUIVO DE SEQUENCIA E REGRAVA O NOVO VALOR
      ******************************************************************
           CLOSE RECIBO-SEQ.
       0430-PROXIMO-RECIBO-FIM. EXIT.
      ******************************************************************
      *    CREDITO NO HAVER DO CLIENTE (CRIA O REGISTRO NO PRIMEIRO
      *    CREDITO), LINHA "C" NO MOVIMENTO DE HAVERES E LINHA DO
      *    DINHEIRO NO CAIXA DO OPERADOR, NO RECIBO JA NUMERADO.
      *    HAVER QUE NAO PODE SER GRAVADO NAO GERA MOVIMENTO NEM
      *    CAIXA E DEVOLVE WK-HAVER-OK = "N" COM A MENSAGEM
      ******************************************************************
       0440-GERA-HAVER         SECTION.
           MOVE "N" TO WK-HAVER-OK
           MOVE WK-CODIGO TO HAV-CODIGO
           READ HAVERES
           EVALUATE TRUE
               WHEN FS-HAVERES = "00"
                   ADD WK-VALOR-HAVER TO HAV-SALDO
                   MOVE WK-HOJE TO HAV-DATA-MOVIMENTO
                   REWRITE REG-HAVER
               WHEN FS-HAVERES = "23"
                   MOVE WK-VALOR-HAVER TO HAV-SALDO
                   MOVE WK-HOJE        TO HAV-DATA-MOVIMENTO
                   WRITE REG-HAVER
               WHEN OTHER
                   MOVE "HAVER EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
                   EXIT SECTION
           END-EVALUATE
           IF FS-HAVERES NOT = "00"
               MOVE SPACES TO WK-ABEND-MESSAGE
               STRING "ERRO AO GRAVAR HAVER: " DELIMITED BY SIZE
                      FS-HAVERES               DELIMITED BY SIZE
                   INTO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
           MOVE "S" TO WK-HAVER-OK
           MOVE "C"              TO HVM-TIPO
           MOVE WK-HOJE          TO HVM-DATA
           MOVE WK-CODIGO        TO HVM-CODIGO
           MOVE WK-VENCIMENTO    TO HVM-VENCIMENTO
           MOVE WK-SEQ           TO HVM-SEQ
           MOVE WK-VALOR-HAVER   TO HVM-VALOR
           MOVE WK-NUMERO-RECIBO TO HVM-RECIBO
           MOVE "LANCA"          TO HVM-ORIGEM
           MOVE WK-OPERADOR      TO HVM-OPERADOR
           WRITE REG-HAVMOV
      *---> O DINHEIRO DO HAVER ENTROU NO CAIXA DE QUEM RECEBEU
           MOVE WK-NUMERO-RECIBO TO WK-C-RECIBO
           MOVE WK-HOJE          TO WK-C-DATA
           MOVE WK-OPERADOR      TO WK-C-OPERADOR
           MOVE WK-CODIGO        TO WK-C-CODIGO
           MOVE WK-VENCIMENTO    TO WK-C-VENCIMENTO
           MOVE WK-SEQ           TO WK-C-SEQ
           MOVE WK-VALOR-HAVER   TO WK-C-VALOR
           WRITE REG-CAIXA FROM WK-LINHA-CAIXA.
       0440-GERA-HAVER-FIM.    EXIT.
      ******************************************************************
      *    CONFERE SE O HAVER DO CLIENTE PODE RECEBER CREDITO ANTES
      *    DE NUMERAR O RECIBO: REGISTRO LIDO (FICA PRESO ATE A
      *    GRAVACAO) OU AINDA INEXISTENTE. EM USO POR OUTRO
      *    OPERADOR DEVOLVE WK-HAVER-OK = "N" COM A MENSAGEM
      ******************************************************************
       0445-RESERVA-HAVER      SECTION.
           MOVE WK-CODIGO TO HAV-CODIGO
           READ HAVERES
           IF FS-HAVERES = "00" OR FS-HAVERES = "23"
               MOVE "S" TO WK-HAVER-OK
           ELSE
               MOVE "N" TO WK-HAVER-OK
               MOVE "HAVER EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
           END-IF.
       0445-RESERVA-HAVER-FIM. EXIT.
      ******************************************************************
      *    ADIANTAMENTO: DINHEIRO RECEBIDO NO CAIXA SEM COBRANCA
      *    ESCOLHIDA VAI INTEIRO PARA O HAVER, COM RECIBO E
      *    REGISTRO NO MOVIMENTO DE PAGAMENTOS SEM VENCIMENTO, E E
      *    COMPENSADO NA HORA SE HOUVER COBRANCA EM ABERTO
      ******************************************************************
       0450-ADIANTAMENTO       SECTION.
           MOVE ZEROS TO WK-CODIGO, WK-VALOR, WK-SALDO-HAVER
           MOVE SPACES TO REG-NOME
           DISPLAY TELA-ADIANTAMENTO
           ACCEPT CHAVE-ADIANTAMENTO
           IF WK-CODIGO = ZEROS
               EXIT SECTION
           END-IF
           MOVE WK-CODIGO TO REG-CODIGO
           READ CLIENTES
           IF FS-CLIENTES NOT = "00"
               MOVE "REGISTRO NAO ENCONTRADO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
      *---> HAVER ATUAL SO PARA CONSULTA: LIBERA O REGISTRO
           MOVE WK-CODIGO TO HAV-CODIGO
           READ HAVERES
           IF FS-HAVERES = "00"
               MOVE HAV-SALDO TO WK-SALDO-HAVER
           END-IF
           UNLOCK HAVERES
           DISPLAY SS-ADIANTAMENTO
           ACCEPT SS-ADIANTAMENTO
           IF WK-VALOR = ZEROS
               MOVE "VALOR OBRIGATORIO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1515
           ACCEPT WK-CONFIRMA AT 1538
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) NOT = "S"
               MOVE "ADIANTAMENTO CANCELADO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           PERFORM 0445-RESERVA-HAVER
           IF WK-HAVER-OK NOT = "S"
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           PERFORM 0430-PROXIMO-RECIBO
           MOVE ZEROS    TO WK-VENCIMENTO, WK-SEQ
           MOVE WK-VALOR TO WK-VALOR-HAVER
           PERFORM 0440-GERA-HAVER
           IF WK-HAVER-OK NOT = "S"
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           MOVE WK-VALOR TO WK-VALOR-PAGO
           PERFORM 0425-GRAVA-PAGAMENTO
      *---> TEXTO IMPRIMIVEL DO RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "RECIBO DE ADIANTAMENTO NR " DELIMITED BY SIZE
                  WK-NUMERO-RECIBO             DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "DATA: "      DELIMITED BY SIZE
                  WK-HOJE       DELIMITED BY SIZE
                  "  OPERADOR: " DELIMITED BY SIZE
                  WK-OPERADOR   DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "CLIENTE: "  DELIMITED BY SIZE
                  WK-CODIGO    DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE WK-VALOR TO WK-F-VALOR
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "CREDITO EM HAVER: " DELIMITED BY SIZE
                  WK-F-VALOR           DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE ALL "=" TO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           DISPLAY "RECIBO NR: " FOREGROUND-COLOR 3 AT 1710
           DISPLAY WK-NUMERO-RECIBO AT 1721
           PERFORM 0150-LE-PERIODO
           PERFORM 0900-APLICA-HAVER
           MOVE WK-CODIGO TO WK-RES-CODIGO
           PERFORM 0920-ATUALIZA-RESUMO
           IF WK-QTD-APLICADOS > ZEROS
               MOVE "ADIANTAMENTO RECEBIDO - HAVER APLICADO"
                                       TO WK-ABEND-MESSAGE
           ELSE
               MOVE "ADIANTAMENTO RECEBIDO EM HAVER"
                                       TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0450-ADIANTAMENTO-FIM.  EXIT.
      ******************************************************************
      *    RELATORIO DE AGING: VARRE TODOS OS LANCAMENTOS EM ABERTO
      *    E CLASSIFICA PELO ATRASO EM RELACAO A DATA DO DIA
      ******************************************************************
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
      *---> AS DEMAIS PARCELAS VENCEM DEPOIS DA PRIMEIRA
           IF WK-VENC-PARCELA(1:6) NOT > WK-ULTIMO-FECHADO
               MOVE WK-CODIGO       TO WK-X-CODIGO
               MOVE WK-VENC-PARCELA TO WK-X-VENCIMENTO, WK-X-DATA
               MOVE ZEROS           TO WK-X-SEQ
               MOVE WK-SALDO-PLANO  TO WK-X-VALOR
               MOVE "PARCELA COM VENCIMENTO EM MES FECHADO"
                                       TO WK-X-MOTIVO
               PERFORM 0800-GRAVA-EXCECAO
               MOVE "PARCELA EM MES FECHADO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           COMPUTE WK-VALOR-PARCELA =
               WK-SALDO-PLANO / WK-QTD-PARCELAS
           COMPUTE WK-VALOR-ULTIMA = WK-SALDO-PLANO
      ******************************************************************
       0610-SELECIONA-ABERTOS  SECTION.
           MOVE ZEROS TO WK-QTD-SELEC, WK-SALDO-PLANO
           PERFORM 0150-LE-PERIODO
           MOVE WK-CODIGO TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
                       MOVE LAN-SEQ        TO WK-S-SEQ
                       MOVE WK-SALDO-ITEM  TO WK-S-SALDO
                       DISPLAY WK-LINHA-SELECAO AT 0910
      *---> COBRANCA DE MES FECHADO NAO SAI DO FATURADO DAQUELE MES
                       IF LAN-VENCIMENTO(1:6) NOT > WK-ULTIMO-FECHADO
                           PERFORM 0615-RECUSA-FECHADA
                           MOVE "N" TO WK-CONFIRMA
                       ELSE
                           DISPLAY "INCLUIR NO PLANO? (S/N): "
                            FOREGROUND-COLOR 2 AT 0945
                           ACCEPT WK-CONFIRMA AT 0971
                       END-IF
                       IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
                           ADD 1 TO WK-QTD-SELEC
                           MOVE LAN-VENCIMENTO
           END-PERFORM.
       0610-SELECIONA-ABERTOS-FIM. EXIT.
      ******************************************************************
      *    COBRANCA EM ABERTO COM VENCIMENTO EM MES FECHADO: FICA FORA
      *    DO PLANO E VAI PARA A LISTAGEM DE EXCECOES
      ******************************************************************
       0615-RECUSA-FECHADA     SECTION.
           MOVE LAN-CODIGO     TO WK-X-CODIGO
           MOVE LAN-VENCIMENTO TO WK-X-VENCIMENTO, WK-X-DATA
           MOVE LAN-SEQ        TO WK-X-SEQ
           MOVE WK-SALDO-ITEM  TO WK-X-VALOR
           MOVE "RENEGOCIACAO DE COBRANCA DE MES FECHADO"
                                   TO WK-X-MOTIVO
           PERFORM 0800-GRAVA-EXCECAO
           DISPLAY "MES FECHADO - FORA DO PLANO    "
            FOREGROUND-COLOR 4 AT 0945
           ACCEPT WK-TECLA AT 0977.
       0615-RECUSA-FECHADA-FIM. EXIT.
      ******************************************************************
      *    COMMIT DO PLANO: RECONFERE AS SELECIONADAS, MARCA TODAS
      *    COM "R" E GRAVA AS PARCELAS NOVAS EM SEGUIDA
      ******************************************************************
       0620-GRAVA-PLANO        SECTION.
      *---> RECONFERE ANTES DE MEXER: SE ALGUMA COBRANCA MUDOU DE
      *---> SITUACAO DESDE A SELECAO, NADA E GRAVADO
      *---> (INCLUSIVE UM FECHAMENTO DE PERIODO NO MEIO DA TELA)
           MOVE "S" TO WK-PLANO-OK
           PERFORM 0150-LE-PERIODO
           IF WK-VENC-PARCELA(1:6) NOT > WK-ULTIMO-FECHADO
               MOVE "N" TO WK-PLANO-OK
           END-IF
           MOVE 1 TO WK-IND-SEL
           PERFORM UNTIL WK-IND-SEL > WK-QTD-SELEC
                      OR WK-PLANO-OK = "N"
               MOVE WK-SEL-SEQ(WK-IND-SEL)        TO LAN-SEQ
               READ LANCAMENTOS
               IF FS-LANCAMENTOS NOT = "00" OR LAN-SITUACAO NOT = "A"
                OR LAN-VENCIMENTO(1:6) NOT > WK-ULTIMO-FECHADO
                   MOVE "N" TO WK-PLANO-OK
               END-IF
               ADD 1 TO WK-IND-SEL
                                       TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
      *---> MARCA AS ORIGINAIS COMO RENEGOCIADAS E REGISTRA NO
      *---> MOVIMENTO DE LANCAMENTOS A DATA E O SALDO QUE SAIU DE
      *---> CADA UMA PARA O PLANO (BASE DO EXTRATO DO CLIENTE)
           MOVE 1 TO WK-IND-SEL
           PERFORM UNTIL WK-IND-SEL > WK-QTD-SELEC
               MOVE WK-CODIGO TO LAN-CODIGO
               READ LANCAMENTOS
               MOVE "R" TO LAN-SITUACAO
               REWRITE REG-LANCAMENTO
               MOVE "R"            TO MVL-TIPO
               MOVE WK-HOJE        TO MVL-DATA
               MOVE LAN-CODIGO     TO MVL-CODIGO
               MOVE LAN-VENCIMENTO TO MVL-VENCIMENTO
               MOVE LAN-SEQ        TO MVL-SEQ
               COMPUTE MVL-VALOR = LAN-VALOR - LAN-VALOR-PAGO
               MOVE "LANCA"        TO MVL-ORIGEM
               MOVE WK-OPERADOR    TO MVL-OPERADOR
               WRITE REG-MOVLANC
               ADD 1 TO WK-IND-SEL
           END-PERFORM
      *---> GRAVA AS PARCELAS DE 30 EM 30 DIAS
               MOVE ZEROS TO LAN-DATA-PAGAMENTO
               MOVE "A"   TO LAN-SITUACAO
               WRITE REG-LANCAMENTO
               IF FS-LANCAMENTOS = "00"
                   MOVE "RENEGOC" TO MVL-ORIGEM
                   PERFORM 0320-REGISTRA-EMISSAO
               END-IF
               ADD 30 TO WK-DIAS-PARCELA
               ADD 1 TO WK-IND-PARCELA
           END-PERFORM
           MOVE "RENEGOCIACAO GRAVADA!" TO WK-ABEND-MESSAGE
           PERFORM 0900-APLICA-HAVER
           IF WK-QTD-APLICADOS > ZEROS
               MOVE "RENEGOCIACAO GRAVADA - HAVER APLICADO"
                                       TO WK-ABEND-MESSAGE
           END-IF
           MOVE WK-CODIGO TO WK-RES-CODIGO
           PERFORM 0920-ATUALIZA-RESUMO.
       0620-GRAVA-PLANO-FIM.   EXIT.
      ******************************************************************
      *    LINHA NA LISTAGEM DE EXCECOES DE PERIODO (CHAVE, VALOR,
      *    DATA E MOTIVO JA MOVIDOS PELO CHAMADOR)
      ******************************************************************
       0800-GRAVA-EXCECAO      SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:14) TO WK-X-DATA-HORA
           MOVE "LANCA"     TO WK-X-ORIGEM
           MOVE WK-OPERADOR TO WK-X-OPERADOR
           WRITE REG-EXCECAO FROM WK-LINHA-EXCECAO.
       0800-GRAVA-EXCECAO-FIM. EXIT.
      ******************************************************************
      *    COMPENSACAO DO HAVER DO CLIENTE (WK-CODIGO) NAS COBRANCAS
      *    EM ABERTO, NA ORDEM DA CHAVE (VENCIMENTO MAIS ANTIGO
      *    PRIMEIRO), ATE ACABAR O HAVER OU AS COBRANCAS. O REGISTRO
      *    DO HAVER FICA PRESO ATE A REGRAVACAO DO SALDO NO FIM
      ******************************************************************
       0900-APLICA-HAVER       SECTION.
           MOVE ZEROS TO WK-QTD-APLICADOS
           MOVE WK-CODIGO TO HAV-CODIGO
           READ HAVERES
           IF FS-HAVERES NOT = "00"
               EXIT SECTION
           END-IF
           IF HAV-SALDO = ZEROS
               UNLOCK HAVERES
               EXIT SECTION
           END-IF
           MOVE HAV-SALDO TO WK-SALDO-HAVER
           MOVE WK-CODIGO TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           MOVE "N" TO WK-FIM-HAVER
           IF FS-LANCAMENTOS NOT = "00"
               MOVE "S" TO WK-FIM-HAVER
           END-IF
           PERFORM UNTIL WK-FIM-HAVER = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                OR LAN-CODIGO NOT = WK-CODIGO
                   MOVE "S" TO WK-FIM-HAVER
               ELSE
                   IF LAN-SITUACAO = "A"
                    AND LAN-VALOR > LAN-VALOR-PAGO
                       PERFORM 0910-COMPENSA-TITULO
                   END-IF
                   IF WK-SALDO-HAVER = ZEROS
                       MOVE "S" TO WK-FIM-HAVER
                   END-IF
               END-IF
           END-PERFORM
           IF WK-QTD-APLICADOS = ZEROS
               UNLOCK HAVERES
               EXIT SECTION
           END-IF
           MOVE WK-SALDO-HAVER TO HAV-SALDO
           MOVE WK-HOJE        TO HAV-DATA-MOVIMENTO
           REWRITE REG-HAVER.
       0900-APLICA-HAVER-FIM.  EXIT.
      ******************************************************************
      *    COMPENSA UM TITULO: BAIXA O MENOR ENTRE O HAVER E O SALDO
      *    DO TITULO, GRAVA O PAGAMENTO DE ORIGEM "HAVER" COM RECIBO
      *    NOVO (SEM LINHA DE CAIXA: NAO ENTROU DINHEIRO), A LINHA
      *    "A" NO MOVIMENTO DE HAVERES E O RECIBO DE COMPENSACAO.
      *    COMPENSACAO QUE SERIA DATADA EM MES FECHADO NAO E FEITA E
      *    VAI PARA A LISTAGEM DE EXCECOES
      ******************************************************************
       0910-COMPENSA-TITULO    SECTION.
           IF WK-HOJE(1:6) NOT > WK-ULTIMO-FECHADO
               MOVE LAN-CODIGO         TO WK-X-CODIGO
               MOVE LAN-VENCIMENTO     TO WK-X-VENCIMENTO
               MOVE LAN-SEQ            TO WK-X-SEQ
               COMPUTE WK-X-VALOR = LAN-VALOR - LAN-VALOR-PAGO
               MOVE WK-HOJE            TO WK-X-DATA
               MOVE "HAVER NAO APLICADO: MES FECHADO"
                                       TO WK-X-MOTIVO
               PERFORM 0800-GRAVA-EXCECAO
               EXIT SECTION
           END-IF
           COMPUTE WK-SALDO-LANC = LAN-VALOR - LAN-VALOR-PAGO
           IF WK-SALDO-HAVER < WK-SALDO-LANC
               MOVE WK-SALDO-HAVER TO WK-VALOR-APLICAR
           ELSE
               MOVE WK-SALDO-LANC  TO WK-VALOR-APLICAR
           END-IF
           ADD WK-VALOR-APLICAR TO LAN-VALOR-PAGO
           MOVE WK-HOJE TO LAN-DATA-PAGAMENTO
           IF LAN-VALOR-PAGO >= LAN-VALOR
               MOVE "P" TO LAN-SITUACAO
           END-IF
           REWRITE REG-LANCAMENTO
           IF FS-LANCAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           SUBTRACT WK-VALOR-APLICAR FROM WK-SALDO-HAVER
           ADD 1 TO WK-QTD-APLICADOS
           PERFORM 0430-PROXIMO-RECIBO
      *---> PAGAMENTO DE ORIGEM HAVER (BASE DO EXTRATO E DO ESTORNO)
           MOVE WK-NUMERO-RECIBO TO PAG-RECIBO
           MOVE LAN-CODIGO       TO PAG-CODIGO
           MOVE LAN-VENCIMENTO   TO PAG-VENCIMENTO
           MOVE LAN-SEQ          TO PAG-SEQ
           MOVE WK-VALOR-APLICAR TO PAG-VALOR
           MOVE WK-HOJE          TO PAG-DATA
           MOVE WK-OPERADOR      TO PAG-OPERADOR
           MOVE "HAVER"          TO PAG-ORIGEM
           MOVE "A"              TO PAG-SITUACAO
           MOVE ZEROS            TO PAG-ESTORNO-DATA
           MOVE SPACES           TO PAG-ESTORNO-OPERADOR
           WRITE REG-PAGAMENTO
           MOVE PAG-DATA         TO WK-RES-PAG-DATA
           MOVE PAG-VALOR        TO WK-RES-PAG-VALOR
           MOVE PAG-RECIBO       TO WK-RES-PAG-RECIBO
      *---> SAIDA DO HAVER NO MOVIMENTO DE HAVERES
           MOVE "A"              TO HVM-TIPO
           MOVE WK-HOJE          TO HVM-DATA
           MOVE LAN-CODIGO       TO HVM-CODIGO
           MOVE LAN-VENCIMENTO   TO HVM-VENCIMENTO
           MOVE LAN-SEQ          TO HVM-SEQ
           MOVE WK-VALOR-APLICAR TO HVM-VALOR
           MOVE WK-NUMERO-RECIBO TO HVM-RECIBO
           MOVE "LANCA"          TO HVM-ORIGEM
           MOVE WK-OPERADOR      TO HVM-OPERADOR
           WRITE REG-HAVMOV
      *---> TEXTO IMPRIMIVEL DO RECIBO DE COMPENSACAO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "RECIBO DE COMPENSACAO DE HAVER NR " DELIMITED BY SIZE
                  WK-NUMERO-RECIBO                     DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "DATA: "      DELIMITED BY SIZE
                  WK-HOJE       DELIMITED BY SIZE
                  "  OPERADOR: " DELIMITED BY SIZE
                  WK-OPERADOR   DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "CLIENTE: "  DELIMITED BY SIZE
                  LAN-CODIGO   DELIMITED BY SIZE
                  "  VENCTO: " DELIMITED BY SIZE
                  LAN-VENCIMENTO DELIMITED BY SIZE
                  "  SEQ: "    DELIMITED BY SIZE
                  LAN-SEQ      DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE WK-VALOR-APLICAR TO WK-F-VALOR
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "VALOR COMPENSADO: " DELIMITED BY SIZE
                  WK-F-VALOR           DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE ALL "=" TO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO.
       0910-COMPENSA-TITULO-FIM. EXIT.
      ******************************************************************
      *    RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE
      *    WK-RES-CODIGO PELOS LANCAMENTOS DELE (SALDO E QUANTIDADE
      *    EM ABERTO, VENCIDO POR FAIXA NA POSICAO DE HOJE E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO) E REGRAVA O REGISTRO.
      *    O ULTIMO PAGAMENTO SO MUDA QUANDO WK-RES-PAG-RECIBO TRAZ
      *    UM PAGAMENTO MAIS RECENTE QUE O GUARDADO. RESUMO EM USO
      *    POR OUTRO PROGRAMA FICA PARA A REAPURACAO NOTURNA
      ******************************************************************
       0920-ATUALIZA-RESUMO    SECTION.
           MOVE WK-RES-CODIGO TO RES-CODIGO
           READ RESUMOS
           EVALUATE TRUE
               WHEN FS-RESUMOS = "00"
                   MOVE "N" TO WK-RES-NOVO
               WHEN FS-RESUMOS = "23"
                   MOVE "S" TO WK-RES-NOVO
                   MOVE WK-RES-CODIGO TO RES-CODIGO
                   MOVE ZEROS TO RES-ULT-PAG-DATA, RES-ULT-PAG-VALOR,
                                 RES-ULT-PAG-RECIBO
               WHEN OTHER
                   MOVE ZEROS TO WK-RES-PAG-RECIBO
                   EXIT SECTION
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WK-RES-DATA-HORA
           MOVE WK-RES-DATA-HORA(1:8) TO RES-DATA-POSICAO
           COMPUTE WK-RES-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(RES-DATA-POSICAO)
           MOVE ZEROS TO RES-TOTAL-ABERTO, RES-QTD-ABERTOS,
                         RES-VENCIDO-TOTAL, RES-VENCIDO-30,
                         RES-VENCIDO-60, RES-VENCIDO-90,
                         RES-VENCIDO-MAIS-90, RES-VENC-MAIS-ANTIGO
           MOVE WK-RES-CODIGO TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           MOVE "N" TO WK-RES-FIM
           IF FS-LANCAMENTOS NOT = "00"
               MOVE "S" TO WK-RES-FIM
           END-IF
           PERFORM UNTIL WK-RES-FIM = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                OR LAN-CODIGO NOT = WK-RES-CODIGO
                   MOVE "S" TO WK-RES-FIM
               ELSE
                   IF LAN-SITUACAO = "A"
                       PERFORM 0930-ACUMULA-RESUMO
                   END-IF
               END-IF
           END-PERFORM
           IF WK-RES-PAG-RECIBO NOT = ZEROS
            AND (WK-RES-PAG-DATA > RES-ULT-PAG-DATA
             OR (WK-RES-PAG-DATA = RES-ULT-PAG-DATA
             AND WK-RES-PAG-RECIBO > RES-ULT-PAG-RECIBO))
               MOVE WK-RES-PAG-DATA   TO RES-ULT-PAG-DATA
               MOVE WK-RES-PAG-VALOR  TO RES-ULT-PAG-VALOR
               MOVE WK-RES-PAG-RECIBO TO RES-ULT-PAG-RECIBO
           END-IF
           MOVE ZEROS TO WK-RES-PAG-RECIBO
           MOVE "LANCA" TO RES-ORIGEM
           IF WK-RES-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF.
       0920-ATUALIZA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    SOMA UMA COBRANCA EM ABERTO NO RESUMO (MESMOS CORTES DO
      *    RELATORIO DE AGING)
      ******************************************************************
       0930-ACUMULA-RESUMO     SECTION.
           COMPUTE WK-RES-SALDO-LANC = LAN-VALOR - LAN-VALOR-PAGO
           ADD WK-RES-SALDO-LANC TO RES-TOTAL-ABERTO
           ADD 1 TO RES-QTD-ABERTOS
           IF RES-VENC-MAIS-ANTIGO = ZEROS
            OR LAN-VENCIMENTO < RES-VENC-MAIS-ANTIGO
               MOVE LAN-VENCIMENTO TO RES-VENC-MAIS-ANTIGO
           END-IF
           COMPUTE WK-RES-DIAS-ATRASO = WK-RES-DIAS-HOJE
               - FUNCTION INTEGER-OF-DATE(LAN-VENCIMENTO)
           IF WK-RES-DIAS-ATRASO > ZEROS
               ADD WK-RES-SALDO-LANC TO RES-VENCIDO-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WK-RES-DIAS-ATRASO <= ZEROS
                   CONTINUE
               WHEN WK-RES-DIAS-ATRASO <= 30
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-30
               WHEN WK-RES-DIAS-ATRASO <= 60
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-60
               WHEN WK-RES-DIAS-ATRASO <= 90
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-90
               WHEN OTHER
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-MAIS-90
           END-EVALUATE.
       0930-ACUMULA-RESUMO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE LANCAMENTOS.
           CLOSE RECIBOS.
           CLOSE CAIXA.
           CLOSE PAGAMENTOS.
           CLOSE MOVLANC.
           CLOSE EXCECOES.
           CLOSE HAVERES.
           CLOSE HAVMOV.
           CLOSE RESUMOS.
       1000-FINALIZAR-FIM.     EXIT.
