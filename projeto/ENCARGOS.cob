      *     JA LANCADOS SAO ABATIDOS DO CALCULO, ENTAO O BATCH PODE
      *     RODAR TODO FECHAMENTO SEM DUPLICAR COBRANCA. AS LINHAS
      *     DE ENCARGO ENTRAM NO RELATORIO DE AGING COMO QUALQUER
      *     COBRANCA EM ABERTO. CADA ENCARGO GRAVADO VAI TAMBEM PARA
      *     O MOVIMENTO DE LANCAMENTOS COM A DATA DA EMISSAO. GRUPO
      *     COM VENCIMENTO EM MES JA FECHADO PELO SUPERVISOR NAO
      *     RECEBE ENCARGO: VAI PARA A LISTAGEM DE EXCECOES DE
      *     PERIODO E PARA O TOTAL DE RECUSADOS DO RELATORIO. A LINHA
      *     DE ENCARGO PRECISA DO VENCIMENTO DO GRUPO (E ASSIM QUE O
      *     ENCARGO JA LANCADO E ABATIDO) E O FATURADO DO RELATORIO
      *     GERENCIAL E APURADO PELO VENCIMENTO, ENTAO O ENCARGO
      *     MUDARIA O FATURADO JA REPORTADO DAQUELE MES; O GRUPO SO
      *     VOLTA A RECEBER ENCARGO COM A REABERTURA DO MES PELO
      *     SUPERVISOR.
      *     QUANDO A VARREDURA PASSA DE UM CLIENTE QUE RECEBEU
      *     ENCARGO, O RESUMO DE CONTAS A RECEBER DELE E RECALCULADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT RELATORIO-SAIDA ASSIGN TO WK-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.

           SELECT MOVLANC ASSIGN TO WK-MOVLANC-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVLANC.

           SELECT PERIODOS ASSIGN TO WK-PERIODO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERIODO.

           SELECT EXCECOES ASSIGN TO WK-EXCECOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXCECOES.

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
       FD  RELATORIO-SAIDA.
       01  REG-RELATORIO           PIC X(80).
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
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "lancamentos.dat".
       77  WK-RELATORIO-PATH       PIC X(100)
           VALUE "encargos-gerados.txt".
       77  WK-MOVLANC-PATH         PIC X(100)
           VALUE "movimento-lancamentos.txt".
       77  WK-PERIODO-PATH         PIC X(100)
           VALUE "periodo-fechado.dat".
       77  WK-EXCECOES-PATH        PIC X(100)
           VALUE "periodo-excecoes.txt".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".

      *---> STATUS ARQUIVO
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-RELATORIO            PIC X(02) VALUE SPACES.
       01  FS-MOVLANC              PIC X(02) VALUE SPACES.
       01  FS-PERIODO              PIC X(02) VALUE SPACES.
       01  FS-EXCECOES             PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.

      *---> TAXAS CONTRATUAIS (MULTA UNICA + JUROS AO DIA)
       77  WK-TAXA-MULTA           PIC 9V9(04) VALUE 0,0200.
      *---> LINHA NOVA PELA MESMA AREA DE REGISTRO DO ARQUIVO
       01  WK-REG-GUARDA           PIC X(45) VALUE SPACES.

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
       77  WK-RES-PENDENTE         PIC X     VALUE "N".

      *---> CALCULO DO ENCARGO DO FECHAMENTO
       77  WK-ENCARGO-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WK-ENCARGO-NOVO         PIC 9(07)V99 VALUE ZEROS.
       77  WK-TOTAL-GRUPOS         PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-ENCARGOS       PIC 9(06) VALUE ZEROS.
       77  WK-VALOR-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       77  WK-TOTAL-RECUSADOS      PIC 9(06) VALUE ZEROS.

      *---> ULTIMO MES FECHADO (AAAAMM; ZERO = NENHUM)
       77  WK-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.

      *---> LINHA DA LISTAGEM DE EXCECOES DE PERIODO (MESMO LAYOUT
      *---> DO MODULO DE LANCAMENTOS)
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

      *---> LINHAS DO RELATORIO DE ENCARGOS
       01  WK-CABECALHO.
           IF WK-RELATORIO-PATH = SPACES
               MOVE "encargos-gerados.txt" TO WK-RELATORIO-PATH
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
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
               DISPLAY "ARQUIVO DE LANCAMENTOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN EXTEND MOVLANC.
           IF FS-MOVLANC EQUAL "35"
               OPEN OUTPUT MOVLANC
               CLOSE MOVLANC
               OPEN EXTEND MOVLANC
           END-IF.
           OPEN OUTPUT RELATORIO-SAIDA.
           WRITE REG-RELATORIO FROM WK-CABECALHO.
      *---> ULTIMO MES FECHADO; SEM CONTROLE NENHUM MES ESTA FECHADO
           OPEN INPUT PERIODOS
           IF FS-PERIODO = "00"
               READ PERIODOS
               IF FS-PERIODO = "00"
                   MOVE PER-ULTIMO-FECHADO TO WK-ULTIMO-FECHADO
               END-IF
           END-IF
           CLOSE PERIODOS.
           OPEN EXTEND EXCECOES.
           IF FS-EXCECOES EQUAL "35"
               OPEN OUTPUT EXCECOES
               CLOSE EXCECOES
               OPEN EXTEND EXCECOES
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    VARRE O ARQUIVO NA ORDEM DA CHAVE ACUMULANDO POR GRUPO
               IF FS-LANCAMENTOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
                   PERFORM 0300-FECHA-GRUPO
                   IF WK-RES-PENDENTE = "S"
                       PERFORM 0350-ATUALIZA-RESUMO
                       MOVE "N" TO WK-RES-PENDENTE
                   END-IF
               ELSE
                   IF WK-TEM-GRUPO = "S"
                    AND (LAN-CODIGO NOT = WK-GRP-CODIGO
                       MOVE REG-LANCAMENTO TO WK-REG-GUARDA
                       PERFORM 0300-FECHA-GRUPO
                       MOVE WK-REG-GUARDA TO REG-LANCAMENTO
                       IF WK-RES-PENDENTE = "S"
                        AND LAN-CODIGO NOT = WK-RES-CODIGO
                           PERFORM 0340-RESUMO-PENDENTE
                       END-IF
                   END-IF
                   PERFORM 0210-ACUMULA-LANCAMENTO
               END-IF
           MOVE "VALOR TOTAL GRAVADO.: " TO WK-T-ROTULO
           MOVE WK-VALOR-TOTAL TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "RECUSADOS MES FECH..: " TO WK-T-ROTULO
           MOVE WK-TOTAL-RECUSADOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           DISPLAY "ENCARGOS GRAVADOS: " WK-TOTAL-ENCARGOS
           DISPLAY "RECUSADOS (MES FECHADO): " WK-TOTAL-RECUSADOS.
       0200-APURA-ENCARGOS-FIM. EXIT.
      ******************************************************************
      *    LINHAS ATE 900 SAO PRINCIPAL: SO O SALDO EM ABERTO ENTRA
                   IF WK-ENCARGO-DEVIDO > WK-GRP-ENCARGOS
                       COMPUTE WK-ENCARGO-NOVO =
                           WK-ENCARGO-DEVIDO - WK-GRP-ENCARGOS
      *---> A LINHA DE ENCARGO HERDA O VENCIMENTO DO GRUPO: EM MES
      *---> FECHADO ELA MUDARIA O FATURADO JA REPORTADO
                       IF WK-GRP-VENCIMENTO(1:6) > WK-ULTIMO-FECHADO
                           PERFORM 0310-GRAVA-ENCARGO
                       ELSE
                           PERFORM 0330-RECUSA-ENCARGO
                       END-IF
                   END-IF
               END-IF
           END-IF
               MOVE WK-ENCARGO-NOVO   TO WK-E-VALOR
               MOVE WK-DIAS-ATRASO    TO WK-E-DIAS
               WRITE REG-RELATORIO FROM WK-LINHA-ENCARGO
               PERFORM 0320-REGISTRA-MOVIMENTO
               MOVE WK-GRP-CODIGO     TO WK-RES-CODIGO
               MOVE "S"               TO WK-RES-PENDENTE
           ELSE
               DISPLAY "ERRO AO GRAVAR ENCARGO: " FS-LANCAMENTOS
               MOVE 1 TO RETURN-CODE
           END-IF.
       0310-GRAVA-ENCARGO-FIM. EXIT.
      ******************************************************************
      *    DATA DE EMISSAO DA LINHA DE ENCARGO NO MOVIMENTO DE
      *    LANCAMENTOS (BASE DO DIARIO CONTABIL DO MES)
      ******************************************************************
       0320-REGISTRA-MOVIMENTO SECTION.
           MOVE "E"                TO MVL-TIPO
           MOVE WK-HOJE            TO MVL-DATA
           MOVE LAN-CODIGO         TO MVL-CODIGO
           MOVE LAN-VENCIMENTO     TO MVL-VENCIMENTO
           MOVE LAN-SEQ            TO MVL-SEQ
           MOVE LAN-VALOR          TO MVL-VALOR
           MOVE "ENCARGOS"         TO MVL-ORIGEM
           MOVE "ENCARGOS"         TO MVL-OPERADOR
           WRITE REG-MOVLANC.
       0320-REGISTRA-MOVIMENTO-FIM. EXIT.
      ******************************************************************
      *    ENCARGO DE GRUPO COM VENCIMENTO EM MES FECHADO: NAO GRAVA
      *    E REGISTRA NA LISTAGEM DE EXCECOES DE PERIODO
      ******************************************************************
       0330-RECUSA-ENCARGO     SECTION.
           MOVE WK-DATA-HORA-ATUAL(1:14) TO WK-X-DATA-HORA
           MOVE "ENCARGOS"         TO WK-X-ORIGEM
           MOVE "ENCARGOS"         TO WK-X-OPERADOR
           MOVE WK-GRP-CODIGO      TO WK-X-CODIGO
           MOVE WK-GRP-VENCIMENTO  TO WK-X-VENCIMENTO, WK-X-DATA
           MOVE ZEROS              TO WK-X-SEQ
           MOVE WK-ENCARGO-NOVO    TO WK-X-VALOR
           MOVE "ENCARGO COM VENCIMENTO EM MES FECHADO"
                                   TO WK-X-MOTIVO
           WRITE REG-EXCECAO FROM WK-LINHA-EXCECAO
           ADD 1 TO WK-TOTAL-RECUSADOS.
       0330-RECUSA-ENCARGO-FIM. EXIT.
      ******************************************************************
      *    A VARREDURA SAIU DO CLIENTE QUE RECEBEU ENCARGO: RECALCULA
      *    O RESUMO DELE (O QUE REPOSICIONA O ARQUIVO) E VOLTA A
      *    LEITURA PARA DEPOIS DO REGISTRO GUARDADO
      ******************************************************************
       0340-RESUMO-PENDENTE    SECTION.
           PERFORM 0350-ATUALIZA-RESUMO
           MOVE "N" TO WK-RES-PENDENTE
           MOVE WK-REG-GUARDA TO REG-LANCAMENTO
           START LANCAMENTOS KEY GREATER CHAVE-LANCAMENTOS.
       0340-RESUMO-PENDENTE-FIM. EXIT.
      ******************************************************************
      *    RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE
      *    WK-RES-CODIGO PELOS LANCAMENTOS DELE (SALDO E QUANTIDADE
      *    EM ABERTO, VENCIDO POR FAIXA NA POSICAO DE HOJE E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO) E REGRAVA O REGISTRO.
      *    ENCARGO NAO E PAGAMENTO: O ULTIMO PAGAMENTO FICA COMO ESTA.
      *    O ULTIMO PAGAMENTO SO MUDA QUANDO WK-RES-PAG-RECIBO TRAZ
      *    UM PAGAMENTO MAIS RECENTE QUE O GUARDADO. RESUMO EM USO
      *    POR OUTRO PROGRAMA FICA PARA A REAPURACAO NOTURNA
      ******************************************************************
       0350-ATUALIZA-RESUMO    SECTION.
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
                       PERFORM 0360-ACUMULA-RESUMO
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
           MOVE "ENCARGOS" TO RES-ORIGEM
           IF WK-RES-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF.
       0350-ATUALIZA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    SOMA UMA COBRANCA EM ABERTO NO RESUMO (MESMOS CORTES DO
      *    RELATORIO DE AGING)
      ******************************************************************
       0360-ACUMULA-RESUMO     SECTION.
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
       0360-ACUMULA-RESUMO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE LANCAMENTOS.
           CLOSE RELATORIO-SAIDA.
           CLOSE MOVLANC.
           CLOSE EXCECOES.
           CLOSE RESUMOS.
       1000-FINALIZAR-FIM.     EXIT.
