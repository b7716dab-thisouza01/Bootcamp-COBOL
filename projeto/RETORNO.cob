      *     LE AS LINHAS DE DETALHE (TIPO 1) DO RETORNO E BAIXA CADA
      *     TITULO LIQUIDADO NO ARQUIVO DE LANCAMENTOS (VALOR PAGO,
      *     DATA DE PAGAMENTO E SITUACAO) SEM INTERVENCAO DE
      *     OPERADOR. LINHAS SEM TITULO CORRESPONDENTE VAO PARA O
      *     ARQUIVO DE REJEITADOS COM O MOTIVO, PARA TRATAMENTO
      *     MANUAL. VALOR ACIMA DO SALDO QUITA O TITULO E O
      *     EXCEDENTE VIRA HAVER DO CLIENTE; TITULO JA PAGO OU
      *     RENEGOCIADO (PAGAMENTO EM DUPLICIDADE) VAI TODO PARA O
      *     HAVER, COMPENSADO DEPOIS NAS COBRANCAS EM ABERTO, E
      *     ENTRA NO MOVIMENTO DE PAGAMENTOS SEM VENCIMENTO. CADA
      *     BAIXA RECEBE UM NUMERO DE RECIBO DA MESMA SEQUENCIA DO
      *     CAIXA E ENTRA NO MOVIMENTO DE PAGAMENTOS COM ORIGEM
      *     "RETORNO". PAGAMENTO DATADO EM MES JA FECHADO PELO
      *     SUPERVISOR TAMBEM VAI PARA OS REJEITADOS, ASSIM COMO O
      *     EXCEDENTE QUE NAO PODE SER CREDITADO NO HAVER. CADA BAIXA
      *     RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE.
      *     CHECKPOINT: A CADA LINHA PROCESSADA O NUMERO DELA FICA
      *     NO ARQUIVO DE CHECKPOINT ("A" = EM ANDAMENTO) JUNTO COM A
      *     PRIMEIRA LINHA DO RETORNO, QUE IDENTIFICA O ARQUIVO. UMA
      *     EXECUCAO INTERROMPIDA OU COM ERRO DEIXA O CHECKPOINT "A" E
      *     A REEXECUCAO SOBRE O MESMO ARQUIVO PULA AS LINHAS JA
      *     PROCESSADAS, SEM BAIXAR DE NOVO (NEM CREDITAR EM HAVER COMO
      *     DUPLICIDADE) OS TITULOS JA BAIXADOS. SO UMA QUEDA ENTRE A
      *     BAIXA DE UMA LINHA E A GRAVACAO DO CHECKPOINT DELA REPETE
      *     AQUELA LINHA - CONFERIR O MOVIMENTO DE PAGAMENTOS DA LINHA
      *     SEGUINTE A DO CHECKPOINT ANTES DE REEXECUTAR. FIM SEM ERRO
      *     MARCA O CHECKPOINT COMO CONCLUIDO ("C")
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT REJEITADOS ASSIGN TO WK-REJEITA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REJEITA.

           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-PAGAMENTOS.

           SELECT RECIBO-SEQ ASSIGN TO WK-RECIBO-SEQ-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECIBO-SEQ.

           SELECT PERIODOS ASSIGN TO WK-PERIODO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERIODO.

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

           SELECT CHECKPOINT-FILE ASSIGN TO WK-CHECKPOINT-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CHECKPOINT.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  REJEITADOS.
       01  REG-REJEITA             PIC X(100).
      *
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  RECIBO-SEQ.
       01  REG-RECIBO-SEQ          PIC 9(06).
      *
       FD  PERIODOS.
           COPY "PERIODOS.cpy".
      *
       FD  HAVERES.
           COPY "HAVERES.cpy".
      *
       FD  HAVMOV.
           COPY "HAVMOV.cpy".
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  CHECKPOINT-FILE.
       01  REG-CHECKPOINT          PIC X(67).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "retorno-banco.txt".
       77  WK-REJEITA-PATH         PIC X(100)
           VALUE "retorno-rejeitados.txt".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-RECIBO-SEQ-PATH      PIC X(100)
           VALUE "recibo-sequencia.dat".
       77  WK-PERIODO-PATH         PIC X(100)
           VALUE "periodo-fechado.dat".
       77  WK-HAVERES-PATH         PIC X(100)
           VALUE "haveres.dat".
       77  WK-HAVMOV-PATH          PIC X(100)
           VALUE "movimento-haveres.txt".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-CHECKPOINT-PATH      PIC X(100)
           VALUE "retorno-checkpoint.dat".

      *---> STATUS ARQUIVO
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-RETORNO              PIC X(02) VALUE SPACES.
       01  FS-REJEITA              PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-RECIBO-SEQ           PIC X(02) VALUE SPACES.
       01  FS-PERIODO              PIC X(02) VALUE SPACES.
       01  FS-HAVERES              PIC X(02) VALUE SPACES.
       01  FS-HAVMOV               PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-CHECKPOINT           PIC X(02) VALUE SPACES.

      *---> ULTIMO MES FECHADO (AAAAMM; ZERO = NENHUM)
       77  WK-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.

      *---> NUMERO DE RECIBO DA BAIXA (MESMA SEQUENCIA DO CAIXA)
       77  WK-NUMERO-RECIBO        PIC 9(06) VALUE ZEROS.

      *---> LINHA DE DETALHE DO RETORNO DESMEMBRADA (TIPO 1)
       01  WK-REG-RET.
                                   PIC 9(09).
       77  WK-SALDO-LANC           PIC 9(07)V99 VALUE ZEROS.

      *---> PARTE DO PAGAMENTO QUE VAI PARA O HAVER DO CLIENTE
       77  WK-VALOR-HAVER          PIC 9(07)V99 VALUE ZEROS.

      *---> MOTIVO DA REJEICAO E VALOR REJEITADO QUANDO NAO E O
      *---> DA LINHA (ZERO = A LINHA INTEIRA)
       77  WK-MOTIVO               PIC X(35) VALUE SPACES.
       77  WK-LINHA-OK             PIC X     VALUE "N".
       77  WK-VALOR-REJEITA        PIC 9(07)V99 VALUE ZEROS.

      *---> CONTADORES
       77  WK-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-BAIXADOS       PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-HAVER          PIC 9(06) VALUE ZEROS.
       77  WK-VALOR-TOTAL-HAVER    PIC 9(09)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO        PIC ZZZ.ZZZ.ZZ9,99.

      *---> MONTAGEM DA LINHA DE REJEICAO (LINHA ORIGINAL + MOTIVO)
       77  WK-LINHA-REJEITA        PIC X(100) VALUE SPACES.

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

      *---> CHECKPOINT DE RETOMADA (GRAVADO A CADA LINHA PROCESSADA)
      *     SITUACAO "A" = EM ANDAMENTO, "C" = CONCLUIDO
       77  WK-REINICIO             PIC X     VALUE "N".
       77  WK-LINHA-ATUAL          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-PULADAS        PIC 9(06) VALUE ZEROS.
       77  WK-PRIMEIRA-LINHA       PIC X(60) VALUE SPACES.

       01  WK-LINHA-CHECKPOINT.
           05 CKP-SITUACAO         PIC X(01).
           05 CKP-ULTIMA-LINHA     PIC 9(06).
           05 CKP-PRIMEIRA-LINHA   PIC X(60).
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
               MOVE "retorno-rejeitados.txt" TO WK-REJEITA-PATH
           END-IF

           ACCEPT WK-PAGAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_PAGAMENTOS_PATH"
           IF WK-PAGAMENTOS-PATH = SPACES
               MOVE "pagamentos.dat" TO WK-PAGAMENTOS-PATH
           END-IF

           ACCEPT WK-RECIBO-SEQ-PATH FROM ENVIRONMENT
               "CLIENTES_RECIBO_SEQ_PATH"
           IF WK-RECIBO-SEQ-PATH = SPACES
               MOVE "recibo-sequencia.dat" TO WK-RECIBO-SEQ-PATH
           END-IF

           ACCEPT WK-PERIODO-PATH FROM ENVIRONMENT
               "CLIENTES_PERIODO_PATH"
           IF WK-PERIODO-PATH = SPACES
               MOVE "periodo-fechado.dat" TO WK-PERIODO-PATH
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

           ACCEPT WK-CHECKPOINT-PATH FROM ENVIRONMENT
               "CLIENTES_RETORNO_CKP_PATH"
           IF WK-CHECKPOINT-PATH = SPACES
               MOVE "retorno-checkpoint.dat" TO WK-CHECKPOINT-PATH
           END-IF

      *---> ULTIMO MES FECHADO; SEM CONTROLE NENHUM MES ESTA FECHADO
           OPEN INPUT PERIODOS
           IF FS-PERIODO = "00"
               READ PERIODOS
               IF FS-PERIODO = "00"
                   MOVE PER-ULTIMO-FECHADO TO WK-ULTIMO-FECHADO
               END-IF
           END-IF
           CLOSE PERIODOS

           OPEN I-O LANCAMENTOS.
           OPEN INPUT ARQUIVO-RETORNO.
           PERFORM 0150-LE-CHECKPOINT
           IF WK-REINICIO = "S"
      *---> RETOMADA: PRESERVA AS REJEICOES DA EXECUCAO INTERROMPIDA
               OPEN EXTEND REJEITADOS
               IF FS-REJEITA EQUAL "35"
                   OPEN OUTPUT REJEITADOS
               END-IF
           ELSE
               OPEN OUTPUT REJEITADOS
           END-IF.
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
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
      *    CHECKPOINT "A" DE UMA EXECUCAO INTERROMPIDA: SE A PRIMEIRA
      *    LINHA DO RETORNO E A MESMA GUARDADA NO CHECKPOINT, E O
      *    MESMO ARQUIVO E A EXECUCAO RETOMA APOS A ULTIMA LINHA
      *    PROCESSADA; CHECKPOINT DE OUTRO ARQUIVO E DESPREZADO
      ******************************************************************
       0150-LE-CHECKPOINT      SECTION.
           MOVE "N" TO WK-REINICIO
           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT = "00"
               READ CHECKPOINT-FILE INTO WK-LINHA-CHECKPOINT
               IF FS-CHECKPOINT = "00" AND CKP-SITUACAO = "A"
                AND FS-RETORNO = "00"
                   READ ARQUIVO-RETORNO
                   IF FS-RETORNO = "00"
                    AND REG-RETORNO = CKP-PRIMEIRA-LINHA
                       MOVE "S" TO WK-REINICIO
                       DISPLAY "RETOMANDO DO CHECKPOINT - LINHA: "
                           CKP-ULTIMA-LINHA
                   ELSE
                       DISPLAY "CHECKPOINT DE OUTRO ARQUIVO DESPREZADO"
                   END-IF
      *---> VOLTA AO INICIO DO RETORNO PARA A LEITURA NORMAL
                   CLOSE ARQUIVO-RETORNO
                   OPEN INPUT ARQUIVO-RETORNO
               END-IF
           END-IF.
           CLOSE CHECKPOINT-FILE.
       0150-LE-CHECKPOINT-FIM. EXIT.
      ******************************************************************
       0200-PROCESSA-RETORNO   SECTION.
           EVALUATE TRUE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 0205-PROCESSA-LINHA
                       END-READ
                   END-PERFORM
      *---> COM ERRO O CHECKPOINT FICA "A" NA ULTIMA LINHA: A
      *---> REEXECUCAO NAO BAIXA NADA DE NOVO E SO CONCLUI
                   IF RETURN-CODE = ZEROS
                       PERFORM 0360-FINALIZA-CHECKPOINT
                   END-IF
                   IF WK-REINICIO = "S"
                       DISPLAY "LINHAS JA PROCESSADAS (PULADAS): "
                           WK-TOTAL-PULADAS
                   END-IF
                   DISPLAY "DETALHES LIDOS....: " WK-TOTAL-LIDOS
                   DISPLAY "TITULOS BAIXADOS..: " WK-TOTAL-BAIXADOS
                   DISPLAY "LINHAS REJEITADAS.: " WK-TOTAL-REJEITADOS
                   DISPLAY "CREDITOS EM HAVER.: " WK-TOTAL-HAVER
                   MOVE WK-VALOR-TOTAL-HAVER TO WK-VALOR-EDITADO
                   DISPLAY "VALOR EM HAVER....: " WK-VALOR-EDITADO
           END-EVALUATE.
       0200-PROCESSA-RETORNO-FIM. EXIT.
      ******************************************************************
      *    UMA LINHA DO RETORNO: NA RETOMADA AS LINHAS ATE A DO
      *    CHECKPOINT JA FORAM PROCESSADAS E SO SAO CONTADAS; AS
      *    DEMAIS SAO PROCESSADAS E GRAVAM O CHECKPOINT
      ******************************************************************
       0205-PROCESSA-LINHA     SECTION.
           ADD 1 TO WK-LINHA-ATUAL
           IF WK-LINHA-ATUAL = 1
               MOVE REG-RETORNO TO WK-PRIMEIRA-LINHA
           END-IF
           IF WK-REINICIO = "S"
            AND WK-LINHA-ATUAL NOT > CKP-ULTIMA-LINHA
               ADD 1 TO WK-TOTAL-PULADAS
               EXIT SECTION
           END-IF
           MOVE REG-RETORNO TO WK-REG-RET
      *---> HEADER E TRAILER DO BANCO NAO GERAM BAIXA
           IF WK-R-TIPO = "1"
               ADD 1 TO WK-TOTAL-LIDOS
               PERFORM 0210-PROCESSA-DETALHE
           END-IF
           PERFORM 0350-GRAVA-CHECKPOINT.
       0205-PROCESSA-LINHA-FIM. EXIT.
      ******************************************************************
       0210-PROCESSA-DETALHE   SECTION.
           PERFORM 0220-VALIDA-LINHA
               WHEN FS-LANCAMENTOS NOT = "00"
                   MOVE "ERRO DE LEITURA NO LANCAMENTO" TO WK-MOTIVO
                   PERFORM 0250-GRAVA-REJEITADO
      *---> NADA DATADO EM MES FECHADO: O RECEBIDO DO MES SAI DO
      *---> MOVIMENTO DE PAGAMENTOS PELA DATA DE CADA PAGAMENTO
               WHEN WK-R-DATA-PAGTO(1:6) NOT > WK-ULTIMO-FECHADO
                   MOVE "PAGAMENTO EM MES FECHADO" TO WK-MOTIVO
                   PERFORM 0250-GRAVA-REJEITADO
      *---> TITULO JA PAGO OU RENEGOCIADO: O CLIENTE PAGOU EM
      *---> DUPLICIDADE E O VALOR INTEIRO VIRA HAVER
               WHEN LAN-SITUACAO NOT = "A"
                   PERFORM 0235-CREDITA-DUPLICIDADE
               WHEN OTHER
                   PERFORM 0230-BAIXA-TITULO
           END-EVALUATE.
           END-IF.
       0220-VALIDA-LINHA-FIM.  EXIT.
      ******************************************************************
      *    BAIXA DO TITULO: VALOR MAIOR QUE O SALDO QUITA O TITULO
      *    E O EXCEDENTE VAI PARA O HAVER DO CLIENTE; VALOR MENOR E
      *    ACEITO COMO PAGAMENTO PARCIAL E A COBRANCA CONTINUA EM
      *    ABERTO, COMO NA TELA
      ******************************************************************
       0230-BAIXA-TITULO       SECTION.
           MOVE ZEROS TO WK-VALOR-HAVER
           COMPUTE WK-SALDO-LANC = LAN-VALOR - LAN-VALOR-PAGO
           IF WK-SALDO-LANC = ZEROS
               PERFORM 0235-CREDITA-DUPLICIDADE
               EXIT SECTION
           END-IF
           IF WK-VALOR-PAGO > WK-SALDO-LANC
               COMPUTE WK-VALOR-HAVER = WK-VALOR-PAGO - WK-SALDO-LANC
               MOVE WK-SALDO-LANC TO WK-VALOR-PAGO
           END-IF
           ADD WK-VALOR-PAGO TO LAN-VALOR-PAGO
           MOVE WK-R-DATA-PAGTO TO LAN-DATA-PAGAMENTO
           IF LAN-VALOR-PAGO >= LAN-VALOR
           REWRITE REG-LANCAMENTO
           IF FS-LANCAMENTOS = "00"
               ADD 1 TO WK-TOTAL-BAIXADOS
               PERFORM 0240-GRAVA-PAGAMENTO
      *---> O EXCEDENTE SAI NO MESMO RECIBO DA BAIXA; SE O HAVER
      *---> NAO PODE SER GRAVADO, O EXCEDENTE VAI PARA OS REJEITADOS
               IF WK-VALOR-HAVER > ZEROS
                   PERFORM 0270-GRAVA-HAVER
                   IF FS-HAVERES NOT = "00"
                       MOVE "EXCEDENTE NAO CREDITADO NO HAVER"
                                       TO WK-MOTIVO
                       MOVE WK-VALOR-HAVER TO WK-VALOR-REJEITA
                       PERFORM 0250-GRAVA-REJEITADO
                   END-IF
               END-IF
               MOVE LAN-CODIGO TO WK-RES-CODIGO
               PERFORM 0280-ATUALIZA-RESUMO
           ELSE
               MOVE "ERRO AO REGRAVAR LANCAMENTO" TO WK-MOTIVO
               PERFORM 0250-GRAVA-REJEITADO
           END-IF.
       0230-BAIXA-TITULO-FIM.  EXIT.
      ******************************************************************
      *    PAGAMENTO DE TITULO QUE NAO TEM MAIS SALDO: NAO HA BAIXA,
      *    O VALOR INTEIRO ENTRA NO HAVER COM RECIBO PROPRIO E
      *    REGISTRO NO MOVIMENTO DE PAGAMENTOS SEM VENCIMENTO (BASE
      *    DO ESTORNO DO CREDITO); HAVER QUE NAO PODE SER GRAVADO
      *    MANDA A LINHA PARA OS REJEITADOS
      ******************************************************************
       0235-CREDITA-DUPLICIDADE SECTION.
           MOVE WK-VALOR-PAGO TO WK-VALOR-HAVER
           PERFORM 0260-PROXIMO-RECIBO
           PERFORM 0270-GRAVA-HAVER
           IF FS-HAVERES NOT = "00"
               MOVE "ERRO AO GRAVAR HAVER" TO WK-MOTIVO
               PERFORM 0250-GRAVA-REJEITADO
               EXIT SECTION
           END-IF
           PERFORM 0245-GRAVA-CREDITO
           MOVE LAN-CODIGO TO WK-RES-CODIGO
           PERFORM 0280-ATUALIZA-RESUMO.
       0235-CREDITA-DUPLICIDADE-FIM. EXIT.
      ******************************************************************
      *    REGISTRO DA BAIXA NO MOVIMENTO DE PAGAMENTOS, COM A DATA
      *    DE PAGAMENTO INFORMADA PELO BANCO
      ******************************************************************
       0240-GRAVA-PAGAMENTO    SECTION.
           PERFORM 0260-PROXIMO-RECIBO
           MOVE WK-NUMERO-RECIBO TO PAG-RECIBO
           MOVE LAN-CODIGO       TO PAG-CODIGO
           MOVE LAN-VENCIMENTO   TO PAG-VENCIMENTO
           MOVE LAN-SEQ          TO PAG-SEQ
           MOVE WK-VALOR-PAGO    TO PAG-VALOR
           MOVE WK-R-DATA-PAGTO  TO PAG-DATA
           MOVE "RETORNO"        TO PAG-OPERADOR
           MOVE "RETORNO"        TO PAG-ORIGEM
           MOVE "A"              TO PAG-SITUACAO
           MOVE ZEROS            TO PAG-ESTORNO-DATA
           MOVE SPACES           TO PAG-ESTORNO-OPERADOR
           WRITE REG-PAGAMENTO
           IF FS-PAGAMENTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAGAMENTO: " FS-PAGAMENTOS
               MOVE 1 TO RETURN-CODE
      *---> O TITULO JA FOI BAIXADO: A LINHA VAI PARA OS REJEITADOS
      *---> SO PARA ACERTO DO MOVIMENTO, NAO PARA NOVA BAIXA
               MOVE "BAIXADO SEM MOVIMENTO DE PAGAMENTO"
                                       TO WK-MOTIVO
               MOVE WK-VALOR-PAGO TO WK-VALOR-REJEITA
               PERFORM 0250-GRAVA-REJEITADO
           ELSE
               MOVE PAG-DATA   TO WK-RES-PAG-DATA
               MOVE PAG-VALOR  TO WK-RES-PAG-VALOR
               MOVE PAG-RECIBO TO WK-RES-PAG-RECIBO
           END-IF.
       0240-GRAVA-PAGAMENTO-FIM. EXIT.
      ******************************************************************
      *    REGISTRO NO MOVIMENTO DE PAGAMENTOS DO VALOR QUE FOI
      *    INTEIRO PARA O HAVER, NO RECIBO JA NUMERADO, SEM
      *    VENCIMENTO E SEQ (NAO BAIXOU NENHUMA COBRANCA)
      ******************************************************************
       0245-GRAVA-CREDITO      SECTION.
           MOVE WK-NUMERO-RECIBO TO PAG-RECIBO
           MOVE LAN-CODIGO       TO PAG-CODIGO
           MOVE ZEROS            TO PAG-VENCIMENTO, PAG-SEQ
           MOVE WK-VALOR-HAVER   TO PAG-VALOR
           MOVE WK-R-DATA-PAGTO  TO PAG-DATA
           MOVE "RETORNO"        TO PAG-OPERADOR
           MOVE "RETORNO"        TO PAG-ORIGEM
           MOVE "A"              TO PAG-SITUACAO
           MOVE ZEROS            TO PAG-ESTORNO-DATA
           MOVE SPACES           TO PAG-ESTORNO-OPERADOR
           WRITE REG-PAGAMENTO
           IF FS-PAGAMENTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAGAMENTO: " FS-PAGAMENTOS
               MOVE 1 TO RETURN-CODE
      *---> O HAVER JA FOI CREDITADO: SO FALTA O MOVIMENTO
               MOVE "HAVER SEM MOVIMENTO DE PAGAMENTO" TO WK-MOTIVO
               MOVE WK-VALOR-HAVER TO WK-VALOR-REJEITA
               PERFORM 0250-GRAVA-REJEITADO
           ELSE
               MOVE PAG-DATA   TO WK-RES-PAG-DATA
               MOVE PAG-VALOR  TO WK-RES-PAG-VALOR
               MOVE PAG-RECIBO TO WK-RES-PAG-RECIBO
           END-IF.
       0245-GRAVA-CREDITO-FIM. EXIT.
      ******************************************************************
      *    LINHA ORIGINAL + MOTIVO; QUANDO SO PARTE DO PAGAMENTO E
      *    REJEITADA, O VALOR DESSA PARTE VAI NO FIM DA LINHA
      ******************************************************************
       0250-GRAVA-REJEITADO    SECTION.
           MOVE SPACES TO WK-LINHA-REJEITA
           IF WK-VALOR-REJEITA > ZEROS
               MOVE WK-VALOR-REJEITA TO WK-VALOR-EDITADO
               STRING FUNCTION TRIM(REG-RETORNO) DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      FUNCTION TRIM(WK-MOTIVO)   DELIMITED BY SIZE
                      " VALOR: "                 DELIMITED BY SIZE
                      FUNCTION TRIM(WK-VALOR-EDITADO)
                                                 DELIMITED BY SIZE
                   INTO WK-LINHA-REJEITA
               MOVE ZEROS TO WK-VALOR-REJEITA
           ELSE
               STRING FUNCTION TRIM(REG-RETORNO) DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      FUNCTION TRIM(WK-MOTIVO)   DELIMITED BY SIZE
                   INTO WK-LINHA-REJEITA
           END-IF
           WRITE REG-REJEITA FROM WK-LINHA-REJEITA
           ADD 1 TO WK-TOTAL-REJEITADOS.
       0250-GRAVA-REJEITADO-FIM. EXIT.
      ******************************************************************
      *    PROXIMO NUMERO DE RECIBO: LE O ULTIMO NUMERO USADO NO
      *    ARQUIVO DE SEQUENCIA E REGRAVA O NOVO VALOR
      ******************************************************************
       0260-PROXIMO-RECIBO     SECTION.
           MOVE ZEROS TO WK-NUMERO-RECIBO
           OPEN INPUT RECIBO-SEQ
           IF FS-RECIBO-SEQ = "00"
               READ RECIBO-SEQ
               IF FS-RECIBO-SEQ = "00"
                   MOVE REG-RECIBO-SEQ TO WK-NUMERO-RECIBO
               END-IF
           END-IF
           CLOSE RECIBO-SEQ
           ADD 1 TO WK-NUMERO-RECIBO
           OPEN OUTPUT RECIBO-SEQ
           MOVE WK-NUMERO-RECIBO TO REG-RECIBO-SEQ
           WRITE REG-RECIBO-SEQ
           CLOSE RECIBO-SEQ.
       0260-PROXIMO-RECIBO-FIM. EXIT.
      ******************************************************************
      *    CREDITO NO HAVER DO CLIENTE (CRIA O REGISTRO NO PRIMEIRO
      *    CREDITO) E LINHA "C" NO MOVIMENTO DE HAVERES, COM O
      *    RECIBO JA NUMERADO PELO CHAMADOR
      ******************************************************************
       0270-GRAVA-HAVER        SECTION.
           MOVE LAN-CODIGO TO HAV-CODIGO
           READ HAVERES
           EVALUATE TRUE
               WHEN FS-HAVERES = "00"
                   ADD WK-VALOR-HAVER TO HAV-SALDO
                   MOVE WK-R-DATA-PAGTO TO HAV-DATA-MOVIMENTO
                   REWRITE REG-HAVER
               WHEN FS-HAVERES = "23"
                   MOVE WK-VALOR-HAVER  TO HAV-SALDO
                   MOVE WK-R-DATA-PAGTO TO HAV-DATA-MOVIMENTO
                   WRITE REG-HAVER
           END-EVALUATE
           IF FS-HAVERES NOT = "00"
               DISPLAY "ERRO AO GRAVAR HAVER: " FS-HAVERES " "
                   LAN-CODIGO
               EXIT SECTION
           END-IF
           MOVE "C"              TO HVM-TIPO
           MOVE WK-R-DATA-PAGTO  TO HVM-DATA
           MOVE LAN-CODIGO       TO HVM-CODIGO
           MOVE LAN-VENCIMENTO   TO HVM-VENCIMENTO
           MOVE LAN-SEQ          TO HVM-SEQ
           MOVE WK-VALOR-HAVER   TO HVM-VALOR
           MOVE WK-NUMERO-RECIBO TO HVM-RECIBO
           MOVE "RETORNO"        TO HVM-ORIGEM
           MOVE "RETORNO"        TO HVM-OPERADOR
           WRITE REG-HAVMOV
           ADD 1 TO WK-TOTAL-HAVER
           ADD WK-VALOR-HAVER TO WK-VALOR-TOTAL-HAVER.
       0270-GRAVA-HAVER-FIM.   EXIT.
      ******************************************************************
      *    RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE
      *    WK-RES-CODIGO PELOS LANCAMENTOS DELE (SALDO E QUANTIDADE
      *    EM ABERTO, VENCIDO POR FAIXA NA POSICAO DE HOJE E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO) E REGRAVA O REGISTRO.
      *    O ULTIMO PAGAMENTO SO MUDA QUANDO WK-RES-PAG-RECIBO TRAZ
      *    UM PAGAMENTO MAIS RECENTE QUE O GUARDADO. RESUMO EM USO
      *    POR OUTRO PROGRAMA FICA PARA A REAPURACAO NOTURNA
      ******************************************************************
       0280-ATUALIZA-RESUMO    SECTION.
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
                       PERFORM 0290-ACUMULA-RESUMO
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
           MOVE "RETORNO" TO RES-ORIGEM
           IF WK-RES-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF.
       0280-ATUALIZA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    SOMA UMA COBRANCA EM ABERTO NO RESUMO (MESMOS CORTES DO
      *    RELATORIO DE AGING)
      ******************************************************************
       0290-ACUMULA-RESUMO     SECTION.
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
       0290-ACUMULA-RESUMO-FIM. EXIT.
      ******************************************************************
       0350-GRAVA-CHECKPOINT   SECTION.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE "A"               TO CKP-SITUACAO
           MOVE WK-LINHA-ATUAL    TO CKP-ULTIMA-LINHA
           MOVE WK-PRIMEIRA-LINHA TO CKP-PRIMEIRA-LINHA
           WRITE REG-CHECKPOINT FROM WK-LINHA-CHECKPOINT
           IF FS-CHECKPOINT NOT EQUAL "00"
               DISPLAY "ERRO AO GRAVAR CHECKPOINT: " FS-CHECKPOINT
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE CHECKPOINT-FILE.
       0350-GRAVA-CHECKPOINT-FIM. EXIT.
      ******************************************************************
      *    MARCA O CHECKPOINT COMO CONCLUIDO: A PROXIMA EXECUCAO
      *    COMECA DO INICIO DO ARQUIVO
      ******************************************************************
       0360-FINALIZA-CHECKPOINT SECTION.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE "C"               TO CKP-SITUACAO
           MOVE WK-LINHA-ATUAL    TO CKP-ULTIMA-LINHA
           MOVE WK-PRIMEIRA-LINHA TO CKP-PRIMEIRA-LINHA
           WRITE REG-CHECKPOINT FROM WK-LINHA-CHECKPOINT
           CLOSE CHECKPOINT-FILE.
       0360-FINALIZA-CHECKPOINT-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE LANCAMENTOS.
           CLOSE ARQUIVO-RETORNO.
           CLOSE REJEITADOS.
           CLOSE PAGAMENTOS.
           CLOSE HAVERES.
           CLOSE HAVMOV.
           CLOSE RESUMOS.
       1000-FINALIZAR-FIM.     EXIT.
