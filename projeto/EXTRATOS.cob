      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  BATCH MENSAL DE EXTRATOS DE CONTA (VARIAVEL DE AMBIENTE
      *     EXTRATO_MES_REF AAAAMM, PADRAO = MES CORRENTE): GERA,
      *     PARA ENVIO JUNTO COM AS CARTAS DO MES, O EXTRATO DE TODO
      *     CLIENTE COM MOVIMENTO NO MES, NO MESMO FORMATO DO
      *     EXTRATO EMITIDO PELO MENU (PROGRAMA EXTRATO):
      *     MONTA, EM ORDEM DE DATA, TODO O MOVIMENTO DO CLIENTE NO
      *     PERIODO INFORMADO: COBRANCAS E PARCELAS (NO VENCIMENTO),
      *     LINHAS DE ENCARGO (SEQ 901+), PAGAMENTOS PARCIAIS E
      *     TOTAIS (MOVIMENTO DE PAGAMENTOS, COM OS ESTORNOS) E A
      *     SAIDA DAS COBRANCAS RENEGOCIADAS (MOVIMENTO DE
      *     LANCAMENTOS). O MOVIMENTO ANTERIOR AO PERIODO FORMA O
      *     SALDO ANTERIOR; CADA LINHA MOSTRA O SALDO CORRENTE E O
      *     EXTRATO FECHA COM O SALDO FINAL. SALDO POSITIVO E
      *     DIVIDA DO CLIENTE; SINAL "-" E SALDO A FAVOR DELE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. EXTRATOS.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO WK-CLIENTES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CLIENTES
               ALTERNATE RECORD KEY IS REG-TELEFONE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-NOME
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-CLIENTES.

           SELECT LANCAMENTOS ASSIGN TO WK-LANCAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-LANCAMENTOS
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-LANCAMENTOS.

           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-PAGAMENTOS.

           SELECT MOVLANC ASSIGN TO WK-MOVLANC-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVLANC.

           SELECT EXTRATO-SAIDA ASSIGN TO WK-EXTRATO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  LANCAMENTOS.
           COPY "LANCAMENTOS.cpy".
      *
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  MOVLANC.
           COPY "MOVLANC.cpy".
      *
       FD  EXTRATO-SAIDA.
       01  REG-EXTRATO             PIC X(90).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-MOVLANC-PATH         PIC X(100)
           VALUE "movimento-lancamentos.txt".
       77  WK-EXTRATO-PATH         PIC X(100)
           VALUE "extratos-mensais.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-MOVLANC              PIC X(02) VALUE SPACES.
       01  FS-EXTRATO              PIC X(02) VALUE SPACES.

      *---> MES DE REFERENCIA E PERIODO DO EXTRATO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-MES-REF              PIC X(06) VALUE SPACES.
       01  WK-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WK-COMPETENCIA.
           05 WK-COMP-ANO          PIC 9(04).
           05 WK-COMP-MES          PIC 9(02).
       77  WK-PROX-ANO             PIC 9(04) VALUE ZEROS.
       77  WK-PROX-MES             PIC 9(02) VALUE ZEROS.
       77  WK-CODIGO               PIC 9(07) VALUE ZEROS.
       77  WK-DATA-INI             PIC 9(08) VALUE ZEROS.
       77  WK-DATA-FIM             PIC 9(08) VALUE ZEROS.

      *---> CONTROLE DAS VARREDURAS
       77  WK-FIM-LISTA            PIC X     VALUE "N".
       77  WK-IND                  PIC 9(05) VALUE ZEROS.
       77  WK-IND-DESLOCA          PIC 9(03) VALUE ZEROS.
       77  WK-ACHOU                PIC X     VALUE "N".
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".

      *---> CONTADORES
       77  WK-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-EXTRATOS       PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-INCOMPLETOS    PIC 9(06) VALUE ZEROS.

      *---> PAGAMENTOS DO CLIENTE (PARA SEPARAR OS PAGAMENTOS
      *---> ANTERIORES AO MOVIMENTO DE PAGAMENTOS, QUE SO EXISTEM
      *---> NO VALOR PAGO DO LANCAMENTO)
       77  WK-QTD-PAG              PIC 9(03) VALUE ZEROS.
       01  WK-TAB-PAGAMENTOS.
           05 WK-TP-ENTRADA OCCURS 500 TIMES.
               10 WK-TP-VENCIMENTO PIC 9(08).
               10 WK-TP-SEQ        PIC 9(03).
               10 WK-TP-VALOR      PIC 9(07)V99.
       77  WK-PAGO-MOVIMENTO       PIC 9(09)V99 VALUE ZEROS.
       77  WK-PAGO-ANTERIOR        PIC 9(09)V99 VALUE ZEROS.

      *---> DATAS DE RENEGOCIACAO DE TODOS OS CLIENTES (CARREGADAS
      *---> UMA VEZ DO MOVIMENTO DE LANCAMENTOS; ALEM DO LIMITE A
      *---> SAIDA DA RENEGOCIADA FICA NO VENCIMENTO DA COBRANCA)
       77  WK-QTD-REN              PIC 9(05) VALUE ZEROS.
       77  WK-REN-EXCEDIDAS        PIC 9(05) VALUE ZEROS.
       01  WK-TAB-RENEGOCIACOES.
           05 WK-TR-ENTRADA OCCURS 5000 TIMES.
               10 WK-TR-CODIGO     PIC 9(07).
               10 WK-TR-VENCIMENTO PIC 9(08).
               10 WK-TR-SEQ        PIC 9(03).
               10 WK-TR-DATA       PIC 9(08).

      *---> EVENTO A INCLUIR NO EXTRATO
       01  WK-EVENTO.
           05 WK-EV-DATA           PIC 9(08).
           05 WK-EV-ORDEM          PIC 9(01).
           05 WK-EV-HISTORICO      PIC X(20).
           05 WK-EV-VENCIMENTO     PIC 9(08).
           05 WK-EV-SEQ            PIC 9(03).
           05 WK-EV-DEBITO         PIC 9(07)V99.
           05 WK-EV-CREDITO        PIC 9(07)V99.
       01  WK-EV-RECIBO            PIC 9(06) VALUE ZEROS.

      *---> EVENTOS DO PERIODO EM ORDEM DE DATA (DEBITOS ANTES DOS
      *---> CREDITOS DO MESMO DIA)
       77  WK-QTD-EVENTOS          PIC 9(03) VALUE ZEROS.
       77  WK-EVENTOS-EXCEDIDOS    PIC 9(05) VALUE ZEROS.
       01  WK-TAB-EVENTOS.
           05 WK-TE-ENTRADA OCCURS 500 TIMES.
               10 WK-TE-DATA       PIC 9(08).
               10 WK-TE-ORDEM      PIC 9(01).
               10 WK-TE-HISTORICO  PIC X(20).
               10 WK-TE-VENCIMENTO PIC 9(08).
               10 WK-TE-SEQ        PIC 9(03).
               10 WK-TE-DEBITO     PIC 9(07)V99.
               10 WK-TE-CREDITO    PIC 9(07)V99.

      *---> SALDOS E TOTAIS DO EXTRATO
       77  WK-SALDO-ANTERIOR       PIC S9(09)V99 VALUE ZEROS.
       77  WK-SALDO-CORRENTE       PIC S9(09)V99 VALUE ZEROS.
       77  WK-TOTAL-DEBITOS        PIC 9(09)V99 VALUE ZEROS.
       77  WK-TOTAL-CREDITOS       PIC 9(09)V99 VALUE ZEROS.

      *---> LINHAS DO EXTRATO
       77  WK-LINHA-SAIDA          PIC X(90) VALUE SPACES.

       01  WK-CAB-EXTRATO.
           05 FILLER               PIC X(10) VALUE "DATA".
           05 FILLER               PIC X(21) VALUE "HISTORICO".
           05 FILLER               PIC X(09) VALUE "VENCTO".
           05 FILLER               PIC X(04) VALUE "SEQ".
           05 FILLER               PIC X(14) VALUE "      DEBITO".
           05 FILLER               PIC X(14) VALUE "     CREDITO".
           05 FILLER               PIC X(15) VALUE "          SALDO".

       01  WK-LINHA-EXTRATO.
           05 WK-L-DATA            PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-HISTORICO       PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-L-VENCIMENTO      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-L-SEQ             PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-L-DEBITO          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-L-CREDITO         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-L-SALDO           PIC ZZZ.ZZZ.ZZ9,99-.

       01  WK-LINHA-SALDO.
           05 WK-S-ROTULO          PIC X(22).
           05 WK-S-VALOR           PIC ZZZ.ZZZ.ZZ9,99-.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-GERA-EXTRATOS
             END-IF
             PERFORM 1000-FINALIZAR.
             GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-CLIENTES-PATH FROM ENVIRONMENT
               "CLIENTES_DAT_PATH"
           IF WK-CLIENTES-PATH = SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                       TO WK-CLIENTES-PATH
           END-IF
           ACCEPT WK-LANCAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_LANCAMENTOS_PATH"
           IF WK-LANCAMENTOS-PATH = SPACES
               MOVE "lancamentos.dat" TO WK-LANCAMENTOS-PATH
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
           ACCEPT WK-EXTRATO-PATH FROM ENVIRONMENT
               "CLIENTES_EXTRATOS_PATH"
           IF WK-EXTRATO-PATH = SPACES
               MOVE "extratos-mensais.txt" TO WK-EXTRATO-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL

      *---> MES DE REFERENCIA: EXTRATO_MES_REF OU O MES CORRENTE
           ACCEPT WK-MES-REF FROM ENVIRONMENT "EXTRATO_MES_REF"
           IF WK-MES-REF = SPACES
               MOVE WK-DATA-HORA-ATUAL(1:6) TO WK-MES-REF
           END-IF
           IF WK-MES-REF IS NOT NUMERIC
               DISPLAY "MES DE REFERENCIA INVALIDO: " WK-MES-REF
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE WK-MES-REF TO WK-COMPETENCIA
           IF WK-COMP-MES < 1 OR WK-COMP-MES > 12
               DISPLAY "MES DE REFERENCIA INVALIDO: " WK-MES-REF
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM 0110-PERIODO-DO-MES

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT LANCAMENTOS.
           IF FS-LANCAMENTOS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE LANCAMENTOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT PAGAMENTOS.
           OPEN OUTPUT EXTRATO-SAIDA.
           PERFORM 0120-CARREGA-RENEGOCIACOES.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    PERIODO DO EXTRATO: DO DIA 1 AO ULTIMO DIA DO MES DE
      *    REFERENCIA (VESPERA DO DIA 1 DO MES SEGUINTE)
      ******************************************************************
       0110-PERIODO-DO-MES     SECTION.
           COMPUTE WK-DATA-INI = WK-COMPETENCIA * 100 + 1
           IF WK-COMP-MES = 12
               COMPUTE WK-PROX-ANO = WK-COMP-ANO + 1
               MOVE 1 TO WK-PROX-MES
           ELSE
               MOVE WK-COMP-ANO TO WK-PROX-ANO
               COMPUTE WK-PROX-MES = WK-COMP-MES + 1
           END-IF
           COMPUTE WK-DATA-FIM = WK-PROX-ANO * 10000
                               + WK-PROX-MES * 100 + 1
           COMPUTE WK-DATA-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-DATA-FIM) - 1).
       0110-PERIODO-DO-MES-FIM. EXIT.
      ******************************************************************
      *    DATAS DAS RENEGOCIACOES NO MOVIMENTO DE LANCAMENTOS
      *    (ARQUIVO SEQUENCIAL), LIDO POR INTEIRO UMA SO VEZ PARA
      *    TODOS OS CLIENTES DO BATCH
      ******************************************************************
       0120-CARREGA-RENEGOCIACOES SECTION.
           OPEN INPUT MOVLANC
           IF FS-MOVLANC NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-MOVLANC NOT = "00"
               READ MOVLANC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MVL-TIPO = "R"
                           IF WK-QTD-REN < 5000
                               ADD 1 TO WK-QTD-REN
                               MOVE MVL-CODIGO
                                   TO WK-TR-CODIGO(WK-QTD-REN)
                               MOVE MVL-VENCIMENTO
                                   TO WK-TR-VENCIMENTO(WK-QTD-REN)
                               MOVE MVL-SEQ
                                   TO WK-TR-SEQ(WK-QTD-REN)
                               MOVE MVL-DATA
                                   TO WK-TR-DATA(WK-QTD-REN)
                           ELSE
                               ADD 1 TO WK-REN-EXCEDIDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVLANC
           IF WK-REN-EXCEDIDAS NOT = ZEROS
               DISPLAY "RENEGOCIACOES SEM DATA (LIMITE 5000): "
                       WK-REN-EXCEDIDAS
           END-IF.
       0120-CARREGA-RENEGOCIACOES-FIM. EXIT.
      ******************************************************************
      *    VARRE O CADASTRO NA ORDEM DO CODIGO; O CLIENTE QUE TEM
      *    AO MENOS UM MOVIMENTO DENTRO DO MES RECEBE O EXTRATO
      ******************************************************************
       0200-GERA-EXTRATOS      SECTION.
           MOVE "N" TO WK-FIM-ARQUIVO
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ CLIENTES NEXT RECORD
               IF FS-CLIENTES NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               ELSE
                   ADD 1 TO WK-TOTAL-LIDOS
                   MOVE REG-CODIGO TO WK-CODIGO
                   PERFORM 0300-MONTA-EXTRATO
                   IF WK-QTD-EVENTOS > ZEROS
                       PERFORM 0500-GRAVA-EXTRATO
                       ADD 1 TO WK-TOTAL-EXTRATOS
                       IF WK-EVENTOS-EXCEDIDOS NOT = ZEROS
                           ADD 1 TO WK-TOTAL-INCOMPLETOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "MES DE REFERENCIA....: " WK-MES-REF
           DISPLAY "CLIENTES LIDOS.......: " WK-TOTAL-LIDOS
           DISPLAY "EXTRATOS GERADOS.....: " WK-TOTAL-EXTRATOS
           IF WK-TOTAL-INCOMPLETOS NOT = ZEROS
               DISPLAY "EXTRATOS INCOMPLETOS.: " WK-TOTAL-INCOMPLETOS
           END-IF.
       0200-GERA-EXTRATOS-FIM. EXIT.
      ******************************************************************
      *    MONTA OS EVENTOS DO CLIENTE WK-CODIGO: O QUE E ANTERIOR A
      *    WK-DATA-INI VAI PARA O SALDO ANTERIOR, O QUE CAI NO
      *    PERIODO ENTRA NA TABELA EM ORDEM DE DATA E O QUE E
      *    POSTERIOR A WK-DATA-FIM FICA DE FORA
      ******************************************************************
       0300-MONTA-EXTRATO      SECTION.
           MOVE ZEROS TO WK-QTD-EVENTOS, WK-EVENTOS-EXCEDIDOS,
                         WK-SALDO-ANTERIOR, WK-QTD-PAG
           PERFORM 0310-EVENTOS-PAGAMENTO
           PERFORM 0330-EVENTOS-LANCAMENTO.
       0300-MONTA-EXTRATO-FIM. EXIT.
      ******************************************************************
      *    PAGAMENTOS DO MOVIMENTO (CHAVE ALTERNATIVA PELO CLIENTE):
      *    CADA UM E UM CREDITO NA DATA DO PAGAMENTO; O CANCELADO
      *    POR ESTORNO VOLTA COMO DEBITO NA DATA DO ESTORNO. RECIBO
      *    SEM VENCIMENTO FOI INTEIRO PARA O HAVER E NAO ENTRA (SO
      *    A COMPENSACAO DO HAVER ABATE A DIVIDA)
      ******************************************************************
       0310-EVENTOS-PAGAMENTO  SECTION.
           MOVE WK-CODIGO TO PAG-CODIGO
           START PAGAMENTOS KEY EQUAL PAG-CODIGO
           IF FS-PAGAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ PAGAMENTOS NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-PAGAMENTOS NOT = "00"
                     OR PAG-CODIGO NOT = WK-CODIGO
                       MOVE "S" TO WK-FIM-LISTA
                   WHEN PAG-VENCIMENTO = ZEROS
                       CONTINUE
                   WHEN OTHER
                       IF PAG-SITUACAO = "A" AND WK-QTD-PAG < 500
                           ADD 1 TO WK-QTD-PAG
                           MOVE PAG-VENCIMENTO
                               TO WK-TP-VENCIMENTO(WK-QTD-PAG)
                           MOVE PAG-SEQ   TO WK-TP-SEQ(WK-QTD-PAG)
                           MOVE PAG-VALOR TO WK-TP-VALOR(WK-QTD-PAG)
                       END-IF
                       MOVE PAG-RECIBO     TO WK-EV-RECIBO
                       MOVE PAG-DATA       TO WK-EV-DATA
                       MOVE 2              TO WK-EV-ORDEM
                       MOVE SPACES         TO WK-EV-HISTORICO
                       STRING "PAGTO RECIBO " DELIMITED BY SIZE
                              WK-EV-RECIBO    DELIMITED BY SIZE
                           INTO WK-EV-HISTORICO
                       MOVE PAG-VENCIMENTO TO WK-EV-VENCIMENTO
                       MOVE PAG-SEQ        TO WK-EV-SEQ
                       MOVE ZEROS          TO WK-EV-DEBITO
                       MOVE PAG-VALOR      TO WK-EV-CREDITO
                       PERFORM 0400-REGISTRA-EVENTO
                       IF PAG-SITUACAO = "C"
                           MOVE PAG-ESTORNO-DATA TO WK-EV-DATA
                           MOVE 1                TO WK-EV-ORDEM
                           MOVE SPACES           TO WK-EV-HISTORICO
                           STRING "ESTORNO REC. "  DELIMITED BY SIZE
                                  WK-EV-RECIBO      DELIMITED BY SIZE
                               INTO WK-EV-HISTORICO
                           MOVE PAG-VALOR        TO WK-EV-DEBITO
                           MOVE ZEROS            TO WK-EV-CREDITO
                           PERFORM 0400-REGISTRA-EVENTO
                       END-IF
               END-EVALUATE
           END-PERFORM.
       0310-EVENTOS-PAGAMENTO-FIM. EXIT.
      ******************************************************************
      *    COBRANCAS DO CLIENTE: DEBITO NO VENCIMENTO; O VALOR PAGO
      *    QUE NAO TEM REGISTRO NO MOVIMENTO DE PAGAMENTOS (BAIXAS
      *    ANTERIORES A ELE) ENTRA COMO UM PAGAMENTO NA DATA DO
      *    ULTIMO PAGAMENTO; A RENEGOCIADA SAI PELO SALDO QUE FOI
      *    PARA O PLANO, NA DATA DA RENEGOCIACAO
      ******************************************************************
       0330-EVENTOS-LANCAMENTO SECTION.
           MOVE WK-CODIGO TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           IF FS-LANCAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                OR LAN-CODIGO NOT = WK-CODIGO
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   PERFORM 0340-EVENTOS-COBRANCA
               END-IF
           END-PERFORM.
       0330-EVENTOS-LANCAMENTO-FIM. EXIT.
      ******************************************************************
       0340-EVENTOS-COBRANCA   SECTION.
           MOVE LAN-VENCIMENTO TO WK-EV-DATA, WK-EV-VENCIMENTO
           MOVE LAN-SEQ        TO WK-EV-SEQ
           MOVE 1              TO WK-EV-ORDEM
           IF LAN-SEQ < 901
               MOVE "COBRANCA" TO WK-EV-HISTORICO
           ELSE
               MOVE "ENCARGO" TO WK-EV-HISTORICO
           END-IF
           MOVE LAN-VALOR      TO WK-EV-DEBITO
           MOVE ZEROS          TO WK-EV-CREDITO
           PERFORM 0400-REGISTRA-EVENTO
      *---> PAGO SEM REGISTRO NO MOVIMENTO DE PAGAMENTOS
           MOVE ZEROS TO WK-PAGO-MOVIMENTO
           MOVE 1 TO WK-IND
           PERFORM UNTIL WK-IND > WK-QTD-PAG
               IF WK-TP-VENCIMENTO(WK-IND) = LAN-VENCIMENTO
                AND WK-TP-SEQ(WK-IND) = LAN-SEQ
                   ADD WK-TP-VALOR(WK-IND) TO WK-PAGO-MOVIMENTO
               END-IF
               ADD 1 TO WK-IND
           END-PERFORM
           IF LAN-VALOR-PAGO > WK-PAGO-MOVIMENTO
               COMPUTE WK-PAGO-ANTERIOR =
                   LAN-VALOR-PAGO - WK-PAGO-MOVIMENTO
               IF LAN-DATA-PAGAMENTO = ZEROS
                   MOVE LAN-VENCIMENTO TO WK-EV-DATA
               ELSE
                   MOVE LAN-DATA-PAGAMENTO TO WK-EV-DATA
               END-IF
               MOVE 2                TO WK-EV-ORDEM
               MOVE "PAGAMENTO"      TO WK-EV-HISTORICO
               MOVE ZEROS            TO WK-EV-DEBITO
               MOVE WK-PAGO-ANTERIOR TO WK-EV-CREDITO
               PERFORM 0400-REGISTRA-EVENTO
           END-IF
      *---> SAIDA DA RENEGOCIADA (SEM DATA NO MOVIMENTO, VALE O
      *---> VENCIMENTO DA PROPRIA COBRANCA)
           IF LAN-SITUACAO = "R" AND LAN-VALOR > LAN-VALOR-PAGO
               MOVE LAN-VENCIMENTO TO WK-EV-DATA
               MOVE 1 TO WK-IND
               PERFORM UNTIL WK-IND > WK-QTD-REN
                   IF WK-TR-CODIGO(WK-IND) = LAN-CODIGO
                    AND WK-TR-VENCIMENTO(WK-IND) = LAN-VENCIMENTO
                    AND WK-TR-SEQ(WK-IND) = LAN-SEQ
                       MOVE WK-TR-DATA(WK-IND) TO WK-EV-DATA
                   END-IF
                   ADD 1 TO WK-IND
               END-PERFORM
               MOVE 2             TO WK-EV-ORDEM
               MOVE "RENEGOCIADA" TO WK-EV-HISTORICO
               MOVE ZEROS         TO WK-EV-DEBITO
               COMPUTE WK-EV-CREDITO = LAN-VALOR - LAN-VALOR-PAGO
               PERFORM 0400-REGISTRA-EVENTO
           END-IF.
       0340-EVENTOS-COBRANCA-FIM. EXIT.
      ******************************************************************
      *    CLASSIFICA O EVENTO PELA DATA: ANTERIOR AO PERIODO SOMA NO
      *    SALDO ANTERIOR; DENTRO DO PERIODO E INSERIDO NA TABELA
      *    DEPOIS DE TODOS OS DE MESMA DATA E ORDEM (500 NO MAXIMO)
      ******************************************************************
       0400-REGISTRA-EVENTO    SECTION.
           IF WK-EV-DATA < WK-DATA-INI
               COMPUTE WK-SALDO-ANTERIOR = WK-SALDO-ANTERIOR
                   + WK-EV-DEBITO - WK-EV-CREDITO
               EXIT SECTION
           END-IF
           IF WK-EV-DATA > WK-DATA-FIM
               EXIT SECTION
           END-IF
           IF WK-QTD-EVENTOS >= 500
               ADD 1 TO WK-EVENTOS-EXCEDIDOS
               EXIT SECTION
           END-IF
      *---> POSICAO: PRIMEIRO EVENTO DE DATA/ORDEM MAIOR QUE O NOVO
           MOVE "N" TO WK-ACHOU
           MOVE 1 TO WK-IND
           PERFORM UNTIL WK-IND > WK-QTD-EVENTOS OR WK-ACHOU = "S"
               IF WK-TE-DATA(WK-IND) > WK-EV-DATA
                OR (WK-TE-DATA(WK-IND) = WK-EV-DATA
                    AND WK-TE-ORDEM(WK-IND) > WK-EV-ORDEM)
                   MOVE "S" TO WK-ACHOU
               ELSE
                   ADD 1 TO WK-IND
               END-IF
           END-PERFORM
      *---> ABRE ESPACO DESLOCANDO OS POSTERIORES UMA POSICAO
           MOVE WK-QTD-EVENTOS TO WK-IND-DESLOCA
           PERFORM UNTIL WK-IND-DESLOCA < WK-IND
               MOVE WK-TE-ENTRADA(WK-IND-DESLOCA)
                   TO WK-TE-ENTRADA(WK-IND-DESLOCA + 1)
               SUBTRACT 1 FROM WK-IND-DESLOCA
           END-PERFORM
           MOVE WK-EVENTO TO WK-TE-ENTRADA(WK-IND)
           ADD 1 TO WK-QTD-EVENTOS.
       0400-REGISTRA-EVENTO-FIM. EXIT.
      ******************************************************************
      *    GRAVA O EXTRATO: CABECALHO, SALDO ANTERIOR, UMA LINHA POR
      *    EVENTO COM O SALDO CORRENTE, TOTAIS E SALDO FINAL
      ******************************************************************
       0500-GRAVA-EXTRATO      SECTION.
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING "EXTRATO DE CONTA - CLIENTE " DELIMITED BY SIZE
                  WK-CODIGO                     DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  REG-NOME                      DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           WRITE REG-EXTRATO FROM WK-LINHA-SAIDA
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING "PERIODO: "  DELIMITED BY SIZE
                  WK-DATA-INI  DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  WK-DATA-FIM  DELIMITED BY SIZE
                  "  EMITIDO EM " DELIMITED BY SIZE
                  WK-DATA-HORA-ATUAL(1:8) DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           WRITE REG-EXTRATO FROM WK-LINHA-SAIDA
           WRITE REG-EXTRATO FROM WK-CAB-EXTRATO
           MOVE "SALDO ANTERIOR........" TO WK-S-ROTULO
           MOVE WK-SALDO-ANTERIOR TO WK-S-VALOR
           WRITE REG-EXTRATO FROM WK-LINHA-SALDO
           MOVE WK-SALDO-ANTERIOR TO WK-SALDO-CORRENTE
           MOVE ZEROS TO WK-TOTAL-DEBITOS, WK-TOTAL-CREDITOS
           MOVE 1 TO WK-IND
           PERFORM UNTIL WK-IND > WK-QTD-EVENTOS
               COMPUTE WK-SALDO-CORRENTE = WK-SALDO-CORRENTE
                   + WK-TE-DEBITO(WK-IND) - WK-TE-CREDITO(WK-IND)
               ADD WK-TE-DEBITO(WK-IND)  TO WK-TOTAL-DEBITOS
               ADD WK-TE-CREDITO(WK-IND) TO WK-TOTAL-CREDITOS
               MOVE WK-TE-DATA(WK-IND)       TO WK-L-DATA
               MOVE WK-TE-HISTORICO(WK-IND)  TO WK-L-HISTORICO
               MOVE WK-TE-VENCIMENTO(WK-IND) TO WK-L-VENCIMENTO
               MOVE WK-TE-SEQ(WK-IND)        TO WK-L-SEQ
               MOVE WK-TE-DEBITO(WK-IND)     TO WK-L-DEBITO
               MOVE WK-TE-CREDITO(WK-IND)    TO WK-L-CREDITO
               MOVE WK-SALDO-CORRENTE        TO WK-L-SALDO
               WRITE REG-EXTRATO FROM WK-LINHA-EXTRATO
               ADD 1 TO WK-IND
           END-PERFORM
           MOVE "TOTAL DE DEBITOS......" TO WK-S-ROTULO
           MOVE WK-TOTAL-DEBITOS TO WK-S-VALOR
           WRITE REG-EXTRATO FROM WK-LINHA-SALDO
           MOVE "TOTAL DE CREDITOS....." TO WK-S-ROTULO
           MOVE WK-TOTAL-CREDITOS TO WK-S-VALOR
           WRITE REG-EXTRATO FROM WK-LINHA-SALDO
           MOVE "SALDO FINAL..........." TO WK-S-ROTULO
           MOVE WK-SALDO-CORRENTE TO WK-S-VALOR
           WRITE REG-EXTRATO FROM WK-LINHA-SALDO
           IF WK-EVENTOS-EXCEDIDOS NOT = ZEROS
               MOVE SPACES TO WK-LINHA-SAIDA
               STRING "*** MOVIMENTOS NAO LISTADOS (LIMITE 500): "
                                               DELIMITED BY SIZE
                      WK-EVENTOS-EXCEDIDOS     DELIMITED BY SIZE
                   INTO WK-LINHA-SAIDA
               WRITE REG-EXTRATO FROM WK-LINHA-SAIDA
           END-IF
           MOVE ALL "=" TO WK-LINHA-SAIDA
           WRITE REG-EXTRATO FROM WK-LINHA-SAIDA.
       0500-GRAVA-EXTRATO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE LANCAMENTOS.
           CLOSE PAGAMENTOS.
           CLOSE EXTRATO-SAIDA.
       1000-FINALIZAR-FIM.     EXIT.
