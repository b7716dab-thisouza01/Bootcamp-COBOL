      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  BATCH DIARIO DE ESCALONAMENTO DE RETORNOS ESQUECIDOS
      *     RETORNO PENDENTE ("P") HA MAIS DE N DIAS UTEIS DA DATA
      *     COMBINADA (ESCALA_DIAS, PADRAO 2; SABADO E DOMINGO NAO
      *     CONTAM) PASSA PARA A FILA DOS SUPERVISORES ("S"), QUE A
      *     VEEM NA AGENDA. O OPERADOR ORIGINAL CONTINUA NO
      *     ATENDIMENTO PARA O ACOMPANHAMENTO SEMANAL. CADA
      *     ESCALONAMENTO VAI PARA O MOVIMENTO DE RETORNOS (TIPO "E")
      *     E E LISTADO NA SAIDA DO JOB
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ESCALA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT ATENDIMENTOS ASSIGN TO WK-ATENDIMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-ATENDIMENTOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATENDIMENTOS.

           SELECT MOVRET ASSIGN TO WK-MOVRET-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVRET.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  MOVRET.
           COPY "RETMOV.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-MOVRET-PATH          PIC X(100)
           VALUE "movimento-retornos.txt".

      *---> STATUS ARQUIVO
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-MOVRET               PIC X(02) VALUE SPACES.

      *---> TOLERANCIA (DIAS UTEIS APOS A DATA DO RETORNO)
       77  WK-DIAS-PARAM           PIC X(03) VALUE SPACES.
       77  WK-DIAS-ESCALA          PIC 9(03) VALUE 2.

      *---> DATA DO DIA E CONTAGEM DE DIAS UTEIS EM ATRASO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-HOJE            PIC 9(07) VALUE ZEROS.
       77  WK-DIAS                 PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77  WK-DIAS-UTEIS           PIC 9(05) VALUE ZEROS.

      *---> CONTROLE DA VARREDURA
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".

      *---> CONTADORES
       77  WK-TOTAL-LIDOS          PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-PENDENTES      PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-ESCALADOS      PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-NA-FILA        PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-ERROS          PIC 9(06) VALUE ZEROS.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-ESCALA-RETORNOS
             END-IF
             PERFORM 1000-FINALIZAR.
             GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-ATENDIMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_ATENDIMENTOS_PATH"
           IF WK-ATENDIMENTOS-PATH = SPACES
               MOVE "atendimentos.dat" TO WK-ATENDIMENTOS-PATH
           END-IF
           ACCEPT WK-MOVRET-PATH FROM ENVIRONMENT
               "CLIENTES_MOVRET_PATH"
           IF WK-MOVRET-PATH = SPACES
               MOVE "movimento-retornos.txt" TO WK-MOVRET-PATH
           END-IF
      *---> TOLERANCIA: ESCALA_DIAS OU 2 DIAS UTEIS
           ACCEPT WK-DIAS-PARAM FROM ENVIRONMENT "ESCALA_DIAS"
           IF WK-DIAS-PARAM NOT = SPACES
               IF FUNCTION TRIM(WK-DIAS-PARAM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WK-DIAS-PARAM)
                                       TO WK-DIAS-ESCALA
               ELSE
                   DISPLAY "TOLERANCIA INVALIDA: " WK-DIAS-PARAM
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
           COMPUTE WK-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WK-HOJE)

           OPEN I-O ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL "35"
               OPEN OUTPUT ATENDIMENTOS
               CLOSE ATENDIMENTOS
               OPEN I-O ATENDIMENTOS
           END-IF.
           OPEN EXTEND MOVRET.
           IF FS-MOVRET EQUAL "35"
               OPEN OUTPUT MOVRET
               CLOSE MOVRET
               OPEN EXTEND MOVRET
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    VARRE OS ATENDIMENTOS NA ORDEM DA CHAVE; RETORNO PENDENTE
      *    COM DATA JA PASSADA TEM OS DIAS UTEIS DE ATRASO CONTADOS E,
      *    ACIMA DA TOLERANCIA, VAI PARA A FILA DOS SUPERVISORES
      ******************************************************************
       0200-ESCALA-RETORNOS    SECTION.
           MOVE ZEROS TO ATD-CODIGO
           MOVE LOW-VALUES TO ATD-DATA-HORA
           START ATENDIMENTOS KEY NOT LESS CHAVE-ATENDIMENTOS
           MOVE "N" TO WK-FIM-ARQUIVO
           IF FS-ATENDIMENTOS NOT = "00"
               MOVE "S" TO WK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ ATENDIMENTOS NEXT RECORD
               IF FS-ATENDIMENTOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               ELSE
                   ADD 1 TO WK-TOTAL-LIDOS
                   EVALUATE TRUE
                       WHEN ATD-RETORNO-SITUACAO = "S"
                           ADD 1 TO WK-TOTAL-NA-FILA
                       WHEN ATD-RETORNO-SITUACAO = "P"
                           ADD 1 TO WK-TOTAL-PENDENTES
                           IF ATD-RETORNO-DATA < WK-HOJE
                               PERFORM 0300-CONTA-DIAS-UTEIS
                               IF WK-DIAS-UTEIS > WK-DIAS-ESCALA
                                   PERFORM 0400-ESCALA-RETORNO
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY "TOLERANCIA (DIAS UTEIS)....: " WK-DIAS-ESCALA
           DISPLAY "ATENDIMENTOS LIDOS.........: " WK-TOTAL-LIDOS
           DISPLAY "RETORNOS PENDENTES.........: " WK-TOTAL-PENDENTES
           DISPLAY "ESCALADOS HOJE.............: " WK-TOTAL-ESCALADOS
           COMPUTE WK-TOTAL-NA-FILA = WK-TOTAL-NA-FILA
                                    + WK-TOTAL-ESCALADOS
           DISPLAY "NA FILA DOS SUPERVISORES...: " WK-TOTAL-NA-FILA
           IF WK-TOTAL-ERROS NOT = ZEROS
               DISPLAY "NAO REGRAVADOS (EM USO)....: " WK-TOTAL-ERROS
           END-IF.
       0200-ESCALA-RETORNOS-FIM. EXIT.
      ******************************************************************
      *    DIAS UTEIS DO DIA SEGUINTE AO RETORNO ATE HOJE. O DIA 1 DA
      *    CONTAGEM DE INTEGER-OF-DATE (01/01/1601) E SEGUNDA: RESTO
      *    6 = SABADO, RESTO 0 = DOMINGO. PARA DE CONTAR QUANDO PASSA
      *    DA TOLERANCIA
      ******************************************************************
       0300-CONTA-DIAS-UTEIS   SECTION.
           MOVE ZEROS TO WK-DIAS-UTEIS
           COMPUTE WK-DIAS =
               FUNCTION INTEGER-OF-DATE(ATD-RETORNO-DATA) + 1
           PERFORM UNTIL WK-DIAS > WK-DIAS-HOJE
                      OR WK-DIAS-UTEIS > WK-DIAS-ESCALA
               COMPUTE WK-DIA-SEMANA = FUNCTION MOD(WK-DIAS, 7)
               IF WK-DIA-SEMANA NOT = 6
                AND WK-DIA-SEMANA NOT = 0
                   ADD 1 TO WK-DIAS-UTEIS
               END-IF
               ADD 1 TO WK-DIAS
           END-PERFORM.
       0300-CONTA-DIAS-UTEIS-FIM. EXIT.
      ******************************************************************
      *    PASSA O RETORNO PARA A FILA DOS SUPERVISORES MANTENDO O
      *    OPERADOR ORIGINAL E REGISTRA O ESCALONAMENTO NO MOVIMENTO
      ******************************************************************
       0400-ESCALA-RETORNO     SECTION.
           MOVE "S" TO ATD-RETORNO-SITUACAO
           REWRITE REG-ATENDIMENTO
           IF FS-ATENDIMENTOS NOT = "00"
               ADD 1 TO WK-TOTAL-ERROS
               DISPLAY "NAO ESCALADO (EM USO).: " ATD-CODIGO " "
                   ATD-DATA-HORA
               EXIT SECTION
           END-IF
           ADD 1 TO WK-TOTAL-ESCALADOS
           MOVE "E"                TO MVR-TIPO
           MOVE WK-HOJE            TO MVR-DATA
           MOVE ATD-CODIGO         TO MVR-CODIGO
           MOVE ATD-DATA-HORA      TO MVR-DATA-HORA
           MOVE ATD-OPERADOR       TO MVR-OPERADOR
           MOVE ATD-RETORNO-DATA   TO MVR-RETORNO-DATA
           MOVE "ESCALA"           TO MVR-RESPONSAVEL
           WRITE REG-MOVRET
           DISPLAY "ESCALADO: CLIENTE " ATD-CODIGO
               " OPERADOR " ATD-OPERADOR
               " RETORNO " ATD-RETORNO-DATA.
       0400-ESCALA-RETORNO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE ATENDIMENTOS.
           CLOSE MOVRET.
       1000-FINALIZAR-FIM.     EXIT.
