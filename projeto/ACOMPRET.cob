      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  RELATORIO SEMANAL DE ACOMPANHAMENTO DE RETORNOS POR
      *     OPERADOR, PARA A SEMANA (SEGUNDA A DOMINGO) QUE CONTEM A
      *     DATA DE ACOMPANHA_SEMANA (AAAAMMDD, PADRAO = SEMANA
      *     PASSADA). POR OPERADOR ORIGINAL DO RETORNO:
      *     AGENDADOS  - RETORNOS COM DATA NA SEMANA
      *     NO PRAZO   - DESTES, CONCLUIDOS ATE A DATA COMBINADA
      *     COM ATRASO - DESTES, CONCLUIDOS DEPOIS DA DATA
      *     VENCIDOS   - RETORNOS AINDA PENDENTES OU NA FILA DO
      *                  SUPERVISOR COM DATA ATE O FIM DA SEMANA E
      *                  ANTERIOR A HOJE (INCLUSIVE DE SEMANAS
      *                  ANTERIORES)
      *     A DATA DA CONCLUSAO VEM DO MOVIMENTO DE RETORNOS; RETORNO
      *     BAIXADO ANTES DO MOVIMENTO EXISTIR CONTA SO EM AGENDADOS.
      *     ASSINA COM DATA DE GERACAO E QUANTIDADES LIDAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ACOMPRET.
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
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-ATENDIMENTOS
               FILE STATUS     IS FS-ATENDIMENTOS.

           SELECT MOVRET ASSIGN TO WK-MOVRET-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVRET.

           SELECT RELATORIO-ACO ASSIGN TO WK-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  MOVRET.
           COPY "RETMOV.cpy".
      *
       FD  RELATORIO-ACO.
       01  REG-RELATORIO           PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-MOVRET-PATH          PIC X(100)
           VALUE "movimento-retornos.txt".
       77  WK-RELATORIO-PATH       PIC X(100)
           VALUE "acompanhamento-retornos.txt".

      *---> STATUS ARQUIVO
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-MOVRET               PIC X(02) VALUE SPACES.
       01  FS-RELATORIO            PIC X(02) VALUE SPACES.

      *---> DATA DO DIA E SEMANA DE REFERENCIA (SEGUNDA A DOMINGO)
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-SEMANA-PARAM         PIC X(08) VALUE SPACES.
       77  WK-DATA-REF             PIC 9(08) VALUE ZEROS.
       77  WK-DIAS                 PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77  WK-SEMANA-INI           PIC 9(08) VALUE ZEROS.
       77  WK-SEMANA-FIM           PIC 9(08) VALUE ZEROS.

      *---> RETORNOS DA SEMANA POR OPERADOR ORIGINAL (A LINHA 51
      *---> ACUMULA OS OPERADORES QUE NAO COUBERAM NA TABELA)
       01  WK-TAB-OPE.
           05 WK-OPE-ENTRADA OCCURS 51 TIMES.
               10 WK-OPE-ID        PIC X(08).
               10 WK-OPE-AGENDADOS PIC 9(06).
               10 WK-OPE-NO-PRAZO  PIC 9(06).
               10 WK-OPE-ATRASO    PIC 9(06).
               10 WK-OPE-VENCIDOS  PIC 9(06).
       77  WK-QTD-OPE              PIC 9(02) VALUE ZEROS.
       77  WK-IND-OPE              PIC 9(02) VALUE ZEROS.
       77  WK-ACHOU-OPE            PIC X     VALUE "N".
       77  WK-USOU-OUTROS          PIC X     VALUE "N".
       77  WK-OPERADOR-BUSCA       PIC X(08) VALUE SPACES.

      *---> TOTAIS GERAIS
       77  WK-TOT-AGENDADOS        PIC 9(06) VALUE ZEROS.
       77  WK-TOT-NO-PRAZO         PIC 9(06) VALUE ZEROS.
       77  WK-TOT-ATRASO           PIC 9(06) VALUE ZEROS.
       77  WK-TOT-VENCIDOS         PIC 9(06) VALUE ZEROS.

      *---> QUANTIDADES LIDAS (ASSINATURA DE CONFERENCIA)
       77  WK-LIDOS-ATENDIMENTOS   PIC 9(06) VALUE ZEROS.
       77  WK-LIDOS-MOVIMENTOS     PIC 9(06) VALUE ZEROS.

      *---> LINHAS DO RELATORIO
       77  WK-LINHA-SAIDA          PIC X(80) VALUE SPACES.

       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(12) VALUE "  OPERADOR".
           05 FILLER               PIC X(12) VALUE "   AGENDADOS".
           05 FILLER               PIC X(12) VALUE "    NO PRAZO".
           05 FILLER               PIC X(12) VALUE "  COM ATRASO".
           05 FILLER               PIC X(12) VALUE "    VENCIDOS".

       01  WK-LINHA-OPERADOR.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-O-OPERADOR        PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WK-O-AGENDADOS       PIC ZZZ.ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WK-O-NO-PRAZO        PIC ZZZ.ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WK-O-ATRASO          PIC ZZZ.ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WK-O-VENCIDOS        PIC ZZZ.ZZ9.

       01  WK-LINHA-CONTADOR.
           05 WK-C-ROTULO          PIC X(28).
           05 WK-C-VALOR           PIC ZZZ.ZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-CONTA-ATENDIMENTOS
                 PERFORM 0300-CONTA-CONCLUSOES
                 PERFORM 0500-GRAVA-RELATORIO
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
           ACCEPT WK-RELATORIO-PATH FROM ENVIRONMENT
               "CLIENTES_ACOMPANHA_PATH"
           IF WK-RELATORIO-PATH = SPACES
               MOVE "acompanhamento-retornos.txt"
                                       TO WK-RELATORIO-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE

      *---> SEMANA: A QUE CONTEM ACOMPANHA_SEMANA OU A SEMANA PASSADA
           ACCEPT WK-SEMANA-PARAM FROM ENVIRONMENT "ACOMPANHA_SEMANA"
           IF WK-SEMANA-PARAM = SPACES
               COMPUTE WK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WK-HOJE) - 7
           ELSE
               IF WK-SEMANA-PARAM IS NOT NUMERIC
                   DISPLAY "SEMANA DE REFERENCIA INVALIDA: "
                       WK-SEMANA-PARAM
                   MOVE 1 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE WK-SEMANA-PARAM TO WK-DATA-REF
               IF FUNCTION TEST-DATE-YYYYMMDD(WK-DATA-REF) NOT = 0
                   DISPLAY "SEMANA DE REFERENCIA INVALIDA: "
                       WK-SEMANA-PARAM
                   MOVE 1 TO RETURN-CODE
                   EXIT SECTION
               END-IF
               COMPUTE WK-DIAS = FUNCTION INTEGER-OF-DATE(WK-DATA-REF)
           END-IF
      *---> O DIA 1 DE INTEGER-OF-DATE (01/01/1601) E SEGUNDA: VOLTA
      *---> ATE A SEGUNDA DA SEMANA E SOMA SEIS PARA O DOMINGO
           COMPUTE WK-DIA-SEMANA = FUNCTION MOD(WK-DIAS + 6, 7)
           SUBTRACT WK-DIA-SEMANA FROM WK-DIAS
           COMPUTE WK-SEMANA-INI = FUNCTION DATE-OF-INTEGER(WK-DIAS)
           COMPUTE WK-SEMANA-FIM =
               FUNCTION DATE-OF-INTEGER(WK-DIAS + 6)

           OPEN INPUT ATENDIMENTOS.
           IF FS-ATENDIMENTOS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE ATENDIMENTOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT RELATORIO-ACO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    AGENDADOS NA SEMANA (PENDENTE, ESCALADO OU FEITO) E AINDA
      *    VENCIDOS (PENDENTE OU ESCALADO COM DATA ATE O FIM DA SEMANA
      *    E JA PASSADA), SEMPRE PARA O OPERADOR ORIGINAL
      ******************************************************************
       0200-CONTA-ATENDIMENTOS SECTION.
           PERFORM UNTIL FS-ATENDIMENTOS NOT = "00"
               READ ATENDIMENTOS NEXT RECORD
               IF FS-ATENDIMENTOS = "00"
                   ADD 1 TO WK-LIDOS-ATENDIMENTOS
                   IF ATD-RETORNO-SITUACAO = "P"
                    OR ATD-RETORNO-SITUACAO = "S"
                    OR ATD-RETORNO-SITUACAO = "F"
                       MOVE ATD-OPERADOR TO WK-OPERADOR-BUSCA
                       IF ATD-RETORNO-DATA >= WK-SEMANA-INI
                        AND ATD-RETORNO-DATA <= WK-SEMANA-FIM
                           PERFORM 0400-ACHA-OPERADOR
                           ADD 1 TO WK-OPE-AGENDADOS(WK-IND-OPE)
                           ADD 1 TO WK-TOT-AGENDADOS
                       END-IF
                       IF ATD-RETORNO-SITUACAO NOT = "F"
                        AND ATD-RETORNO-DATA <= WK-SEMANA-FIM
                        AND ATD-RETORNO-DATA < WK-HOJE
                           PERFORM 0400-ACHA-OPERADOR
                           ADD 1 TO WK-OPE-VENCIDOS(WK-IND-OPE)
                           ADD 1 TO WK-TOT-VENCIDOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0200-CONTA-ATENDIMENTOS-FIM. EXIT.
      ******************************************************************
      *    CONCLUSOES ("C") DOS RETORNOS COM DATA NA SEMANA: NO PRAZO
      *    QUANDO FEITO ATE A DATA COMBINADA, SENAO COM ATRASO. SEM
      *    MOVIMENTO DE RETORNOS NAO HA CONCLUSAO DATADA
      ******************************************************************
       0300-CONTA-CONCLUSOES   SECTION.
           OPEN INPUT MOVRET.
           IF FS-MOVRET NOT EQUAL "00"
               CLOSE MOVRET
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-MOVRET NOT = "00"
               READ MOVRET
               IF FS-MOVRET = "00"
                   ADD 1 TO WK-LIDOS-MOVIMENTOS
                   IF MVR-TIPO = "C"
                    AND MVR-RETORNO-DATA >= WK-SEMANA-INI
                    AND MVR-RETORNO-DATA <= WK-SEMANA-FIM
                       MOVE MVR-OPERADOR TO WK-OPERADOR-BUSCA
                       PERFORM 0400-ACHA-OPERADOR
                       IF MVR-DATA <= MVR-RETORNO-DATA
                           ADD 1 TO WK-OPE-NO-PRAZO(WK-IND-OPE)
                           ADD 1 TO WK-TOT-NO-PRAZO
                       ELSE
                           ADD 1 TO WK-OPE-ATRASO(WK-IND-OPE)
                           ADD 1 TO WK-TOT-ATRASO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MOVRET.
       0300-CONTA-CONCLUSOES-FIM. EXIT.
      ******************************************************************
      *    POSICIONA WK-IND-OPE NA LINHA DO OPERADOR WK-OPERADOR-BUSCA,
      *    ABRINDO UMA NOVA QUANDO AINDA NAO EXISTE. ACIMA DE 50
      *    OPERADORES OS DEMAIS SAO SOMADOS NA LINHA "OUTROS"
      ******************************************************************
       0400-ACHA-OPERADOR      SECTION.
           MOVE "N" TO WK-ACHOU-OPE
           MOVE 1 TO WK-IND-OPE
           PERFORM UNTIL WK-IND-OPE > WK-QTD-OPE
                      OR WK-ACHOU-OPE = "S"
               IF WK-OPE-ID(WK-IND-OPE) = WK-OPERADOR-BUSCA
                   MOVE "S" TO WK-ACHOU-OPE
               ELSE
                   ADD 1 TO WK-IND-OPE
               END-IF
           END-PERFORM
           IF WK-ACHOU-OPE = "N"
               IF WK-QTD-OPE < 50
                   ADD 1 TO WK-QTD-OPE
                   MOVE WK-QTD-OPE TO WK-IND-OPE
                   MOVE WK-OPERADOR-BUSCA TO WK-OPE-ID(WK-IND-OPE)
                   MOVE ZEROS TO WK-OPE-AGENDADOS(WK-IND-OPE),
                                 WK-OPE-NO-PRAZO(WK-IND-OPE),
                                 WK-OPE-ATRASO(WK-IND-OPE),
                                 WK-OPE-VENCIDOS(WK-IND-OPE)
               ELSE
                   MOVE 51 TO WK-IND-OPE
                   IF WK-USOU-OUTROS = "N"
                       MOVE "S" TO WK-USOU-OUTROS
                       MOVE "OUTROS" TO WK-OPE-ID(WK-IND-OPE)
                       MOVE ZEROS TO WK-OPE-AGENDADOS(WK-IND-OPE),
                                     WK-OPE-NO-PRAZO(WK-IND-OPE),
                                     WK-OPE-ATRASO(WK-IND-OPE),
                                     WK-OPE-VENCIDOS(WK-IND-OPE)
                   END-IF
               END-IF
           END-IF.
       0400-ACHA-OPERADOR-FIM. EXIT.
      ******************************************************************
       0500-GRAVA-RELATORIO    SECTION.
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING "ACOMPANHAMENTO DE RETORNOS - SEMANA DE "
                                       DELIMITED BY SIZE
                  WK-SEMANA-INI        DELIMITED BY SIZE
                  " A "                DELIMITED BY SIZE
                  WK-SEMANA-FIM        DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           WRITE REG-RELATORIO FROM WK-LINHA-SAIDA
           MOVE ALL "=" TO WK-LINHA-SAIDA
           WRITE REG-RELATORIO FROM WK-LINHA-SAIDA
           WRITE REG-RELATORIO FROM WK-LINHA-CABEC

           IF WK-USOU-OUTROS = "S"
               ADD 1 TO WK-QTD-OPE
           END-IF
           MOVE 1 TO WK-IND-OPE
           PERFORM UNTIL WK-IND-OPE > WK-QTD-OPE
               MOVE WK-OPE-ID(WK-IND-OPE)        TO WK-O-OPERADOR
               MOVE WK-OPE-AGENDADOS(WK-IND-OPE) TO WK-O-AGENDADOS
               MOVE WK-OPE-NO-PRAZO(WK-IND-OPE)  TO WK-O-NO-PRAZO
               MOVE WK-OPE-ATRASO(WK-IND-OPE)    TO WK-O-ATRASO
               MOVE WK-OPE-VENCIDOS(WK-IND-OPE)  TO WK-O-VENCIDOS
               WRITE REG-RELATORIO FROM WK-LINHA-OPERADOR
               ADD 1 TO WK-IND-OPE
           END-PERFORM
           IF WK-QTD-OPE = ZEROS
               MOVE "  NENHUM RETORNO NA SEMANA" TO WK-LINHA-SAIDA
               WRITE REG-RELATORIO FROM WK-LINHA-SAIDA
           ELSE
               MOVE "TOTAL"          TO WK-O-OPERADOR
               MOVE WK-TOT-AGENDADOS TO WK-O-AGENDADOS
               MOVE WK-TOT-NO-PRAZO  TO WK-O-NO-PRAZO
               MOVE WK-TOT-ATRASO    TO WK-O-ATRASO
               MOVE WK-TOT-VENCIDOS  TO WK-O-VENCIDOS
               WRITE REG-RELATORIO FROM WK-LINHA-OPERADOR
           END-IF
           MOVE "  VENCIDOS = PENDENTES OU ESCALADOS COM DATA ATE O FIM"
                               TO WK-LINHA-SAIDA
           WRITE REG-RELATORIO FROM WK-LINHA-SAIDA
           MOVE "  DA SEMANA, INCLUSIVE DE SEMANAS ANTERIORES"
                               TO WK-LINHA-SAIDA
           WRITE REG-RELATORIO FROM WK-LINHA-SAIDA

      *---> ASSINATURA DE CONFERENCIA: DATA DA GERACAO E VOLUMES
      *---> LIDOS DE CADA ARQUIVO
           MOVE ALL "=" TO WK-LINHA-SAIDA
           WRITE REG-RELATORIO FROM WK-LINHA-SAIDA
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING "GERADO EM " DELIMITED BY SIZE
                  WK-DATA-HORA-ATUAL(1:14) DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           WRITE REG-RELATORIO FROM WK-LINHA-SAIDA
           MOVE "ATENDIMENTOS LIDOS........: " TO WK-C-ROTULO
           MOVE WK-LIDOS-ATENDIMENTOS TO WK-C-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-CONTADOR
           MOVE "MOVIMENTOS DE RETORNO.....: " TO WK-C-ROTULO
           MOVE WK-LIDOS-MOVIMENTOS TO WK-C-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-CONTADOR
           DISPLAY "ACOMPANHAMENTO DE RETORNOS GERADO - SEMANA "
               WK-SEMANA-INI " A " WK-SEMANA-FIM.
       0500-GRAVA-RELATORIO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE ATENDIMENTOS.
           CLOSE RELATORIO-ACO.
       1000-FINALIZAR-FIM.     EXIT.
