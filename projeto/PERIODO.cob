      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  FECHAMENTO DE PERIODO (SOMENTE SUPERVISOR)
      *     GRAVA NO CONTROLE DE PERIODO O ULTIMO MES FECHADO
      *     (AAAAMM) DEPOIS QUE O RELATORIO GERENCIAL DO MES FOI
      *     ENTREGUE. A PARTIR DAI O MODULO DE LANCAMENTOS, O
      *     RETORNO DO BANCO E O BATCH DE ENCARGOS RECUSAM QUALQUER
      *     MOVIMENTO DATADO EM MES FECHADO. A REABERTURA EXIGE O
      *     MOTIVO; FECHAMENTO E REABERTURA VAO PARA O LOG DE
      *     SEGURANCA (A REABERTURA COM O MOTIVO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. PERIODO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO WK-PERIODO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERIODO.

      *---> LOG DE SEGURANCA (SOMENTE ACRESCIMO, NUNCA REGRAVADO)
           SELECT SEGLOG ASSIGN TO WK-SEGLOG-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SEGLOG.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  PERIODOS.
           COPY "PERIODOS.cpy".
      *
       FD  SEGLOG.
       01  REG-SEGLOG              PIC X(62).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-PERIODO-PATH         PIC X(100)
           VALUE "periodo-fechado.dat".
       77  WK-SEGLOG-PATH          PIC X(100)
           VALUE "seguranca-log.txt".

      *---> STATUS ARQUIVO
       01  FS-PERIODO              PIC X(02) VALUE SPACES.
       01  FS-SEGLOG               PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.

      *---> TELA
       77  WK-OPCAO                PIC 9     VALUE ZEROS.
       77  WK-CONFIRMA             PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.

      *---> DATA DO DIA E SUPERVISOR CONECTADO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-MES-ATUAL            PIC 9(06) VALUE ZEROS.
       77  WK-OPERADOR             PIC X(08) VALUE SPACES.

      *---> SITUACAO ATUAL DO CONTROLE DE PERIODO
       77  WK-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.
       77  WK-FECHADO-EM           PIC X(14) VALUE SPACES.
       77  WK-FECHADO-POR          PIC X(08) VALUE SPACES.

      *---> MES INFORMADO NA TELA (AAAAMM)
       01  WK-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WK-COMPETENCIA.
           05 WK-COMP-ANO          PIC 9(04).
           05 WK-COMP-MES          PIC 9(02).
       77  WK-NOVO-FECHADO         PIC 9(06) VALUE ZEROS.
       77  WK-MES-REABERTO         PIC 9(06) VALUE ZEROS.

      *---> MOTIVO DA REABERTURA (VAI PARA O LOG EM DUAS LINHAS)
       77  WK-MOTIVO               PIC X(50) VALUE SPACES.

      *---> LINHA DO LOG DE SEGURANCA
       01  WK-LINHA-SEGLOG.
           05 LOG-DATA-HORA        PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOG-EVENTO           PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOG-OPERADOR         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOG-DETALHE          PIC X(25).
      ******************************************************************
       LINKAGE                 SECTION.
      *---> OPERADOR CONECTADO (INFORMADO PELO MENU NO LOGIN)
       77  WK-OPERADOR-ID          PIC X(08).
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-PERIODO.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 04 COLUMN 10 VALUE "FECHAMENTO DE PERIODO".
           05 SS-SITUACAO FOREGROUND-COLOR 3.
               10 LINE 06 COLUMN 10 VALUE "ULTIMO MES FECHADO ".
               10 COLUMN PLUS 2 PIC 9(06) FROM WK-ULTIMO-FECHADO
                   BLANK WHEN ZEROS.
               10 LINE 07 COLUMN 10 VALUE "GRAVADO EM........ ".
               10 COLUMN PLUS 2 PIC X(14) FROM WK-FECHADO-EM.
               10 LINE 08 COLUMN 10 VALUE "GRAVADO POR....... ".
               10 COLUMN PLUS 2 PIC X(08) FROM WK-FECHADO-POR.
           05 LINE 10 COLUMN 20 VALUE "1 - FECHAR MES".
           05 LINE 11 COLUMN 20 VALUE "2 - REABRIR MES".
           05 LINE 12 COLUMN 20 VALUE "9 - VOLTAR".
           05 LINE 14 COLUMN 20 VALUE "OPCAO: ".
           05 COLUMN PLUS 1 PIC 9 USING WK-OPCAO.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION USING WK-OPERADOR-ID.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-MENU-PERIODO.
             PERFORM 1000-FINALIZAR.

             GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-PERIODO-PATH FROM ENVIRONMENT
               "CLIENTES_PERIODO_PATH"
           IF WK-PERIODO-PATH = SPACES
               MOVE "periodo-fechado.dat" TO WK-PERIODO-PATH
           END-IF
           ACCEPT WK-SEGLOG-PATH FROM ENVIRONMENT
               "CLIENTES_SEGLOG_PATH"
           IF WK-SEGLOG-PATH = SPACES
               MOVE "seguranca-log.txt" TO WK-SEGLOG-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:6) TO WK-MES-ATUAL
           MOVE WK-OPERADOR-ID TO WK-OPERADOR

           OPEN EXTEND SEGLOG.
           IF FS-SEGLOG EQUAL "35"
               OPEN OUTPUT SEGLOG
               CLOSE SEGLOG
               OPEN EXTEND SEGLOG
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-MENU-PERIODO       SECTION.
           MOVE "MODULO - PERIODO" TO WK-MODULO
           MOVE ZEROS TO WK-OPCAO
           PERFORM UNTIL WK-OPCAO = 9
               PERFORM 0210-LE-CONTROLE
               DISPLAY TELA-PERIODO
               ACCEPT TELA-PERIODO
               EVALUATE WK-OPCAO
                   WHEN 1
                       PERFORM 0300-FECHA-MES
                   WHEN 2
                       PERFORM 0400-REABRE-MES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA" TO WK-ABEND-MESSAGE
                       DISPLAY MOSTRA-ERRO
                       ACCEPT WK-TECLA
               END-EVALUATE
           END-PERFORM.
       0200-MENU-PERIODO-FIM.  EXIT.
      ******************************************************************
      *    LE O REGISTRO UNICO DO CONTROLE; SEM ARQUIVO NENHUM MES
      *    ESTA FECHADO
      ******************************************************************
       0210-LE-CONTROLE        SECTION.
           MOVE ZEROS  TO WK-ULTIMO-FECHADO
           MOVE SPACES TO WK-FECHADO-EM, WK-FECHADO-POR
           OPEN INPUT PERIODOS
           IF FS-PERIODO = "00"
               READ PERIODOS
               IF FS-PERIODO = "00"
                   MOVE PER-ULTIMO-FECHADO TO WK-ULTIMO-FECHADO
                   MOVE PER-DATA-HORA      TO WK-FECHADO-EM
                   MOVE PER-OPERADOR       TO WK-FECHADO-POR
               END-IF
           END-IF
           CLOSE PERIODOS.
       0210-LE-CONTROLE-FIM.   EXIT.
      ******************************************************************
      *    FECHA O MES INFORMADO (PADRAO = MES ANTERIOR AO CORRENTE).
      *    O MES CORRENTE NAO PODE SER FECHADO E O NOVO FECHAMENTO
      *    TEM QUE SER POSTERIOR AO ULTIMO; MESES INTERMEDIARIOS AINDA
      *    ABERTOS FICAM FECHADOS JUNTO
      ******************************************************************
       0300-FECHA-MES          SECTION.
           MOVE WK-MES-ATUAL TO WK-COMPETENCIA
           PERFORM 0510-MES-ANTERIOR
           DISPLAY "MES A FECHAR (AAAAMM): " FOREGROUND-COLOR 2 AT 1610
           ACCEPT WK-COMPETENCIA AT 1633
           EVALUATE TRUE
               WHEN WK-COMP-MES < 1 OR WK-COMP-MES > 12
                   MOVE "MES INVALIDO" TO WK-ABEND-MESSAGE
               WHEN WK-COMPETENCIA NOT < WK-MES-ATUAL
                   MOVE "MES CORRENTE NAO PODE SER FECHADO"
                                       TO WK-ABEND-MESSAGE
               WHEN WK-COMPETENCIA NOT > WK-ULTIMO-FECHADO
                   MOVE "MES JA ESTA FECHADO" TO WK-ABEND-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WK-ABEND-MESSAGE
           END-EVALUATE
           IF WK-ABEND-MESSAGE NOT = SPACES
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1710
           ACCEPT WK-CONFIRMA AT 1733
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
               MOVE WK-COMPETENCIA TO WK-NOVO-FECHADO
               PERFORM 0500-GRAVA-CONTROLE
               IF FS-PERIODO = "00"
                   MOVE "FECHA-MES" TO LOG-EVENTO
                   MOVE SPACES TO LOG-DETALHE
                   STRING "MES "          DELIMITED BY SIZE
                          WK-COMPETENCIA  DELIMITED BY SIZE
                       INTO LOG-DETALHE
                   PERFORM 0600-GRAVA-SEGLOG
                   MOVE "MES FECHADO!" TO WK-ABEND-MESSAGE
               ELSE
                   MOVE "ERRO AO GRAVAR CONTROLE DE PERIODO"
                                       TO WK-ABEND-MESSAGE
               END-IF
           ELSE
               MOVE "FECHAMENTO CANCELADO" TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0300-FECHA-MES-FIM.     EXIT.
      ******************************************************************
      *    REABRE O MES INFORMADO (PADRAO = ULTIMO FECHADO): O
      *    ULTIMO MES FECHADO PASSA A SER O ANTERIOR A ELE, ENTAO OS
      *    MESES POSTERIORES TAMBEM REABREM. O MOTIVO E OBRIGATORIO
      ******************************************************************
       0400-REABRE-MES         SECTION.
           IF WK-ULTIMO-FECHADO = ZEROS
               MOVE "NENHUM MES FECHADO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           MOVE WK-ULTIMO-FECHADO TO WK-COMPETENCIA
           MOVE SPACES TO WK-MOTIVO
           DISPLAY "MES A REABRIR (AAAAMM): " FOREGROUND-COLOR 2
               AT 1610
           ACCEPT WK-COMPETENCIA AT 1634
           DISPLAY "MOTIVO: " FOREGROUND-COLOR 2 AT 1710
           ACCEPT WK-MOTIVO AT 1718
           EVALUATE TRUE
               WHEN WK-COMP-MES < 1 OR WK-COMP-MES > 12
                   MOVE "MES INVALIDO" TO WK-ABEND-MESSAGE
               WHEN WK-COMPETENCIA > WK-ULTIMO-FECHADO
                   MOVE "MES NAO ESTA FECHADO" TO WK-ABEND-MESSAGE
               WHEN WK-MOTIVO = SPACES
                   MOVE "MOTIVO OBRIGATORIO" TO WK-ABEND-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WK-ABEND-MESSAGE
           END-EVALUATE
           IF WK-ABEND-MESSAGE NOT = SPACES
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1810
           ACCEPT WK-CONFIRMA AT 1833
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
               MOVE WK-COMPETENCIA TO WK-MES-REABERTO
               PERFORM 0510-MES-ANTERIOR
               MOVE WK-COMPETENCIA TO WK-NOVO-FECHADO
               PERFORM 0500-GRAVA-CONTROLE
               IF FS-PERIODO = "00"
      *---> UMA LINHA DO EVENTO COM O MES E O MOTIVO NAS SEGUINTES
                   MOVE "REABRE-MES" TO LOG-EVENTO
                   MOVE SPACES TO LOG-DETALHE
                   STRING "MES "          DELIMITED BY SIZE
                          WK-MES-REABERTO DELIMITED BY SIZE
                       INTO LOG-DETALHE
                   PERFORM 0600-GRAVA-SEGLOG
                   MOVE "MOTIVO"         TO LOG-EVENTO
                   MOVE WK-MOTIVO(1:25)  TO LOG-DETALHE
                   PERFORM 0600-GRAVA-SEGLOG
                   IF WK-MOTIVO(26:25) NOT = SPACES
                       MOVE "MOTIVO"         TO LOG-EVENTO
                       MOVE WK-MOTIVO(26:25) TO LOG-DETALHE
                       PERFORM 0600-GRAVA-SEGLOG
                   END-IF
                   MOVE "MES REABERTO!" TO WK-ABEND-MESSAGE
               ELSE
                   MOVE "ERRO AO GRAVAR CONTROLE DE PERIODO"
                                       TO WK-ABEND-MESSAGE
               END-IF
           ELSE
               MOVE "REABERTURA CANCELADA" TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0400-REABRE-MES-FIM.    EXIT.
      ******************************************************************
      *    REGRAVA O REGISTRO UNICO DO CONTROLE COM O NOVO ULTIMO MES
      *    FECHADO, A DATA/HORA E O SUPERVISOR
      ******************************************************************
       0500-GRAVA-CONTROLE     SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           OPEN OUTPUT PERIODOS
           IF FS-PERIODO = "00"
               MOVE WK-NOVO-FECHADO          TO PER-ULTIMO-FECHADO
               MOVE WK-DATA-HORA-ATUAL(1:14) TO PER-DATA-HORA
               MOVE WK-OPERADOR              TO PER-OPERADOR
               WRITE REG-PERIODO
               CLOSE PERIODOS
           END-IF.
       0500-GRAVA-CONTROLE-FIM. EXIT.
      ******************************************************************
       0510-MES-ANTERIOR       SECTION.
           IF WK-COMP-MES = 1
               SUBTRACT 1 FROM WK-COMP-ANO
               MOVE 12 TO WK-COMP-MES
           ELSE
               SUBTRACT 1 FROM WK-COMP-MES
           END-IF.
       0510-MES-ANTERIOR-FIM.  EXIT.
      ******************************************************************
       0600-GRAVA-SEGLOG       SECTION.
           MOVE WK-DATA-HORA-ATUAL(1:14) TO LOG-DATA-HORA
           MOVE WK-OPERADOR TO LOG-OPERADOR
           WRITE REG-SEGLOG FROM WK-LINHA-SEGLOG
           MOVE SPACES TO LOG-EVENTO, LOG-OPERADOR, LOG-DETALHE.
       0600-GRAVA-SEGLOG-FIM.  EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE SEGLOG.
       1000-FINALIZAR-FIM.     EXIT.
