      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  RESTITUICAO DO HAVER AO CLIENTE (SOMENTE SUPERVISOR)
      *     MOSTRA O HAVER DO CLIENTE (CREDITO DE PAGAMENTO ACIMA
      *     DO SALDO, EM DUPLICIDADE OU ADIANTADO AINDA NAO
      *     COMPENSADO) E, CONFIRMADA A RESTITUICAO, ZERA O HAVER,
      *     GRAVA A LINHA "D" NO MOVIMENTO DE HAVERES COM UM NUMERO
      *     DA SEQUENCIA DE RECIBOS E ACRESCENTA A LINHA NA LISTAGEM
      *     DE RESTITUICOES QUE O FINANCEIRO USA PARA PAGAR O
      *     CLIENTE. CLIENTE JA EXCLUIDO DO CADASTRO TAMBEM PODE SER
      *     RESTITUIDO. TODA RESTITUICAO VAI PARA O LOG DE SEGURANCA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. RESTITUI.
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

           SELECT RECIBO-SEQ ASSIGN TO WK-RECIBO-SEQ-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECIBO-SEQ.

           SELECT RESTITUICOES ASSIGN TO WK-RESTITUICOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RESTITUICOES.

      *---> LOG DE SEGURANCA (SOMENTE ACRESCIMO, NUNCA REGRAVADO)
           SELECT SEGLOG ASSIGN TO WK-SEGLOG-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SEGLOG.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  HAVERES.
           COPY "HAVERES.cpy".
      *
       FD  HAVMOV.
           COPY "HAVMOV.cpy".
      *
       FD  RECIBO-SEQ.
       01  REG-RECIBO-SEQ          PIC 9(06).
      *
       FD  RESTITUICOES.
       01  REG-RESTITUICAO         PIC X(100).
      *
       FD  SEGLOG.
       01  REG-SEGLOG              PIC X(62).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-HAVERES-PATH         PIC X(100)
           VALUE "haveres.dat".
       77  WK-HAVMOV-PATH          PIC X(100)
           VALUE "movimento-haveres.txt".
       77  WK-RECIBO-SEQ-PATH      PIC X(100)
           VALUE "recibo-sequencia.dat".
       77  WK-RESTITUICOES-PATH    PIC X(100)
           VALUE "restituicoes-haver.txt".
       77  WK-SEGLOG-PATH          PIC X(100)
           VALUE "seguranca-log.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-HAVERES              PIC X(02) VALUE SPACES.
       01  FS-HAVMOV               PIC X(02) VALUE SPACES.
       01  FS-RECIBO-SEQ           PIC X(02) VALUE SPACES.
       01  FS-RESTITUICOES         PIC X(02) VALUE SPACES.
       01  FS-SEGLOG               PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.

      *---> TELA
       77  WK-CONFIRMA             PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.

      *---> DATA DO DIA E SUPERVISOR CONECTADO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-OPERADOR             PIC X(08) VALUE SPACES.

      *---> CLIENTE E HAVER A RESTITUIR
       77  WK-CODIGO               PIC 9(07) VALUE ZEROS.
       77  WK-NOME                 PIC X(30) VALUE SPACES.
       77  WK-CPF                  PIC 9(11) VALUE ZEROS.
       77  WK-VALOR                PIC 9(09)V99 VALUE ZEROS.
       77  WK-VALOR-EDITADO        PIC ZZZ.ZZZ.ZZ9,99.
       77  WK-DATA-HAVER           PIC 9(08) VALUE ZEROS.
       77  WK-NUMERO-RECIBO        PIC 9(06) VALUE ZEROS.

      *---> LISTAGEM DE RESTITUICOES PARA O FINANCEIRO
       01  WK-CAB-RESTITUICAO.
           05 FILLER               PIC X(09) VALUE "DATA".
           05 FILLER               PIC X(07) VALUE "NR".
           05 FILLER               PIC X(08) VALUE "CODIGO".
           05 FILLER               PIC X(31) VALUE "NOME".
           05 FILLER               PIC X(12) VALUE "CPF".
           05 FILLER               PIC X(15) VALUE "VALOR".
           05 FILLER               PIC X(10) VALUE "SUPERVISOR".

       01  WK-LINHA-RESTITUICAO.
           05 WK-R-DATA            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-R-NUMERO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-R-CODIGO          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-R-NOME            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-R-CPF             PIC 9(11).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-R-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-R-SUPERVISOR      PIC X(08).

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
       01  TELA-RESTITUI.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 04 COLUMN 10 VALUE "RESTITUICAO DE HAVER".
           05 CHAVE-RESTITUI FOREGROUND-COLOR 3.
               10 LINE 06 COLUMN 10 VALUE "CODIGO.......... ".
               10 COLUMN PLUS 2 PIC 9(07) USING WK-CODIGO
                   BLANK WHEN ZEROS.
           05 SS-HAVER.
               10 LINE 08 COLUMN 10 VALUE "NOME............ ".
               10 COLUMN PLUS 2 PIC X(30) FROM WK-NOME.
               10 LINE 09 COLUMN 10 VALUE "CPF............. ".
               10 COLUMN PLUS 2 PIC 9(11) FROM WK-CPF.
               10 LINE 10 COLUMN 10 VALUE "HAVER........... ".
               10 COLUMN PLUS 2 PIC X(14) FROM WK-VALOR-EDITADO.
               10 LINE 11 COLUMN 10 VALUE "ULTIMO MOVIMENTO ".
               10 COLUMN PLUS 2 PIC 9(08) FROM WK-DATA-HAVER.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION USING WK-OPERADOR-ID.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-RESTITUI-HAVER.
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
           ACCEPT WK-RECIBO-SEQ-PATH FROM ENVIRONMENT
               "CLIENTES_RECIBO_SEQ_PATH"
           IF WK-RECIBO-SEQ-PATH = SPACES
               MOVE "recibo-sequencia.dat" TO WK-RECIBO-SEQ-PATH
           END-IF
           ACCEPT WK-RESTITUICOES-PATH FROM ENVIRONMENT
               "CLIENTES_RESTITUICOES_PATH"
           IF WK-RESTITUICOES-PATH = SPACES
               MOVE "restituicoes-haver.txt" TO WK-RESTITUICOES-PATH
           END-IF
           ACCEPT WK-SEGLOG-PATH FROM ENVIRONMENT
               "CLIENTES_SEGLOG_PATH"
           IF WK-SEGLOG-PATH = SPACES
               MOVE "seguranca-log.txt" TO WK-SEGLOG-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
           MOVE WK-OPERADOR-ID TO WK-OPERADOR

           OPEN INPUT CLIENTES.
           OPEN I-O HAVERES.
           OPEN EXTEND HAVMOV.
           IF FS-HAVMOV EQUAL "35"
               OPEN OUTPUT HAVMOV
               CLOSE HAVMOV
               OPEN EXTEND HAVMOV
           END-IF.
      *---> LISTAGEM NOVA COMECA PELO CABECALHO
           OPEN EXTEND RESTITUICOES.
           IF FS-RESTITUICOES EQUAL "35"
               OPEN OUTPUT RESTITUICOES
               WRITE REG-RESTITUICAO FROM WK-CAB-RESTITUICAO
               CLOSE RESTITUICOES
               OPEN EXTEND RESTITUICOES
           END-IF.
           OPEN EXTEND SEGLOG.
           IF FS-SEGLOG EQUAL "35"
               OPEN OUTPUT SEGLOG
               CLOSE SEGLOG
               OPEN EXTEND SEGLOG
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-RESTITUI-HAVER     SECTION.
           MOVE "MODULO - RESTITUICAO" TO WK-MODULO
           IF FS-HAVERES NOT = "00"
               MOVE "NENHUM CLIENTE COM HAVER" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WK-CODIGO
           DISPLAY TELA-RESTITUI
           ACCEPT CHAVE-RESTITUI
           IF WK-CODIGO = ZEROS
               EXIT SECTION
           END-IF
           MOVE WK-CODIGO TO HAV-CODIGO
           READ HAVERES
           EVALUATE TRUE
               WHEN FS-HAVERES = "51" OR FS-HAVERES = "99"
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
               WHEN FS-HAVERES NOT = "00"
                   MOVE "CLIENTE SEM HAVER" TO WK-ABEND-MESSAGE
               WHEN HAV-SALDO = ZEROS
                   MOVE "CLIENTE SEM HAVER" TO WK-ABEND-MESSAGE
                   UNLOCK HAVERES
               WHEN OTHER
                   MOVE SPACES TO WK-ABEND-MESSAGE
           END-EVALUATE
           IF WK-ABEND-MESSAGE NOT = SPACES
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           MOVE HAV-SALDO          TO WK-VALOR
           MOVE HAV-DATA-MOVIMENTO TO WK-DATA-HAVER
           MOVE WK-VALOR           TO WK-VALOR-EDITADO
      *---> CLIENTE EXCLUIDO CONTINUA COM DIREITO AO HAVER
           MOVE WK-CODIGO TO REG-CODIGO
           READ CLIENTES
           IF FS-CLIENTES = "00"
               MOVE REG-NOME TO WK-NOME
               MOVE REG-CPF  TO WK-CPF
           ELSE
               MOVE "CLIENTE EXCLUIDO DO CADASTRO" TO WK-NOME
               MOVE ZEROS TO WK-CPF
           END-IF
           DISPLAY SS-HAVER
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1515
           ACCEPT WK-CONFIRMA AT 1538
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
               PERFORM 0300-GRAVA-RESTITUICAO
           ELSE
               UNLOCK HAVERES
               MOVE "RESTITUICAO CANCELADA" TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0200-RESTITUI-HAVER-FIM. EXIT.
      ******************************************************************
      *    ZERA O HAVER, GRAVA A LINHA "D" NO MOVIMENTO DE HAVERES,
      *    A LINHA DA LISTAGEM DO FINANCEIRO E O EVENTO NO LOG DE
      *    SEGURANCA
      ******************************************************************
       0300-GRAVA-RESTITUICAO  SECTION.
           MOVE ZEROS   TO HAV-SALDO
           MOVE WK-HOJE TO HAV-DATA-MOVIMENTO
           REWRITE REG-HAVER
           IF FS-HAVERES NOT = "00"
               MOVE "ERRO AO ZERAR HAVER" TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
           PERFORM 0310-PROXIMO-RECIBO
           MOVE "D"              TO HVM-TIPO
           MOVE WK-HOJE          TO HVM-DATA
           MOVE WK-CODIGO        TO HVM-CODIGO
           MOVE ZEROS            TO HVM-VENCIMENTO, HVM-SEQ
           MOVE WK-VALOR         TO HVM-VALOR
           MOVE WK-NUMERO-RECIBO TO HVM-RECIBO
           MOVE "RESTITUI"       TO HVM-ORIGEM
           MOVE WK-OPERADOR      TO HVM-OPERADOR
           WRITE REG-HAVMOV
      *---> LINHA DA LISTAGEM DE RESTITUICOES
           MOVE WK-HOJE          TO WK-R-DATA
           MOVE WK-NUMERO-RECIBO TO WK-R-NUMERO
           MOVE WK-CODIGO        TO WK-R-CODIGO
           MOVE WK-NOME          TO WK-R-NOME
           MOVE WK-CPF           TO WK-R-CPF
           MOVE WK-VALOR         TO WK-R-VALOR
           MOVE WK-OPERADOR      TO WK-R-SUPERVISOR
           WRITE REG-RESTITUICAO FROM WK-LINHA-RESTITUICAO
      *---> EVENTO NO LOG DE SEGURANCA
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:14) TO LOG-DATA-HORA
           MOVE "RESTITUI"  TO LOG-EVENTO
           MOVE WK-OPERADOR TO LOG-OPERADOR
           MOVE SPACES TO LOG-DETALHE
           STRING "CLIENTE "       DELIMITED BY SIZE
                  WK-CODIGO        DELIMITED BY SIZE
                  " NR "           DELIMITED BY SIZE
                  WK-NUMERO-RECIBO DELIMITED BY SIZE
               INTO LOG-DETALHE
           WRITE REG-SEGLOG FROM WK-LINHA-SEGLOG
           MOVE "HAVER RESTITUIDO!" TO WK-ABEND-MESSAGE.
       0300-GRAVA-RESTITUICAO-FIM. EXIT.
      ******************************************************************
      *    PROXIMO NUMERO DE RECIBO: LE O ULTIMO NUMERO USADO NO
      *    ARQUIVO DE SEQUENCIA E REGRAVA O NOVO VALOR
      ******************************************************************
       0310-PROXIMO-RECIBO     SECTION.
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
       0310-PROXIMO-RECIBO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE HAVERES.
           CLOSE HAVMOV.
           CLOSE RESTITUICOES.
           CLOSE SEGLOG.
       1000-FINALIZAR-FIM.     EXIT.
