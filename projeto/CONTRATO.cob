      ******************************************************************
      * Author:Thiago Souza
      * Date:14/09/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE MANUTENCAO DE CONTRATOS DE COBRANCA RECORRENTE
      *     CADASTRA, ALTERA, SUSPENDE/REATIVA E EXCLUI O CONTRATO
      *     DE MENSALIDADE DO CLIENTE (VALOR MENSAL, DIA DE
      *     VENCIMENTO E VIGENCIA). SO CONTRATO ATIVO E DENTRO DA
      *     VIGENCIA E FATURADO PELO BATCH MENSAL FATURA. CONTRATO
      *     QUE JA FATUROU NAO E EXCLUIDO, SO SUSPENSO, PARA NAO
      *     PERDER A ULTIMA COMPETENCIA FATURADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CONTRATO.
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

           SELECT CONTRATOS ASSIGN TO WK-CONTRATOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CONTRATOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-CONTRATOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  CONTRATOS.
           COPY "CONTRATOS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-CONTRATOS-PATH       PIC X(100)
           VALUE "contratos.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-CONTRATOS            PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.

      *---> TELA
       77  WK-OPCAO                PIC 9     VALUE ZEROS.
       77  WK-CONFIRMA             PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.

      *---> DADOS DO CONTRATO EM DIGITACAO
       77  WK-CODIGO               PIC 9(07) VALUE ZEROS.
       77  WK-VALOR-MENSAL         PIC 9(07)V99 VALUE ZEROS.
       77  WK-DIA-VENCIMENTO       PIC 9(02) VALUE ZEROS.
       77  WK-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       77  WK-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77  WK-SITUACAO             PIC X(01) VALUE SPACES.
       77  WK-ULTIMA-COMPETENCIA   PIC 9(06) VALUE ZEROS.
       77  WK-JA-EXISTE            PIC X     VALUE "N".
      ******************************************************************
       LINKAGE                 SECTION.
      *---> OPERADOR CONECTADO (INFORMADO PELO MENU NO LOGIN)
       77  WK-OPERADOR-ID          PIC X(08).
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-CONTRATOS.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 05 COLUMN 20 VALUE "1 - CADASTRAR/ALTERAR".
           05 LINE 06 COLUMN 20 VALUE "2 - SUSPENDER/REATIVAR".
           05 LINE 07 COLUMN 20 VALUE "3 - EXCLUIR".
           05 LINE 08 COLUMN 20 VALUE "9 - VOLTAR".
           05 LINE 10 COLUMN 20 VALUE "OPCAO: ".
           05 COLUMN PLUS 1 PIC 9 USING WK-OPCAO.

       01  TELA-CADASTRO.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 06 COLUMN 10 VALUE "DADOS DO CONTRATO".
           05 CHAVE FOREGROUND-COLOR 3.
               10 LINE 08 COLUMN 10 VALUE "CODIGO.......... ".
               10 COLUMN PLUS 2 PIC 9(07) USING WK-CODIGO
                   BLANK WHEN ZEROS.
           05 SS-CLIENTE.
               10 LINE 09 COLUMN 10 VALUE "NOME............ ".
               10 COLUMN PLUS 2 PIC X(30) FROM REG-NOME.
           05 SS-DADOS.
               10 LINE 10 COLUMN 10 VALUE "VALOR MENSAL.... ".
               10 COLUMN PLUS 2 PIC 9(07)V99 USING WK-VALOR-MENSAL
                   BLANK WHEN ZEROS.
               10 LINE 11 COLUMN 10 VALUE "DIA DO VENCTO... ".
               10 COLUMN PLUS 2 PIC 9(02) USING WK-DIA-VENCIMENTO
                   BLANK WHEN ZEROS.
               10 LINE 12 COLUMN 10 VALUE "INICIO (AAAAMMDD)".
               10 COLUMN PLUS 2 PIC 9(08) USING WK-DATA-INICIO
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 10 VALUE "FIM (AAAAMMDD).. ".
               10 COLUMN PLUS 2 PIC 9(08) USING WK-DATA-FIM
                   BLANK WHEN ZEROS.
               10 LINE 13 COLUMN 40 VALUE "(OPCIONAL)".
               10 LINE 14 COLUMN 10 VALUE "SITUACAO (A/S).. ".
               10 COLUMN PLUS 2 PIC X(01) USING WK-SITUACAO.
           05 SS-COMPETENCIA.
               10 LINE 15 COLUMN 10 VALUE "ULTIMO MES FATUR.".
               10 COLUMN PLUS 2 PIC 9(06) FROM WK-ULTIMA-COMPETENCIA
                   BLANK WHEN ZEROS.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION USING WK-OPERADOR-ID.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-MENU-CONTRATOS.
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
           ACCEPT WK-CONTRATOS-PATH FROM ENVIRONMENT
               "CLIENTES_CONTRATOS_PATH"
           IF WK-CONTRATOS-PATH = SPACES
               MOVE "contratos.dat" TO WK-CONTRATOS-PATH
           END-IF

           OPEN INPUT CLIENTES.
           OPEN I-O CONTRATOS.
           IF FS-CONTRATOS EQUAL "35"
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN I-O CONTRATOS
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-MENU-CONTRATOS     SECTION.
           MOVE "MODULO - CONTRATOS" TO WK-MODULO
           MOVE ZEROS TO WK-OPCAO
           PERFORM UNTIL WK-OPCAO = 9
               DISPLAY TELA-CONTRATOS
               ACCEPT TELA-CONTRATOS
               EVALUATE WK-OPCAO
                   WHEN 1
                       PERFORM 0300-CADASTRA-CONTRATO
                   WHEN 2
                       PERFORM 0400-SUSPENDE-CONTRATO
                   WHEN 3
                       PERFORM 0500-EXCLUI-CONTRATO
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       MOVE "OPCAO INVALIDA" TO WK-ABEND-MESSAGE
                       DISPLAY MOSTRA-ERRO
                       ACCEPT WK-TECLA
               END-EVALUATE
           END-PERFORM.
       0200-MENU-CONTRATOS-FIM. EXIT.
      ******************************************************************
      *    CADASTRO OU ALTERACAO: CONTRATO EXISTENTE VEM PARA A TELA
      *    COM OS DADOS ATUAIS; A ULTIMA COMPETENCIA FATURADA E
      *    PRESERVADA NA ALTERACAO
      ******************************************************************
       0300-CADASTRA-CONTRATO  SECTION.
           PERFORM 0310-LE-CONTRATO
           IF WK-CODIGO = ZEROS
               EXIT SECTION
           END-IF
           IF WK-JA-EXISTE = "N"
               MOVE "A" TO WK-SITUACAO
           END-IF
           DISPLAY SS-DADOS
           ACCEPT SS-DADOS
           MOVE FUNCTION UPPER-CASE(WK-SITUACAO) TO WK-SITUACAO
           EVALUATE TRUE
               WHEN WK-VALOR-MENSAL = ZEROS
                   MOVE "VALOR MENSAL OBRIGATORIO" TO WK-ABEND-MESSAGE
               WHEN WK-DIA-VENCIMENTO < 1 OR WK-DIA-VENCIMENTO > 31
                   MOVE "DIA DO VENCIMENTO DEVE SER 1 A 31"
                                       TO WK-ABEND-MESSAGE
               WHEN WK-DATA-INICIO = ZEROS
                   MOVE "DATA DE INICIO OBRIGATORIA"
                                       TO WK-ABEND-MESSAGE
               WHEN WK-DATA-FIM NOT = ZEROS
                AND WK-DATA-FIM < WK-DATA-INICIO
                   MOVE "FIM ANTERIOR AO INICIO" TO WK-ABEND-MESSAGE
               WHEN WK-SITUACAO NOT = "A" AND WK-SITUACAO NOT = "S"
                   MOVE "SITUACAO DEVE SER A OU S" TO WK-ABEND-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WK-ABEND-MESSAGE
           END-EVALUATE
           IF WK-ABEND-MESSAGE NOT = SPACES
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1715
           ACCEPT WK-CONFIRMA AT 1738
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
               MOVE WK-CODIGO             TO CTR-CODIGO
               MOVE WK-VALOR-MENSAL       TO CTR-VALOR-MENSAL
               MOVE WK-DIA-VENCIMENTO     TO CTR-DIA-VENCIMENTO
               MOVE WK-DATA-INICIO        TO CTR-DATA-INICIO
               MOVE WK-DATA-FIM           TO CTR-DATA-FIM
               MOVE WK-SITUACAO           TO CTR-SITUACAO
               MOVE WK-ULTIMA-COMPETENCIA TO CTR-ULTIMA-COMPETENCIA
               IF WK-JA-EXISTE = "S"
                   REWRITE REG-CONTRATO
               ELSE
                   WRITE REG-CONTRATO
               END-IF
               IF FS-CONTRATOS = "00"
                   MOVE "CONTRATO GRAVADO!" TO WK-ABEND-MESSAGE
               ELSE
                   MOVE "ERRO AO GRAVAR CONTRATO" TO WK-ABEND-MESSAGE
               END-IF
           ELSE
               MOVE "CADASTRO CANCELADO" TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0300-CADASTRA-CONTRATO-FIM. EXIT.
      ******************************************************************
      *    PEDE O CODIGO, CONFIRMA O CLIENTE E TRAZ O CONTRATO
      *    EXISTENTE (WK-JA-EXISTE = "S"); CODIGO ZERADO NA SAIDA
      *    QUANDO O OPERADOR DESISTE OU O CLIENTE NAO EXISTE
      ******************************************************************
       0310-LE-CONTRATO        SECTION.
           MOVE ZEROS TO WK-CODIGO, WK-VALOR-MENSAL, WK-DIA-VENCIMENTO,
                         WK-DATA-INICIO, WK-DATA-FIM,
                         WK-ULTIMA-COMPETENCIA
           MOVE SPACES TO WK-SITUACAO, REG-NOME
           MOVE "N" TO WK-JA-EXISTE
           DISPLAY TELA-CADASTRO
           ACCEPT CHAVE
           IF WK-CODIGO = ZEROS
               EXIT SECTION
           END-IF
           MOVE WK-CODIGO TO REG-CODIGO
           READ CLIENTES
           IF FS-CLIENTES NOT = "00"
               MOVE ZEROS TO WK-CODIGO
               MOVE "REGISTRO NAO ENCONTRADO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           DISPLAY SS-CLIENTE
           MOVE WK-CODIGO TO CTR-CODIGO
           READ CONTRATOS
           EVALUATE TRUE
               WHEN FS-CONTRATOS = "51" OR FS-CONTRATOS = "99"
                   MOVE ZEROS TO WK-CODIGO
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
                   DISPLAY MOSTRA-ERRO
                   ACCEPT WK-TECLA
               WHEN FS-CONTRATOS = "00"
                   MOVE "S" TO WK-JA-EXISTE
                   MOVE CTR-VALOR-MENSAL       TO WK-VALOR-MENSAL
                   MOVE CTR-DIA-VENCIMENTO     TO WK-DIA-VENCIMENTO
                   MOVE CTR-DATA-INICIO        TO WK-DATA-INICIO
                   MOVE CTR-DATA-FIM           TO WK-DATA-FIM
                   MOVE CTR-SITUACAO           TO WK-SITUACAO
                   MOVE CTR-ULTIMA-COMPETENCIA TO WK-ULTIMA-COMPETENCIA
                   DISPLAY SS-DADOS
                   DISPLAY SS-COMPETENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0310-LE-CONTRATO-FIM.   EXIT.
      ******************************************************************
      *    SUSPENDE O CONTRATO ATIVO OU REATIVA O SUSPENSO; A
      *    SUSPENSAO SO VALE PARA OS PROXIMOS FATURAMENTOS
      ******************************************************************
       0400-SUSPENDE-CONTRATO  SECTION.
           PERFORM 0310-LE-CONTRATO
           IF WK-CODIGO = ZEROS
               EXIT SECTION
           END-IF
           IF WK-JA-EXISTE = "N"
               MOVE "CLIENTE SEM CONTRATO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           IF CTR-SITUACAO = "A"
               DISPLAY "SUSPENDER CONTRATO? (S/N): "
                   FOREGROUND-COLOR 2 AT 1715
           ELSE
               DISPLAY "REATIVAR CONTRATO? (S/N): "
                   FOREGROUND-COLOR 2 AT 1715
           END-IF
           ACCEPT WK-CONFIRMA AT 1743
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
               IF CTR-SITUACAO = "A"
                   MOVE "S" TO CTR-SITUACAO
               ELSE
                   MOVE "A" TO CTR-SITUACAO
               END-IF
               REWRITE REG-CONTRATO
               IF FS-CONTRATOS = "00"
                   IF CTR-SITUACAO = "S"
                       MOVE "CONTRATO SUSPENSO!" TO WK-ABEND-MESSAGE
                   ELSE
                       MOVE "CONTRATO REATIVADO!" TO WK-ABEND-MESSAGE
                   END-IF
               ELSE
                   MOVE "ERRO AO GRAVAR CONTRATO" TO WK-ABEND-MESSAGE
               END-IF
           ELSE
               MOVE "OPERACAO CANCELADA" TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0400-SUSPENDE-CONTRATO-FIM. EXIT.
      ******************************************************************
      *    EXCLUSAO DO CONTRATO: SO O CONTRATO QUE NUNCA FATUROU PODE
      *    SER EXCLUIDO. O JA FATURADO GUARDA A ULTIMA COMPETENCIA
      *    FATURADA, E UM CONTRATO NOVO DO MESMO CLIENTE VOLTARIA A
      *    FATURAR AQUELES MESES; PARA PARAR DE FATURAR, SUSPENDER
      ******************************************************************
       0500-EXCLUI-CONTRATO    SECTION.
           PERFORM 0310-LE-CONTRATO
           IF WK-CODIGO = ZEROS
               EXIT SECTION
           END-IF
           IF WK-JA-EXISTE = "N"
               MOVE "CLIENTE SEM CONTRATO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           IF CTR-ULTIMA-COMPETENCIA NOT = ZEROS
               UNLOCK CONTRATOS
               MOVE "CONTRATO JA FATURADO - USE A SUSPENSAO"
                                       TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1715
           ACCEPT WK-CONFIRMA AT 1738
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
               DELETE CONTRATOS
               IF FS-CONTRATOS = "00"
                   MOVE "CONTRATO EXCLUIDO!" TO WK-ABEND-MESSAGE
               ELSE
                   MOVE "ERRO AO EXCLUIR CONTRATO" TO WK-ABEND-MESSAGE
               END-IF
           ELSE
               MOVE "EXCLUSAO CANCELADA" TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0500-EXCLUI-CONTRATO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE CONTRATOS.
       1000-FINALIZAR-FIM.     EXIT.
