      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE CORRESPONDENCIA DEVOLVIDA
      *     REGISTRA A DEVOLUCAO PELOS CORREIOS DE UMA PECA ENVIADA
      *     AO CLIENTE: MARCA O ENDERECO COMO INVALIDO COM A DATA E
      *     O MOTIVO DA DEVOLUCAO (O CLIENTE SAI DAS ETIQUETAS, DA
      *     INTERFACE DA GRAFICA E DAS CARTAS DE COBRANCA) E GRAVA
      *     UM ATENDIMENTO COM RETORNO NO PROXIMO DIA UTIL PARA O
      *     OPERADOR CONFIRMAR O ENDERECO NOVO COM O CLIENTE.
      *     A MARCA E BAIXADA NA ALTERACAO DO ENDERECO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. DEVOLVE.
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

           SELECT DEVOLUCOES ASSIGN TO WK-DEVOLUCOES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DEVOLUCOES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-DEVOLUCOES.

           SELECT ATENDIMENTOS ASSIGN TO WK-ATENDIMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-ATENDIMENTOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATENDIMENTOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  DEVOLUCOES.
           COPY "DEVOLUCOES.cpy".
      *
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-DEVOLUCOES-PATH      PIC X(100)
           VALUE "devolucoes.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCOES           PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.

      *---> TELA
       77  WK-OPCAO                PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.

      *---> DADOS DA DEVOLUCAO EM DIGITACAO
       77  WK-DEV-DATA             PIC 9(08) VALUE ZEROS.
       77  WK-DEV-MOTIVO           PIC X(30) VALUE SPACES.
       77  WK-JA-EXISTE            PIC X     VALUE "N".

      *---> DATA DO DIA E RETORNO NO PROXIMO DIA UTIL
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DIAS                 PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77  WK-RETORNO-DATA         PIC 9(08) VALUE ZEROS.
      ******************************************************************
       LINKAGE                 SECTION.
      *---> OPERADOR CONECTADO (INFORMADO PELO MENU NO LOGIN)
       77  WK-OPERADOR-ID          PIC X(08).
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-DEVOLUCAO.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 08 COLUMN 10 VALUE
               "INSIRA A CHAVE DO CLIENTE COM PECA DEVOLVIDA".
      *
           05 CHAVE FOREGROUND-COLOR 3.
               10 LINE 10 COLUMN 10 VALUE "CODIGO.. ".
               10 COLUMN PLUS 2 PIC 9(07) USING REG-CODIGO
                   BLANK WHEN ZEROS.
           05 SS-CLIENTE.
               10 LINE 11 COLUMN 10 VALUE "NOME.... ".
               10 COLUMN PLUS 2 PIC X(30) FROM REG-NOME.
               10 LINE 12 COLUMN 10 VALUE "LOGRADR. ".
               10 COLUMN PLUS 2 PIC X(30) FROM REG-LOGRADOURO.
               10 LINE 12 COLUMN 53 VALUE "NR ".
               10 COLUMN PLUS 1 PIC X(06) FROM REG-NUMERO.
               10 LINE 13 COLUMN 10 VALUE "CIDADE.. ".
               10 COLUMN PLUS 2 PIC X(20) FROM REG-CIDADE.
               10 LINE 13 COLUMN 43 VALUE "UF ".
               10 COLUMN PLUS 1 PIC X(02) FROM REG-UF.
               10 LINE 14 COLUMN 10 VALUE "CEP..... ".
               10 COLUMN PLUS 2 PIC 9(08) FROM REG-CEP.
           05 SS-DADOS.
               10 LINE 16 COLUMN 10 VALUE "DEVOLVIDA".
               10 COLUMN PLUS 2 PIC 9(08) USING WK-DEV-DATA.
               10 LINE 16 COLUMN 32 VALUE "(AAAAMMDD)".
               10 LINE 17 COLUMN 10 VALUE "MOTIVO.. ".
               10 COLUMN PLUS 2 PIC X(30) USING WK-DEV-MOTIVO.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION USING WK-OPERADOR-ID.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-DEVOLUCAO.
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
           ACCEPT WK-DEVOLUCOES-PATH FROM ENVIRONMENT
               "CLIENTES_DEVOLUCOES_PATH"
           IF WK-DEVOLUCOES-PATH = SPACES
               MOVE "devolucoes.dat" TO WK-DEVOLUCOES-PATH
           END-IF
           ACCEPT WK-ATENDIMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_ATENDIMENTOS_PATH"
           IF WK-ATENDIMENTOS-PATH = SPACES
               MOVE "atendimentos.dat" TO WK-ATENDIMENTOS-PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
           OPEN INPUT CLIENTES.
           OPEN I-O DEVOLUCOES.
           IF FS-DEVOLUCOES EQUAL "35"
               OPEN OUTPUT DEVOLUCOES
               CLOSE DEVOLUCOES
               OPEN I-O DEVOLUCOES
           END-IF.
           OPEN I-O ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL "35"
               OPEN OUTPUT ATENDIMENTOS
               CLOSE ATENDIMENTOS
               OPEN I-O ATENDIMENTOS
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-DEVOLUCAO          SECTION.
           MOVE "MODULO - DEVOLUCAO" TO WK-MODULO
           PERFORM UNTIL 1 = 2
               MOVE ZEROS TO CHAVE-CLIENTES
               MOVE SPACES TO REG-NOME, REG-LOGRADOURO, REG-NUMERO
               MOVE SPACES TO REG-CIDADE, REG-UF
               MOVE ZEROS TO REG-CEP
               MOVE WK-HOJE TO WK-DEV-DATA
               MOVE SPACES TO WK-DEV-MOTIVO
               DISPLAY TELA-DEVOLUCAO
               ACCEPT CHAVE
               IF REG-CODIGO = ZEROS
                   EXIT PERFORM
               END-IF
               READ CLIENTES
               EVALUATE TRUE
                   WHEN FS-CLIENTES = "00"
                       DISPLAY SS-CLIENTE
                       PERFORM 0210-REGISTRA-DEVOLUCAO

                   WHEN FS-CLIENTES = "23"
                       MOVE "REGISTRO NAO ENCONTRADO"
                                               TO WK-ABEND-MESSAGE
                       DISPLAY MOSTRA-ERRO
                       ACCEPT WK-TECLA

                   WHEN OTHER
                       MOVE "ERRO AO LER ARQUIVO" TO WK-ABEND-MESSAGE
                       DISPLAY MOSTRA-ERRO
                       ACCEPT WK-TECLA
               END-EVALUATE
           END-PERFORM.
       0200-DEVOLUCAO-FIM.     EXIT.
      ******************************************************************
      *    ENDERECO JA MARCADO COMO DEVOLVIDO NAO E MARCADO DE NOVO
      *    (O RETORNO DA PRIMEIRA DEVOLUCAO JA ESTA NA AGENDA)
      ******************************************************************
       0210-REGISTRA-DEVOLUCAO SECTION.
           MOVE REG-CODIGO TO DEV-CODIGO
           READ DEVOLUCOES
           EVALUATE TRUE
               WHEN FS-DEVOLUCOES = "00"
                   MOVE "S" TO WK-JA-EXISTE
               WHEN FS-DEVOLUCOES = "23"
                   MOVE "N" TO WK-JA-EXISTE
               WHEN FS-DEVOLUCOES = "51" OR FS-DEVOLUCOES = "99"
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                                           TO WK-ABEND-MESSAGE
                   DISPLAY MOSTRA-ERRO
                   ACCEPT WK-TECLA
                   EXIT SECTION
               WHEN OTHER
                   MOVE "ERRO AO LER DEVOLUCOES" TO WK-ABEND-MESSAGE
                   DISPLAY MOSTRA-ERRO
                   ACCEPT WK-TECLA
                   EXIT SECTION
           END-EVALUATE
           IF WK-JA-EXISTE = "S" AND DEV-SITUACAO = "D"
               MOVE SPACES TO WK-ABEND-MESSAGE
               STRING "ENDERECO JA DEVOLVIDO EM " DELIMITED BY SIZE
                      DEV-DATA                    DELIMITED BY SIZE
                   INTO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF

           ACCEPT SS-DADOS
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WK-DEV-DATA) NOT = 0
                 OR WK-DEV-DATA > WK-HOJE
                   MOVE "DATA DA DEVOLUCAO INVALIDA"
                                           TO WK-ABEND-MESSAGE
                   DISPLAY MOSTRA-ERRO
                   ACCEPT WK-TECLA
                   EXIT SECTION
               WHEN WK-DEV-MOTIVO = SPACES
                   MOVE "MOTIVO OBRIGATORIO" TO WK-ABEND-MESSAGE
                   DISPLAY MOSTRA-ERRO
                   ACCEPT WK-TECLA
                   EXIT SECTION
           END-EVALUATE

           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1915
           ACCEPT WK-OPCAO AT 1938
           IF FUNCTION UPPER-CASE(WK-OPCAO) NOT = "S"
               MOVE "DEVOLUCAO CANCELADA" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF

           MOVE REG-CODIGO     TO DEV-CODIGO
           MOVE "D"            TO DEV-SITUACAO
           MOVE WK-DEV-DATA    TO DEV-DATA
           MOVE WK-DEV-MOTIVO  TO DEV-MOTIVO
           MOVE REG-CEP        TO DEV-CEP
           MOVE WK-OPERADOR-ID TO DEV-ORIGEM
           MOVE ZEROS          TO DEV-DATA-CORRECAO
           MOVE SPACES         TO DEV-OPERADOR-CORRECAO
           IF WK-JA-EXISTE = "S"
               REWRITE REG-DEVOLUCAO
           ELSE
               WRITE REG-DEVOLUCAO
           END-IF
           IF FS-DEVOLUCOES NOT = "00"
               MOVE "ERRO AO GRAVAR DEVOLUCAO" TO WK-ABEND-MESSAGE
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           PERFORM 0300-GRAVA-ATENDIMENTO.
       0210-REGISTRA-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
      *    ATENDIMENTO DA DEVOLUCAO COM RETORNO PENDENTE PARA O
      *    OPERADOR QUE REGISTROU, NO PROXIMO DIA UTIL
      ******************************************************************
       0300-GRAVA-ATENDIMENTO  SECTION.
           PERFORM 0310-PROXIMO-DIA-UTIL
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE REG-CODIGO         TO ATD-CODIGO
           MOVE WK-DATA-HORA-ATUAL(1:14) TO ATD-DATA-HORA
           MOVE WK-OPERADOR-ID     TO ATD-OPERADOR
           MOVE "CORRESPONDENCIA DEVOLVIDA" TO ATD-ASSUNTO
           MOVE SPACES             TO ATD-ANOTACAO
           STRING "PECA DEVOLVIDA PELOS CORREIOS EM "
                                             DELIMITED BY SIZE
                  WK-DEV-DATA                DELIMITED BY SIZE
                  " - MOTIVO: "              DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DEV-MOTIVO) DELIMITED BY SIZE
                  ". ENDERECO: "             DELIMITED BY SIZE
                  FUNCTION TRIM(REG-LOGRADOURO) DELIMITED BY SIZE
                  ", "                       DELIMITED BY SIZE
                  FUNCTION TRIM(REG-NUMERO)  DELIMITED BY SIZE
                  " - "                      DELIMITED BY SIZE
                  FUNCTION TRIM(REG-CIDADE)  DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  REG-UF                     DELIMITED BY SIZE
                  " CEP "                    DELIMITED BY SIZE
                  REG-CEP                    DELIMITED BY SIZE
                  ". CONFIRMAR ENDERECO NOVO."
                                             DELIMITED BY SIZE
               INTO ATD-ANOTACAO
           MOVE WK-RETORNO-DATA    TO ATD-RETORNO-DATA
           MOVE "P"                TO ATD-RETORNO-SITUACAO
           WRITE REG-ATENDIMENTO
               INVALID KEY
                   MOVE "ERRO AO GRAVAR ATENDIMENTO"
                                       TO WK-ABEND-MESSAGE
               NOT INVALID KEY
                   MOVE SPACES TO WK-ABEND-MESSAGE
                   STRING "DEVOLUCAO REGISTRADA! RETORNO "
                                               DELIMITED BY SIZE
                          WK-RETORNO-DATA      DELIMITED BY SIZE
                       INTO WK-ABEND-MESSAGE
           END-WRITE
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0300-GRAVA-ATENDIMENTO-FIM. EXIT.
      ******************************************************************
      *    PROXIMO DIA UTIL APOS HOJE (PULA SABADO E DOMINGO). O DIA
      *    1 DA CONTAGEM DE INTEGER-OF-DATE (01/01/1601) E SEGUNDA:
      *    RESTO 6 = SABADO, RESTO 0 = DOMINGO
      ******************************************************************
       0310-PROXIMO-DIA-UTIL   SECTION.
           COMPUTE WK-DIAS = FUNCTION INTEGER-OF-DATE(WK-HOJE) + 1
           COMPUTE WK-DIA-SEMANA = FUNCTION MOD(WK-DIAS, 7)
           PERFORM UNTIL WK-DIA-SEMANA NOT = 6
                     AND WK-DIA-SEMANA NOT = 0
               ADD 1 TO WK-DIAS
               COMPUTE WK-DIA-SEMANA = FUNCTION MOD(WK-DIAS, 7)
           END-PERFORM
           COMPUTE WK-RETORNO-DATA = FUNCTION DATE-OF-INTEGER(WK-DIAS).
       0310-PROXIMO-DIA-UTIL-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE DEVOLUCOES.
           CLOSE ATENDIMENTOS.
       1000-FINALIZAR-FIM.     EXIT.
