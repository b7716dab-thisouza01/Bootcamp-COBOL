      *     CONECTADO VENCENDO HOJE OU JA VENCIDOS, COM NOME,
      *     TELEFONE E O ASSUNTO DO CONTATO DE ORIGEM. CONCLUIR UM
      *     RETORNO GRAVA O ATENDIMENTO NOVO E BAIXA O PENDENTE EM
      *     UM PASSO SO. SUPERVISOR (NIVEL 3) VE TAMBEM A FILA DOS
      *     RETORNOS ESCALADOS ("S") DE QUALQUER OPERADOR, COM O
      *     OPERADOR ORIGINAL ENTRE PARENTESES NO ASSUNTO. TODA
      *     CONCLUSAO VAI PARA O MOVIMENTO DE RETORNOS (TIPO "C")
      *     COM A DATA EM QUE FOI FEITA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATENDIMENTOS.

           SELECT OPERADORES ASSIGN TO WK-OPERADORES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-OPERADORES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-OPERADORES.

           SELECT MOVRET ASSIGN TO WK-MOVRET-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVRET.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  OPERADORES.
           COPY "OPERADORES.cpy".
      *
       FD  MOVRET.
           COPY "RETMOV.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-OPERADORES-PATH      PIC X(100)
           VALUE "operadores.dat".
       77  WK-MOVRET-PATH          PIC X(100)
           VALUE "movimento-retornos.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-OPERADORES           PIC X(02) VALUE SPACES.
       01  FS-MOVRET               PIC X(02) VALUE SPACES.

      *---> SUPERVISOR CONECTADO VE A FILA DOS RETORNOS ESCALADOS
       77  WK-SUPERVISOR           PIC X     VALUE "N".
       77  WK-LEGENDA              PIC X(60) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 03 COLUMN 10 VALUE "OPERADOR: ".
           05 COLUMN PLUS 1 PIC X(08) FROM WK-OPERADOR-ID.
           05 LINE 04 COLUMN 10 PIC X(60) FROM WK-LEGENDA.
           05 LINE 05 COLUMN 10 VALUE
               "N  RETORNO   NOME                  TELEFONE   ASSUNTO"
               FOREGROUND-COLOR 3.
           IF WK-ATENDIMENTOS-PATH = SPACES
               MOVE "atendimentos.dat" TO WK-ATENDIMENTOS-PATH
           END-IF
           ACCEPT WK-OPERADORES-PATH FROM ENVIRONMENT
               "OPERADORES_DAT_PATH"
           IF WK-OPERADORES-PATH = SPACES
               MOVE "operadores.dat" TO WK-OPERADORES-PATH
           END-IF
           ACCEPT WK-MOVRET-PATH FROM ENVIRONMENT
               "CLIENTES_MOVRET_PATH"
           IF WK-MOVRET-PATH = SPACES
               MOVE "movimento-retornos.txt" TO WK-MOVRET-PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
      *---> NIVEL DO OPERADOR CONECTADO: SUPERVISOR VE A FILA
           OPEN INPUT OPERADORES.
           MOVE WK-OPERADOR-ID TO OPE-ID
           READ OPERADORES
           IF FS-OPERADORES = "00" AND OPE-NIVEL = 3
               MOVE "S" TO WK-SUPERVISOR
               MOVE "INCLUI A FILA DE ESCALADOS: (OPERADOR ORIGINAL)"
                                       TO WK-LEGENDA
           END-IF
           CLOSE OPERADORES.
           OPEN INPUT CLIENTES.
           OPEN I-O ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL "35"
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
       0200-AGENDA             SECTION.
       0200-AGENDA-FIM.        EXIT.
      ******************************************************************
      *    VARRE OS ATENDIMENTOS ATRAS DE RETORNO PENDENTE ("P") DO
      *    OPERADOR CONECTADO COM DATA ATE HOJE, E DOS ESCALADOS ("S")
      *    QUANDO O CONECTADO E SUPERVISOR, LISTANDO OS OITO
      *    PRIMEIROS COM NOME E TELEFONE DO CADASTRO
      ******************************************************************
       0300-MONTA-LISTA        SECTION.
                      OR WK-QTD-LISTA = 8
               READ ATENDIMENTOS NEXT RECORD
               IF FS-ATENDIMENTOS = "00"
                AND ((ATD-OPERADOR = WK-OPERADOR-ID
                  AND ATD-RETORNO-SITUACAO = "P"
                  AND ATD-RETORNO-DATA <= WK-HOJE)
                 OR (WK-SUPERVISOR = "S"
                  AND ATD-RETORNO-SITUACAO = "S"))
                   ADD 1 TO WK-QTD-LISTA
                   MOVE ATD-CODIGO    TO WK-AGE-CODIGO(WK-QTD-LISTA)
                   MOVE ATD-DATA-HORA
                   MOVE WK-QTD-LISTA    TO WK-A-NUM
                   MOVE ATD-RETORNO-DATA TO WK-A-RETORNO
                   MOVE ATD-ASSUNTO     TO WK-A-ASSUNTO
                   IF ATD-RETORNO-SITUACAO = "S"
                       MOVE SPACES TO WK-A-ASSUNTO
                       STRING "(" ATD-OPERADOR DELIMITED BY SPACE
                              ") "         DELIMITED BY SIZE
                              ATD-ASSUNTO  DELIMITED BY SIZE
                           INTO WK-A-ASSUNTO
                   END-IF
                   MOVE SPACES TO WK-A-NOME
                   MOVE ZEROS TO WK-A-TELEFONE
                   MOVE ATD-CODIGO TO REG-CODIGO
       0300-MONTA-LISTA-FIM.   EXIT.
      ******************************************************************
      *    CONCLUSAO DO RETORNO: GRAVA O ATENDIMENTO NOVO (COM NOVO
      *    RETORNO OPCIONAL) E BAIXA O PENDENTE ("F") EM UM PASSO. O
      *    PENDENTE MANTEM O OPERADOR ORIGINAL; QUEM LIGOU FICA NO
      *    ATENDIMENTO NOVO E NO MOVIMENTO DE RETORNOS
      ******************************************************************
       0400-CONCLUI-RETORNO    SECTION.
           MOVE SPACES TO WK-ASSUNTO, WK-ANOTACAO
           IF FS-ATENDIMENTOS = "00"
               MOVE "F" TO ATD-RETORNO-SITUACAO
               REWRITE REG-ATENDIMENTO
               IF FS-ATENDIMENTOS = "00"
                   MOVE "C"              TO MVR-TIPO
                   MOVE WK-DATA-HORA-ATUAL(1:8) TO MVR-DATA
                   MOVE ATD-CODIGO       TO MVR-CODIGO
                   MOVE ATD-DATA-HORA    TO MVR-DATA-HORA
                   MOVE ATD-OPERADOR     TO MVR-OPERADOR
                   MOVE ATD-RETORNO-DATA TO MVR-RETORNO-DATA
                   MOVE WK-OPERADOR-ID   TO MVR-RESPONSAVEL
                   WRITE REG-MOVRET
               END-IF
           END-IF
           MOVE "RETORNO CONCLUIDO!" TO WK-ABEND-MESSAGE
           DISPLAY MOSTRA-ERRO
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE ATENDIMENTOS.
           CLOSE MOVRET.
       1000-FINALIZAR-FIM.     EXIT.
