      *     ESTRUTURADO) E A CARTA PADRAO COM NOME E CPF DO
      *     CLIENTE, AMBOS EM ORDEM DE CEP COM TOTAL DE FEIXE A
      *     CADA QUEBRA DE PREFIXO (5 PRIMEIROS DIGITOS), COMO O
      *     CONTRATO DE DESCONTO POSTAL EXIGE. A ETIQUETA LEVA O
      *     CODIGO DO CLIENTE, QUE VOLTA NA LISTA DE DEVOLUCOES DOS
      *     CORREIOS. CLIENTE COM ENDERECO DEVOLVIDO (AINDA NAO
      *     CORRIGIDO) FICA FORA E SAI NUMA LISTAGEM SEPARADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT CARTAS ASSIGN TO WK-CARTAS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CARTAS.

      *---> CONTROLE DE CORRESPONDENCIA DEVOLVIDA
           SELECT DEVOLUCOES ASSIGN TO WK-DEVOLUCOES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DEVOLUCOES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-DEVOLUCOES.

           SELECT DEVOLVIDOS ASSIGN TO WK-DEVOLVIDOS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DEVOLVIDOS.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  CARTAS.
       01  REG-CARTA               PIC X(80).
      *
       FD  DEVOLUCOES.
           COPY "DEVOLUCOES.cpy".
      *
       FD  DEVOLVIDOS.
       01  REG-DEVOLVIDO           PIC X(90).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "etiquetas-clientes.txt".
       77  WK-CARTAS-PATH          PIC X(100)
           VALUE "cartas-clientes.txt".
       77  WK-DEVOLUCOES-PATH      PIC X(100)
           VALUE "devolucoes.dat".
       77  WK-DEVOLVIDOS-PATH      PIC X(100)
           VALUE "etiquetas-devolvidas.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-ETIQUETAS            PIC X(02) VALUE SPACES.
       01  FS-CARTAS               PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCOES           PIC X(02) VALUE SPACES.
       01  FS-DEVOLVIDOS           PIC X(02) VALUE SPACES.

      *---> CONTADORES
       77  WK-TOTAL-REGISTROS      PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-DEVOLVIDOS     PIC 9(06) VALUE ZEROS.

      *---> ENDERECO DEVOLVIDO (SEM O ARQUIVO NINGUEM ESTA MARCADO)
       77  WK-DEV-ABERTO           PIC X     VALUE "N".
       77  WK-DEVOLVIDO            PIC X     VALUE "N".

      *---> LISTAGEM DOS CLIENTES FORA DA MALA DIRETA
       01  WK-CAB-DEVOLVIDO.
           05 FILLER               PIC X(09) VALUE "CODIGO".
           05 FILLER               PIC X(32) VALUE "NOME".
           05 FILLER               PIC X(10) VALUE "DEVOLVIDA".
           05 FILLER               PIC X(30) VALUE "MOTIVO".

       01  WK-LINHA-DEVOLVIDO.
           05 WK-V-CODIGO          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-V-NOME            PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-V-DATA            PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-V-MOTIVO          PIC X(30).

      *---> ORDENACAO POR CEP: TABELA CEP + CODIGO MONTADA JA EM
      *---> ORDEM (INSERCAO ORDENADA), DEPOIS RELIDA PELO CODIGO
               MOVE "cartas-clientes.txt" TO WK-CARTAS-PATH
           END-IF

           ACCEPT WK-DEVOLUCOES-PATH FROM ENVIRONMENT
               "CLIENTES_DEVOLUCOES_PATH"
           IF WK-DEVOLUCOES-PATH = SPACES
               MOVE "devolucoes.dat" TO WK-DEVOLUCOES-PATH
           END-IF

           ACCEPT WK-DEVOLVIDOS-PATH FROM ENVIRONMENT
               "CLIENTES_ETQ_DEVOLVIDAS_PATH"
           IF WK-DEVOLVIDOS-PATH = SPACES
               MOVE "etiquetas-devolvidas.txt" TO WK-DEVOLVIDOS-PATH
           END-IF

           OPEN INPUT CLIENTES.
           OPEN OUTPUT ETIQUETAS.
           OPEN OUTPUT CARTAS.
           OPEN INPUT DEVOLUCOES.
           IF FS-DEVOLUCOES EQUAL "00"
               MOVE "S" TO WK-DEV-ABERTO
           END-IF.
           OPEN OUTPUT DEVOLVIDOS.
           MOVE "CLIENTES FORA DA MALA DIRETA - ENDERECO DEVOLVIDO"
                               TO REG-DEVOLVIDO
           WRITE REG-DEVOLVIDO.
           WRITE REG-DEVOLVIDO FROM WK-CAB-DEVOLVIDO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-GERA-CORRESPONDENCIA SECTION.
               IF WK-TEM-FEIXE = "S"
                   PERFORM 0250-FECHA-FEIXE
               END-IF
               MOVE SPACES TO WK-LINHA-SAIDA
               MOVE WK-TOTAL-DEVOLVIDOS TO WK-QTD-EDITADA
               STRING "TOTAL FORA DA MALA DIRETA: " DELIMITED BY SIZE
                      WK-QTD-EDITADA                DELIMITED BY SIZE
                   INTO WK-LINHA-SAIDA
               WRITE REG-DEVOLVIDO FROM WK-LINHA-SAIDA
               MOVE SPACES TO WK-LINHA-SAIDA
               DISPLAY "CLIENTES PROCESSADOS: " WK-TOTAL-REGISTROS
               DISPLAY "ENDERECO DEVOLVIDO..: " WK-TOTAL-DEVOLVIDOS
           END-IF.
       0200-GERA-CORRESPONDENCIA-FIM. EXIT.
      ******************************************************************
      *    ETIQUETA: NOME E CODIGO, LOGRADOURO/NUMERO, CIDADE/UF/CEP
      *    E SEPARADOR
      ******************************************************************
       0210-GRAVA-ETIQUETA     SECTION.
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING REG-NOME                  DELIMITED BY SIZE
                  " COD "                   DELIMITED BY SIZE
                  REG-CODIGO                DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           WRITE REG-ETIQUETA FROM WK-LINHA-SAIDA
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING FUNCTION TRIM(REG-LOGRADOURO) DELIMITED BY SIZE
                  ", "                          DELIMITED BY SIZE
       0230-FORMATA-CPF-FIM.   EXIT.
      ******************************************************************
      *    CARREGA A TABELA CEP + CODIGO EM ORDEM DE CEP, INSERINDO
      *    CADA CLIENTE NA POSICAO CERTA (INSERCAO ORDENADA); CLIENTE
      *    COM ENDERECO DEVOLVIDO VAI PARA A LISTAGEM SEPARADA
      ******************************************************************
       0240-CARREGA-TABELA     SECTION.
           MOVE ZEROS TO REG-CODIGO
           PERFORM UNTIL FS-CLIENTES NOT = "00"
               READ CLIENTES NEXT RECORD
               IF FS-CLIENTES = "00"
                   PERFORM 0260-VERIFICA-DEVOLUCAO
               END-IF
               IF FS-CLIENTES = "00" AND WK-DEVOLVIDO = "S"
                   PERFORM 0270-LISTA-DEVOLVIDO
               END-IF
               IF FS-CLIENTES = "00" AND WK-DEVOLVIDO = "N"
                   IF WK-QTD-TABELA < 9999
                       ADD 1 TO WK-QTD-TABELA
                       MOVE WK-QTD-TABELA TO WK-IND-INS
           MOVE SPACES TO WK-LINHA-SAIDA
           MOVE ZEROS TO WK-QTD-FEIXE.
       0250-FECHA-FEIXE-FIM.   EXIT.
      ******************************************************************
       0260-VERIFICA-DEVOLUCAO SECTION.
           MOVE "N" TO WK-DEVOLVIDO
           IF WK-DEV-ABERTO = "S"
               MOVE REG-CODIGO TO DEV-CODIGO
               READ DEVOLUCOES
               IF FS-DEVOLUCOES = "00" AND DEV-SITUACAO = "D"
                   MOVE "S" TO WK-DEVOLVIDO
               END-IF
           END-IF.
       0260-VERIFICA-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
       0270-LISTA-DEVOLVIDO    SECTION.
           MOVE REG-CODIGO TO WK-V-CODIGO
           MOVE REG-NOME   TO WK-V-NOME
           MOVE DEV-DATA   TO WK-V-DATA
           MOVE DEV-MOTIVO TO WK-V-MOTIVO
           WRITE REG-DEVOLVIDO FROM WK-LINHA-DEVOLVIDO
           ADD 1 TO WK-TOTAL-DEVOLVIDOS.
       0270-LISTA-DEVOLVIDO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE ETIQUETAS.
           CLOSE CARTAS.
           IF WK-DEV-ABERTO = "S"
               CLOSE DEVOLUCOES
           END-IF.
           CLOSE DEVOLVIDOS.
       1000-FINALIZAR-FIM.     EXIT.
