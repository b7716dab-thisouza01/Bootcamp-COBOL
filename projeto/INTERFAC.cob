      *     DO FORNECEDOR. OS DETALHES SAEM EM ORDEM DE CEP COM UM
      *     REGISTRO DE SUBTOTAL (TIPO 2) A CADA QUEBRA DE PREFIXO
      *     DE CEP, COMO O CONTRATO POSTAL EXIGE. NAO SUBSTITUI A
      *     EXPORTACAO CSV. CLIENTE COM ENDERECO DEVOLVIDO (AINDA
      *     NAO CORRIGIDO) NAO VAI PARA A GRAFICA E SAI NUMA
      *     LISTAGEM SEPARADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT INTERFACE-SAIDA ASSIGN TO WK-INTERFACE-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INTERFACE.

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
       FD  INTERFACE-SAIDA.
       01  REG-INTERFACE           PIC X(164).
      *
       FD  DEVOLUCOES.
           COPY "DEVOLUCOES.cpy".
      *
       FD  DEVOLVIDOS.
       01  REG-DEVOLVIDO           PIC X(90).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-INTERFACE-PATH       PIC X(100)
           VALUE "clientes-interface.txt".
       77  WK-DEVOLUCOES-PATH      PIC X(100)
           VALUE "devolucoes.dat".
       77  WK-DEVOLVIDOS-PATH      PIC X(100)
           VALUE "interface-devolvidas.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-INTERFACE            PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCOES           PIC X(02) VALUE SPACES.
       01  FS-DEVOLVIDOS           PIC X(02) VALUE SPACES.

      *---> DATA DA GERACAO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.

      *---> CONTADORES
       77  WK-TOTAL-REGISTROS      PIC 9(09) VALUE ZEROS.
       77  WK-TOTAL-DEVOLVIDOS     PIC 9(06) VALUE ZEROS.
       77  WK-QTD-EDITADA          PIC ZZZ.ZZ9 VALUE ZEROS.

      *---> ENDERECO DEVOLVIDO (SEM O ARQUIVO NINGUEM ESTA MARCADO)
       77  WK-DEV-ABERTO           PIC X     VALUE "N".
       77  WK-DEVOLVIDO            PIC X     VALUE "N".

      *---> LISTAGEM DOS CLIENTES FORA DA INTERFACE
       77  WK-LINHA-SAIDA          PIC X(90) VALUE SPACES.

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
               MOVE "clientes-interface.txt" TO WK-INTERFACE-PATH
           END-IF

           ACCEPT WK-DEVOLUCOES-PATH FROM ENVIRONMENT
               "CLIENTES_DEVOLUCOES_PATH"
           IF WK-DEVOLUCOES-PATH = SPACES
               MOVE "devolucoes.dat" TO WK-DEVOLUCOES-PATH
           END-IF

           ACCEPT WK-DEVOLVIDOS-PATH FROM ENVIRONMENT
               "CLIENTES_INT_DEVOLVIDAS_PATH"
           IF WK-DEVOLVIDOS-PATH = SPACES
               MOVE "interface-devolvidas.txt" TO WK-DEVOLVIDOS-PATH
           END-IF

           OPEN INPUT CLIENTES.
           OPEN OUTPUT INTERFACE-SAIDA.
           OPEN INPUT DEVOLUCOES.
           IF FS-DEVOLUCOES EQUAL "00"
               MOVE "S" TO WK-DEV-ABERTO
           END-IF.
           OPEN OUTPUT DEVOLVIDOS.
           MOVE "CLIENTES FORA DA INTERFACE - ENDERECO DEVOLVIDO"
                               TO REG-DEVOLVIDO
           WRITE REG-DEVOLVIDO.
           WRITE REG-DEVOLVIDO FROM WK-CAB-DEVOLVIDO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-GERA-INTERFACE     SECTION.
      *---> TRAILER COM A QUANTIDADE DE DETALHES GRAVADOS
               MOVE WK-TOTAL-REGISTROS TO WK-T-QUANTIDADE
               WRITE REG-INTERFACE FROM WK-REG-TRAILER
               MOVE SPACES TO WK-LINHA-SAIDA
               MOVE WK-TOTAL-DEVOLVIDOS TO WK-QTD-EDITADA
               STRING "TOTAL FORA DA INTERFACE: " DELIMITED BY SIZE
                      WK-QTD-EDITADA              DELIMITED BY SIZE
                   INTO WK-LINHA-SAIDA
               WRITE REG-DEVOLVIDO FROM WK-LINHA-SAIDA
               DISPLAY "REGISTROS NA INTERFACE: " WK-TOTAL-REGISTROS
               DISPLAY "ENDERECO DEVOLVIDO....: " WK-TOTAL-DEVOLVIDOS
           END-IF.
       0200-GERA-INTERFACE-FIM. EXIT.
      ******************************************************************
       0210-GRAVA-DETALHE-FIM. EXIT.
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
           WRITE REG-INTERFACE FROM WK-REG-FEIXE
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
           CLOSE INTERFACE-SAIDA.
           IF WK-DEV-ABERTO = "S"
               CLOSE DEVOLUCOES
           END-IF.
           CLOSE DEVOLVIDOS.
       1000-FINALIZAR-FIM.     EXIT.
