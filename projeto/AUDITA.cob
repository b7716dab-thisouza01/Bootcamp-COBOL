      *     CRITICA OS DIGITOS VERIFICADORES DO CPF (MODULO 11),
      *     CPF/ENDERECO NAO PREENCHIDOS E CPF REPETIDO EM MAIS DE
      *     UMA CHAVE, GRAVANDO UM ARQUIVO DE EXCECOES
      *     CRITICA TAMBEM O CEP CONTRA A TABELA DE FAIXAS DE CEP:
      *     CEP FORA DA TABELA OU UF/CIDADE DIVERGENTES DA FAIXA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT EXCECOES ASSIGN TO WK-EXCECOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXCECOES.

      *---> TABELA DE FAIXAS DE CEP (CARREGADA PELO CARGACEP)
           SELECT CEPS ASSIGN TO WK-CEPS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CEPS
               FILE STATUS     IS FS-CEPS.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  EXCECOES.
       01  REG-EXCECAO             PIC X(90).
      *
       FD  CEPS.
           COPY "CEPS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-EXCECOES-PATH        PIC X(100)
           VALUE "auditoria-excecoes.txt".
       77  WK-CEPS-PATH            PIC X(100)
           VALUE "ceps.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-EXCECOES             PIC X(02) VALUE SPACES.
       01  FS-CEPS                 PIC X(02) VALUE SPACES.

      *---> CRITICA DE CEP (SEM TABELA CARREGADA A CRITICA E PULADA)
       77  WK-CEPS-ABERTO          PIC X     VALUE "N".
       77  WK-CEP-PESQUISA         PIC 9(08) VALUE ZEROS.
       77  WK-CEP-ACHOU            PIC X     VALUE "N".

      *---> CRITICA DO CPF (MODULO 11)
       01  WK-CPF.
               MOVE "auditoria-excecoes.txt" TO WK-EXCECOES-PATH
           END-IF

           ACCEPT WK-CEPS-PATH FROM ENVIRONMENT "CLIENTES_CEPS_PATH"
           IF WK-CEPS-PATH = SPACES
               MOVE "ceps.dat" TO WK-CEPS-PATH
           END-IF

           OPEN INPUT CLIENTES.
           OPEN OUTPUT EXCECOES.
           OPEN INPUT CEPS.
           IF FS-CEPS EQUAL "00"
               MOVE "S" TO WK-CEPS-ABERTO
           ELSE
               DISPLAY "TABELA DE CEPS NAO CARREGADA - CRITICA DE "
                   "CEP X UF/CIDADE NAO EXECUTADA"
           END-IF.
           WRITE REG-EXCECAO FROM WK-CABECALHO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
               MOVE "CEP NAO PREENCHIDO OU INVALIDO"
                                       TO WK-E-OCORRENCIA
               PERFORM 0250-GRAVA-EXCECAO
           ELSE
               IF WK-CEPS-ABERTO = "S"
                   PERFORM 0240-CRITICA-CEP-TABELA
               END-IF
           END-IF.
       0210-CRITICA-REGISTRO-FIM. EXIT.
      ******************************************************************
               END-IF
           END-IF.
       0230-CRITICA-CPF-DUPLICADO-FIM. EXIT.
      ******************************************************************
      *    CEP TEM QUE ESTAR NUMA FAIXA DA TABELA E UF/CIDADE DO
      *    CADASTRO TEM QUE CONFERIR COM AS DA FAIXA
      ******************************************************************
       0240-CRITICA-CEP-TABELA SECTION.
           MOVE REG-CEP TO WK-CEP-PESQUISA
           PERFORM 0260-CONSULTA-CEP
           EVALUATE TRUE
               WHEN WK-CEP-ACHOU = "N"
                   MOVE "CEP NAO CONSTA NA TABELA DE CEPS"
                                       TO WK-E-OCORRENCIA
                   PERFORM 0250-GRAVA-EXCECAO
               WHEN FUNCTION UPPER-CASE(REG-UF) NOT = CEP-UF
                 OR FUNCTION UPPER-CASE(REG-CIDADE) NOT = CEP-CIDADE
                   MOVE SPACES TO WK-E-OCORRENCIA
                   STRING "CEP DIVERGE TAB: "       DELIMITED BY SIZE
                          CEP-UF                    DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          CEP-CIDADE                DELIMITED BY SIZE
                       INTO WK-E-OCORRENCIA
                   PERFORM 0250-GRAVA-EXCECAO
           END-EVALUATE.
       0240-CRITICA-CEP-TABELA-FIM. EXIT.
      ******************************************************************
       0250-GRAVA-EXCECAO      SECTION.
           MOVE REG-CODIGO   TO WK-E-CODIGO
           WRITE REG-EXCECAO FROM WK-LINHA-EXCECAO
           ADD 1 TO WK-TOTAL-EXCECOES.
       0250-GRAVA-EXCECAO-FIM. EXIT.
      ******************************************************************
      *    FAIXA DO CEP: PRIMEIRA FAIXA COM CEP FINAL >= CEP PESQUISADO,
      *    DESDE QUE O CEP INICIAL DELA NAO PASSE DO CEP PESQUISADO
      ******************************************************************
       0260-CONSULTA-CEP       SECTION.
           MOVE "N" TO WK-CEP-ACHOU
           MOVE WK-CEP-PESQUISA TO CEP-FINAL
           START CEPS KEY IS NOT LESS THAN CEP-FINAL
           IF FS-CEPS = "00"
               READ CEPS NEXT RECORD
               IF FS-CEPS = "00"
                AND CEP-INICIAL NOT > WK-CEP-PESQUISA
                   MOVE "S" TO WK-CEP-ACHOU
               END-IF
           END-IF.
       0260-CONSULTA-CEP-FIM.  EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE EXCECOES.
           IF WK-CEPS-ABERTO = "S"
               CLOSE CEPS
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
