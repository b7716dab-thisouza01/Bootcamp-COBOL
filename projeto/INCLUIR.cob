      *  -  MODULO DE INCLUSAO
      *     O CODIGO DO CLIENTE E ATRIBUIDO AUTOMATICAMENTE A PARTIR
      *     DO ARQUIVO DE SEQUENCIA; O TELEFONE E CAMPO DE DADOS
      *     CEP, UF E CIDADE SAO CRITICADOS CONTRA A TABELA DE FAIXAS
      *     DE CEP; INFORMADO SO O CEP, UF E CIDADE SAO SUGERIDAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT INCLUSOES ASSIGN TO WK-INCLUSOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-INCLUSOES.

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
       FD  INCLUSOES.
       01  REG-INCLUSAO            PIC X(22).
      *
       FD  CEPS.
           COPY "CEPS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "clientes-codigo.dat".
       77  WK-INCLUSOES-PATH       PIC X(100)
           VALUE "inclusoes-log.txt".
       77  WK-CEPS-PATH            PIC X(100)
           VALUE "ceps.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-SEQUENCIA            PIC X(02) VALUE SPACES.
       01  FS-INCLUSOES            PIC X(02) VALUE SPACES.
       01  FS-CEPS                 PIC X(02) VALUE SPACES.

      *---> LINHA DO LOG DE INCLUSOES
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-DADOS-OK             PIC X     VALUE "N".
       77  WK-QTD-ARROBA           PIC 9(02) VALUE ZEROS.

      *---> CRITICA DE CEP (SEM TABELA CARREGADA A CRITICA E PULADA)
       77  WK-CEPS-ABERTO          PIC X     VALUE "N".
       77  WK-CEP-PESQUISA         PIC 9(08) VALUE ZEROS.
       77  WK-CEP-ACHOU            PIC X     VALUE "N".

      *---> PROXIMO CODIGO DE CLIENTE
       77  WK-PROXIMO-CODIGO       PIC 9(07) VALUE ZEROS.

               CLOSE INCLUSOES
               OPEN EXTEND INCLUSOES
           END-IF.
           ACCEPT WK-CEPS-PATH FROM ENVIRONMENT "CLIENTES_CEPS_PATH"
           IF WK-CEPS-PATH = SPACES
               MOVE "ceps.dat" TO WK-CEPS-PATH
           END-IF
           OPEN INPUT CEPS.
           IF FS-CEPS EQUAL "00"
               MOVE "S" TO WK-CEPS-ABERTO
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0210-INCLUIR.
                   MOVE "CEP INVALIDO" TO WK-ABEND-MESSAGE
                   MOVE "N" TO WK-DADOS-OK
                   ACCEPT MOSTRA-ERRO
           END-EVALUATE
           IF WK-DADOS-OK = "S"
               PERFORM 0225-CRITICA-CEP
           END-IF.
      ******************************************************************
      *    CEP TEM QUE ESTAR NUMA FAIXA DA TABELA E UF/CIDADE TEM QUE
      *    CONFERIR COM ELA. UF OU CIDADE EM BRANCO: PREENCHE COM OS
      *    DADOS DA FAIXA E VOLTA A TELA PARA O OPERADOR CONFERIR
      ******************************************************************
       0225-CRITICA-CEP        SECTION.
           IF WK-CEPS-ABERTO = "N"
               EXIT SECTION
           END-IF
           MOVE REG-CEP TO WK-CEP-PESQUISA
           PERFORM 0260-CONSULTA-CEP
           EVALUATE TRUE
               WHEN WK-CEP-ACHOU = "N"
                   MOVE "CEP NAO CONSTA NA TABELA DE CEPS"
                                           TO WK-ABEND-MESSAGE
                   MOVE "N" TO WK-DADOS-OK
                   ACCEPT MOSTRA-ERRO
               WHEN REG-CIDADE = SPACES OR REG-UF = SPACES
                   MOVE CEP-CIDADE TO REG-CIDADE
                   MOVE CEP-UF     TO REG-UF
                   MOVE "CIDADE/UF SUGERIDAS PELO CEP - CONFIRA"
                                           TO WK-ABEND-MESSAGE
                   MOVE "N" TO WK-DADOS-OK
                   ACCEPT MOSTRA-ERRO
               WHEN FUNCTION UPPER-CASE(REG-UF) NOT = CEP-UF
                 OR FUNCTION UPPER-CASE(REG-CIDADE) NOT = CEP-CIDADE
                   MOVE SPACES TO WK-ABEND-MESSAGE
                   STRING "CEP E DE " DELIMITED BY SIZE
                          CEP-UF      DELIMITED BY SIZE
                          " "         DELIMITED BY SIZE
                          CEP-CIDADE  DELIMITED BY SIZE
                       INTO WK-ABEND-MESSAGE
                   MOVE "N" TO WK-DADOS-OK
                   ACCEPT MOSTRA-ERRO
           END-EVALUATE.
       0225-CRITICA-CEP-FIM.   EXIT.
      ******************************************************************
       0230-CONFIRMA-INCLUSAO  SECTION.
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1915
           MOVE REG-CODIGO TO INC-CODIGO
           WRITE REG-INCLUSAO FROM WK-LINHA-INCLUSAO.
           0250-GRAVA-LOG-INCLUSAO-FIM. EXIT.
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
           CLOSE INCLUSOES.
           IF WK-CEPS-ABERTO = "S"
               CLOSE CEPS
           END-IF.
           GOBACK.
       1000-FINALIZAR-FIM.     EXIT.
