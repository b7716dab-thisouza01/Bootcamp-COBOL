      *     LOGRADOURO,NUMERO,CIDADE,UF,CEP)
      *     LINHAS INVALIDAS OU COM CHAVE DUPLICADA VAO PARA O
      *     ARQUIVO DE REJEITADOS COM O MOTIVO DA REJEICAO
      *     CEP, UF E CIDADE SAO CRITICADOS CONTRA A TABELA DE FAIXAS
      *     DE CEP; LINHA SEM UF OU CIDADE RECEBE AS DA FAIXA DO CEP
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
           VALUE "clientes-rejeitados.csv".
       77  WK-SEQUENCIA-PATH       PIC X(100)
           VALUE "clientes-codigo.dat".
       77  WK-CEPS-PATH            PIC X(100)
           VALUE "ceps.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-REJEITA              PIC X(02) VALUE SPACES.
       01  FS-SEQUENCIA            PIC X(02) VALUE SPACES.
       01  FS-INCLUSOES            PIC X(02) VALUE SPACES.
       01  FS-CEPS                 PIC X(02) VALUE SPACES.

      *---> LINHA DO LOG DE INCLUSOES
       77  WK-INCLUSOES-PATH       PIC X(100)
       77  WK-QTD-ARROBA           PIC 9(02) VALUE ZEROS.
       77  WK-MOTIVO               PIC X(30) VALUE SPACES.

      *---> CRITICA DE CEP (SEM TABELA CARREGADA A CRITICA E PULADA)
       77  WK-CEPS-ABERTO          PIC X     VALUE "N".
       77  WK-CEP-PESQUISA         PIC 9(08) VALUE ZEROS.
       77  WK-CEP-ACHOU            PIC X     VALUE "N".

      *---> PROXIMO CODIGO DE CLIENTE
       77  WK-PROXIMO-CODIGO       PIC 9(07) VALUE ZEROS.

       77  WK-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-SUGERIDOS      PIC 9(06) VALUE ZEROS.

      *---> MONTAGEM DA LINHA DE REJEICAO (LINHA ORIGINAL + MOTIVO)
       77  WK-LINHA-REJEITA        PIC X(250) VALUE SPACES.
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
           ELSE
               DISPLAY "TABELA DE CEPS NAO CARREGADA - CEP NAO "
                   "CONFERIDO COM UF/CIDADE"
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-IMPORTAR           SECTION.
               DISPLAY "LINHAS LIDAS......: " WK-TOTAL-LIDOS
               DISPLAY "CLIENTES GRAVADOS.: " WK-TOTAL-GRAVADOS
               DISPLAY "LINHAS REJEITADAS.: " WK-TOTAL-REJEITADOS
               DISPLAY "UF/CIDADE PELO CEP: " WK-TOTAL-SUGERIDOS
           END-IF.
       0200-IMPORTAR-FIM.      EXIT.
      ******************************************************************
                 OR WK-C-CEP = "00000000"
                   MOVE "CEP INVALIDO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
           END-EVALUATE
           IF WK-DADOS-OK = "S"
               PERFORM 0225-CRITICA-CEP
           END-IF.
       0220-VALIDA-DADOS-FIM.  EXIT.
      ******************************************************************
      *    MESMA CRITICA DE CEP DA TELA DE INCLUSAO; A SUGESTAO DE
      *    UF/CIDADE VIRA PREENCHIMENTO DIRETO DOS CAMPOS EM BRANCO
      ******************************************************************
       0225-CRITICA-CEP        SECTION.
           IF WK-CEPS-ABERTO = "N"
               EXIT SECTION
           END-IF
           MOVE WK-C-CEP TO WK-CEP-PESQUISA
           PERFORM 0270-CONSULTA-CEP
           EVALUATE TRUE
               WHEN WK-CEP-ACHOU = "N"
                   MOVE "CEP FORA DA TABELA DE CEPS" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-CIDADE = SPACES OR WK-C-UF = SPACES
                   MOVE CEP-CIDADE TO WK-C-CIDADE
                   MOVE CEP-UF     TO WK-C-UF
                   ADD 1 TO WK-TOTAL-SUGERIDOS
               WHEN FUNCTION UPPER-CASE(WK-C-UF) NOT = CEP-UF
                 OR FUNCTION UPPER-CASE(WK-C-CIDADE) NOT = CEP-CIDADE
                   MOVE "UF/CIDADE NAO CONFEREM COM CEP" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
           END-EVALUATE.
       0225-CRITICA-CEP-FIM.   EXIT.
      ******************************************************************
       0230-GRAVA-CLIENTE      SECTION.
      *---> TELEFONE JA CADASTRADO E TRATADO COMO LINHA DUPLICADA
           MOVE REG-CODIGO TO INC-CODIGO
           WRITE REG-INCLUSAO FROM WK-LINHA-INCLUSAO.
           0260-GRAVA-LOG-INCLUSAO-FIM. EXIT.
      ******************************************************************
      *    FAIXA DO CEP: PRIMEIRA FAIXA COM CEP FINAL >= CEP PESQUISADO,
      *    DESDE QUE O CEP INICIAL DELA NAO PASSE DO CEP PESQUISADO
      ******************************************************************
       0270-CONSULTA-CEP       SECTION.
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
       0270-CONSULTA-CEP-FIM.  EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE ARQUIVO-CSV.
           CLOSE REJEITADOS.
           CLOSE INCLUSOES.
           IF WK-CEPS-ABERTO = "S"
               CLOSE CEPS
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
