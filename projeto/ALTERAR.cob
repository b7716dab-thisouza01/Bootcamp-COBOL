      * Date:09/06/2025
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE ALTERACAO
      *     CEP, UF E CIDADE SAO CRITICADOS CONTRA A TABELA DE FAIXAS
      *     DE CEP; INFORMADO SO O CEP, UF E CIDADE SAO SUGERIDAS.
      *     CLIENTE COM CORRESPONDENCIA DEVOLVIDA E AVISADO NA TELA;
      *     ALTERAR O ENDERECO BAIXA A MARCA DE DEVOLUCAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT AUDITORIA ASSIGN TO "auditoria-alteracoes.txt"
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AUDITORIA.

      *---> TABELA DE FAIXAS DE CEP (CARREGADA PELO CARGACEP)
           SELECT CEPS ASSIGN TO WK-CEPS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CEPS
               FILE STATUS     IS FS-CEPS.

      *---> CONTROLE DE CORRESPONDENCIA DEVOLVIDA
           SELECT DEVOLUCOES ASSIGN TO WK-DEVOLUCOES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DEVOLUCOES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-DEVOLUCOES.
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  AUDITORIA.
       01  REG-AUDITORIA           PIC X(175).
      *
       FD  CEPS.
           COPY "CEPS.cpy".
      *
       FD  DEVOLUCOES.
           COPY "DEVOLUCOES.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHO DO ARQUIVO (PARAMETRIZAVEL VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-CEPS-PATH            PIC X(100)
           VALUE "ceps.dat".
       77  WK-DEVOLUCOES-PATH      PIC X(100)
           VALUE "devolucoes.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-AUDITORIA            PIC X(02) VALUE SPACES.
       01  FS-CEPS                 PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCOES           PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.

      *---> CRITICA DE CEP (SEM TABELA CARREGADA A CRITICA E PULADA)
       77  WK-DADOS-OK             PIC X     VALUE "N".
       77  WK-CEPS-ABERTO          PIC X     VALUE "N".
       77  WK-CEP-PESQUISA         PIC 9(08) VALUE ZEROS.
       77  WK-CEP-ACHOU            PIC X     VALUE "N".

      *---> CORRESPONDENCIA DEVOLVIDA (SEM O ARQUIVO NINGUEM ESTA
      *---> MARCADO); ENDERECO LIDO PARA SABER SE FOI CORRIGIDO
       77  WK-DEV-ABERTO           PIC X     VALUE "N".
       77  WK-ENDERECO-ANTIGO      PIC X(66) VALUE SPACES.
       77  WK-AVISO                PIC X(60) VALUE SPACES.

      *---> AUDITORIA (VALORES ANTES DA ALTERACAO)
       77  WK-NOME-ANTIGO          PIC A(30) VALUE SPACES.
       77  WK-EMAIL-ANTIGO         PIC X(40) VALUE SPACES.
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           ACCEPT WK-CEPS-PATH FROM ENVIRONMENT "CLIENTES_CEPS_PATH"
           IF WK-CEPS-PATH = SPACES
               MOVE "ceps.dat" TO WK-CEPS-PATH
           END-IF
           OPEN INPUT CEPS.
           IF FS-CEPS EQUAL "00"
               MOVE "S" TO WK-CEPS-ABERTO
           END-IF.
           ACCEPT WK-DEVOLUCOES-PATH FROM ENVIRONMENT
               "CLIENTES_DEVOLUCOES_PATH"
           IF WK-DEVOLUCOES-PATH = SPACES
               MOVE "devolucoes.dat" TO WK-DEVOLUCOES-PATH
           END-IF
           OPEN I-O DEVOLUCOES.
           IF FS-DEVOLUCOES EQUAL "00"
               MOVE "S" TO WK-DEV-ABERTO
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-ALTERAR            SECTION.
                   WHEN FS-CLIENTES = "00"
                       MOVE REG-NOME  TO WK-NOME-ANTIGO
                       MOVE REG-EMAIL TO WK-EMAIL-ANTIGO
                       MOVE REG-ENDERECO TO WK-ENDERECO-ANTIGO
                       PERFORM 0340-AVISA-DEVOLUCAO
                       ACCEPT SS-DADOS
                       DISPLAY "PARA ALTERAR APERTE 'ENTER': "
                        FOREGROUND-COLOR 2 AT 1815
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           PERFORM 0320-CRITICA-CEP
           IF WK-DADOS-OK = "N"
               EXIT SECTION
           END-IF
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1915
           ACCEPT WK-OPCAO AT 1938

                       DISPLAY "REGISTRO ALTERADO!"
                        FOREGROUND-COLOR 2 AT 1032
                       PERFORM 0310-GRAVA-AUDITORIA
                       IF REG-ENDERECO NOT = WK-ENDERECO-ANTIGO
                           PERFORM 0350-BAIXA-DEVOLUCAO
                       END-IF
                   WHEN OTHER
                       MOVE "ERRO AO ALTERAR REGISTRO"
                                           TO WK-ABEND-MESSAGE
           MOVE WK-OPERADOR-ID     TO AUD-OPERADOR
           WRITE REG-AUDITORIA FROM WK-LINHA-AUDITORIA.
           0310-GRAVA-AUDITORIA-FIM. EXIT.
      ******************************************************************
      *    CEP TEM QUE ESTAR NUMA FAIXA DA TABELA E UF/CIDADE TEM QUE
      *    CONFERIR COM ELA. UF OU CIDADE EM BRANCO: PREENCHE COM OS
      *    DADOS DA FAIXA E MOSTRA NA TELA ANTES DA CONFIRMACAO
      ******************************************************************
       0320-CRITICA-CEP        SECTION.
           MOVE "S" TO WK-DADOS-OK
           IF WK-CEPS-ABERTO = "N"
               EXIT SECTION
           END-IF
           MOVE REG-CEP TO WK-CEP-PESQUISA
           PERFORM 0330-CONSULTA-CEP
           EVALUATE TRUE
               WHEN WK-CEP-ACHOU = "N"
                   MOVE "CEP NAO CONSTA NA TABELA DE CEPS"
                                           TO WK-ABEND-MESSAGE
                   MOVE "N" TO WK-DADOS-OK
               WHEN REG-CIDADE = SPACES OR REG-UF = SPACES
                   MOVE CEP-CIDADE TO REG-CIDADE
                   MOVE CEP-UF     TO REG-UF
                   DISPLAY SS-DADOS
                   MOVE "CIDADE/UF SUGERIDAS PELO CEP - CONFIRA"
                                           TO WK-ABEND-MESSAGE
               WHEN FUNCTION UPPER-CASE(REG-UF) NOT = CEP-UF
                 OR FUNCTION UPPER-CASE(REG-CIDADE) NOT = CEP-CIDADE
                   MOVE SPACES TO WK-ABEND-MESSAGE
                   STRING "CEP E DE " DELIMITED BY SIZE
                          CEP-UF      DELIMITED BY SIZE
                          " "         DELIMITED BY SIZE
                          CEP-CIDADE  DELIMITED BY SIZE
                       INTO WK-ABEND-MESSAGE
                   MOVE "N" TO WK-DADOS-OK
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0320-CRITICA-CEP-FIM.   EXIT.
      ******************************************************************
      *    FAIXA DO CEP: PRIMEIRA FAIXA COM CEP FINAL >= CEP PESQUISADO,
      *    DESDE QUE O CEP INICIAL DELA NAO PASSE DO CEP PESQUISADO
      ******************************************************************
       0330-CONSULTA-CEP       SECTION.
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
       0330-CONSULTA-CEP-FIM.  EXIT.
      ******************************************************************
       0340-AVISA-DEVOLUCAO    SECTION.
           IF WK-DEV-ABERTO = "N"
               EXIT SECTION
           END-IF
           MOVE REG-CODIGO TO DEV-CODIGO
           READ DEVOLUCOES
           IF FS-DEVOLUCOES = "00" AND DEV-SITUACAO = "D"
               MOVE SPACES TO WK-AVISO
               STRING "CORRESPONDENCIA DEVOLVIDA EM " DELIMITED BY SIZE
                      DEV-DATA                        DELIMITED BY SIZE
                      " - CORRIGIR ENDERECO"          DELIMITED BY SIZE
                   INTO WK-AVISO
               DISPLAY WK-AVISO FOREGROUND-COLOR 4 AT 0610
           END-IF
           UNLOCK DEVOLUCOES.
       0340-AVISA-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
      *    ENDERECO ALTERADO: A MARCA DE DEVOLUCAO PASSA A "C" E O
      *    CLIENTE VOLTA PARA A MALA DIRETA E AS CARTAS DE COBRANCA
      ******************************************************************
       0350-BAIXA-DEVOLUCAO    SECTION.
           IF WK-DEV-ABERTO = "N"
               EXIT SECTION
           END-IF
           MOVE REG-CODIGO TO DEV-CODIGO
           READ DEVOLUCOES
           IF FS-DEVOLUCOES = "00" AND DEV-SITUACAO = "D"
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE "C"                  TO DEV-SITUACAO
               MOVE WK-DATA-HORA-ATUAL(1:8) TO DEV-DATA-CORRECAO
               MOVE WK-OPERADOR-ID       TO DEV-OPERADOR-CORRECAO
               REWRITE REG-DEVOLUCAO
               IF FS-DEVOLUCOES = "00"
                   MOVE "ENDERECO CORRIGIDO - DEVOLUCAO BAIXADA"
                                           TO WK-ABEND-MESSAGE
               ELSE
                   MOVE "ERRO AO BAIXAR DEVOLUCAO" TO WK-ABEND-MESSAGE
               END-IF
           END-IF
           UNLOCK DEVOLUCOES.
       0350-BAIXA-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE AUDITORIA.
           IF WK-CEPS-ABERTO = "S"
               CLOSE CEPS
           END-IF.
           IF WK-DEV-ABERTO = "S"
               CLOSE DEVOLUCOES
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
