      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  CARGA DA TABELA DE FAIXAS DE CEP A PARTIR DA TABELA DOS
      *     CORREIOS, EM CSV (CEP INICIAL,CEP FINAL,UF,CIDADE - CEPS
      *     COM 8 DIGITOS, SEM HIFEN). A TABELA E RECRIADA A CADA
      *     CARGA; SE O ARQUIVO DOS CORREIOS NAO FOR ENCONTRADO A
      *     TABELA ANTERIOR FICA COMO ESTAVA. LINHAS INVALIDAS OU
      *     COM FAIXA SOBREPOSTA A OUTRA JA CARREGADA VAO PARA O
      *     ARQUIVO DE REJEITADOS COM O MOTIVO DA REJEICAO.
      *     A TABELA E USADA NA CRITICA DE CEP/UF/CIDADE DA INCLUSAO,
      *     ALTERACAO, IMPORTACAO E AUDITORIA DE DADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CARGACEP.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT CEPS ASSIGN TO WK-CEPS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CEPS
               FILE STATUS     IS FS-CEPS.

           SELECT ARQUIVO-CSV ASSIGN TO WK-CSV-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CSV.

           SELECT REJEITADOS ASSIGN TO WK-REJEITA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REJEITA.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CEPS.
           COPY "CEPS.cpy".
      *
       FD  ARQUIVO-CSV.
       01  REG-CSV                 PIC X(100).
      *
       FD  REJEITADOS.
       01  REG-REJEITA             PIC X(150).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CEPS-PATH            PIC X(100)
           VALUE "ceps.dat".
       77  WK-CSV-PATH             PIC X(100)
           VALUE "ceps-correios.csv".
       77  WK-REJEITA-PATH         PIC X(100)
           VALUE "ceps-rejeitados.csv".

      *---> STATUS ARQUIVO
       01  FS-CEPS                 PIC X(02) VALUE SPACES.
       01  FS-CSV                  PIC X(02) VALUE SPACES.
       01  FS-REJEITA              PIC X(02) VALUE SPACES.

      *---> CAMPOS DESMEMBRADOS DA LINHA CSV
       77  WK-C-INICIAL            PIC X(08) VALUE SPACES.
       77  WK-C-FINAL              PIC X(08) VALUE SPACES.
       77  WK-C-UF                 PIC X(02) VALUE SPACES.
       77  WK-C-CIDADE             PIC X(20) VALUE SPACES.

      *---> FAIXA EM CRITICA
       77  WK-CEP-INICIAL          PIC 9(08) VALUE ZEROS.
       77  WK-CEP-FINAL            PIC 9(08) VALUE ZEROS.

      *---> VALIDACAO
       77  WK-DADOS-OK             PIC X     VALUE "N".
       77  WK-MOTIVO               PIC X(35) VALUE SPACES.

      *---> CONTADORES
       77  WK-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-GRAVADOS       PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-REJEITADOS     PIC 9(06) VALUE ZEROS.

      *---> MONTAGEM DA LINHA DE REJEICAO (LINHA ORIGINAL + MOTIVO)
       77  WK-LINHA-REJEITA        PIC X(150) VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-CARREGAR
             END-IF
             PERFORM 1000-FINALIZAR.
             GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-CEPS-PATH FROM ENVIRONMENT "CLIENTES_CEPS_PATH"
           IF WK-CEPS-PATH = SPACES
               MOVE "ceps.dat" TO WK-CEPS-PATH
           END-IF

           ACCEPT WK-CSV-PATH FROM ENVIRONMENT
               "CLIENTES_CEPS_CARGA_PATH"
           IF WK-CSV-PATH = SPACES
               MOVE "ceps-correios.csv" TO WK-CSV-PATH
           END-IF

           ACCEPT WK-REJEITA-PATH FROM ENVIRONMENT
               "CLIENTES_CEPS_REJEITA_PATH"
           IF WK-REJEITA-PATH = SPACES
               MOVE "ceps-rejeitados.csv" TO WK-REJEITA-PATH
           END-IF

      *---> SEM O ARQUIVO DOS CORREIOS NAO SE TOCA NA TABELA ATUAL
           OPEN INPUT ARQUIVO-CSV.
           IF FS-CSV NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CEPS DOS CORREIOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF

           OPEN OUTPUT CEPS.
           CLOSE CEPS.
           OPEN I-O CEPS.
           OPEN OUTPUT REJEITADOS.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-CARREGAR           SECTION.
           PERFORM UNTIL FS-CSV = "10"
               READ ARQUIVO-CSV
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WK-TOTAL-LIDOS
                       PERFORM 0210-PROCESSA-LINHA
               END-READ
           END-PERFORM
           DISPLAY "LINHAS LIDAS......: " WK-TOTAL-LIDOS
           DISPLAY "FAIXAS GRAVADAS...: " WK-TOTAL-GRAVADOS
           DISPLAY "LINHAS REJEITADAS.: " WK-TOTAL-REJEITADOS.
       0200-CARREGAR-FIM.      EXIT.
      ******************************************************************
       0210-PROCESSA-LINHA     SECTION.
           MOVE SPACES TO WK-C-INICIAL, WK-C-FINAL,
                          WK-C-UF, WK-C-CIDADE
           UNSTRING REG-CSV DELIMITED BY ","
               INTO WK-C-INICIAL
                    WK-C-FINAL
                    WK-C-UF
                    WK-C-CIDADE
           END-UNSTRING
           PERFORM 0220-VALIDA-DADOS
           IF WK-DADOS-OK = "S"
               PERFORM 0230-CRITICA-SOBREPOSICAO
           END-IF
           IF WK-DADOS-OK = "S"
               PERFORM 0240-GRAVA-FAIXA
           ELSE
               PERFORM 0250-GRAVA-REJEITADO
           END-IF.
       0210-PROCESSA-LINHA-FIM. EXIT.
      ******************************************************************
       0220-VALIDA-DADOS       SECTION.
           MOVE "S" TO WK-DADOS-OK
           MOVE SPACES TO WK-MOTIVO
           EVALUATE TRUE
               WHEN WK-C-INICIAL NOT NUMERIC
                 OR WK-C-INICIAL = "00000000"
                   MOVE "CEP INICIAL INVALIDO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-FINAL NOT NUMERIC
                 OR WK-C-FINAL = "00000000"
                   MOVE "CEP FINAL INVALIDO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-INICIAL > WK-C-FINAL
                   MOVE "CEP INICIAL MAIOR QUE O FINAL" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-UF = SPACES
                 OR WK-C-UF NOT ALPHABETIC
                   MOVE "UF INVALIDA" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-CIDADE = SPACES
                   MOVE "CIDADE NAO INFORMADA" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
           END-EVALUATE
           IF WK-DADOS-OK = "S"
               MOVE WK-C-INICIAL TO WK-CEP-INICIAL
               MOVE WK-C-FINAL   TO WK-CEP-FINAL
           END-IF.
       0220-VALIDA-DADOS-FIM.  EXIT.
      ******************************************************************
      *    AS FAIXAS JA GRAVADAS NAO SE SOBREPOEM; A PRIMEIRA FAIXA
      *    COM CEP FINAL >= CEP INICIAL DA NOVA E A UNICA QUE PODE
      *    COLIDIR COM ELA (SE O CEP INICIAL DESSA FAIXA NAO PASSAR
      *    DO CEP FINAL DA NOVA)
      ******************************************************************
       0230-CRITICA-SOBREPOSICAO SECTION.
           MOVE WK-CEP-INICIAL TO CEP-FINAL
           START CEPS KEY IS NOT LESS THAN CEP-FINAL
           IF FS-CEPS = "00"
               READ CEPS NEXT RECORD
               IF FS-CEPS = "00"
                AND CEP-INICIAL NOT > WK-CEP-FINAL
                   MOVE "FAIXA SOBREPOE OUTRA JA CARREGADA"
                                           TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               END-IF
           END-IF.
       0230-CRITICA-SOBREPOSICAO-FIM. EXIT.
      ******************************************************************
       0240-GRAVA-FAIXA        SECTION.
           MOVE WK-CEP-FINAL   TO CEP-FINAL
           MOVE WK-CEP-INICIAL TO CEP-INICIAL
           MOVE FUNCTION UPPER-CASE(WK-C-UF)     TO CEP-UF
           MOVE FUNCTION UPPER-CASE(WK-C-CIDADE) TO CEP-CIDADE
           WRITE REG-CEP-FAIXA
               INVALID KEY
                   MOVE "FAIXA SOBREPOE OUTRA JA CARREGADA"
                                           TO WK-MOTIVO
                   PERFORM 0250-GRAVA-REJEITADO
               NOT INVALID KEY
                   ADD 1 TO WK-TOTAL-GRAVADOS
           END-WRITE.
       0240-GRAVA-FAIXA-FIM.   EXIT.
      ******************************************************************
       0250-GRAVA-REJEITADO    SECTION.
           MOVE SPACES TO WK-LINHA-REJEITA
           STRING FUNCTION TRIM(REG-CSV)    DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  FUNCTION TRIM(WK-MOTIVO)  DELIMITED BY SIZE
               INTO WK-LINHA-REJEITA
           WRITE REG-REJEITA FROM WK-LINHA-REJEITA
           ADD 1 TO WK-TOTAL-REJEITADOS.
       0250-GRAVA-REJEITADO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE ARQUIVO-CSV.
           IF RETURN-CODE = ZEROS
               CLOSE CEPS
               CLOSE REJEITADOS
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
