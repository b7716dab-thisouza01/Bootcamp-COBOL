      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  CARGA EM LOTE DA LISTA DE DEVOLUCOES DOS CORREIOS, EM CSV
      *     (CODIGO DO CLIENTE,CEP DA PECA,DATA AAAAMMDD,MOTIVO).
      *     CADA LINHA VALIDA MARCA O ENDERECO DO CLIENTE COMO
      *     INVALIDO (MESMA MARCA DO MODULO DE DEVOLUCAO) E GRAVA UM
      *     ATENDIMENTO COM RETORNO NO PROXIMO DIA UTIL PARA O
      *     OPERADOR RESPONSAVEL (DEVOLUCAO_OPERADOR, OBRIGATORIO).
      *     PECA COM CEP DIFERENTE DO CADASTRO (ENDERECO JA ALTERADO
      *     DEPOIS DA POSTAGEM), CLIENTE JA MARCADO E LINHAS
      *     INVALIDAS VAO PARA O ARQUIVO DE REJEITADOS COM O MOTIVO,
      *     ASSIM COMO O CLIENTE MARCADO CUJO ATENDIMENTO DE RETORNO
      *     NAO PODE SER GRAVADO (O JOB TERMINA COM ERRO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CARGADEV.
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
               FILE STATUS     IS FS-CLIENTES.

           SELECT OPERADORES ASSIGN TO WK-OPERADORES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-OPERADORES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-OPERADORES.

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
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  OPERADORES.
           COPY "OPERADORES.cpy".
      *
       FD  DEVOLUCOES.
           COPY "DEVOLUCOES.cpy".
      *
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  ARQUIVO-CSV.
       01  REG-CSV                 PIC X(100).
      *
       FD  REJEITADOS.
       01  REG-REJEITA             PIC X(150).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-OPERADORES-PATH      PIC X(100)
           VALUE "operadores.dat".
       77  WK-DEVOLUCOES-PATH      PIC X(100)
           VALUE "devolucoes.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-CSV-PATH             PIC X(100)
           VALUE "devolucoes-correios.csv".
       77  WK-REJEITA-PATH         PIC X(100)
           VALUE "devolucoes-rejeitadas.csv".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-OPERADORES           PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCOES           PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-CSV                  PIC X(02) VALUE SPACES.
       01  FS-REJEITA              PIC X(02) VALUE SPACES.

      *---> OPERADOR QUE RECEBE OS RETORNOS NA AGENDA
       77  WK-OPERADOR-RETORNO     PIC X(08) VALUE SPACES.

      *---> CAMPOS DESMEMBRADOS DA LINHA CSV
       77  WK-C-CODIGO             PIC X(07) VALUE SPACES.
       77  WK-C-CEP                PIC X(08) VALUE SPACES.
       77  WK-C-DATA               PIC X(08) VALUE SPACES.
       77  WK-C-MOTIVO             PIC X(30) VALUE SPACES.
       77  WK-DEV-DATA             PIC 9(08) VALUE ZEROS.

      *---> VALIDACAO
       77  WK-DADOS-OK             PIC X     VALUE "N".
       77  WK-JA-EXISTE            PIC X     VALUE "N".
       77  WK-MOTIVO               PIC X(35) VALUE SPACES.

      *---> DATA DO DIA E RETORNO NO PROXIMO DIA UTIL
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DIAS                 PIC 9(07) VALUE ZEROS.
       77  WK-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77  WK-RETORNO-DATA         PIC 9(08) VALUE ZEROS.

      *---> GRAVACAO DO ATENDIMENTO (CHAVE CODIGO + DATA/HORA)
       77  WK-ATD-GRAVADO          PIC X     VALUE "N".
       77  WK-TENTATIVAS           PIC 9(02) VALUE ZEROS.
       77  WK-SEGUNDOS-DIA         PIC 9(05) VALUE ZEROS.
       01  WK-HORA-ATD.
           05 WK-HA-HH             PIC 9(02).
           05 WK-HA-MM             PIC 9(02).
           05 WK-HA-SS             PIC 9(02).

      *---> CONTADORES
       77  WK-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-MARCADOS       PIC 9(06) VALUE ZEROS.
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
           ACCEPT WK-CLIENTES-PATH FROM ENVIRONMENT
               "CLIENTES_DAT_PATH"
           IF WK-CLIENTES-PATH = SPACES
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                       TO WK-CLIENTES-PATH
           END-IF
           ACCEPT WK-OPERADORES-PATH FROM ENVIRONMENT
               "OPERADORES_DAT_PATH"
           IF WK-OPERADORES-PATH = SPACES
               MOVE "operadores.dat" TO WK-OPERADORES-PATH
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
           ACCEPT WK-CSV-PATH FROM ENVIRONMENT
               "CLIENTES_DEVOLUCOES_CARGA_PATH"
           IF WK-CSV-PATH = SPACES
               MOVE "devolucoes-correios.csv" TO WK-CSV-PATH
           END-IF
           ACCEPT WK-REJEITA-PATH FROM ENVIRONMENT
               "CLIENTES_DEVOLUCOES_REJEITA_PATH"
           IF WK-REJEITA-PATH = SPACES
               MOVE "devolucoes-rejeitadas.csv" TO WK-REJEITA-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
           PERFORM 0310-PROXIMO-DIA-UTIL

      *---> O RETORNO PRECISA DE UM OPERADOR ATIVO PARA APARECER
      *---> NA AGENDA DE ALGUEM
           ACCEPT WK-OPERADOR-RETORNO FROM ENVIRONMENT
               "DEVOLUCAO_OPERADOR"
           MOVE FUNCTION UPPER-CASE(WK-OPERADOR-RETORNO)
                                       TO WK-OPERADOR-RETORNO
           OPEN INPUT OPERADORES.
           IF WK-OPERADOR-RETORNO = SPACES
               DISPLAY "OPERADOR DOS RETORNOS NAO INFORMADO "
                   "(DEVOLUCAO_OPERADOR)"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WK-OPERADOR-RETORNO TO OPE-ID
               READ OPERADORES
               IF FS-OPERADORES NOT = "00"
                OR OPE-BLOQUEADO = "S"
                   DISPLAY "OPERADOR DOS RETORNOS INEXISTENTE OU "
                       "BLOQUEADO: " WK-OPERADOR-RETORNO
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE OPERADORES.

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT ARQUIVO-CSV.
           IF FS-CSV NOT EQUAL "00"
               DISPLAY "ARQUIVO DE DEVOLUCOES DOS CORREIOS NAO "
                   "ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
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
           DISPLAY "LINHAS LIDAS.......: " WK-TOTAL-LIDOS
           DISPLAY "ENDERECOS MARCADOS.: " WK-TOTAL-MARCADOS
           DISPLAY "LINHAS REJEITADAS..: " WK-TOTAL-REJEITADOS
           DISPLAY "RETORNO AGENDADO...: " WK-RETORNO-DATA
               " PARA " WK-OPERADOR-RETORNO.
       0200-CARREGAR-FIM.      EXIT.
      ******************************************************************
       0210-PROCESSA-LINHA     SECTION.
           MOVE SPACES TO WK-C-CODIGO, WK-C-CEP, WK-C-DATA,
                          WK-C-MOTIVO
           UNSTRING REG-CSV DELIMITED BY ","
               INTO WK-C-CODIGO
                    WK-C-CEP
                    WK-C-DATA
                    WK-C-MOTIVO
           END-UNSTRING
           PERFORM 0220-VALIDA-DADOS
           IF WK-DADOS-OK = "S"
               PERFORM 0230-MARCA-DEVOLUCAO
           END-IF
           IF WK-DADOS-OK = "S"
               PERFORM 0300-GRAVA-ATENDIMENTO
               ADD 1 TO WK-TOTAL-MARCADOS
           ELSE
               PERFORM 0250-GRAVA-REJEITADO
           END-IF.
       0210-PROCESSA-LINHA-FIM. EXIT.
      ******************************************************************
       0220-VALIDA-DADOS       SECTION.
           MOVE "S" TO WK-DADOS-OK
           MOVE SPACES TO WK-MOTIVO
           EVALUATE TRUE
               WHEN WK-C-CODIGO NOT NUMERIC
                 OR WK-C-CODIGO = "0000000"
                   MOVE "CODIGO INVALIDO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-CEP NOT NUMERIC
                   MOVE "CEP INVALIDO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-DATA NOT NUMERIC
                   MOVE "DATA INVALIDA" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
               WHEN WK-C-MOTIVO = SPACES
                   MOVE "MOTIVO NAO INFORMADO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
           END-EVALUATE
           IF WK-DADOS-OK = "N"
               EXIT SECTION
           END-IF
           MOVE WK-C-DATA TO WK-DEV-DATA
           IF FUNCTION TEST-DATE-YYYYMMDD(WK-DEV-DATA) NOT = 0
            OR WK-DEV-DATA > WK-HOJE
               MOVE "DATA INVALIDA" TO WK-MOTIVO
               MOVE "N" TO WK-DADOS-OK
               EXIT SECTION
           END-IF
           MOVE WK-C-CODIGO TO REG-CODIGO
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-CLIENTES NOT = "00"
                   MOVE "CLIENTE NAO CADASTRADO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
      *---> PECA POSTADA PARA UM ENDERECO QUE JA FOI CORRIGIDO
               WHEN WK-C-CEP NOT = REG-CEP
                   MOVE "CEP DIFERENTE DO CADASTRO" TO WK-MOTIVO
                   MOVE "N" TO WK-DADOS-OK
           END-EVALUATE.
       0220-VALIDA-DADOS-FIM.  EXIT.
      ******************************************************************
       0230-MARCA-DEVOLUCAO    SECTION.
           MOVE REG-CODIGO TO DEV-CODIGO
           READ DEVOLUCOES
           IF FS-DEVOLUCOES = "00"
               MOVE "S" TO WK-JA-EXISTE
           ELSE
               MOVE "N" TO WK-JA-EXISTE
           END-IF
           IF WK-JA-EXISTE = "S" AND DEV-SITUACAO = "D"
               MOVE "ENDERECO JA MARCADO COMO DEVOLVIDO" TO WK-MOTIVO
               MOVE "N" TO WK-DADOS-OK
               EXIT SECTION
           END-IF
           MOVE REG-CODIGO     TO DEV-CODIGO
           MOVE "D"            TO DEV-SITUACAO
           MOVE WK-DEV-DATA    TO DEV-DATA
           MOVE WK-C-MOTIVO    TO DEV-MOTIVO
           MOVE REG-CEP        TO DEV-CEP
           MOVE "CORREIOS"     TO DEV-ORIGEM
           MOVE ZEROS          TO DEV-DATA-CORRECAO
           MOVE SPACES         TO DEV-OPERADOR-CORRECAO
           IF WK-JA-EXISTE = "S"
               REWRITE REG-DEVOLUCAO
           ELSE
               WRITE REG-DEVOLUCAO
           END-IF
           IF FS-DEVOLUCOES NOT = "00"
               MOVE "ERRO AO GRAVAR DEVOLUCAO" TO WK-MOTIVO
               MOVE "N" TO WK-DADOS-OK
           END-IF.
       0230-MARCA-DEVOLUCAO-FIM. EXIT.
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
      *    ATENDIMENTO DA DEVOLUCAO COM RETORNO PENDENTE PARA O
      *    OPERADOR RESPONSAVEL, NO PROXIMO DIA UTIL. CHAVE REPETIDA
      *    (OUTRO ATENDIMENTO DO CLIENTE NO MESMO SEGUNDO) AVANCA A
      *    HORA UM SEGUNDO E GRAVA DE NOVO
      ******************************************************************
       0300-GRAVA-ATENDIMENTO  SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE REG-CODIGO         TO ATD-CODIGO
           MOVE WK-DATA-HORA-ATUAL(1:14) TO ATD-DATA-HORA
           MOVE WK-OPERADOR-RETORNO TO ATD-OPERADOR
           MOVE "CORRESPONDENCIA DEVOLVIDA" TO ATD-ASSUNTO
           MOVE SPACES             TO ATD-ANOTACAO
           STRING "PECA DEVOLVIDA PELOS CORREIOS EM "
                                             DELIMITED BY SIZE
                  WK-DEV-DATA                DELIMITED BY SIZE
                  " - MOTIVO: "              DELIMITED BY SIZE
                  FUNCTION TRIM(WK-C-MOTIVO) DELIMITED BY SIZE
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
           MOVE "N" TO WK-ATD-GRAVADO
           MOVE ZEROS TO WK-TENTATIVAS
           PERFORM UNTIL WK-ATD-GRAVADO = "S" OR WK-TENTATIVAS > 59
               WRITE REG-ATENDIMENTO
                   INVALID KEY
                       ADD 1 TO WK-TENTATIVAS
                       PERFORM 0320-PROXIMO-SEGUNDO
                   NOT INVALID KEY
                       MOVE "S" TO WK-ATD-GRAVADO
               END-WRITE
           END-PERFORM
      *---> ENDERECO JA MARCADO MAS SEM RETORNO NA AGENDA: A LINHA
      *---> VAI PARA OS REJEITADOS PARA O ATENDIMENTO SER ABERTO A MAO
           IF WK-ATD-GRAVADO NOT = "S"
               DISPLAY "ATENDIMENTO JA EXISTENTE PARA A CHAVE: "
                   REG-CODIGO
               MOVE "MARCADO SEM ATENDIMENTO DE RETORNO" TO WK-MOTIVO
               PERFORM 0250-GRAVA-REJEITADO
               MOVE 1 TO RETURN-CODE
           END-IF.
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
      *    CHAVE DE ATENDIMENTO REPETIDA: AVANCA A HORA DO ATENDIMENTO
      *    UM SEGUNDO PARA GRAVAR DE NOVO
      ******************************************************************
       0320-PROXIMO-SEGUNDO    SECTION.
           MOVE ATD-DATA-HORA(9:6) TO WK-HORA-ATD
           COMPUTE WK-SEGUNDOS-DIA = WK-HA-HH * 3600
                                   + WK-HA-MM * 60 + WK-HA-SS + 1
           IF WK-SEGUNDOS-DIA < 86400
               DIVIDE WK-SEGUNDOS-DIA BY 3600 GIVING WK-HA-HH
                   REMAINDER WK-SEGUNDOS-DIA
               DIVIDE WK-SEGUNDOS-DIA BY 60 GIVING WK-HA-MM
                   REMAINDER WK-HA-SS
               MOVE WK-HORA-ATD TO ATD-DATA-HORA(9:6)
           END-IF.
       0320-PROXIMO-SEGUNDO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE DEVOLUCOES.
           CLOSE ATENDIMENTOS.
           CLOSE ARQUIVO-CSV.
           CLOSE REJEITADOS.
       1000-FINALIZAR-FIM.     EXIT.
