      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  BATCH ANUAL DE EXPURGO (ANONIMIZACAO) DOS ARQUIVOS MORTOS
      *     TODO REGISTRO DO ARQUIVO MORTO DE CLIENTES EXCLUIDO HA
      *     MAIS DE N ANOS (EXPURGO_ANOS, PADRAO 5, CONTADOS PELA
      *     EXC-DATA-HORA) PERDE OS DADOS PESSOAIS: NOME, CPF,
      *     E-MAIL, TELEFONE E ENDERECO. QUANDO A ULTIMA EXCLUSAO DO
      *     CODIGO JA PASSOU DO PRAZO E ELE NAO VOLTOU AO CADASTRO,
      *     A ANOTACAO LIVRE DOS ATENDIMENTOS ARQUIVADOS TAMBEM E
      *     APAGADA. CODIGOS, DATAS E VALORES FICAM (RELATORIO
      *     GERENCIAL E AUDITORIA DE INTEGRIDADE CONTINUAM FECHANDO);
      *     OS LANCAMENTOS ARQUIVADOS NAO TEM DADO PESSOAL E SO ENTRAM
      *     NA LISTAGEM COMO CONTROLE. GERA A LISTAGEM DE CONTAGEM E
      *     CONTROLE DO QUE FOI ANONIMIZADO. O REGISTRO ANONIMIZADO
      *     NAO PODE SER RESTAURADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. EXPURGO.
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

           SELECT EXCLUIDOS ASSIGN TO WK-EXCLUIDOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-EXCLUIDOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-EXCLUIDOS.

           SELECT ATD-EXCLUIDOS ASSIGN TO WK-ATD-EXCLUIDOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-ATD-EXCLUIDOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATD-EXCLUIDOS.

           SELECT LAN-EXCLUIDOS ASSIGN TO WK-LAN-EXCLUIDOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-LAN-EXCLUIDOS
               FILE STATUS     IS FS-LAN-EXCLUIDOS.

           SELECT LISTAGEM ASSIGN TO WK-LISTAGEM-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LISTAGEM.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  EXCLUIDOS.
           COPY "EXCLUIDOS.cpy".
      *
      *---> ARQUIVO MORTO DOS ATENDIMENTOS DO CLIENTE EXCLUIDO
      *---> (MESMO LAYOUT DO ARQUIVO VIVO, PREFIXO PROPRIO)
       FD  ATD-EXCLUIDOS.
       01  REG-ATD-EXCLUIDO.
           05 CHAVE-ATD-EXCLUIDOS.
               10 AEX-CODIGO       PIC 9(07).
               10 AEX-DATA-HORA    PIC X(14).
           05 AEX-OPERADOR         PIC X(08).
           05 AEX-ASSUNTO          PIC X(30).
           05 AEX-ANOTACAO         PIC X(200).
           05 AEX-RETORNO-DATA     PIC 9(08).
           05 AEX-RETORNO-SITUACAO PIC X(01).
      *
      *---> ARQUIVO MORTO DOS LANCAMENTOS DO CLIENTE EXCLUIDO
       FD  LAN-EXCLUIDOS.
       01  REG-LAN-EXCLUIDO.
           05 CHAVE-LAN-EXCLUIDOS.
               10 LEX-CODIGO       PIC 9(07).
               10 LEX-VENCIMENTO   PIC 9(08).
               10 LEX-SEQ          PIC 9(03).
           05 LEX-VALOR            PIC 9(07)V99.
           05 LEX-VALOR-PAGO       PIC 9(07)V99.
           05 LEX-DATA-PAGAMENTO   PIC 9(08).
           05 LEX-SITUACAO         PIC X(01).
      *
       FD  LISTAGEM.
       01  REG-LISTAGEM            PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-EXCLUIDOS-PATH       PIC X(100)
           VALUE "clientes-excluidos.dat".
       77  WK-ATD-EXCLUIDOS-PATH   PIC X(100)
           VALUE "atendimentos-excluidos.dat".
       77  WK-LAN-EXCLUIDOS-PATH   PIC X(100)
           VALUE "lancamentos-excluidos.dat".
       77  WK-LISTAGEM-PATH        PIC X(100)
           VALUE "expurgo-controle.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-EXCLUIDOS            PIC X(02) VALUE SPACES.
       01  FS-ATD-EXCLUIDOS        PIC X(02) VALUE SPACES.
       01  FS-LAN-EXCLUIDOS        PIC X(02) VALUE SPACES.
       01  FS-LISTAGEM             PIC X(02) VALUE SPACES.

      *---> PRAZO DE RETENCAO (ANOS) E DATA DE CORTE
       77  WK-ANOS-PARAM           PIC X(03) VALUE SPACES.
       77  WK-ANOS-RETENCAO        PIC 9(03) VALUE 5.
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DATA-CORTE           PIC 9(08) VALUE ZEROS.

      *---> MARCA GRAVADA NO REGISTRO ANONIMIZADO (EXC-NOME E O
      *---> INICIO DE EXC-EMAIL E DE AEX-ANOTACAO)
       77  WK-MARCA                PIC X(11) VALUE "ANONIMIZADO".
       77  WK-MARCA-DATADA         PIC X(40) VALUE SPACES.

      *---> QUEBRA POR CODIGO (O ARQUIVO MORTO VEM EM ORDEM DE
      *---> CODIGO + DATA/HORA; A ULTIMA LIDA E A EXCLUSAO MAIS NOVA)
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".
       77  WK-FIM-FILHOS           PIC X     VALUE "N".
       77  WK-TEM-GRUPO            PIC X     VALUE "N".
       77  WK-GRP-CODIGO           PIC 9(07) VALUE ZEROS.
       77  WK-GRP-ULTIMA           PIC X(14) VALUE SPACES.
       77  WK-GRP-CADASTROS        PIC 9(05) VALUE ZEROS.
       77  WK-GRP-ATD              PIC 9(05) VALUE ZEROS.
       77  WK-GRP-LAN              PIC 9(05) VALUE ZEROS.
       77  WK-GRP-VALOR            PIC 9(09)V99 VALUE ZEROS.

      *---> CONTADORES DE CONTROLE
       77  WK-TOTAL-LIDOS          PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-JA-ANONIMOS    PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-NO-PRAZO       PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-ANONIMIZADOS   PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-ATD            PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-RESTAURADOS    PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-LAN            PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-VALOR          PIC 9(11)V99 VALUE ZEROS.
       77  WK-TOTAL-CONFERE        PIC 9(07) VALUE ZEROS.

      *---> LINHAS DA LISTAGEM
       77  WK-LINHA-SAIDA          PIC X(100) VALUE SPACES.

       01  WK-CAB-LISTAGEM.
           05 FILLER               PIC X(09) VALUE "CODIGO".
           05 FILLER               PIC X(16) VALUE "ULTIMA EXCLUSAO".
           05 FILLER               PIC X(11) VALUE "CADASTROS".
           05 FILLER               PIC X(14) VALUE "ATENDIMENTOS".
           05 FILLER               PIC X(11) VALUE "LANCAMENTOS".
           05 FILLER               PIC X(15) VALUE " VALOR MANTIDO".

       01  WK-LINHA-DETALHE.
           05 WK-D-CODIGO          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-D-ULTIMA          PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-D-CADASTROS       PIC ZZ.ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WK-D-ATD             PIC ZZ.ZZ9.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 WK-D-LAN             PIC ZZ.ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WK-D-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

       01  WK-LINHA-TOTAL.
           05 WK-T-ROTULO          PIC X(40).
           05 WK-T-QTD             PIC Z.ZZZ.ZZ9.

       01  WK-LINHA-VALOR.
           05 WK-V-ROTULO          PIC X(40).
           05 WK-V-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-EXPURGA
                 PERFORM 0400-TOTAIS
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
           ACCEPT WK-EXCLUIDOS-PATH FROM ENVIRONMENT
               "CLIENTES_EXCLUIDOS_PATH"
           IF WK-EXCLUIDOS-PATH = SPACES
               MOVE "clientes-excluidos.dat" TO WK-EXCLUIDOS-PATH
           END-IF
           ACCEPT WK-ATD-EXCLUIDOS-PATH FROM ENVIRONMENT
               "CLIENTES_ATD_EXCLUIDOS_PATH"
           IF WK-ATD-EXCLUIDOS-PATH = SPACES
               MOVE "atendimentos-excluidos.dat"
                                       TO WK-ATD-EXCLUIDOS-PATH
           END-IF
           ACCEPT WK-LAN-EXCLUIDOS-PATH FROM ENVIRONMENT
               "CLIENTES_LAN_EXCLUIDOS_PATH"
           IF WK-LAN-EXCLUIDOS-PATH = SPACES
               MOVE "lancamentos-excluidos.dat"
                                       TO WK-LAN-EXCLUIDOS-PATH
           END-IF
           ACCEPT WK-LISTAGEM-PATH FROM ENVIRONMENT
               "CLIENTES_EXPURGO_PATH"
           IF WK-LISTAGEM-PATH = SPACES
               MOVE "expurgo-controle.txt" TO WK-LISTAGEM-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE

      *---> PRAZO: EXPURGO_ANOS OU 5 ANOS; ZERO NAO E ACEITO (APAGARIA
      *---> TAMBEM AS EXCLUSOES DE HOJE)
           ACCEPT WK-ANOS-PARAM FROM ENVIRONMENT "EXPURGO_ANOS"
           IF WK-ANOS-PARAM NOT = SPACES
               IF FUNCTION TRIM(WK-ANOS-PARAM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WK-ANOS-PARAM)
                                       TO WK-ANOS-RETENCAO
               ELSE
                   MOVE ZEROS TO WK-ANOS-RETENCAO
               END-IF
           END-IF
           IF WK-ANOS-RETENCAO = ZEROS
               DISPLAY "PRAZO DE RETENCAO INVALIDO: " WK-ANOS-PARAM
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
      *---> MESMO DIA/MES, N ANOS ATRAS; EXCLUSAO ANTERIOR A ESTA
      *---> DATA ESTA FORA DO PRAZO
           COMPUTE WK-DATA-CORTE = WK-HOJE - WK-ANOS-RETENCAO * 10000
           MOVE SPACES TO WK-MARCA-DATADA
           STRING WK-MARCA       DELIMITED BY SIZE
                  " EM "         DELIMITED BY SIZE
                  WK-HOJE        DELIMITED BY SIZE
               INTO WK-MARCA-DATADA

           OPEN INPUT CLIENTES.
           OPEN I-O EXCLUIDOS.
           IF FS-EXCLUIDOS NOT EQUAL "00"
               DISPLAY "ARQUIVO MORTO DE CLIENTES NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O ATD-EXCLUIDOS.
           OPEN INPUT LAN-EXCLUIDOS.
           OPEN OUTPUT LISTAGEM.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    VARRE O ARQUIVO MORTO DE CLIENTES: CADA REGISTRO FORA DO
      *    PRAZO E ANONIMIZADO NA HORA; A QUEBRA DE CODIGO DECIDE O
      *    DESTINO DOS ATENDIMENTOS ARQUIVADOS
      ******************************************************************
       0200-EXPURGA            SECTION.
           MOVE "EXPURGO DOS ARQUIVOS MORTOS - LISTAGEM DE CONTROLE"
                                       TO WK-LINHA-SAIDA
           PERFORM 0900-ESCREVE
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING "EXECUTADO EM: "           DELIMITED BY SIZE
                  WK-DATA-HORA-ATUAL(1:14)   DELIMITED BY SIZE
                  "   RETENCAO (ANOS): "     DELIMITED BY SIZE
                  WK-ANOS-RETENCAO           DELIMITED BY SIZE
                  "   CORTE: "               DELIMITED BY SIZE
                  WK-DATA-CORTE              DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           PERFORM 0900-ESCREVE
           PERFORM 0900-ESCREVE
           WRITE REG-LISTAGEM FROM WK-CAB-LISTAGEM
           MOVE ALL "-" TO WK-LINHA-SAIDA(1:78)
           PERFORM 0900-ESCREVE

           MOVE ZEROS TO EXC-CODIGO
           MOVE LOW-VALUES TO EXC-DATA-HORA
           START EXCLUIDOS KEY NOT LESS CHAVE-EXCLUIDOS
           IF FS-EXCLUIDOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-ARQUIVO
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ EXCLUIDOS NEXT RECORD
               IF FS-EXCLUIDOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
                   PERFORM 0300-FECHA-CODIGO
               ELSE
                   IF WK-TEM-GRUPO = "S"
                    AND EXC-CODIGO NOT = WK-GRP-CODIGO
                       PERFORM 0300-FECHA-CODIGO
                   END-IF
                   PERFORM 0210-TRATA-EXCLUIDO
               END-IF
           END-PERFORM.
       0200-EXPURGA-FIM.       EXIT.
      ******************************************************************
       0210-TRATA-EXCLUIDO     SECTION.
           IF WK-TEM-GRUPO NOT = "S"
               MOVE "S" TO WK-TEM-GRUPO
               MOVE EXC-CODIGO TO WK-GRP-CODIGO
           END-IF
           MOVE EXC-DATA-HORA TO WK-GRP-ULTIMA
           ADD 1 TO WK-TOTAL-LIDOS
           EVALUATE TRUE
               WHEN EXC-NOME = WK-MARCA
                   ADD 1 TO WK-TOTAL-JA-ANONIMOS
               WHEN EXC-DATA-HORA(1:8) NOT < WK-DATA-CORTE
                   ADD 1 TO WK-TOTAL-NO-PRAZO
               WHEN OTHER
      *---> FICAM A CHAVE (CODIGO + DATA/HORA DA EXCLUSAO); O E-MAIL
      *---> GUARDA A DATA DA ANONIMIZACAO
                   MOVE ZEROS           TO EXC-TELEFONE, EXC-CPF
                   MOVE WK-MARCA        TO EXC-NOME
                   MOVE WK-MARCA-DATADA TO EXC-EMAIL
                   MOVE SPACES          TO EXC-LOGRADOURO, EXC-NUMERO,
                                           EXC-CIDADE, EXC-UF
                   MOVE ZEROS           TO EXC-CEP
                   REWRITE REG-EXCLUIDO
                   IF FS-EXCLUIDOS = "00"
                       ADD 1 TO WK-TOTAL-ANONIMIZADOS
                       ADD 1 TO WK-GRP-CADASTROS
                   ELSE
                       DISPLAY "ERRO AO ANONIMIZAR CODIGO " EXC-CODIGO
                           " STATUS " FS-EXCLUIDOS
                       MOVE 1 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
       0210-TRATA-EXCLUIDO-FIM. EXIT.
      ******************************************************************
      *    FIM DO CODIGO: SE A EXCLUSAO MAIS NOVA JA PASSOU DO PRAZO E
      *    O CLIENTE NAO ESTA DE VOLTA NO CADASTRO, OS ATENDIMENTOS
      *    ARQUIVADOS PERDEM A ANOTACAO. OS LANCAMENTOS SO SAO
      *    CONTADOS E SOMADOS PARA A LISTAGEM
      ******************************************************************
       0300-FECHA-CODIGO       SECTION.
           IF WK-TEM-GRUPO NOT = "S"
               EXIT SECTION
           END-IF
           IF WK-GRP-ULTIMA(1:8) < WK-DATA-CORTE
               MOVE WK-GRP-CODIGO TO REG-CODIGO
               READ CLIENTES
               IF FS-CLIENTES = "00"
      *---> CLIENTE RESTAURADO DEPOIS DA ULTIMA EXCLUSAO: O HISTORICO
      *---> VOLTOU COM ELE E O QUE SOBROU NO MORTO NAO E TOCADO
                   ADD 1 TO WK-TOTAL-RESTAURADOS
               ELSE
                   PERFORM 0310-ANONIMIZA-ATENDIMENTOS
                   PERFORM 0320-CONFERE-LANCAMENTOS
               END-IF
           END-IF
           IF WK-GRP-CADASTROS NOT = ZEROS
            OR WK-GRP-ATD NOT = ZEROS
               MOVE WK-GRP-CODIGO    TO WK-D-CODIGO
               MOVE WK-GRP-ULTIMA    TO WK-D-ULTIMA
               MOVE WK-GRP-CADASTROS TO WK-D-CADASTROS
               MOVE WK-GRP-ATD       TO WK-D-ATD
               MOVE WK-GRP-LAN       TO WK-D-LAN
               MOVE WK-GRP-VALOR     TO WK-D-VALOR
               WRITE REG-LISTAGEM FROM WK-LINHA-DETALHE
               ADD WK-GRP-LAN   TO WK-TOTAL-LAN
               ADD WK-GRP-VALOR TO WK-TOTAL-VALOR
           END-IF
           MOVE "N" TO WK-TEM-GRUPO
           MOVE SPACES TO WK-GRP-ULTIMA
           MOVE ZEROS TO WK-GRP-CODIGO, WK-GRP-CADASTROS, WK-GRP-ATD,
                         WK-GRP-LAN, WK-GRP-VALOR.
       0300-FECHA-CODIGO-FIM.  EXIT.
      ******************************************************************
       0310-ANONIMIZA-ATENDIMENTOS SECTION.
           MOVE WK-GRP-CODIGO TO AEX-CODIGO
           MOVE LOW-VALUES TO AEX-DATA-HORA
           START ATD-EXCLUIDOS KEY NOT LESS CHAVE-ATD-EXCLUIDOS
           IF FS-ATD-EXCLUIDOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-FILHOS
           PERFORM UNTIL WK-FIM-FILHOS = "S"
               READ ATD-EXCLUIDOS NEXT RECORD
               IF FS-ATD-EXCLUIDOS NOT = "00"
                OR AEX-CODIGO NOT = WK-GRP-CODIGO
                   MOVE "S" TO WK-FIM-FILHOS
               ELSE
                   IF AEX-ANOTACAO(1:11) NOT = WK-MARCA
                       MOVE WK-MARCA-DATADA TO AEX-ANOTACAO
                       REWRITE REG-ATD-EXCLUIDO
                       IF FS-ATD-EXCLUIDOS = "00"
                           ADD 1 TO WK-GRP-ATD
                           ADD 1 TO WK-TOTAL-ATD
                       ELSE
                           DISPLAY "ERRO AO ANONIMIZAR ATENDIMENTO "
                               AEX-CODIGO " " AEX-DATA-HORA
                               " STATUS " FS-ATD-EXCLUIDOS
                           MOVE 1 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0310-ANONIMIZA-ATENDIMENTOS-FIM. EXIT.
      ******************************************************************
       0320-CONFERE-LANCAMENTOS SECTION.
           MOVE WK-GRP-CODIGO TO LEX-CODIGO
           MOVE ZEROS TO LEX-VENCIMENTO, LEX-SEQ
           START LAN-EXCLUIDOS KEY NOT LESS CHAVE-LAN-EXCLUIDOS
           IF FS-LAN-EXCLUIDOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-FILHOS
           PERFORM UNTIL WK-FIM-FILHOS = "S"
               READ LAN-EXCLUIDOS NEXT RECORD
               IF FS-LAN-EXCLUIDOS NOT = "00"
                OR LEX-CODIGO NOT = WK-GRP-CODIGO
                   MOVE "S" TO WK-FIM-FILHOS
               ELSE
                   ADD 1 TO WK-GRP-LAN
                   ADD LEX-VALOR TO WK-GRP-VALOR
               END-IF
           END-PERFORM.
       0320-CONFERE-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
      *    TOTAIS DE CONTROLE: OS REGISTROS LIDOS TEM QUE FECHAR COM
      *    JA ANONIMIZADOS + DENTRO DO PRAZO + ANONIMIZADOS AGORA
      ******************************************************************
       0400-TOTAIS             SECTION.
           MOVE SPACES TO WK-LINHA-SAIDA
           PERFORM 0900-ESCREVE
           MOVE "TOTAIS DE CONTROLE" TO WK-LINHA-SAIDA
           PERFORM 0900-ESCREVE
           MOVE ALL "-" TO WK-LINHA-SAIDA(1:50)
           PERFORM 0900-ESCREVE
           MOVE "CADASTROS LIDOS NO ARQUIVO MORTO" TO WK-T-ROTULO
           MOVE WK-TOTAL-LIDOS TO WK-T-QTD
           WRITE REG-LISTAGEM FROM WK-LINHA-TOTAL
           MOVE "  JA ANONIMIZADOS ANTES" TO WK-T-ROTULO
           MOVE WK-TOTAL-JA-ANONIMOS TO WK-T-QTD
           WRITE REG-LISTAGEM FROM WK-LINHA-TOTAL
           MOVE "  DENTRO DO PRAZO DE RETENCAO" TO WK-T-ROTULO
           MOVE WK-TOTAL-NO-PRAZO TO WK-T-QTD
           WRITE REG-LISTAGEM FROM WK-LINHA-TOTAL
           MOVE "  ANONIMIZADOS NESTA EXECUCAO" TO WK-T-ROTULO
           MOVE WK-TOTAL-ANONIMIZADOS TO WK-T-QTD
           WRITE REG-LISTAGEM FROM WK-LINHA-TOTAL
           MOVE "ATENDIMENTOS ARQUIVADOS ANONIMIZADOS" TO WK-T-ROTULO
           MOVE WK-TOTAL-ATD TO WK-T-QTD
           WRITE REG-LISTAGEM FROM WK-LINHA-TOTAL
           MOVE "CODIGOS VENCIDOS DE VOLTA AO CADASTRO"
                                       TO WK-T-ROTULO
           MOVE WK-TOTAL-RESTAURADOS TO WK-T-QTD
           WRITE REG-LISTAGEM FROM WK-LINHA-TOTAL
           MOVE "LANCAMENTOS ARQUIVADOS MANTIDOS" TO WK-T-ROTULO
           MOVE WK-TOTAL-LAN TO WK-T-QTD
           WRITE REG-LISTAGEM FROM WK-LINHA-TOTAL
           MOVE "VALOR DOS LANCAMENTOS MANTIDOS" TO WK-V-ROTULO
           MOVE WK-TOTAL-VALOR TO WK-V-VALOR
           WRITE REG-LISTAGEM FROM WK-LINHA-VALOR
           COMPUTE WK-TOTAL-CONFERE = WK-TOTAL-JA-ANONIMOS
                                    + WK-TOTAL-NO-PRAZO
                                    + WK-TOTAL-ANONIMIZADOS
           IF WK-TOTAL-CONFERE = WK-TOTAL-LIDOS
               MOVE "CONFERENCIA: OK" TO WK-LINHA-SAIDA
           ELSE
               MOVE "CONFERENCIA: DIVERGENTE - VERIFICAR ERROS ACIMA"
                                       TO WK-LINHA-SAIDA
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM 0900-ESCREVE
           DISPLAY "CADASTROS LIDOS......: " WK-TOTAL-LIDOS
           DISPLAY "ANONIMIZADOS AGORA...: " WK-TOTAL-ANONIMIZADOS
           DISPLAY "ATENDIMENTOS ANONIM..: " WK-TOTAL-ATD.
       0400-TOTAIS-FIM.        EXIT.
      ******************************************************************
       0900-ESCREVE            SECTION.
           WRITE REG-LISTAGEM FROM WK-LINHA-SAIDA
           MOVE SPACES TO WK-LINHA-SAIDA.
       0900-ESCREVE-FIM.       EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE EXCLUIDOS.
           CLOSE ATD-EXCLUIDOS.
           CLOSE LAN-EXCLUIDOS.
           CLOSE LISTAGEM.
       1000-FINALIZAR-FIM.     EXIT.
