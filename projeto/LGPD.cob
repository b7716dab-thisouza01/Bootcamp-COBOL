      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  RELATORIO DE DADOS DO TITULAR POR CPF - LGPD (SOMENTE
      *     SUPERVISOR)
      *     PROCURA O CPF NO CADASTRO ATIVO E NO ARQUIVO MORTO DE
      *     EXCLUIDOS E, PARA CADA CODIGO ENCONTRADO, JUNTA NUM SO
      *     RELATORIO OS ATENDIMENTOS E LANCAMENTOS (ATIVOS E
      *     ARQUIVADOS), AS LINHAS DA AUDITORIA DE ALTERACOES E DE
      *     UNIFICACOES DESSES CODIGOS E AS LINHAS REJEITADAS NA
      *     IMPORTACAO QUE TRAZEM O CPF. CADA PEDIDO ATENDIDO FICA
      *     NO LOG DE SEGURANCA (EVENTO LGPD-CPF) COM O OPERADOR E
      *     A DATA/HORA, COMO COMPROVANTE PARA O ORGAO REGULADOR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. LGPD.
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
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-CLIENTES.

           SELECT EXCLUIDOS ASSIGN TO WK-EXCLUIDOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-EXCLUIDOS
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-EXCLUIDOS.

           SELECT ATENDIMENTOS ASSIGN TO WK-ATENDIMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-ATENDIMENTOS
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATENDIMENTOS.

           SELECT LANCAMENTOS ASSIGN TO WK-LANCAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-LANCAMENTOS
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-LANCAMENTOS.

           SELECT ATD-EXCLUIDOS ASSIGN TO WK-ATD-EXCLUIDOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-ATD-EXCLUIDOS
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATD-EXCLUIDOS.

           SELECT LAN-EXCLUIDOS ASSIGN TO WK-LAN-EXCLUIDOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-LAN-EXCLUIDOS
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-LAN-EXCLUIDOS.

           SELECT AUD-ALTERACOES ASSIGN TO WK-AUD-ALTERACOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AUD-ALTERACOES.

           SELECT AUD-UNIFICACOES ASSIGN TO WK-AUD-UNIFICACOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AUD-UNIFICACOES.

           SELECT REJEITADOS ASSIGN TO WK-REJEITA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-REJEITA.

           SELECT RELATORIO-LGPD ASSIGN TO WK-LGPD-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-LGPD.

           SELECT SEGLOG ASSIGN TO WK-SEGLOG-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SEGLOG.
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
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  LANCAMENTOS.
           COPY "LANCAMENTOS.cpy".
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
      *---> LINHA DA AUDITORIA DO MODULO DE ALTERACAO: CODIGO NAS
      *---> POSICOES 16-22
       FD  AUD-ALTERACOES.
       01  REG-AUD-ALTERACAO       PIC X(175).
      *
      *---> LINHA DA AUDITORIA DE UNIFICACAO: CODIGO DE ORIGEM NAS
      *---> POSICOES 24-30 E DE DESTINO NAS POSICOES 41-47
       FD  AUD-UNIFICACOES.
       01  REG-AUD-UNIFICACAO      PIC X(60).
      *
       FD  REJEITADOS.
       01  REG-REJEITA             PIC X(250).
      *
       FD  RELATORIO-LGPD.
       01  REG-LGPD                PIC X(250).
      *
       FD  SEGLOG.
       01  REG-SEGLOG              PIC X(62).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-EXCLUIDOS-PATH       PIC X(100)
           VALUE "clientes-excluidos.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-ATD-EXCLUIDOS-PATH   PIC X(100)
           VALUE "atendimentos-excluidos.dat".
       77  WK-LAN-EXCLUIDOS-PATH   PIC X(100)
           VALUE "lancamentos-excluidos.dat".
       77  WK-AUD-ALTERACOES-PATH  PIC X(100)
           VALUE "auditoria-alteracoes.txt".
       77  WK-AUD-UNIFICACOES-PATH PIC X(100)
           VALUE "auditoria-unificacoes.txt".
       77  WK-REJEITA-PATH         PIC X(100)
           VALUE "clientes-rejeitados.csv".
       77  WK-LGPD-PATH            PIC X(100)
           VALUE "lgpd-relatorio.txt".
       77  WK-SEGLOG-PATH          PIC X(100)
           VALUE "seguranca-log.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-EXCLUIDOS            PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-ATD-EXCLUIDOS        PIC X(02) VALUE SPACES.
       01  FS-LAN-EXCLUIDOS        PIC X(02) VALUE SPACES.
       01  FS-AUD-ALTERACOES       PIC X(02) VALUE SPACES.
       01  FS-AUD-UNIFICACOES      PIC X(02) VALUE SPACES.
       01  FS-REJEITA              PIC X(02) VALUE SPACES.
       01  FS-LGPD                 PIC X(02) VALUE SPACES.
       01  FS-SEGLOG               PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.

      *---> TELA
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.
       77  WK-OPERADOR             PIC X(08) VALUE SPACES.

      *---> CPF PESQUISADO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-CPF                  PIC 9(11) VALUE ZEROS.
       77  WK-CPF-TEXTO            PIC X(11) VALUE SPACES.

      *---> CODIGOS DE CLIENTE (ATIVOS OU EXCLUIDOS) COM O CPF
       77  WK-QTD-CODIGOS          PIC 9(03) VALUE ZEROS.
       77  WK-CODIGOS-EXCEDIDOS    PIC 9(03) VALUE ZEROS.
       01  WK-TAB-CODIGOS.
           05 WK-TC-CODIGO         PIC 9(07) OCCURS 100 TIMES.

      *---> CONTROLE DAS VARREDURAS
       77  WK-FIM-LISTA            PIC X     VALUE "N".
       77  WK-IND                  PIC 9(03) VALUE ZEROS.
       77  WK-ACHOU                PIC X     VALUE "N".
       77  WK-CODIGO-PROCURADO     PIC 9(07) VALUE ZEROS.
       77  WK-QTD-OCORRENCIAS      PIC 9(03) VALUE ZEROS.

      *---> CONTADORES POR FONTE
       77  WK-QTD-ATIVOS           PIC 9(05) VALUE ZEROS.
       77  WK-QTD-EXCLUIDOS        PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ATD              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-ATD-EXC          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-LAN              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-LAN-EXC          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-AUD-ALT          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-AUD-UNI          PIC 9(05) VALUE ZEROS.
       77  WK-QTD-REJ              PIC 9(05) VALUE ZEROS.
       77  WK-TOTAL-ITENS          PIC 9(06) VALUE ZEROS.

      *---> LINHAS DO RELATORIO
       77  WK-LINHA-SAIDA          PIC X(250) VALUE SPACES.
       77  WK-VALOR-EDITADO        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-PAGO-EDITADO         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WK-LINHA-TOTAL.
           05 WK-T-ROTULO          PIC X(40).
           05 WK-T-QTD             PIC ZZ.ZZ9.

      *---> LINHA DO LOG DE SEGURANCA (MESMO LAYOUT DO MENU)
       01  WK-LINHA-SEGLOG.
           05 LOG-DATA-HORA        PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOG-EVENTO           PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOG-OPERADOR         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOG-DETALHE          PIC X(25).
      ******************************************************************
       LINKAGE                 SECTION.
      *---> OPERADOR CONECTADO (INFORMADO PELO MENU NO LOGIN)
       77  WK-OPERADOR-ID          PIC X(08).
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-LGPD.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 06 COLUMN 10 VALUE
               "RELATORIO DE DADOS DO TITULAR (LGPD)".
           05 CHAVE-LGPD FOREGROUND-COLOR 3.
               10 LINE 08 COLUMN 10 VALUE "CPF............. ".
               10 COLUMN PLUS 2 PIC 9(11) USING WK-CPF
                   BLANK WHEN ZEROS.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION USING WK-OPERADOR-ID.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-LGPD.
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
           ACCEPT WK-ATENDIMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_ATENDIMENTOS_PATH"
           IF WK-ATENDIMENTOS-PATH = SPACES
               MOVE "atendimentos.dat" TO WK-ATENDIMENTOS-PATH
           END-IF
           ACCEPT WK-LANCAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_LANCAMENTOS_PATH"
           IF WK-LANCAMENTOS-PATH = SPACES
               MOVE "lancamentos.dat" TO WK-LANCAMENTOS-PATH
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
           ACCEPT WK-REJEITA-PATH FROM ENVIRONMENT
               "CLIENTES_REJEITA_PATH"
           IF WK-REJEITA-PATH = SPACES
               MOVE "clientes-rejeitados.csv" TO WK-REJEITA-PATH
           END-IF
           ACCEPT WK-LGPD-PATH FROM ENVIRONMENT
               "CLIENTES_LGPD_PATH"
           IF WK-LGPD-PATH = SPACES
               MOVE "lgpd-relatorio.txt" TO WK-LGPD-PATH
           END-IF
           ACCEPT WK-SEGLOG-PATH FROM ENVIRONMENT
               "CLIENTES_SEGLOG_PATH"
           IF WK-SEGLOG-PATH = SPACES
               MOVE "seguranca-log.txt" TO WK-SEGLOG-PATH
           END-IF

           MOVE WK-OPERADOR-ID TO WK-OPERADOR

           OPEN INPUT CLIENTES.
           OPEN INPUT EXCLUIDOS.
           OPEN INPUT ATENDIMENTOS.
           OPEN INPUT LANCAMENTOS.
           OPEN INPUT ATD-EXCLUIDOS.
           OPEN INPUT LAN-EXCLUIDOS.
           OPEN EXTEND SEGLOG.
           IF FS-SEGLOG EQUAL "35"
               OPEN OUTPUT SEGLOG
               CLOSE SEGLOG
               OPEN EXTEND SEGLOG
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    PEDE O CPF, GERA O RELATORIO E REGISTRA O PEDIDO NO LOG DE
      *    SEGURANCA. CPF ZERADO ENCERRA O MODULO
      ******************************************************************
       0200-LGPD               SECTION.
           MOVE "MODULO - LGPD" TO WK-MODULO
           PERFORM UNTIL 1 = 2
               MOVE ZEROS TO WK-CPF
               DISPLAY TELA-LGPD
               ACCEPT CHAVE-LGPD
               IF WK-CPF = ZEROS
                   EXIT PERFORM
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
               MOVE WK-CPF TO WK-CPF-TEXTO
               PERFORM 0300-GERA-RELATORIO
               PERFORM 0210-MOSTRA-TOTAIS
               MOVE "LGPD-CPF" TO LOG-EVENTO
               MOVE SPACES TO LOG-DETALHE
               STRING "CPF "          DELIMITED BY SIZE
                      WK-CPF-TEXTO    DELIMITED BY SIZE
                      " COD "         DELIMITED BY SIZE
                      WK-QTD-CODIGOS  DELIMITED BY SIZE
                   INTO LOG-DETALHE
               PERFORM 0600-GRAVA-SEGLOG
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
           END-PERFORM.
       0200-LGPD-FIM.          EXIT.
      ******************************************************************
       0210-MOSTRA-TOTAIS      SECTION.
           DISPLAY "CODIGOS ENCONTRADOS.: " FOREGROUND-COLOR 3 AT 1010
           DISPLAY WK-QTD-CODIGOS AT 1033
           DISPLAY "ITENS NO RELATORIO..: " FOREGROUND-COLOR 3 AT 1110
           DISPLAY WK-TOTAL-ITENS AT 1133
           EVALUATE TRUE
               WHEN WK-CODIGOS-EXCEDIDOS NOT = ZEROS
                   MOVE "MUITOS CODIGOS - RELATORIO INCOMPLETO"
                                       TO WK-ABEND-MESSAGE
               WHEN WK-TOTAL-ITENS = ZEROS
                   MOVE "NENHUM DADO ENCONTRADO PARA O CPF"
                                       TO WK-ABEND-MESSAGE
               WHEN OTHER
                   MOVE "RELATORIO LGPD GERADO" TO WK-ABEND-MESSAGE
           END-EVALUATE.
       0210-MOSTRA-TOTAIS-FIM. EXIT.
      ******************************************************************
      *    MONTA O RELATORIO: PRIMEIRO OS CADASTROS (QUE DAO OS
      *    CODIGOS DO TITULAR), DEPOIS O HISTORICO DE CADA CODIGO E
      *    POR FIM OS ARQUIVOS DE AUDITORIA E DE REJEITADOS
      ******************************************************************
       0300-GERA-RELATORIO     SECTION.
           MOVE ZEROS TO WK-QTD-CODIGOS, WK-CODIGOS-EXCEDIDOS,
                         WK-QTD-ATIVOS, WK-QTD-EXCLUIDOS,
                         WK-QTD-ATD, WK-QTD-ATD-EXC,
                         WK-QTD-LAN, WK-QTD-LAN-EXC,
                         WK-QTD-AUD-ALT, WK-QTD-AUD-UNI, WK-QTD-REJ
           OPEN OUTPUT RELATORIO-LGPD
           MOVE "RELATORIO DE DADOS PESSOAIS DO TITULAR - LGPD"
                                       TO WK-LINHA-SAIDA
           PERFORM 0900-ESCREVE
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING "CPF: "                     DELIMITED BY SIZE
                  WK-CPF-TEXTO                DELIMITED BY SIZE
                  "   EMITIDO EM: "           DELIMITED BY SIZE
                  WK-DATA-HORA-ATUAL(1:14)    DELIMITED BY SIZE
                  "   POR: "                  DELIMITED BY SIZE
                  WK-OPERADOR                 DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           PERFORM 0900-ESCREVE
           PERFORM 0310-CADASTRO-ATIVO
           PERFORM 0320-CADASTRO-EXCLUIDO
           PERFORM 0330-ATENDIMENTOS
           PERFORM 0340-ATENDIMENTOS-EXCLUIDOS
           PERFORM 0350-LANCAMENTOS
           PERFORM 0360-LANCAMENTOS-EXCLUIDOS
           PERFORM 0370-AUDITORIA-ALTERACOES
           PERFORM 0380-AUDITORIA-UNIFICACOES
           PERFORM 0390-REJEITADOS-IMPORTACAO
           PERFORM 0400-TOTAIS
           CLOSE RELATORIO-LGPD.
       0300-GERA-RELATORIO-FIM. EXIT.
      ******************************************************************
      *    CADASTRO ATIVO: O CPF NAO E CHAVE, O ARQUIVO E LIDO INTEIRO
      ******************************************************************
       0310-CADASTRO-ATIVO     SECTION.
           MOVE "CADASTRO ATIVO (CLIENTES)" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           MOVE ZEROS TO REG-CODIGO
           START CLIENTES KEY NOT LESS CHAVE-CLIENTES
           IF FS-CLIENTES NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ CLIENTES NEXT RECORD
               IF FS-CLIENTES NOT = "00"
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   IF REG-CPF = WK-CPF
                       ADD 1 TO WK-QTD-ATIVOS
                       MOVE REG-CODIGO TO WK-CODIGO-PROCURADO
                       PERFORM 0500-GUARDA-CODIGO
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  CODIGO: "     DELIMITED BY SIZE
                              REG-CODIGO       DELIMITED BY SIZE
                              "  NOME: "       DELIMITED BY SIZE
                              REG-NOME         DELIMITED BY SIZE
                              "  TELEFONE: "   DELIMITED BY SIZE
                              REG-TELEFONE     DELIMITED BY SIZE
                              "  CPF: "        DELIMITED BY SIZE
                              REG-CPF          DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "    E-MAIL: "   DELIMITED BY SIZE
                              REG-EMAIL        DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "    ENDERECO: " DELIMITED BY SIZE
                              FUNCTION TRIM(REG-LOGRADOURO)
                                               DELIMITED BY SIZE
                              ", "             DELIMITED BY SIZE
                              FUNCTION TRIM(REG-NUMERO)
                                               DELIMITED BY SIZE
                              " - "            DELIMITED BY SIZE
                              FUNCTION TRIM(REG-CIDADE)
                                               DELIMITED BY SIZE
                              "/"              DELIMITED BY SIZE
                              REG-UF           DELIMITED BY SIZE
                              " CEP "          DELIMITED BY SIZE
                              REG-CEP          DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-IF
           END-PERFORM.
       0310-CADASTRO-ATIVO-FIM. EXIT.
      ******************************************************************
      *    ARQUIVO MORTO DE CLIENTES: UM REGISTRO POR EXCLUSAO, COM A
      *    DATA/HORA EM QUE O CLIENTE SAIU DO CADASTRO
      ******************************************************************
       0320-CADASTRO-EXCLUIDO  SECTION.
           MOVE "CADASTRO EXCLUIDO (ARQUIVO MORTO)" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           MOVE ZEROS TO EXC-CODIGO
           MOVE LOW-VALUES TO EXC-DATA-HORA
           START EXCLUIDOS KEY NOT LESS CHAVE-EXCLUIDOS
           IF FS-EXCLUIDOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ EXCLUIDOS NEXT RECORD
               IF FS-EXCLUIDOS NOT = "00"
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   IF EXC-CPF = WK-CPF
                       ADD 1 TO WK-QTD-EXCLUIDOS
                       MOVE EXC-CODIGO TO WK-CODIGO-PROCURADO
                       PERFORM 0500-GUARDA-CODIGO
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  CODIGO: "     DELIMITED BY SIZE
                              EXC-CODIGO       DELIMITED BY SIZE
                              "  EXCLUIDO EM: " DELIMITED BY SIZE
                              EXC-DATA-HORA    DELIMITED BY SIZE
                              "  NOME: "       DELIMITED BY SIZE
                              EXC-NOME         DELIMITED BY SIZE
                              "  TELEFONE: "   DELIMITED BY SIZE
                              EXC-TELEFONE     DELIMITED BY SIZE
                              "  CPF: "        DELIMITED BY SIZE
                              EXC-CPF          DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "    E-MAIL: "   DELIMITED BY SIZE
                              EXC-EMAIL        DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "    ENDERECO: " DELIMITED BY SIZE
                              FUNCTION TRIM(EXC-LOGRADOURO)
                                               DELIMITED BY SIZE
                              ", "             DELIMITED BY SIZE
                              FUNCTION TRIM(EXC-NUMERO)
                                               DELIMITED BY SIZE
                              " - "            DELIMITED BY SIZE
                              FUNCTION TRIM(EXC-CIDADE)
                                               DELIMITED BY SIZE
                              "/"              DELIMITED BY SIZE
                              EXC-UF           DELIMITED BY SIZE
                              " CEP "          DELIMITED BY SIZE
                              EXC-CEP          DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-IF
           END-PERFORM.
       0320-CADASTRO-EXCLUIDO-FIM. EXIT.
      ******************************************************************
      *    ATENDIMENTOS ATIVOS DE CADA CODIGO DO TITULAR, COM A
      *    ANOTACAO LIVRE NA LINHA DE BAIXO
      ******************************************************************
       0330-ATENDIMENTOS       SECTION.
           MOVE "ATENDIMENTOS" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-QTD-CODIGOS
               MOVE WK-TC-CODIGO(WK-IND) TO ATD-CODIGO
               MOVE LOW-VALUES TO ATD-DATA-HORA
               START ATENDIMENTOS KEY NOT LESS CHAVE-ATENDIMENTOS
               IF FS-ATENDIMENTOS = "00"
                   MOVE "N" TO WK-FIM-LISTA
               ELSE
                   MOVE "S" TO WK-FIM-LISTA
               END-IF
               PERFORM UNTIL WK-FIM-LISTA = "S"
                   READ ATENDIMENTOS NEXT RECORD
                   IF FS-ATENDIMENTOS NOT = "00"
                    OR ATD-CODIGO NOT = WK-TC-CODIGO(WK-IND)
                       MOVE "S" TO WK-FIM-LISTA
                   ELSE
                       ADD 1 TO WK-QTD-ATD
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  CODIGO: "     DELIMITED BY SIZE
                              ATD-CODIGO       DELIMITED BY SIZE
                              "  DATA/HORA: "  DELIMITED BY SIZE
                              ATD-DATA-HORA    DELIMITED BY SIZE
                              "  OPERADOR: "   DELIMITED BY SIZE
                              ATD-OPERADOR     DELIMITED BY SIZE
                              "  ASSUNTO: "    DELIMITED BY SIZE
                              ATD-ASSUNTO      DELIMITED BY SIZE
                              "  RETORNO: "    DELIMITED BY SIZE
                              ATD-RETORNO-DATA DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              ATD-RETORNO-SITUACAO
                                               DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "    "           DELIMITED BY SIZE
                              ATD-ANOTACAO     DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-PERFORM
           END-PERFORM.
       0330-ATENDIMENTOS-FIM.  EXIT.
      ******************************************************************
       0340-ATENDIMENTOS-EXCLUIDOS SECTION.
           MOVE "ATENDIMENTOS (ARQUIVO MORTO)" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-QTD-CODIGOS
               MOVE WK-TC-CODIGO(WK-IND) TO AEX-CODIGO
               MOVE LOW-VALUES TO AEX-DATA-HORA
               START ATD-EXCLUIDOS KEY NOT LESS CHAVE-ATD-EXCLUIDOS
               IF FS-ATD-EXCLUIDOS = "00"
                   MOVE "N" TO WK-FIM-LISTA
               ELSE
                   MOVE "S" TO WK-FIM-LISTA
               END-IF
               PERFORM UNTIL WK-FIM-LISTA = "S"
                   READ ATD-EXCLUIDOS NEXT RECORD
                   IF FS-ATD-EXCLUIDOS NOT = "00"
                    OR AEX-CODIGO NOT = WK-TC-CODIGO(WK-IND)
                       MOVE "S" TO WK-FIM-LISTA
                   ELSE
                       ADD 1 TO WK-QTD-ATD-EXC
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  CODIGO: "     DELIMITED BY SIZE
                              AEX-CODIGO       DELIMITED BY SIZE
                              "  DATA/HORA: "  DELIMITED BY SIZE
                              AEX-DATA-HORA    DELIMITED BY SIZE
                              "  OPERADOR: "   DELIMITED BY SIZE
                              AEX-OPERADOR     DELIMITED BY SIZE
                              "  ASSUNTO: "    DELIMITED BY SIZE
                              AEX-ASSUNTO      DELIMITED BY SIZE
                              "  RETORNO: "    DELIMITED BY SIZE
                              AEX-RETORNO-DATA DELIMITED BY SIZE
                              " "              DELIMITED BY SIZE
                              AEX-RETORNO-SITUACAO
                                               DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "    "           DELIMITED BY SIZE
                              AEX-ANOTACAO     DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-PERFORM
           END-PERFORM.
       0340-ATENDIMENTOS-EXCLUIDOS-FIM. EXIT.
      ******************************************************************
       0350-LANCAMENTOS        SECTION.
           MOVE "LANCAMENTOS" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-QTD-CODIGOS
               MOVE WK-TC-CODIGO(WK-IND) TO LAN-CODIGO
               MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
               START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
               IF FS-LANCAMENTOS = "00"
                   MOVE "N" TO WK-FIM-LISTA
               ELSE
                   MOVE "S" TO WK-FIM-LISTA
               END-IF
               PERFORM UNTIL WK-FIM-LISTA = "S"
                   READ LANCAMENTOS NEXT RECORD
                   IF FS-LANCAMENTOS NOT = "00"
                    OR LAN-CODIGO NOT = WK-TC-CODIGO(WK-IND)
                       MOVE "S" TO WK-FIM-LISTA
                   ELSE
                       ADD 1 TO WK-QTD-LAN
                       MOVE LAN-VALOR      TO WK-VALOR-EDITADO
                       MOVE LAN-VALOR-PAGO TO WK-PAGO-EDITADO
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  CODIGO: "     DELIMITED BY SIZE
                              LAN-CODIGO       DELIMITED BY SIZE
                              "  VENCTO: "     DELIMITED BY SIZE
                              LAN-VENCIMENTO   DELIMITED BY SIZE
                              "  SEQ: "        DELIMITED BY SIZE
                              LAN-SEQ          DELIMITED BY SIZE
                              "  VALOR: "      DELIMITED BY SIZE
                              WK-VALOR-EDITADO DELIMITED BY SIZE
                              "  PAGO: "       DELIMITED BY SIZE
                              WK-PAGO-EDITADO  DELIMITED BY SIZE
                              "  DATA PAGTO: " DELIMITED BY SIZE
                              LAN-DATA-PAGAMENTO
                                               DELIMITED BY SIZE
                              "  SITUACAO: "   DELIMITED BY SIZE
                              LAN-SITUACAO     DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-PERFORM
           END-PERFORM.
       0350-LANCAMENTOS-FIM.   EXIT.
      ******************************************************************
       0360-LANCAMENTOS-EXCLUIDOS SECTION.
           MOVE "LANCAMENTOS (ARQUIVO MORTO)" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-QTD-CODIGOS
               MOVE WK-TC-CODIGO(WK-IND) TO LEX-CODIGO
               MOVE ZEROS TO LEX-VENCIMENTO, LEX-SEQ
               START LAN-EXCLUIDOS KEY NOT LESS CHAVE-LAN-EXCLUIDOS
               IF FS-LAN-EXCLUIDOS = "00"
                   MOVE "N" TO WK-FIM-LISTA
               ELSE
                   MOVE "S" TO WK-FIM-LISTA
               END-IF
               PERFORM UNTIL WK-FIM-LISTA = "S"
                   READ LAN-EXCLUIDOS NEXT RECORD
                   IF FS-LAN-EXCLUIDOS NOT = "00"
                    OR LEX-CODIGO NOT = WK-TC-CODIGO(WK-IND)
                       MOVE "S" TO WK-FIM-LISTA
                   ELSE
                       ADD 1 TO WK-QTD-LAN-EXC
                       MOVE LEX-VALOR      TO WK-VALOR-EDITADO
                       MOVE LEX-VALOR-PAGO TO WK-PAGO-EDITADO
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  CODIGO: "     DELIMITED BY SIZE
                              LEX-CODIGO       DELIMITED BY SIZE
                              "  VENCTO: "     DELIMITED BY SIZE
                              LEX-VENCIMENTO   DELIMITED BY SIZE
                              "  SEQ: "        DELIMITED BY SIZE
                              LEX-SEQ          DELIMITED BY SIZE
                              "  VALOR: "      DELIMITED BY SIZE
                              WK-VALOR-EDITADO DELIMITED BY SIZE
                              "  PAGO: "       DELIMITED BY SIZE
                              WK-PAGO-EDITADO  DELIMITED BY SIZE
                              "  DATA PAGTO: " DELIMITED BY SIZE
                              LEX-DATA-PAGAMENTO
                                               DELIMITED BY SIZE
                              "  SITUACAO: "   DELIMITED BY SIZE
                              LEX-SITUACAO     DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-PERFORM
           END-PERFORM.
       0360-LANCAMENTOS-EXCLUIDOS-FIM. EXIT.
      ******************************************************************
      *    AUDITORIA DE ALTERACOES (NOME E E-MAIL ANTES E DEPOIS): A
      *    LINHA ENTRA QUANDO O CODIGO E DO TITULAR
      ******************************************************************
       0370-AUDITORIA-ALTERACOES SECTION.
           MOVE "AUDITORIA DE ALTERACOES" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           OPEN INPUT AUD-ALTERACOES
           IF FS-AUD-ALTERACOES NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ AUD-ALTERACOES
               IF FS-AUD-ALTERACOES NOT = "00"
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   MOVE REG-AUD-ALTERACAO(16:7) TO WK-CODIGO-PROCURADO
                   PERFORM 0510-PROCURA-CODIGO
                   IF WK-ACHOU = "S"
                       ADD 1 TO WK-QTD-AUD-ALT
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  "             DELIMITED BY SIZE
                              REG-AUD-ALTERACAO DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUD-ALTERACOES.
       0370-AUDITORIA-ALTERACOES-FIM. EXIT.
      ******************************************************************
      *    AUDITORIA DE UNIFICACOES: O TITULAR PODE SER A ORIGEM OU O
      *    DESTINO DA UNIFICACAO
      ******************************************************************
       0380-AUDITORIA-UNIFICACOES SECTION.
           MOVE "AUDITORIA DE UNIFICACOES" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           OPEN INPUT AUD-UNIFICACOES
           IF FS-AUD-UNIFICACOES NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ AUD-UNIFICACOES
               IF FS-AUD-UNIFICACOES NOT = "00"
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   MOVE REG-AUD-UNIFICACAO(24:7)
                                       TO WK-CODIGO-PROCURADO
                   PERFORM 0510-PROCURA-CODIGO
                   IF WK-ACHOU NOT = "S"
                       MOVE REG-AUD-UNIFICACAO(41:7)
                                       TO WK-CODIGO-PROCURADO
                       PERFORM 0510-PROCURA-CODIGO
                   END-IF
                   IF WK-ACHOU = "S"
                       ADD 1 TO WK-QTD-AUD-UNI
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  "             DELIMITED BY SIZE
                              REG-AUD-UNIFICACAO DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE AUD-UNIFICACOES.
       0380-AUDITORIA-UNIFICACOES-FIM. EXIT.
      ******************************************************************
      *    REJEITADOS DA IMPORTACAO: A LINHA CSV ORIGINAL NUNCA VIROU
      *    CLIENTE, ENTAO NAO TEM CODIGO; ENTRA TODA LINHA ONDE O CPF
      *    APARECE
      ******************************************************************
       0390-REJEITADOS-IMPORTACAO SECTION.
           MOVE "REJEITADOS NA IMPORTACAO" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           OPEN INPUT REJEITADOS
           IF FS-REJEITA NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ REJEITADOS
               IF FS-REJEITA NOT = "00"
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   MOVE ZEROS TO WK-QTD-OCORRENCIAS
                   INSPECT REG-REJEITA TALLYING WK-QTD-OCORRENCIAS
                       FOR ALL WK-CPF-TEXTO
                   IF WK-QTD-OCORRENCIAS > ZEROS
                       ADD 1 TO WK-QTD-REJ
                       MOVE SPACES TO WK-LINHA-SAIDA
                       STRING "  "             DELIMITED BY SIZE
                              REG-REJEITA      DELIMITED BY SIZE
                           INTO WK-LINHA-SAIDA
                       PERFORM 0900-ESCREVE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REJEITADOS.
       0390-REJEITADOS-IMPORTACAO-FIM. EXIT.
      ******************************************************************
       0400-TOTAIS             SECTION.
           MOVE "TOTAIS POR FONTE" TO WK-LINHA-SAIDA
           PERFORM 0910-TITULO
           COMPUTE WK-TOTAL-ITENS = WK-QTD-ATIVOS + WK-QTD-EXCLUIDOS
                                  + WK-QTD-ATD + WK-QTD-ATD-EXC
                                  + WK-QTD-LAN + WK-QTD-LAN-EXC
                                  + WK-QTD-AUD-ALT + WK-QTD-AUD-UNI
                                  + WK-QTD-REJ
           MOVE "CADASTRO ATIVO" TO WK-T-ROTULO
           MOVE WK-QTD-ATIVOS TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "CADASTRO EXCLUIDO" TO WK-T-ROTULO
           MOVE WK-QTD-EXCLUIDOS TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "ATENDIMENTOS" TO WK-T-ROTULO
           MOVE WK-QTD-ATD TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "ATENDIMENTOS (ARQUIVO MORTO)" TO WK-T-ROTULO
           MOVE WK-QTD-ATD-EXC TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "LANCAMENTOS" TO WK-T-ROTULO
           MOVE WK-QTD-LAN TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "LANCAMENTOS (ARQUIVO MORTO)" TO WK-T-ROTULO
           MOVE WK-QTD-LAN-EXC TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "AUDITORIA DE ALTERACOES" TO WK-T-ROTULO
           MOVE WK-QTD-AUD-ALT TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "AUDITORIA DE UNIFICACOES" TO WK-T-ROTULO
           MOVE WK-QTD-AUD-UNI TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "REJEITADOS NA IMPORTACAO" TO WK-T-ROTULO
           MOVE WK-QTD-REJ TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           MOVE "TOTAL DE ITENS" TO WK-T-ROTULO
           MOVE WK-TOTAL-ITENS TO WK-T-QTD
           PERFORM 0920-ESCREVE-TOTAL
           IF WK-CODIGOS-EXCEDIDOS NOT = ZEROS
               MOVE "ATENCAO: MAIS DE 100 CODIGOS COM ESTE CPF - HISTORI
      -            "CO INCOMPLETO" TO WK-LINHA-SAIDA
               PERFORM 0900-ESCREVE
           END-IF.
       0400-TOTAIS-FIM.        EXIT.
      ******************************************************************
      *    GUARDA O CODIGO WK-CODIGO-PROCURADO NA TABELA (UM CODIGO
      *    PODE APARECER NO ATIVO E EM MAIS DE UMA EXCLUSAO)
      ******************************************************************
       0500-GUARDA-CODIGO      SECTION.
           PERFORM 0510-PROCURA-CODIGO
           IF WK-ACHOU = "S"
               EXIT SECTION
           END-IF
           IF WK-QTD-CODIGOS < 100
               ADD 1 TO WK-QTD-CODIGOS
               MOVE WK-CODIGO-PROCURADO
                                   TO WK-TC-CODIGO(WK-QTD-CODIGOS)
           ELSE
               ADD 1 TO WK-CODIGOS-EXCEDIDOS
           END-IF.
       0500-GUARDA-CODIGO-FIM. EXIT.
      ******************************************************************
       0510-PROCURA-CODIGO     SECTION.
           MOVE "N" TO WK-ACHOU
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-QTD-CODIGOS OR WK-ACHOU = "S"
               IF WK-TC-CODIGO(WK-IND) = WK-CODIGO-PROCURADO
                   MOVE "S" TO WK-ACHOU
               END-IF
           END-PERFORM.
       0510-PROCURA-CODIGO-FIM. EXIT.
      ******************************************************************
       0600-GRAVA-SEGLOG       SECTION.
           MOVE WK-DATA-HORA-ATUAL(1:14) TO LOG-DATA-HORA
           MOVE WK-OPERADOR TO LOG-OPERADOR
           WRITE REG-SEGLOG FROM WK-LINHA-SEGLOG
           MOVE SPACES TO LOG-EVENTO, LOG-OPERADOR, LOG-DETALHE.
       0600-GRAVA-SEGLOG-FIM.  EXIT.
      ******************************************************************
       0900-ESCREVE            SECTION.
           WRITE REG-LGPD FROM WK-LINHA-SAIDA
           MOVE SPACES TO WK-LINHA-SAIDA.
       0900-ESCREVE-FIM.       EXIT.
      ******************************************************************
      *    TITULO DE BLOCO: LINHA EM BRANCO, O TEXTO JA MONTADO EM
      *    WK-LINHA-SAIDA E UM SUBLINHADO
      ******************************************************************
       0910-TITULO             SECTION.
           WRITE REG-LGPD FROM SPACES
           PERFORM 0900-ESCREVE
           MOVE ALL "-" TO WK-LINHA-SAIDA(1:60)
           PERFORM 0900-ESCREVE.
       0910-TITULO-FIM.        EXIT.
      ******************************************************************
       0920-ESCREVE-TOTAL      SECTION.
           MOVE WK-LINHA-TOTAL TO WK-LINHA-SAIDA
           PERFORM 0900-ESCREVE.
       0920-ESCREVE-TOTAL-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE EXCLUIDOS.
           CLOSE ATENDIMENTOS.
           CLOSE LANCAMENTOS.
           CLOSE ATD-EXCLUIDOS.
           CLOSE LAN-EXCLUIDOS.
           CLOSE SEGLOG.
       1000-FINALIZAR-FIM.     EXIT.
