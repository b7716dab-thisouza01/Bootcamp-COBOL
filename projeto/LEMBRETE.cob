      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  BATCH DIARIO DE LEMBRETE DE VENCIMENTO (PRE-COBRANCA)
      *     SELECIONA OS LANCAMENTOS EM ABERTO QUE VENCEM DAQUI A N
      *     DIAS (LEMBRETE_DIAS, PADRAO 3) E GRAVA NA CAIXA
      *     DE SAIDA DO GATEWAY DE MENSAGENS UMA MENSAGEM POR TITULO:
      *     E-MAIL QUANDO O CADASTRO TEM E-MAIL VALIDO, SENAO SMS
      *     PARA O CELULAR. CLIENTE SEM CONTATO VALIDO E PULADO E
      *     LISTADO. CADA LEMBRETE GRAVA UM ATENDIMENTO (OPERADOR
      *     "LEMBRETE") PARA O HISTORICO DO CLIENTE MOSTRAR O AVISO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. LEMBRETE.
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

           SELECT LANCAMENTOS ASSIGN TO WK-LANCAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-LANCAMENTOS
               FILE STATUS     IS FS-LANCAMENTOS.

           SELECT ATENDIMENTOS ASSIGN TO WK-ATENDIMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-ATENDIMENTOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATENDIMENTOS.

           SELECT MENSAGENS ASSIGN TO WK-MENSAGENS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MENSAGENS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  LANCAMENTOS.
           COPY "LANCAMENTOS.cpy".
      *
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  MENSAGENS.
       01  REG-MENSAGEM            PIC X(240).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-MENSAGENS-PATH       PIC X(100)
           VALUE "mensagens-saida.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-MENSAGENS            PIC X(02) VALUE SPACES.

      *---> ANTECEDENCIA DO LEMBRETE (DIAS ANTES DO VENCIMENTO)
       77  WK-DIAS-PARAM           PIC X(03) VALUE SPACES.
       77  WK-DIAS-ANTES           PIC 9(03) VALUE 3.

      *---> DATA DO DIA E DATA ALVO DE VENCIMENTO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-HOJE            PIC 9(07) VALUE ZEROS.
       77  WK-DATA-ALVO            PIC 9(08) VALUE ZEROS.

      *---> CLIENTE CORRENTE (LANCAMENTOS VEM NA ORDEM DO CODIGO)
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".
       77  WK-CLI-CODIGO           PIC 9(07) VALUE ZEROS.
       77  WK-CLI-CANAL            PIC X     VALUE SPACE.
       77  WK-CLI-DESTINO          PIC X(40) VALUE SPACES.
       77  WK-QTD-ARROBA           PIC 9(02) VALUE ZEROS.
       77  WK-SALDO-LANC           PIC 9(07)V99 VALUE ZEROS.

      *---> GRAVACAO DO ATENDIMENTO (CHAVE CODIGO + DATA/HORA)
       77  WK-ATD-GRAVADO          PIC X     VALUE "N".
       77  WK-TENTATIVAS           PIC 9(02) VALUE ZEROS.
       77  WK-SEGUNDOS-DIA         PIC 9(05) VALUE ZEROS.
       01  WK-HORA-ATD.
           05 WK-HA-HH             PIC 9(02).
           05 WK-HA-MM             PIC 9(02).
           05 WK-HA-SS             PIC 9(02).

      *---> CONTADORES
       77  WK-TOTAL-EMAIL          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-SMS            PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-SEM-CONTATO    PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-SEM-CADASTRO   PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-MENSAGENS      PIC 9(09) VALUE ZEROS.

      *---> EDICAO DO TEXTO DA MENSAGEM
       77  WK-VALOR-EDITADO        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WK-VENC-EDITADO.
           05 WK-VE-DIA            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WK-VE-MES            PIC 9(02).
           05 FILLER               PIC X(01) VALUE "/".
           05 WK-VE-ANO            PIC 9(04).

      *---> CAIXA DE SAIDA DO GATEWAY - REGISTRO HEADER (TIPO 0)
       01  WK-REG-HEADER.
           05 FILLER               PIC X(01) VALUE "0".
           05 WK-H-DATA            PIC 9(08).
           05 WK-H-HORA            PIC 9(06).
           05 WK-H-SISTEMA         PIC X(15)
               VALUE "GESTAO-CLIENTES".
           05 WK-H-ROTINA          PIC X(08) VALUE "LEMBRETE".
           05 FILLER               PIC X(202) VALUE SPACES.

      *---> REGISTRO DETALHE (TIPO 1): UMA MENSAGEM POR TITULO
      *     CANAL "E" = E-MAIL (DESTINO = ENDERECO DE E-MAIL)
      *     CANAL "S" = SMS    (DESTINO = NUMERO DO CELULAR)
       01  WK-REG-DETALHE.
           05 FILLER               PIC X(01) VALUE "1".
           05 WK-D-CANAL           PIC X(01).
           05 WK-D-DESTINO         PIC X(40).
           05 WK-D-CODIGO          PIC 9(07).
           05 WK-D-VENCIMENTO      PIC 9(08).
           05 WK-D-SEQ             PIC 9(03).
           05 WK-D-SALDO           PIC 9(07)V99.
           05 WK-D-TEXTO           PIC X(160).
           05 FILLER               PIC X(11) VALUE SPACES.

      *---> REGISTRO TRAILER (TIPO 9)
       01  WK-REG-TRAILER.
           05 FILLER               PIC X(01) VALUE "9".
           05 WK-T-QUANTIDADE      PIC 9(09).
           05 WK-T-QTD-EMAIL       PIC 9(09).
           05 WK-T-QTD-SMS         PIC 9(09).
           05 FILLER               PIC X(212) VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-GERA-LEMBRETES
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
           ACCEPT WK-LANCAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_LANCAMENTOS_PATH"
           IF WK-LANCAMENTOS-PATH = SPACES
               MOVE "lancamentos.dat" TO WK-LANCAMENTOS-PATH
           END-IF
           ACCEPT WK-ATENDIMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_ATENDIMENTOS_PATH"
           IF WK-ATENDIMENTOS-PATH = SPACES
               MOVE "atendimentos.dat" TO WK-ATENDIMENTOS-PATH
           END-IF
           ACCEPT WK-MENSAGENS-PATH FROM ENVIRONMENT
               "CLIENTES_MENSAGENS_PATH"
           IF WK-MENSAGENS-PATH = SPACES
               MOVE "mensagens-saida.txt" TO WK-MENSAGENS-PATH
           END-IF
      *---> ANTECEDENCIA: LEMBRETE_DIAS OU 3 DIAS
           ACCEPT WK-DIAS-PARAM FROM ENVIRONMENT "LEMBRETE_DIAS"
           IF WK-DIAS-PARAM NOT = SPACES
               IF FUNCTION TRIM(WK-DIAS-PARAM) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WK-DIAS-PARAM) TO WK-DIAS-ANTES
               ELSE
                   DISPLAY "ANTECEDENCIA INVALIDA: " WK-DIAS-PARAM
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
           COMPUTE WK-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WK-HOJE)
           COMPUTE WK-DATA-ALVO = FUNCTION DATE-OF-INTEGER
               (WK-DIAS-HOJE + WK-DIAS-ANTES)

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT LANCAMENTOS.
           IF FS-LANCAMENTOS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE LANCAMENTOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL "35"
               OPEN OUTPUT ATENDIMENTOS
               CLOSE ATENDIMENTOS
               OPEN I-O ATENDIMENTOS
           END-IF.
           OPEN OUTPUT MENSAGENS.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    VARRE OS LANCAMENTOS NA ORDEM DA CHAVE; TITULO EM ABERTO,
      *    COM SALDO, QUE VENCE NA DATA ALVO GERA UMA MENSAGEM. O
      *    CADASTRO E LIDO UMA VEZ POR CLIENTE NA TROCA DE CODIGO
      ******************************************************************
       0200-GERA-LEMBRETES     SECTION.
      *---> HEADER COM DATA/HORA DA GERACAO E ROTINA DE ORIGEM
           MOVE WK-DATA-HORA-ATUAL(1:8)  TO WK-H-DATA
           MOVE WK-DATA-HORA-ATUAL(9:6)  TO WK-H-HORA
           WRITE REG-MENSAGEM FROM WK-REG-HEADER
           MOVE ZEROS TO WK-CLI-CODIGO
           MOVE "N" TO WK-FIM-ARQUIVO
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               ELSE
                   COMPUTE WK-SALDO-LANC = LAN-VALOR - LAN-VALOR-PAGO
                   IF LAN-SITUACAO = "A"
                    AND LAN-VENCIMENTO = WK-DATA-ALVO
                    AND WK-SALDO-LANC > ZEROS
                       IF LAN-CODIGO NOT = WK-CLI-CODIGO
                           PERFORM 0210-LE-CONTATO
                       END-IF
                       PERFORM 0300-GRAVA-LEMBRETE
                   END-IF
               END-IF
           END-PERFORM
      *---> TRAILER COM OS TOTAIS DE CONTROLE PARA O GATEWAY
           MOVE WK-TOTAL-MENSAGENS TO WK-T-QUANTIDADE
           MOVE WK-TOTAL-EMAIL     TO WK-T-QTD-EMAIL
           MOVE WK-TOTAL-SMS       TO WK-T-QTD-SMS
           WRITE REG-MENSAGEM FROM WK-REG-TRAILER
           DISPLAY "VENCIMENTO ALVO.......: " WK-DATA-ALVO
           DISPLAY "LEMBRETES POR E-MAIL..: " WK-TOTAL-EMAIL
           DISPLAY "LEMBRETES POR SMS.....: " WK-TOTAL-SMS
           IF WK-TOTAL-SEM-CONTATO NOT = ZEROS
               DISPLAY "SEM CONTATO (PULADOS).: " WK-TOTAL-SEM-CONTATO
           END-IF
           IF WK-TOTAL-SEM-CADASTRO NOT = ZEROS
               DISPLAY "SEM CADASTRO (PULADOS): "
                   WK-TOTAL-SEM-CADASTRO
           END-IF.
       0200-GERA-LEMBRETES-FIM. EXIT.
      ******************************************************************
      *    ESCOLHE O CANAL DO CLIENTE: E-MAIL COM UMA UNICA "@" TEM
      *    PREFERENCIA; SEM ELE, SMS SO PARA CELULAR (9 DIGITOS
      *    COMECANDO POR 9). SEM NENHUM DOS DOIS O CANAL FICA EM
      *    BRANCO E OS TITULOS DO CLIENTE SAO PULADOS
      ******************************************************************
       0210-LE-CONTATO         SECTION.
           MOVE LAN-CODIGO TO WK-CLI-CODIGO
           MOVE SPACE  TO WK-CLI-CANAL
           MOVE SPACES TO WK-CLI-DESTINO
           MOVE LAN-CODIGO TO REG-CODIGO
           READ CLIENTES
           IF FS-CLIENTES NOT = "00"
               MOVE "X" TO WK-CLI-CANAL
               EXIT SECTION
           END-IF
           MOVE ZEROS TO WK-QTD-ARROBA
           INSPECT REG-EMAIL TALLYING WK-QTD-ARROBA FOR ALL "@"
           IF WK-QTD-ARROBA = 1
            AND REG-EMAIL(1:1) NOT = "@"
            AND REG-EMAIL(1:1) NOT = SPACE
               MOVE "E" TO WK-CLI-CANAL
               MOVE REG-EMAIL TO WK-CLI-DESTINO
           ELSE
               IF REG-TELEFONE >= 900000000
                   MOVE "S" TO WK-CLI-CANAL
                   MOVE REG-TELEFONE TO WK-CLI-DESTINO
               ELSE
                   DISPLAY "SEM CONTATO VALIDO....: " WK-CLI-CODIGO
               END-IF
           END-IF.
       0210-LE-CONTATO-FIM.    EXIT.
      ******************************************************************
       0300-GRAVA-LEMBRETE     SECTION.
           EVALUATE WK-CLI-CANAL
               WHEN "X"
                   ADD 1 TO WK-TOTAL-SEM-CADASTRO
                   EXIT SECTION
               WHEN SPACE
                   ADD 1 TO WK-TOTAL-SEM-CONTATO
                   EXIT SECTION
           END-EVALUATE
           MOVE WK-SALDO-LANC TO WK-VALOR-EDITADO
           MOVE LAN-VENCIMENTO(7:2) TO WK-VE-DIA
           MOVE LAN-VENCIMENTO(5:2) TO WK-VE-MES
           MOVE LAN-VENCIMENTO(1:4) TO WK-VE-ANO
           MOVE WK-CLI-CANAL    TO WK-D-CANAL
           MOVE WK-CLI-DESTINO  TO WK-D-DESTINO
           MOVE LAN-CODIGO      TO WK-D-CODIGO
           MOVE LAN-VENCIMENTO  TO WK-D-VENCIMENTO
           MOVE LAN-SEQ         TO WK-D-SEQ
           MOVE WK-SALDO-LANC   TO WK-D-SALDO
           MOVE SPACES          TO WK-D-TEXTO
           STRING "LEMBRETE: SEU TITULO DE R$ "  DELIMITED BY SIZE
                  FUNCTION TRIM(WK-VALOR-EDITADO) DELIMITED BY SIZE
                  " VENCE EM "                   DELIMITED BY SIZE
                  WK-VENC-EDITADO                DELIMITED BY SIZE
                  ". CASO JA TENHA PAGO, DESCONSIDERE ESTE AVISO."
                                                 DELIMITED BY SIZE
               INTO WK-D-TEXTO
           WRITE REG-MENSAGEM FROM WK-REG-DETALHE
           ADD 1 TO WK-TOTAL-MENSAGENS
           IF WK-CLI-CANAL = "E"
               ADD 1 TO WK-TOTAL-EMAIL
           ELSE
               ADD 1 TO WK-TOTAL-SMS
           END-IF
           PERFORM 0310-GRAVA-ATENDIMENTO.
       0300-GRAVA-LEMBRETE-FIM. EXIT.
      ******************************************************************
      *    REGISTRO NO HISTORICO DE CONTATO, COMO A CARTA DA COBRANCA.
      *    UM CLIENTE COM VARIOS TITULOS NO MESMO DIA GERA VARIOS
      *    ATENDIMENTOS NO MESMO SEGUNDO: CHAVE REPETIDA AVANCA A HORA
      *    DO ATENDIMENTO UM SEGUNDO E GRAVA DE NOVO
      ******************************************************************
       0310-GRAVA-ATENDIMENTO  SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE LAN-CODIGO         TO ATD-CODIGO
           MOVE WK-DATA-HORA-ATUAL(1:14) TO ATD-DATA-HORA
           MOVE "LEMBRETE"         TO ATD-OPERADOR
           MOVE SPACES             TO ATD-ASSUNTO
           IF WK-CLI-CANAL = "E"
               MOVE "LEMBRETE VENCIMENTO POR E-MAIL" TO ATD-ASSUNTO
           ELSE
               MOVE "LEMBRETE VENCIMENTO POR SMS" TO ATD-ASSUNTO
           END-IF
           MOVE SPACES             TO ATD-ANOTACAO
           STRING "LEMBRETE GERADO PELO BATCH PRE-VENCIMENTO PARA "
                                           DELIMITED BY SIZE
                  FUNCTION TRIM(WK-CLI-DESTINO) DELIMITED BY SIZE
                  ". TITULO VENC "         DELIMITED BY SIZE
                  WK-VENC-EDITADO          DELIMITED BY SIZE
                  " SEQ "                  DELIMITED BY SIZE
                  LAN-SEQ                  DELIMITED BY SIZE
                  " SALDO: "               DELIMITED BY SIZE
                  WK-VALOR-EDITADO         DELIMITED BY SIZE
               INTO ATD-ANOTACAO
           MOVE ZEROS TO ATD-RETORNO-DATA
           MOVE SPACE TO ATD-RETORNO-SITUACAO
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
           IF WK-ATD-GRAVADO NOT = "S"
               DISPLAY "ATENDIMENTO JA EXISTENTE PARA A CHAVE: "
                   LAN-CODIGO
           END-IF.
       0310-GRAVA-ATENDIMENTO-FIM. EXIT.
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
           CLOSE LANCAMENTOS.
           CLOSE ATENDIMENTOS.
           CLOSE MENSAGENS.
       1000-FINALIZAR-FIM.     EXIT.
