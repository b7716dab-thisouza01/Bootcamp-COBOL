      ******************************************************************
      * Author:Thiago Souza
      * Date:15/09/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  ESTORNO DE PAGAMENTO (SOMENTE SUPERVISOR)
      *     LOCALIZA O PAGAMENTO PELO NUMERO DO RECIBO NO MOVIMENTO
      *     DE PAGAMENTOS, DEVOLVE O VALOR AO SALDO DO LANCAMENTO
      *     (QUE VOLTA A FICAR EM ABERTO SE ESTAVA PAGO), MARCA O
      *     RECIBO COMO CANCELADO E, PARA PAGAMENTO RECEBIDO NO
      *     CAIXA, GRAVA A LINHA NEGATIVA NO MOVIMENTO DE CAIXA DO
      *     OPERADOR QUE RECEBEU, PARA O FECHAMENTO DIARIO FECHAR.
      *     COMPENSACAO DE HAVER ESTORNADA DEVOLVE O VALOR AO HAVER
      *     DO CLIENTE (NAO HOUVE DINHEIRO NO CAIXA); CREDITO QUE
      *     FOI PARA O HAVER (RECIBO SEM VENCIMENTO OU EXCEDENTE DO
      *     MESMO RECIBO) SAI DO HAVER, E SE O HAVER JA FOI
      *     CONSUMIDO OU ESTA EM USO O ESTORNO E RECUSADO.
      *     PAGAMENTO DATADO EM MES FECHADO NAO E ESTORNADO E VAI
      *     PARA A LISTAGEM DE EXCECOES DE PERIODO.
      *     LANCAMENTO JA RENEGOCIADO NAO ACEITA ESTORNO. TODO
      *     ESTORNO E GRAVADO NO LOG DE SEGURANCA E RECALCULA O
      *     RESUMO DE CONTAS A RECEBER DO CLIENTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. ESTORNO.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTOS ASSIGN TO WK-LANCAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-LANCAMENTOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-LANCAMENTOS.

           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-PAGAMENTOS.

           SELECT RECIBOS ASSIGN TO WK-RECIBOS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECIBOS.

           SELECT CAIXA ASSIGN TO WK-CAIXA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CAIXA.

           SELECT HAVERES ASSIGN TO WK-HAVERES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-HAVERES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-HAVERES.

           SELECT HAVMOV ASSIGN TO WK-HAVMOV-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HAVMOV.

           SELECT PERIODOS ASSIGN TO WK-PERIODO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERIODO.

           SELECT EXCECOES ASSIGN TO WK-EXCECOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXCECOES.

      *---> LOG DE SEGURANCA (SOMENTE ACRESCIMO, NUNCA REGRAVADO)
           SELECT SEGLOG ASSIGN TO WK-SEGLOG-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-SEGLOG.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-RESUMOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-RESUMOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  LANCAMENTOS.
           COPY "LANCAMENTOS.cpy".
      *
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  RECIBOS.
       01  REG-RECIBO              PIC X(60).
      *
       FD  CAIXA.
       01  REG-CAIXA               PIC X(55).
      *
       FD  HAVERES.
           COPY "HAVERES.cpy".
      *
       FD  HAVMOV.
           COPY "HAVMOV.cpy".
      *
       FD  PERIODOS.
           COPY "PERIODOS.cpy".
      *
       FD  EXCECOES.
       01  REG-EXCECAO             PIC X(120).
      *
       FD  SEGLOG.
       01  REG-SEGLOG              PIC X(62).
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-RECIBOS-PATH         PIC X(100)
           VALUE "recibos-pagamentos.txt".
       77  WK-CAIXA-PATH           PIC X(100)
           VALUE "movimento-caixa.txt".
       77  WK-HAVERES-PATH         PIC X(100)
           VALUE "haveres.dat".
       77  WK-HAVMOV-PATH          PIC X(100)
           VALUE "movimento-haveres.txt".
       77  WK-PERIODO-PATH         PIC X(100)
           VALUE "periodo-fechado.dat".
       77  WK-EXCECOES-PATH        PIC X(100)
           VALUE "periodo-excecoes.txt".
       77  WK-SEGLOG-PATH          PIC X(100)
           VALUE "seguranca-log.txt".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".

      *---> STATUS ARQUIVO
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-RECIBOS              PIC X(02) VALUE SPACES.
       01  FS-CAIXA                PIC X(02) VALUE SPACES.
       01  FS-HAVERES              PIC X(02) VALUE SPACES.
       01  FS-HAVMOV               PIC X(02) VALUE SPACES.
       01  FS-PERIODO              PIC X(02) VALUE SPACES.
       01  FS-EXCECOES             PIC X(02) VALUE SPACES.
       01  FS-SEGLOG               PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.

      *---> TELA
       77  WK-CONFIRMA             PIC X     VALUE SPACES.
       77  WK-TECLA                PIC X     VALUE SPACES.
       77  WK-MODULO               PIC X(25) VALUE SPACES.

      *---> DATA DO DIA E SUPERVISOR CONECTADO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-OPERADOR             PIC X(08) VALUE SPACES.

      *---> PAGAMENTO A ESTORNAR (GUARDADO ANTES DE VARRER O
      *---> MOVIMENTO DO CLIENTE PELA CHAVE ALTERNATIVA)
       77  WK-RECIBO               PIC 9(06) VALUE ZEROS.
       77  WK-CODIGO               PIC 9(07) VALUE ZEROS.
       77  WK-VENCIMENTO           PIC 9(08) VALUE ZEROS.
       77  WK-SEQ                  PIC 9(03) VALUE ZEROS.
       77  WK-VALOR                PIC 9(07)V99 VALUE ZEROS.
       77  WK-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
       77  WK-OPERADOR-PAGTO       PIC X(08) VALUE SPACES.
       77  WK-ORIGEM               PIC X(08) VALUE SPACES.
       77  WK-ULTIMA-DATA          PIC 9(08) VALUE ZEROS.
       77  WK-FIM-LISTA            PIC X     VALUE "N".
       77  WK-ESTORNO-OK           PIC X     VALUE "N".
       77  WK-VALOR-EDITADO        PIC ZZ.ZZZ.ZZ9,99.
       77  WK-LINHA-RECIBO         PIC X(60) VALUE SPACES.

      *---> HAVER MEXIDO PELO ESTORNO: EXCEDENTE DO RECIBO QUE FOI
      *---> PARA O HAVER E VALOR A TIRAR DO HAVER
       77  WK-VALOR-EXCEDENTE      PIC 9(07)V99 VALUE ZEROS.
       77  WK-VALOR-RETIRAR        PIC 9(07)V99 VALUE ZEROS.
       77  WK-HAVER-OK             PIC X     VALUE "N".

      *---> ULTIMO MES FECHADO (AAAAMM; ZERO = NENHUM)
       77  WK-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.

      *---> RESUMO DE CONTAS A RECEBER DO CLIENTE (RECALCULADO A
      *---> CADA LANCAMENTO GRAVADO) E PAGAMENTO QUE ACABOU DE SER
      *---> GRAVADO PARA ELE (RECIBO ZERO = NENHUM)
       77  WK-RES-CODIGO           PIC 9(07) VALUE ZEROS.
       77  WK-RES-FIM              PIC X     VALUE "N".
       77  WK-RES-NOVO             PIC X     VALUE "N".
       77  WK-RES-DATA-HORA        PIC X(21) VALUE SPACES.
       77  WK-RES-DIAS-HOJE        PIC 9(07) VALUE ZEROS.
       77  WK-RES-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       77  WK-RES-SALDO-LANC       PIC 9(09)V99 VALUE ZEROS.
       77  WK-RES-PAG-DATA         PIC 9(08) VALUE ZEROS.
       77  WK-RES-PAG-VALOR        PIC 9(07)V99 VALUE ZEROS.
       77  WK-RES-PAG-RECIBO       PIC 9(06) VALUE ZEROS.

      *---> LINHA DO MOVIMENTO DE CAIXA (MESMO LAYOUT DO MODULO DE
      *---> LANCAMENTOS; O ESTORNO GRAVA O VALOR NEGATIVO)
       01  WK-LINHA-CAIXA.
           05 WK-C-RECIBO          PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-DATA            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-OPERADOR        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-CODIGO          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-VENCIMENTO      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-SEQ             PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-C-VALOR           PIC S9(07)V99.

      *---> LINHA DA LISTAGEM DE EXCECOES DE PERIODO (MESMO LAYOUT
      *---> DO BATCH DE ENCARGOS)
       01  WK-LINHA-EXCECAO.
           05 WK-X-DATA-HORA       PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-ORIGEM          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-OPERADOR        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-CODIGO          PIC 9(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-VENCIMENTO      PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-SEQ             PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-DATA            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WK-X-MOTIVO          PIC X(40).

      *---> LINHA DO LOG DE SEGURANCA
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
       01  TELA-ESTORNO.
           05 BLANK SCREEN.
           05 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
               BACKGROUND-COLOR 5 FROM WK-MODULO.
           05 LINE 04 COLUMN 10 VALUE "ESTORNO DE PAGAMENTO".
           05 CHAVE-ESTORNO FOREGROUND-COLOR 3.
               10 LINE 06 COLUMN 10 VALUE "RECIBO.......... ".
               10 COLUMN PLUS 2 PIC 9(06) USING WK-RECIBO
                   BLANK WHEN ZEROS.
           05 SS-PAGAMENTO.
               10 LINE 08 COLUMN 10 VALUE "CLIENTE......... ".
               10 COLUMN PLUS 2 PIC 9(07) FROM WK-CODIGO.
               10 LINE 09 COLUMN 10 VALUE "VENCTO / SEQ.... ".
               10 COLUMN PLUS 2 PIC 9(08) FROM WK-VENCIMENTO.
               10 COLUMN PLUS 2 PIC 9(03) FROM WK-SEQ.
               10 LINE 10 COLUMN 10 VALUE "VALOR........... ".
               10 COLUMN PLUS 2 PIC X(13) FROM WK-VALOR-EDITADO.
               10 LINE 11 COLUMN 10 VALUE "DATA PAGAMENTO.. ".
               10 COLUMN PLUS 2 PIC 9(08) FROM WK-DATA-PAGTO.
               10 LINE 12 COLUMN 10 VALUE "RECEBIDO POR.... ".
               10 COLUMN PLUS 2 PIC X(08) FROM WK-OPERADOR-PAGTO.
               10 LINE 13 COLUMN 10 VALUE "ORIGEM.......... ".
               10 COLUMN PLUS 2 PIC X(08) FROM WK-ORIGEM.
      *
           COPY "ERROR.cpy".
      ******************************************************************
       PROCEDURE               DIVISION USING WK-OPERADOR-ID.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             PERFORM 0200-ESTORNA-PAGAMENTO.
             PERFORM 1000-FINALIZAR.

             GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-LANCAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_LANCAMENTOS_PATH"
           IF WK-LANCAMENTOS-PATH = SPACES
               MOVE "lancamentos.dat" TO WK-LANCAMENTOS-PATH
           END-IF
           ACCEPT WK-PAGAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_PAGAMENTOS_PATH"
           IF WK-PAGAMENTOS-PATH = SPACES
               MOVE "pagamentos.dat" TO WK-PAGAMENTOS-PATH
           END-IF
           ACCEPT WK-RECIBOS-PATH FROM ENVIRONMENT
               "CLIENTES_RECIBOS_PATH"
           IF WK-RECIBOS-PATH = SPACES
               MOVE "recibos-pagamentos.txt" TO WK-RECIBOS-PATH
           END-IF
           ACCEPT WK-CAIXA-PATH FROM ENVIRONMENT
               "CLIENTES_CAIXA_PATH"
           IF WK-CAIXA-PATH = SPACES
               MOVE "movimento-caixa.txt" TO WK-CAIXA-PATH
           END-IF
           ACCEPT WK-HAVERES-PATH FROM ENVIRONMENT
               "CLIENTES_HAVERES_PATH"
           IF WK-HAVERES-PATH = SPACES
               MOVE "haveres.dat" TO WK-HAVERES-PATH
           END-IF
           ACCEPT WK-HAVMOV-PATH FROM ENVIRONMENT
               "CLIENTES_HAVMOV_PATH"
           IF WK-HAVMOV-PATH = SPACES
               MOVE "movimento-haveres.txt" TO WK-HAVMOV-PATH
           END-IF
           ACCEPT WK-PERIODO-PATH FROM ENVIRONMENT
               "CLIENTES_PERIODO_PATH"
           IF WK-PERIODO-PATH = SPACES
               MOVE "periodo-fechado.dat" TO WK-PERIODO-PATH
           END-IF
           ACCEPT WK-EXCECOES-PATH FROM ENVIRONMENT
               "CLIENTES_PERIODO_EXC_PATH"
           IF WK-EXCECOES-PATH = SPACES
               MOVE "periodo-excecoes.txt" TO WK-EXCECOES-PATH
           END-IF
           ACCEPT WK-SEGLOG-PATH FROM ENVIRONMENT
               "CLIENTES_SEGLOG_PATH"
           IF WK-SEGLOG-PATH = SPACES
               MOVE "seguranca-log.txt" TO WK-SEGLOG-PATH
           END-IF
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
           MOVE WK-OPERADOR-ID TO WK-OPERADOR

           OPEN I-O LANCAMENTOS.
           OPEN I-O PAGAMENTOS.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS EQUAL "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF.
           OPEN EXTEND CAIXA.
           IF FS-CAIXA EQUAL "35"
               OPEN OUTPUT CAIXA
               CLOSE CAIXA
               OPEN EXTEND CAIXA
           END-IF.
           OPEN I-O HAVERES.
           IF FS-HAVERES EQUAL "35"
               OPEN OUTPUT HAVERES
               CLOSE HAVERES
               OPEN I-O HAVERES
           END-IF.
           OPEN EXTEND HAVMOV.
           IF FS-HAVMOV EQUAL "35"
               OPEN OUTPUT HAVMOV
               CLOSE HAVMOV
               OPEN EXTEND HAVMOV
           END-IF.
           OPEN EXTEND SEGLOG.
           IF FS-SEGLOG EQUAL "35"
               OPEN OUTPUT SEGLOG
               CLOSE SEGLOG
               OPEN EXTEND SEGLOG
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
           END-IF.
           OPEN EXTEND EXCECOES.
           IF FS-EXCECOES EQUAL "35"
               OPEN OUTPUT EXCECOES
               CLOSE EXCECOES
               OPEN EXTEND EXCECOES
           END-IF.
           PERFORM 0150-LE-PERIODO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    ULTIMO MES FECHADO PELO SUPERVISOR
      ******************************************************************
       0150-LE-PERIODO         SECTION.
           MOVE ZEROS TO WK-ULTIMO-FECHADO
           OPEN INPUT PERIODOS
           IF FS-PERIODO = "00"
               READ PERIODOS
               IF FS-PERIODO = "00"
                   MOVE PER-ULTIMO-FECHADO TO WK-ULTIMO-FECHADO
               END-IF
           END-IF
           CLOSE PERIODOS.
       0150-LE-PERIODO-FIM.    EXIT.
      ******************************************************************
       0200-ESTORNA-PAGAMENTO  SECTION.
           MOVE "MODULO - ESTORNO" TO WK-MODULO
           MOVE ZEROS TO WK-RECIBO
           DISPLAY TELA-ESTORNO
           ACCEPT CHAVE-ESTORNO
           IF WK-RECIBO = ZEROS
               EXIT SECTION
           END-IF
           MOVE WK-RECIBO TO PAG-RECIBO
           READ PAGAMENTOS
           EVALUATE TRUE
               WHEN FS-PAGAMENTOS = "51" OR FS-PAGAMENTOS = "99"
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
               WHEN FS-PAGAMENTOS NOT = "00"
                   MOVE "RECIBO NAO ENCONTRADO" TO WK-ABEND-MESSAGE
               WHEN PAG-SITUACAO = "C"
                   MOVE "RECIBO JA ESTORNADO" TO WK-ABEND-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WK-ABEND-MESSAGE
           END-EVALUATE
           IF WK-ABEND-MESSAGE NOT = SPACES
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
               EXIT SECTION
           END-IF
           MOVE PAG-CODIGO     TO WK-CODIGO
           MOVE PAG-VENCIMENTO TO WK-VENCIMENTO
           MOVE PAG-SEQ        TO WK-SEQ
           MOVE PAG-VALOR      TO WK-VALOR
           MOVE PAG-DATA       TO WK-DATA-PAGTO
           MOVE PAG-OPERADOR   TO WK-OPERADOR-PAGTO
           MOVE PAG-ORIGEM     TO WK-ORIGEM
           MOVE WK-VALOR       TO WK-VALOR-EDITADO
           DISPLAY SS-PAGAMENTO
           DISPLAY "TEM CERTEZA? (S/N): " FOREGROUND-COLOR 2 AT 1515
           ACCEPT WK-CONFIRMA AT 1538
           IF FUNCTION UPPER-CASE(WK-CONFIRMA) = "S"
               PERFORM 0300-DEVOLVE-SALDO
               IF WK-ESTORNO-OK = "S"
                   PERFORM 0400-CANCELA-RECIBO
                   PERFORM 0420-ULTIMO-PAG-CLIENTE
                   MOVE WK-CODIGO TO WK-RES-CODIGO
                   PERFORM 0430-ATUALIZA-RESUMO
               END-IF
           ELSE
               MOVE "ESTORNO CANCELADO" TO WK-ABEND-MESSAGE
           END-IF
           DISPLAY MOSTRA-ERRO
           ACCEPT WK-TECLA.
       0200-ESTORNA-PAGAMENTO-FIM. EXIT.
      ******************************************************************
      *    DEVOLVE O VALOR AO SALDO DO LANCAMENTO: SAI DO VALOR
      *    PAGO, A SITUACAO VOLTA PARA "A" E A DATA DE PAGAMENTO
      *    PASSA A SER A DO ULTIMO PAGAMENTO AINDA VALIDO DO TITULO.
      *    O HAVER E ACERTADO ANTES DE REGRAVAR O LANCAMENTO: SE NAO
      *    PUDER SER ACERTADO O ESTORNO E RECUSADO
      ******************************************************************
       0300-DEVOLVE-SALDO      SECTION.
           MOVE "N" TO WK-ESTORNO-OK
           MOVE ZEROS TO WK-VALOR-EXCEDENTE
      *---> PAGAMENTO DATADO EM MES FECHADO: O ESTORNO MUDARIA O
      *---> QUE JA FOI REPORTADO NAQUELE MES
           IF WK-DATA-PAGTO(1:6) NOT > WK-ULTIMO-FECHADO
               MOVE WK-CODIGO     TO WK-X-CODIGO
               MOVE WK-VENCIMENTO TO WK-X-VENCIMENTO
               MOVE WK-SEQ        TO WK-X-SEQ
               MOVE WK-VALOR      TO WK-X-VALOR
               MOVE WK-DATA-PAGTO TO WK-X-DATA
               MOVE "ESTORNO DE PAGAMENTO EM MES FECHADO"
                                       TO WK-X-MOTIVO
               PERFORM 0500-GRAVA-EXCECAO
               MOVE "PAGAMENTO EM MES FECHADO - SEM ESTORNO"
                                       TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
      *---> CREDITO QUE FOI INTEIRO PARA O HAVER: NAO HA LANCAMENTO,
      *---> O VALOR SO SAI DO HAVER
           IF WK-VENCIMENTO = ZEROS
               MOVE WK-VALOR TO WK-VALOR-RETIRAR
               PERFORM 0320-RETIRA-HAVER
               IF WK-HAVER-OK = "S"
                   MOVE "S" TO WK-ESTORNO-OK
               END-IF
               EXIT SECTION
           END-IF
           IF WK-ORIGEM NOT = "HAVER"
               PERFORM 0330-PROCURA-EXCEDENTE
           END-IF
           PERFORM 0310-ULTIMO-PAGAMENTO
           MOVE WK-CODIGO     TO LAN-CODIGO
           MOVE WK-VENCIMENTO TO LAN-VENCIMENTO
           MOVE WK-SEQ        TO LAN-SEQ
           READ LANCAMENTOS
           EVALUATE TRUE
               WHEN FS-LANCAMENTOS = "51" OR FS-LANCAMENTOS = "99"
                   MOVE "REGISTRO EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
               WHEN FS-LANCAMENTOS NOT = "00"
                   MOVE "LANCAMENTO NAO ENCONTRADO" TO WK-ABEND-MESSAGE
      *---> A DIVIDA RENEGOCIADA JA VIROU PARCELAS NOVAS: DEVOLVER
      *---> SALDO AO ORIGINAL DUPLICARIA A COBRANCA
               WHEN LAN-SITUACAO = "R"
                   MOVE "LANCAMENTO RENEGOCIADO - SEM ESTORNO"
                                       TO WK-ABEND-MESSAGE
               WHEN LAN-VALOR-PAGO < WK-VALOR
                   MOVE "VALOR PAGO DO LANCAMENTO DIVERGENTE"
                                       TO WK-ABEND-MESSAGE
               WHEN OTHER
      *---> COMPENSACAO VOLTA PARA O HAVER; EXCEDENTE SAI DELE
                   MOVE "S" TO WK-HAVER-OK
                   IF WK-ORIGEM = "HAVER"
                       PERFORM 0410-DEVOLVE-HAVER
                   END-IF
                   IF WK-VALOR-EXCEDENTE > ZEROS
                       MOVE WK-VALOR-EXCEDENTE TO WK-VALOR-RETIRAR
                       PERFORM 0320-RETIRA-HAVER
                   END-IF
                   IF WK-HAVER-OK NOT = "S"
                       UNLOCK LANCAMENTOS
                       EXIT SECTION
                   END-IF
                   SUBTRACT WK-VALOR FROM LAN-VALOR-PAGO
                   MOVE WK-ULTIMA-DATA TO LAN-DATA-PAGAMENTO
                   IF LAN-VALOR-PAGO < LAN-VALOR
                       MOVE "A" TO LAN-SITUACAO
                   END-IF
                   REWRITE REG-LANCAMENTO
                   IF FS-LANCAMENTOS = "00"
                       MOVE "S" TO WK-ESTORNO-OK
                   ELSE
                       MOVE "ERRO AO REGRAVAR LANCAMENTO"
                                       TO WK-ABEND-MESSAGE
                   END-IF
           END-EVALUATE.
       0300-DEVOLVE-SALDO-FIM. EXIT.
      ******************************************************************
      *    DATA DO ULTIMO PAGAMENTO VALIDO DO MESMO TITULO, SEM
      *    CONTAR O RECIBO QUE ESTA SENDO ESTORNADO (ZERO SE NAO
      *    SOBRAR NENHUM)
      ******************************************************************
       0310-ULTIMO-PAGAMENTO   SECTION.
           MOVE ZEROS TO WK-ULTIMA-DATA
           MOVE WK-CODIGO TO PAG-CODIGO
           START PAGAMENTOS KEY NOT LESS PAG-CODIGO
           IF FS-PAGAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ PAGAMENTOS NEXT RECORD
               IF FS-PAGAMENTOS NOT = "00"
                OR PAG-CODIGO NOT = WK-CODIGO
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   IF PAG-VENCIMENTO = WK-VENCIMENTO
                    AND PAG-SEQ = WK-SEQ
                    AND PAG-RECIBO NOT = WK-RECIBO
                    AND PAG-SITUACAO = "A"
                    AND PAG-DATA > WK-ULTIMA-DATA
                       MOVE PAG-DATA TO WK-ULTIMA-DATA
                   END-IF
               END-IF
           END-PERFORM.
       0310-ULTIMO-PAGAMENTO-FIM. EXIT.
      ******************************************************************
      *    TIRA DO HAVER DO CLIENTE O CREDITO ESTORNADO (VALOR EM
      *    WK-VALOR-RETIRAR) E GRAVA A LINHA "X" NO MOVIMENTO DE
      *    HAVERES. HAVER EM USO, INEXISTENTE OU JA CONSUMIDO PELAS
      *    COMPENSACOES DEVOLVE WK-HAVER-OK = "N" COM A MENSAGEM
      ******************************************************************
       0320-RETIRA-HAVER       SECTION.
           MOVE "N" TO WK-HAVER-OK
           MOVE WK-CODIGO TO HAV-CODIGO
           READ HAVERES
           EVALUATE TRUE
               WHEN FS-HAVERES = "51" OR FS-HAVERES = "99"
                   MOVE "HAVER EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
                   EXIT SECTION
               WHEN FS-HAVERES NOT = "00"
                   MOVE "HAVER DO CLIENTE NAO ENCONTRADO"
                                       TO WK-ABEND-MESSAGE
                   EXIT SECTION
      *---> O CREDITO JA FOI APLICADO: ESTORNAR ANTES AS COMPENSACOES
               WHEN HAV-SALDO < WK-VALOR-RETIRAR
                   UNLOCK HAVERES
                   MOVE "HAVER INSUFICIENTE - ESTORNE COMPENSACAO"
                                       TO WK-ABEND-MESSAGE
                   EXIT SECTION
               WHEN OTHER
                   SUBTRACT WK-VALOR-RETIRAR FROM HAV-SALDO
                   MOVE WK-HOJE TO HAV-DATA-MOVIMENTO
                   REWRITE REG-HAVER
           END-EVALUATE
           IF FS-HAVERES NOT = "00"
               MOVE "ERRO AO REGRAVAR HAVER" TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
           MOVE "X"              TO HVM-TIPO
           MOVE WK-HOJE          TO HVM-DATA
           MOVE WK-CODIGO        TO HVM-CODIGO
           MOVE WK-VENCIMENTO    TO HVM-VENCIMENTO
           MOVE WK-SEQ           TO HVM-SEQ
           MOVE WK-VALOR-RETIRAR TO HVM-VALOR
           MOVE WK-RECIBO        TO HVM-RECIBO
           MOVE WK-ORIGEM        TO HVM-ORIGEM
           MOVE WK-OPERADOR      TO HVM-OPERADOR
           WRITE REG-HAVMOV
           MOVE "S" TO WK-HAVER-OK.
       0320-RETIRA-HAVER-FIM.  EXIT.
      ******************************************************************
      *    EXCEDENTE DO RECIBO QUE FOI PARA O HAVER (LINHAS "C" DO
      *    MOVIMENTO DE HAVERES COM O MESMO RECIBO; O NUMERO DO
      *    RECIBO E UNICO NO SISTEMA). O MOVIMENTO E LIDO POR
      *    INTEIRO E REABERTO PARA ACRESCIMO
      ******************************************************************
       0330-PROCURA-EXCEDENTE  SECTION.
           MOVE ZEROS TO WK-VALOR-EXCEDENTE
           CLOSE HAVMOV
           OPEN INPUT HAVMOV
           IF FS-HAVMOV = "00"
               PERFORM UNTIL FS-HAVMOV NOT = "00"
                   READ HAVMOV
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HVM-TIPO = "C"
                            AND HVM-RECIBO = WK-RECIBO
                               ADD HVM-VALOR TO WK-VALOR-EXCEDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HAVMOV
           END-IF
           OPEN EXTEND HAVMOV.
           IF FS-HAVMOV EQUAL "35"
               OPEN OUTPUT HAVMOV
               CLOSE HAVMOV
               OPEN EXTEND HAVMOV
           END-IF.
       0330-PROCURA-EXCEDENTE-FIM. EXIT.
      ******************************************************************
      *    MARCA O RECIBO COMO CANCELADO, GRAVA A LINHA NEGATIVA NO
      *    CAIXA DE QUEM RECEBEU (SO PAGAMENTO DE BALCAO, COM O
      *    EXCEDENTE QUE TINHA IDO PARA O HAVER), O AVISO NO
      *    ARQUIVO DE RECIBOS E O EVENTO NO LOG DE SEGURANCA
      ******************************************************************
       0400-CANCELA-RECIBO     SECTION.
           MOVE WK-RECIBO TO PAG-RECIBO
           READ PAGAMENTOS
           MOVE "C"         TO PAG-SITUACAO
           MOVE WK-HOJE     TO PAG-ESTORNO-DATA
           MOVE WK-OPERADOR TO PAG-ESTORNO-OPERADOR
           REWRITE REG-PAGAMENTO
           IF FS-PAGAMENTOS NOT = "00"
               MOVE "ERRO AO CANCELAR RECIBO" TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
      *---> BAIXA PELO BANCO NAO PASSOU PELO CAIXA DE NINGUEM
           IF WK-ORIGEM = "LANCA"
               MOVE WK-RECIBO         TO WK-C-RECIBO
               MOVE WK-HOJE           TO WK-C-DATA
               MOVE WK-OPERADOR-PAGTO TO WK-C-OPERADOR
               MOVE WK-CODIGO         TO WK-C-CODIGO
               MOVE WK-VENCIMENTO     TO WK-C-VENCIMENTO
               MOVE WK-SEQ            TO WK-C-SEQ
               COMPUTE WK-C-VALOR = ZEROS - WK-VALOR
                                    - WK-VALOR-EXCEDENTE
               WRITE REG-CAIXA FROM WK-LINHA-CAIXA
           END-IF
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "RECIBO NR "  DELIMITED BY SIZE
                  WK-RECIBO     DELIMITED BY SIZE
                  " CANCELADO POR ESTORNO" DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "DATA: "      DELIMITED BY SIZE
                  WK-HOJE       DELIMITED BY SIZE
                  "  SUPERVISOR: " DELIMITED BY SIZE
                  WK-OPERADOR   DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "VALOR ESTORNADO: " DELIMITED BY SIZE
                  WK-VALOR-EDITADO    DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           IF WK-VALOR-EXCEDENTE > ZEROS
               MOVE WK-VALOR-EXCEDENTE TO WK-VALOR-EDITADO
               MOVE SPACES TO WK-LINHA-RECIBO
               STRING "HAVER ESTORNADO: " DELIMITED BY SIZE
                      WK-VALOR-EDITADO    DELIMITED BY SIZE
                   INTO WK-LINHA-RECIBO
               WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           END-IF
           MOVE ALL "=" TO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
      *---> EVENTO NO LOG DE SEGURANCA
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:14) TO LOG-DATA-HORA
           MOVE "ESTORNO"   TO LOG-EVENTO
           MOVE WK-OPERADOR TO LOG-OPERADOR
           MOVE SPACES TO LOG-DETALHE
           STRING "RECIBO " DELIMITED BY SIZE
                  WK-RECIBO DELIMITED BY SIZE
               INTO LOG-DETALHE
           WRITE REG-SEGLOG FROM WK-LINHA-SEGLOG
           MOVE "PAGAMENTO ESTORNADO!" TO WK-ABEND-MESSAGE.
       0400-CANCELA-RECIBO-FIM. EXIT.
      ******************************************************************
      *    DEVOLVE AO HAVER DO CLIENTE O VALOR DA COMPENSACAO
      *    ESTORNADA E GRAVA A LINHA "E" NO MOVIMENTO DE HAVERES.
      *    HAVER EM USO OU QUE NAO PODE SER GRAVADO DEVOLVE
      *    WK-HAVER-OK = "N" COM A MENSAGEM
      ******************************************************************
       0410-DEVOLVE-HAVER      SECTION.
           MOVE "N" TO WK-HAVER-OK
           MOVE WK-CODIGO TO HAV-CODIGO
           READ HAVERES
           EVALUATE TRUE
               WHEN FS-HAVERES = "00"
                   ADD WK-VALOR TO HAV-SALDO
                   MOVE WK-HOJE TO HAV-DATA-MOVIMENTO
                   REWRITE REG-HAVER
               WHEN FS-HAVERES = "23"
                   MOVE WK-VALOR TO HAV-SALDO
                   MOVE WK-HOJE  TO HAV-DATA-MOVIMENTO
                   WRITE REG-HAVER
               WHEN OTHER
                   MOVE "HAVER EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
                   EXIT SECTION
           END-EVALUATE
           IF FS-HAVERES NOT = "00"
               MOVE "ERRO AO GRAVAR HAVER - SEM ESTORNO"
                                       TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
           MOVE "E"           TO HVM-TIPO
           MOVE WK-HOJE       TO HVM-DATA
           MOVE WK-CODIGO     TO HVM-CODIGO
           MOVE WK-VENCIMENTO TO HVM-VENCIMENTO
           MOVE WK-SEQ        TO HVM-SEQ
           MOVE WK-VALOR      TO HVM-VALOR
           MOVE WK-RECIBO     TO HVM-RECIBO
           MOVE "ESTORNO"     TO HVM-ORIGEM
           MOVE WK-OPERADOR   TO HVM-OPERADOR
           WRITE REG-HAVMOV
           MOVE "S" TO WK-HAVER-OK.
       0410-DEVOLVE-HAVER-FIM. EXIT.
      ******************************************************************
      *    ULTIMO PAGAMENTO AINDA ATIVO DO CLIENTE, EM QUALQUER TITULO
      *    (DATA MAIS RECENTE; NO MESMO DIA, O MAIOR RECIBO), PARA O
      *    RESUMO DE CONTAS A RECEBER; ZEROS SE NAO SOBRAR NENHUM
      ******************************************************************
       0420-ULTIMO-PAG-CLIENTE SECTION.
           MOVE ZEROS TO WK-RES-PAG-DATA, WK-RES-PAG-VALOR,
                         WK-RES-PAG-RECIBO
           MOVE WK-CODIGO TO PAG-CODIGO
           START PAGAMENTOS KEY NOT LESS PAG-CODIGO
           IF FS-PAGAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-LISTA
           PERFORM UNTIL WK-FIM-LISTA = "S"
               READ PAGAMENTOS NEXT RECORD
               IF FS-PAGAMENTOS NOT = "00"
                OR PAG-CODIGO NOT = WK-CODIGO
                   MOVE "S" TO WK-FIM-LISTA
               ELSE
                   IF PAG-SITUACAO = "A"
                    AND (PAG-DATA > WK-RES-PAG-DATA
                     OR (PAG-DATA = WK-RES-PAG-DATA
                     AND PAG-RECIBO > WK-RES-PAG-RECIBO))
                       MOVE PAG-DATA   TO WK-RES-PAG-DATA
                       MOVE PAG-VALOR  TO WK-RES-PAG-VALOR
                       MOVE PAG-RECIBO TO WK-RES-PAG-RECIBO
                   END-IF
               END-IF
           END-PERFORM.
       0420-ULTIMO-PAG-CLIENTE-FIM. EXIT.
      ******************************************************************
      *    RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE
      *    WK-RES-CODIGO PELOS LANCAMENTOS DELE (SALDO E QUANTIDADE
      *    EM ABERTO, VENCIDO POR FAIXA NA POSICAO DE HOJE E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO) E REGRAVA O REGISTRO.
      *    O ULTIMO PAGAMENTO VEM DA VARREDURA DE 0420 (O RECIBO
      *    ESTORNADO JA ESTA CANCELADO E NAO ENTRA). RESUMO EM USO
      *    POR OUTRO PROGRAMA FICA PARA A REAPURACAO NOTURNA
      ******************************************************************
       0430-ATUALIZA-RESUMO    SECTION.
           MOVE WK-RES-CODIGO TO RES-CODIGO
           READ RESUMOS
           EVALUATE TRUE
               WHEN FS-RESUMOS = "00"
                   MOVE "N" TO WK-RES-NOVO
               WHEN FS-RESUMOS = "23"
                   MOVE "S" TO WK-RES-NOVO
                   MOVE WK-RES-CODIGO TO RES-CODIGO
                   MOVE ZEROS TO RES-ULT-PAG-DATA, RES-ULT-PAG-VALOR,
                                 RES-ULT-PAG-RECIBO
               WHEN OTHER
                   MOVE ZEROS TO WK-RES-PAG-RECIBO
                   EXIT SECTION
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WK-RES-DATA-HORA
           MOVE WK-RES-DATA-HORA(1:8) TO RES-DATA-POSICAO
           COMPUTE WK-RES-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(RES-DATA-POSICAO)
           MOVE ZEROS TO RES-TOTAL-ABERTO, RES-QTD-ABERTOS,
                         RES-VENCIDO-TOTAL, RES-VENCIDO-30,
                         RES-VENCIDO-60, RES-VENCIDO-90,
                         RES-VENCIDO-MAIS-90, RES-VENC-MAIS-ANTIGO
           MOVE WK-RES-CODIGO TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           MOVE "N" TO WK-RES-FIM
           IF FS-LANCAMENTOS NOT = "00"
               MOVE "S" TO WK-RES-FIM
           END-IF
           PERFORM UNTIL WK-RES-FIM = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                OR LAN-CODIGO NOT = WK-RES-CODIGO
                   MOVE "S" TO WK-RES-FIM
               ELSE
                   IF LAN-SITUACAO = "A"
                       PERFORM 0440-ACUMULA-RESUMO
                   END-IF
               END-IF
           END-PERFORM
           MOVE WK-RES-PAG-DATA   TO RES-ULT-PAG-DATA
           MOVE WK-RES-PAG-VALOR  TO RES-ULT-PAG-VALOR
           MOVE WK-RES-PAG-RECIBO TO RES-ULT-PAG-RECIBO
           MOVE ZEROS TO WK-RES-PAG-RECIBO
           MOVE "ESTORNO" TO RES-ORIGEM
           IF WK-RES-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF.
       0430-ATUALIZA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    SOMA UMA COBRANCA EM ABERTO NO RESUMO (MESMOS CORTES DO
      *    RELATORIO DE AGING)
      ******************************************************************
       0440-ACUMULA-RESUMO     SECTION.
           COMPUTE WK-RES-SALDO-LANC = LAN-VALOR - LAN-VALOR-PAGO
           ADD WK-RES-SALDO-LANC TO RES-TOTAL-ABERTO
           ADD 1 TO RES-QTD-ABERTOS
           IF RES-VENC-MAIS-ANTIGO = ZEROS
            OR LAN-VENCIMENTO < RES-VENC-MAIS-ANTIGO
               MOVE LAN-VENCIMENTO TO RES-VENC-MAIS-ANTIGO
           END-IF
           COMPUTE WK-RES-DIAS-ATRASO = WK-RES-DIAS-HOJE
               - FUNCTION INTEGER-OF-DATE(LAN-VENCIMENTO)
           IF WK-RES-DIAS-ATRASO > ZEROS
               ADD WK-RES-SALDO-LANC TO RES-VENCIDO-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WK-RES-DIAS-ATRASO <= ZEROS
                   CONTINUE
               WHEN WK-RES-DIAS-ATRASO <= 30
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-30
               WHEN WK-RES-DIAS-ATRASO <= 60
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-60
               WHEN WK-RES-DIAS-ATRASO <= 90
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-90
               WHEN OTHER
                   ADD WK-RES-SALDO-LANC TO RES-VENCIDO-MAIS-90
           END-EVALUATE.
       0440-ACUMULA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    LINHA NA LISTAGEM DE EXCECOES DE PERIODO (CHAVE, VALOR,
      *    DATA E MOTIVO JA MOVIDOS PELO CHAMADOR)
      ******************************************************************
       0500-GRAVA-EXCECAO      SECTION.
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:14) TO WK-X-DATA-HORA
           MOVE "ESTORNO"   TO WK-X-ORIGEM
           MOVE WK-OPERADOR TO WK-X-OPERADOR
           WRITE REG-EXCECAO FROM WK-LINHA-EXCECAO.
       0500-GRAVA-EXCECAO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE LANCAMENTOS.
           CLOSE PAGAMENTOS.
           CLOSE RECIBOS.
           CLOSE CAIXA.
           CLOSE HAVERES.
           CLOSE HAVMOV.
           CLOSE SEGLOG.
           CLOSE RESUMOS.
           CLOSE EXCECOES.
       1000-FINALIZAR-FIM.     EXIT.
