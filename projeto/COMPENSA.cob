      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  BATCH NOTURNO DE COMPENSACAO DO HAVER DOS CLIENTES
      *     PARA CADA CLIENTE COM HAVER (CREDITO DE PAGAMENTO ACIMA
      *     DO SALDO, PAGAMENTO EM DUPLICIDADE OU ADIANTAMENTO),
      *     BAIXA AS COBRANCAS EM ABERTO NA ORDEM DA CHAVE
      *     (VENCIMENTO MAIS ANTIGO PRIMEIRO) ATE ACABAR O HAVER OU
      *     AS COBRANCAS. CADA COMPENSACAO GRAVA UM PAGAMENTO DE
      *     ORIGEM "HAVER" COM RECIBO DA MESMA SEQUENCIA DO CAIXA,
      *     A SAIDA NO MOVIMENTO DE HAVERES, O TEXTO DO RECIBO DE
      *     COMPENSACAO E UMA LINHA NO RELATORIO DE COMPENSACOES.
      *     PEGA AS MENSALIDADES DO FATURAMENTO E OS ENCARGOS QUE
      *     NAO PASSARAM PELA TELA. COMPENSACAO DATADA EM MES JA
      *     FECHADO (DATA DO DIA NO MES FECHADO) NAO E FEITA: O
      *     TITULO VAI PARA A LISTAGEM DE EXCECOES DE PERIODO. UM
      *     PAGAMENTO ANTERIOR DO TITULO EM MES FECHADO NAO IMPEDE A
      *     COMPENSACAO: O RECEBIDO DE CADA MES SAI DO MOVIMENTO DE
      *     PAGAMENTOS PELA DATA DE CADA UM. O RESUMO DE CONTAS A
      *     RECEBER DE CADA CLIENTE COMPENSADO E RECALCULADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. COMPENSA.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT HAVERES ASSIGN TO WK-HAVERES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-HAVERES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-HAVERES.

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

           SELECT HAVMOV ASSIGN TO WK-HAVMOV-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HAVMOV.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-RESUMOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-RESUMOS.

           SELECT RECIBOS ASSIGN TO WK-RECIBOS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECIBOS.

           SELECT RECIBO-SEQ ASSIGN TO WK-RECIBO-SEQ-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RECIBO-SEQ.

           SELECT RELATORIO-SAIDA ASSIGN TO WK-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.

           SELECT PERIODOS ASSIGN TO WK-PERIODO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERIODO.

           SELECT EXCECOES ASSIGN TO WK-EXCECOES-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-EXCECOES.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  HAVERES.
           COPY "HAVERES.cpy".
      *
       FD  LANCAMENTOS.
           COPY "LANCAMENTOS.cpy".
      *
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  HAVMOV.
           COPY "HAVMOV.cpy".
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  RECIBOS.
       01  REG-RECIBO              PIC X(60).
      *
       FD  RECIBO-SEQ.
       01  REG-RECIBO-SEQ          PIC 9(06).
      *
       FD  RELATORIO-SAIDA.
       01  REG-RELATORIO           PIC X(80).
      *
       FD  PERIODOS.
           COPY "PERIODOS.cpy".
      *
       FD  EXCECOES.
       01  REG-EXCECAO             PIC X(120).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-HAVERES-PATH         PIC X(100)
           VALUE "haveres.dat".
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-HAVMOV-PATH          PIC X(100)
           VALUE "movimento-haveres.txt".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-RECIBOS-PATH         PIC X(100)
           VALUE "recibos-pagamentos.txt".
       77  WK-RECIBO-SEQ-PATH      PIC X(100)
           VALUE "recibo-sequencia.dat".
       77  WK-RELATORIO-PATH       PIC X(100)
           VALUE "compensacoes-haver.txt".
       77  WK-PERIODO-PATH         PIC X(100)
           VALUE "periodo-fechado.dat".
       77  WK-EXCECOES-PATH        PIC X(100)
           VALUE "periodo-excecoes.txt".

      *---> STATUS ARQUIVO
       01  FS-HAVERES              PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-HAVMOV               PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-RECIBOS              PIC X(02) VALUE SPACES.
       01  FS-RECIBO-SEQ           PIC X(02) VALUE SPACES.
       01  FS-RELATORIO            PIC X(02) VALUE SPACES.
       01  FS-PERIODO              PIC X(02) VALUE SPACES.
       01  FS-EXCECOES             PIC X(02) VALUE SPACES.

      *---> DATA DO DIA
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.

      *---> ULTIMO MES FECHADO (AAAAMM; ZERO = NENHUM)
       77  WK-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.

      *---> HAVER EM COMPENSACAO E VALOR DE CADA TITULO
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".
       77  WK-FIM-CLIENTE          PIC X     VALUE "N".
       77  WK-CODIGO               PIC 9(07) VALUE ZEROS.
       77  WK-SALDO-HAVER          PIC 9(09)V99 VALUE ZEROS.
       77  WK-SALDO-LANC           PIC 9(09)V99 VALUE ZEROS.
       77  WK-VALOR-APLICAR        PIC 9(07)V99 VALUE ZEROS.
       77  WK-QTD-APLICADOS        PIC 9(04) VALUE ZEROS.
       77  WK-NUMERO-RECIBO        PIC 9(06) VALUE ZEROS.
       77  WK-LINHA-RECIBO         PIC X(60) VALUE SPACES.
       77  WK-VALOR-EDITADO        PIC ZZ.ZZZ.ZZ9,99.

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

      *---> CONTADORES E TOTAIS
       77  WK-TOTAL-CLIENTES       PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-COMPENSADOS    PIC 9(06) VALUE ZEROS.
       77  WK-VALOR-TOTAL          PIC 9(09)V99 VALUE ZEROS.
       77  WK-SALDO-RESTANTE       PIC 9(09)V99 VALUE ZEROS.
       77  WK-TOTAL-RECUSADOS      PIC 9(06) VALUE ZEROS.

      *---> LINHA DA LISTAGEM DE EXCECOES DE PERIODO (MESMO LAYOUT
      *---> DO MODULO DE LANCAMENTOS)
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

      *---> LINHAS DO RELATORIO DE COMPENSACOES
       01  WK-CABECALHO.
           05 FILLER               PIC X(09) VALUE "CODIGO".
           05 FILLER               PIC X(10) VALUE "VENCTO".
           05 FILLER               PIC X(05) VALUE "SEQ".
           05 FILLER               PIC X(08) VALUE "RECIBO".
           05 FILLER               PIC X(15) VALUE "COMPENSADO".
           05 FILLER               PIC X(15) VALUE "HAVER RESTANTE".

       01  WK-LINHA-COMPENSA.
           05 WK-L-CODIGO          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-VENCIMENTO      PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-SEQ             PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-RECIBO          PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-RESTANTE        PIC ZZZ.ZZZ.ZZ9,99.

       01  WK-LINHA-TOTAL.
           05 WK-T-ROTULO          PIC X(22).
           05 WK-T-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-COMPENSA-HAVERES
             END-IF
             PERFORM 1000-FINALIZAR.
             GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-HAVERES-PATH FROM ENVIRONMENT
               "CLIENTES_HAVERES_PATH"
           IF WK-HAVERES-PATH = SPACES
               MOVE "haveres.dat" TO WK-HAVERES-PATH
           END-IF
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
           ACCEPT WK-HAVMOV-PATH FROM ENVIRONMENT
               "CLIENTES_HAVMOV_PATH"
           IF WK-HAVMOV-PATH = SPACES
               MOVE "movimento-haveres.txt" TO WK-HAVMOV-PATH
           END-IF
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF
           ACCEPT WK-RECIBOS-PATH FROM ENVIRONMENT
               "CLIENTES_RECIBOS_PATH"
           IF WK-RECIBOS-PATH = SPACES
               MOVE "recibos-pagamentos.txt" TO WK-RECIBOS-PATH
           END-IF
           ACCEPT WK-RECIBO-SEQ-PATH FROM ENVIRONMENT
               "CLIENTES_RECIBO_SEQ_PATH"
           IF WK-RECIBO-SEQ-PATH = SPACES
               MOVE "recibo-sequencia.dat" TO WK-RECIBO-SEQ-PATH
           END-IF
           ACCEPT WK-RELATORIO-PATH FROM ENVIRONMENT
               "CLIENTES_COMPENSA_PATH"
           IF WK-RELATORIO-PATH = SPACES
               MOVE "compensacoes-haver.txt" TO WK-RELATORIO-PATH
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

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE

      *---> SEM HAVER NENHUM NAO HA O QUE COMPENSAR (NAO E ERRO)
           OPEN I-O HAVERES.
           IF FS-HAVERES EQUAL "35"
               OPEN OUTPUT HAVERES
               CLOSE HAVERES
               OPEN I-O HAVERES
           END-IF.
           OPEN I-O LANCAMENTOS.
           IF FS-LANCAMENTOS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE LANCAMENTOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
           OPEN EXTEND HAVMOV.
           IF FS-HAVMOV EQUAL "35"
               OPEN OUTPUT HAVMOV
               CLOSE HAVMOV
               OPEN EXTEND HAVMOV
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
           END-IF.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS EQUAL "35"
               OPEN OUTPUT RECIBOS
               CLOSE RECIBOS
               OPEN EXTEND RECIBOS
           END-IF.
           OPEN OUTPUT RELATORIO-SAIDA.
           WRITE REG-RELATORIO FROM WK-CABECALHO.
      *---> ULTIMO MES FECHADO; SEM CONTROLE NENHUM MES ESTA FECHADO
           OPEN INPUT PERIODOS
           IF FS-PERIODO = "00"
               READ PERIODOS
               IF FS-PERIODO = "00"
                   MOVE PER-ULTIMO-FECHADO TO WK-ULTIMO-FECHADO
               END-IF
           END-IF
           CLOSE PERIODOS.
           OPEN EXTEND EXCECOES.
           IF FS-EXCECOES EQUAL "35"
               OPEN OUTPUT EXCECOES
               CLOSE EXCECOES
               OPEN EXTEND EXCECOES
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    VARRE O ARQUIVO DE HAVERES E COMPENSA CADA CLIENTE COM
      *    SALDO; O SALDO QUE SOBRA FICA PARA A PROXIMA COBRANCA
      ******************************************************************
       0200-COMPENSA-HAVERES   SECTION.
           MOVE ZEROS TO HAV-CODIGO
           START HAVERES KEY NOT LESS CHAVE-HAVERES
           MOVE "N" TO WK-FIM-ARQUIVO
           IF FS-HAVERES NOT = "00"
               MOVE "S" TO WK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ HAVERES NEXT RECORD
               IF FS-HAVERES NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               ELSE
                   IF HAV-SALDO > ZEROS
                       ADD 1 TO WK-TOTAL-CLIENTES
                       PERFORM 0300-COMPENSA-CLIENTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "CLIENTES COM HAVER..: " TO WK-T-ROTULO
           MOVE WK-TOTAL-CLIENTES TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "TITULOS COMPENSADOS.: " TO WK-T-ROTULO
           MOVE WK-TOTAL-COMPENSADOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "VALOR COMPENSADO....: " TO WK-T-ROTULO
           MOVE WK-VALOR-TOTAL TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "HAVER QUE SOBROU....: " TO WK-T-ROTULO
           MOVE WK-SALDO-RESTANTE TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "RECUSADOS MES FECH..: " TO WK-T-ROTULO
           MOVE WK-TOTAL-RECUSADOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           DISPLAY "CLIENTES COM HAVER: " WK-TOTAL-CLIENTES
           DISPLAY "TITULOS COMPENSADOS: " WK-TOTAL-COMPENSADOS
           DISPLAY "RECUSADOS (MES FECHADO): " WK-TOTAL-RECUSADOS.
       0200-COMPENSA-HAVERES-FIM. EXIT.
      ******************************************************************
      *    COBRANCAS EM ABERTO DO CLIENTE NA ORDEM DA CHAVE (CODIGO +
      *    VENCIMENTO + SEQ), OU SEJA, VENCIMENTO MAIS ANTIGO PRIMEIRO;
      *    O SALDO DO HAVER E REGRAVADO NO FIM DO CLIENTE
      ******************************************************************
       0300-COMPENSA-CLIENTE   SECTION.
           MOVE HAV-CODIGO TO WK-CODIGO
           MOVE HAV-SALDO  TO WK-SALDO-HAVER
           MOVE ZEROS      TO WK-QTD-APLICADOS
           MOVE WK-CODIGO  TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           MOVE "N" TO WK-FIM-CLIENTE
           IF FS-LANCAMENTOS NOT = "00"
               MOVE "S" TO WK-FIM-CLIENTE
           END-IF
           PERFORM UNTIL WK-FIM-CLIENTE = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                OR LAN-CODIGO NOT = WK-CODIGO
                   MOVE "S" TO WK-FIM-CLIENTE
               ELSE
                   IF LAN-SITUACAO = "A"
                    AND LAN-VALOR > LAN-VALOR-PAGO
                       PERFORM 0310-COMPENSA-TITULO
                   END-IF
                   IF WK-SALDO-HAVER = ZEROS
                       MOVE "S" TO WK-FIM-CLIENTE
                   END-IF
               END-IF
           END-PERFORM
           ADD WK-SALDO-HAVER TO WK-SALDO-RESTANTE
           IF WK-QTD-APLICADOS = ZEROS
               EXIT SECTION
           END-IF
           MOVE WK-SALDO-HAVER TO HAV-SALDO
           MOVE WK-HOJE        TO HAV-DATA-MOVIMENTO
           REWRITE REG-HAVER
           IF FS-HAVERES NOT = "00"
               DISPLAY "ERRO AO REGRAVAR HAVER: " FS-HAVERES " "
                   WK-CODIGO
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE WK-CODIGO TO WK-RES-CODIGO
           PERFORM 0340-ATUALIZA-RESUMO.
       0300-COMPENSA-CLIENTE-FIM. EXIT.
      ******************************************************************
      *    COMPENSA UM TITULO: BAIXA O MENOR ENTRE O HAVER E O SALDO
      *    DO TITULO E GRAVA PAGAMENTO, MOVIMENTO DE HAVERES, RECIBO
      *    E LINHA DO RELATORIO
      ******************************************************************
       0310-COMPENSA-TITULO    SECTION.
           IF WK-HOJE(1:6) NOT > WK-ULTIMO-FECHADO
               PERFORM 0330-RECUSA-TITULO
               EXIT SECTION
           END-IF
           COMPUTE WK-SALDO-LANC = LAN-VALOR - LAN-VALOR-PAGO
           IF WK-SALDO-HAVER < WK-SALDO-LANC
               MOVE WK-SALDO-HAVER TO WK-VALOR-APLICAR
           ELSE
               MOVE WK-SALDO-LANC  TO WK-VALOR-APLICAR
           END-IF
           ADD WK-VALOR-APLICAR TO LAN-VALOR-PAGO
           MOVE WK-HOJE TO LAN-DATA-PAGAMENTO
           IF LAN-VALOR-PAGO >= LAN-VALOR
               MOVE "P" TO LAN-SITUACAO
           END-IF
           REWRITE REG-LANCAMENTO
           IF FS-LANCAMENTOS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR LANCAMENTO: " FS-LANCAMENTOS
                   " " LAN-CODIGO " " LAN-VENCIMENTO " " LAN-SEQ
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
           SUBTRACT WK-VALOR-APLICAR FROM WK-SALDO-HAVER
           ADD 1 TO WK-QTD-APLICADOS, WK-TOTAL-COMPENSADOS
           ADD WK-VALOR-APLICAR TO WK-VALOR-TOTAL
           PERFORM 0320-PROXIMO-RECIBO
      *---> PAGAMENTO DE ORIGEM HAVER (BASE DO EXTRATO E DO ESTORNO)
           MOVE WK-NUMERO-RECIBO TO PAG-RECIBO
           MOVE LAN-CODIGO       TO PAG-CODIGO
           MOVE LAN-VENCIMENTO   TO PAG-VENCIMENTO
           MOVE LAN-SEQ          TO PAG-SEQ
           MOVE WK-VALOR-APLICAR TO PAG-VALOR
           MOVE WK-HOJE          TO PAG-DATA
           MOVE "COMPENSA"       TO PAG-OPERADOR
           MOVE "HAVER"          TO PAG-ORIGEM
           MOVE "A"              TO PAG-SITUACAO
           MOVE ZEROS            TO PAG-ESTORNO-DATA
           MOVE SPACES           TO PAG-ESTORNO-OPERADOR
           WRITE REG-PAGAMENTO
           IF FS-PAGAMENTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR PAGAMENTO: " FS-PAGAMENTOS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE PAG-DATA   TO WK-RES-PAG-DATA
               MOVE PAG-VALOR  TO WK-RES-PAG-VALOR
               MOVE PAG-RECIBO TO WK-RES-PAG-RECIBO
           END-IF
      *---> SAIDA DO HAVER NO MOVIMENTO DE HAVERES
           MOVE "A"              TO HVM-TIPO
           MOVE WK-HOJE          TO HVM-DATA
           MOVE LAN-CODIGO       TO HVM-CODIGO
           MOVE LAN-VENCIMENTO   TO HVM-VENCIMENTO
           MOVE LAN-SEQ          TO HVM-SEQ
           MOVE WK-VALOR-APLICAR TO HVM-VALOR
           MOVE WK-NUMERO-RECIBO TO HVM-RECIBO
           MOVE "COMPENSA"       TO HVM-ORIGEM
           MOVE "COMPENSA"       TO HVM-OPERADOR
           WRITE REG-HAVMOV
      *---> TEXTO IMPRIMIVEL DO RECIBO DE COMPENSACAO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "RECIBO DE COMPENSACAO DE HAVER NR " DELIMITED BY SIZE
                  WK-NUMERO-RECIBO                     DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "DATA: "      DELIMITED BY SIZE
                  WK-HOJE       DELIMITED BY SIZE
                  "  OPERADOR: COMPENSA" DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "CLIENTE: "  DELIMITED BY SIZE
                  LAN-CODIGO   DELIMITED BY SIZE
                  "  VENCTO: " DELIMITED BY SIZE
                  LAN-VENCIMENTO DELIMITED BY SIZE
                  "  SEQ: "    DELIMITED BY SIZE
                  LAN-SEQ      DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE WK-VALOR-APLICAR TO WK-VALOR-EDITADO
           MOVE SPACES TO WK-LINHA-RECIBO
           STRING "VALOR COMPENSADO: " DELIMITED BY SIZE
                  WK-VALOR-EDITADO     DELIMITED BY SIZE
               INTO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
           MOVE ALL "=" TO WK-LINHA-RECIBO
           WRITE REG-RECIBO FROM WK-LINHA-RECIBO
      *---> LINHA DO RELATORIO
           MOVE LAN-CODIGO       TO WK-L-CODIGO
           MOVE LAN-VENCIMENTO   TO WK-L-VENCIMENTO
           MOVE LAN-SEQ          TO WK-L-SEQ
           MOVE WK-NUMERO-RECIBO TO WK-L-RECIBO
           MOVE WK-VALOR-APLICAR TO WK-L-VALOR
           MOVE WK-SALDO-HAVER   TO WK-L-RESTANTE
           WRITE REG-RELATORIO FROM WK-LINHA-COMPENSA.
       0310-COMPENSA-TITULO-FIM. EXIT.
      ******************************************************************
      *    PROXIMO NUMERO DE RECIBO: LE O ULTIMO NUMERO USADO NO
      *    ARQUIVO DE SEQUENCIA E REGRAVA O NOVO VALOR
      ******************************************************************
       0320-PROXIMO-RECIBO     SECTION.
           MOVE ZEROS TO WK-NUMERO-RECIBO
           OPEN INPUT RECIBO-SEQ
           IF FS-RECIBO-SEQ = "00"
               READ RECIBO-SEQ
               IF FS-RECIBO-SEQ = "00"
                   MOVE REG-RECIBO-SEQ TO WK-NUMERO-RECIBO
               END-IF
           END-IF
           CLOSE RECIBO-SEQ
           ADD 1 TO WK-NUMERO-RECIBO
           OPEN OUTPUT RECIBO-SEQ
           MOVE WK-NUMERO-RECIBO TO REG-RECIBO-SEQ
           WRITE REG-RECIBO-SEQ
           CLOSE RECIBO-SEQ.
       0320-PROXIMO-RECIBO-FIM. EXIT.
      ******************************************************************
      *    COMPENSACAO QUE SERIA DATADA EM MES FECHADO: NAO COMPENSA
      *    E REGISTRA O SALDO DO TITULO NA LISTAGEM DE EXCECOES DE
      *    PERIODO
      ******************************************************************
       0330-RECUSA-TITULO      SECTION.
           MOVE WK-DATA-HORA-ATUAL(1:14) TO WK-X-DATA-HORA
           MOVE "COMPENSA"         TO WK-X-ORIGEM
           MOVE "COMPENSA"         TO WK-X-OPERADOR
           MOVE LAN-CODIGO         TO WK-X-CODIGO
           MOVE LAN-VENCIMENTO     TO WK-X-VENCIMENTO
           MOVE LAN-SEQ            TO WK-X-SEQ
           COMPUTE WK-X-VALOR = LAN-VALOR - LAN-VALOR-PAGO
           MOVE WK-HOJE            TO WK-X-DATA
           MOVE "HAVER NAO APLICADO: MES FECHADO"
                                   TO WK-X-MOTIVO
           WRITE REG-EXCECAO FROM WK-LINHA-EXCECAO
           ADD 1 TO WK-TOTAL-RECUSADOS.
       0330-RECUSA-TITULO-FIM. EXIT.
      ******************************************************************
      *    RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE
      *    WK-RES-CODIGO PELOS LANCAMENTOS DELE (SALDO E QUANTIDADE
      *    EM ABERTO, VENCIDO POR FAIXA NA POSICAO DE HOJE E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO) E REGRAVA O REGISTRO.
      *    O ULTIMO PAGAMENTO SO MUDA QUANDO WK-RES-PAG-RECIBO TRAZ
      *    UM PAGAMENTO MAIS RECENTE QUE O GUARDADO. RESUMO EM USO
      *    POR OUTRO PROGRAMA FICA PARA A REAPURACAO NOTURNA
      ******************************************************************
       0340-ATUALIZA-RESUMO    SECTION.
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
                       PERFORM 0350-ACUMULA-RESUMO
                   END-IF
               END-IF
           END-PERFORM
           IF WK-RES-PAG-RECIBO NOT = ZEROS
            AND (WK-RES-PAG-DATA > RES-ULT-PAG-DATA
             OR (WK-RES-PAG-DATA = RES-ULT-PAG-DATA
             AND WK-RES-PAG-RECIBO > RES-ULT-PAG-RECIBO))
               MOVE WK-RES-PAG-DATA   TO RES-ULT-PAG-DATA
               MOVE WK-RES-PAG-VALOR  TO RES-ULT-PAG-VALOR
               MOVE WK-RES-PAG-RECIBO TO RES-ULT-PAG-RECIBO
           END-IF
           MOVE ZEROS TO WK-RES-PAG-RECIBO
           MOVE "COMPENSA" TO RES-ORIGEM
           IF WK-RES-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF.
       0340-ATUALIZA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    SOMA UMA COBRANCA EM ABERTO NO RESUMO (MESMOS CORTES DO
      *    RELATORIO DE AGING)
      ******************************************************************
       0350-ACUMULA-RESUMO     SECTION.
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
       0350-ACUMULA-RESUMO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE HAVERES.
           CLOSE LANCAMENTOS.
           CLOSE PAGAMENTOS.
           CLOSE HAVMOV.
           CLOSE RESUMOS.
           CLOSE RECIBOS.
           CLOSE RELATORIO-SAIDA.
           CLOSE EXCECOES.
       1000-FINALIZAR-FIM.     EXIT.
