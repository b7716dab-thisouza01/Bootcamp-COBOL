      ******************************************************************
      * Author:Thiago Souza
      * Date:14/09/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  BATCH MENSAL DE FATURAMENTO DOS CONTRATOS RECORRENTES
      *     PARA CADA CONTRATO ATIVO E DENTRO DA VIGENCIA, GRAVA A
      *     MENSALIDADE DA COMPETENCIA (VARIAVEL DE AMBIENTE
      *     FATURA_MES_REF AAAAMM, PADRAO = MES CORRENTE) COMO UM
      *     LANCAMENTO EM ABERTO NO DIA DE VENCIMENTO DO CONTRATO
      *     (LIMITADO AO ULTIMO DIA DO MES). A COMPETENCIA FATURADA
      *     FICA GRAVADA NO CONTRATO, ENTAO O BATCH PODE SER
      *     REPROCESSADO SEM DUPLICAR COBRANCA. A LISTAGEM TRAZ AS
      *     MENSALIDADES GERADAS E OS CONTRATOS IGNORADOS COM O
      *     MOTIVO. CADA MENSALIDADE GERADA VAI TAMBEM PARA O
      *     MOVIMENTO DE LANCAMENTOS COM A DATA DA EMISSAO E
      *     RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE.
      *     COMPETENCIA EM MES JA FECHADO PELO SUPERVISOR NAO
      *     FATURA: OS CONTRATOS SAEM NA LISTAGEM COMO IGNORADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. FATURA.
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

           SELECT CONTRATOS ASSIGN TO WK-CONTRATOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-CONTRATOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-CONTRATOS.

           SELECT LANCAMENTOS ASSIGN TO WK-LANCAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-LANCAMENTOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-LANCAMENTOS.

           SELECT RELATORIO-SAIDA ASSIGN TO WK-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.

           SELECT MOVLANC ASSIGN TO WK-MOVLANC-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVLANC.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-RESUMOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-RESUMOS.

           SELECT PERIODOS ASSIGN TO WK-PERIODO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-PERIODO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  CONTRATOS.
           COPY "CONTRATOS.cpy".
      *
       FD  LANCAMENTOS.
           COPY "LANCAMENTOS.cpy".
      *
       FD  RELATORIO-SAIDA.
       01  REG-RELATORIO           PIC X(80).
      *
       FD  MOVLANC.
           COPY "MOVLANC.cpy".
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  PERIODOS.
           COPY "PERIODOS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-CONTRATOS-PATH       PIC X(100)
           VALUE "contratos.dat".
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-RELATORIO-PATH       PIC X(100)
           VALUE "faturamento-contratos.txt".
       77  WK-MOVLANC-PATH         PIC X(100)
           VALUE "movimento-lancamentos.txt".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-PERIODO-PATH         PIC X(100)
           VALUE "periodo-fechado.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-CONTRATOS            PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-RELATORIO            PIC X(02) VALUE SPACES.
       01  FS-MOVLANC              PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-PERIODO              PIC X(02) VALUE SPACES.

      *---> PRIMEIRA SEQUENCIA RESERVADA PARA LINHAS DE ENCARGO
       77  WK-SEQ-ENCARGO-BASE     PIC 9(03) VALUE 901.
       77  WK-SEQ                  PIC 9(03) VALUE ZEROS.
       77  WK-SEQ-OK               PIC X     VALUE "S".

      *---> COMPETENCIA FATURADA E DATAS DO MES
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-MES-REF              PIC X(06) VALUE SPACES.
       01  WK-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WK-COMPETENCIA.
           05 WK-COMP-ANO          PIC 9(04).
           05 WK-COMP-MES          PIC 9(02).
       77  WK-PROX-ANO             PIC 9(04) VALUE ZEROS.
       77  WK-PROX-MES             PIC 9(02) VALUE ZEROS.
       77  WK-DATA-AUX             PIC 9(08) VALUE ZEROS.
       77  WK-ULTIMO-DIA           PIC 9(02) VALUE ZEROS.
       77  WK-DIA                  PIC 9(02) VALUE ZEROS.
       77  WK-VENCIMENTO           PIC 9(08) VALUE ZEROS.

      *---> ULTIMO MES FECHADO (AAAAMM; ZERO = NENHUM)
       77  WK-ULTIMO-FECHADO       PIC 9(06) VALUE ZEROS.

      *---> CONTROLE DA VARREDURA
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".
       77  WK-FIM-LISTA            PIC X     VALUE "N".
       77  WK-MOTIVO               PIC X(30) VALUE SPACES.

      *---> CONTADORES E TOTAIS
       77  WK-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-GERADOS        PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-IGNORADOS      PIC 9(06) VALUE ZEROS.
       77  WK-VALOR-TOTAL          PIC 9(09)V99 VALUE ZEROS.

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

      *---> LINHAS DA LISTAGEM DE FATURAMENTO
       01  WK-LINHA-TITULO.
           05 FILLER               PIC X(35) VALUE
               "FATURAMENTO DE CONTRATOS - MES REF ".
           05 WK-TIT-MES           PIC X(06).

       01  WK-CABECALHO.
           05 FILLER               PIC X(09) VALUE "CODIGO".
           05 FILLER               PIC X(10) VALUE "VENCTO".
           05 FILLER               PIC X(05) VALUE "SEQ".
           05 FILLER               PIC X(15) VALUE "VALOR".
           05 FILLER               PIC X(10) VALUE "SITUACAO".
           05 FILLER               PIC X(30) VALUE "MOTIVO".

       01  WK-LINHA-FATURA.
           05 WK-L-CODIGO          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-VENCIMENTO      PIC 9(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-SEQ             PIC 9(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-L-SITUACAO        PIC X(10).
           05 WK-L-MOTIVO          PIC X(30).

       01  WK-LINHA-TOTAL.
           05 WK-T-ROTULO          PIC X(22).
           05 WK-T-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-FATURA-CONTRATOS
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
           ACCEPT WK-CONTRATOS-PATH FROM ENVIRONMENT
               "CLIENTES_CONTRATOS_PATH"
           IF WK-CONTRATOS-PATH = SPACES
               MOVE "contratos.dat" TO WK-CONTRATOS-PATH
           END-IF
           ACCEPT WK-LANCAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_LANCAMENTOS_PATH"
           IF WK-LANCAMENTOS-PATH = SPACES
               MOVE "lancamentos.dat" TO WK-LANCAMENTOS-PATH
           END-IF
           ACCEPT WK-RELATORIO-PATH FROM ENVIRONMENT
               "CLIENTES_FATURA_PATH"
           IF WK-RELATORIO-PATH = SPACES
               MOVE "faturamento-contratos.txt" TO WK-RELATORIO-PATH
           END-IF
           ACCEPT WK-MOVLANC-PATH FROM ENVIRONMENT
               "CLIENTES_MOVLANC_PATH"
           IF WK-MOVLANC-PATH = SPACES
               MOVE "movimento-lancamentos.txt" TO WK-MOVLANC-PATH
           END-IF
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF
           ACCEPT WK-PERIODO-PATH FROM ENVIRONMENT
               "CLIENTES_PERIODO_PATH"
           IF WK-PERIODO-PATH = SPACES
               MOVE "periodo-fechado.dat" TO WK-PERIODO-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL

      *---> COMPETENCIA: FATURA_MES_REF OU O MES CORRENTE
           ACCEPT WK-MES-REF FROM ENVIRONMENT "FATURA_MES_REF"
           IF WK-MES-REF = SPACES
               MOVE WK-DATA-HORA-ATUAL(1:6) TO WK-MES-REF
           END-IF
           IF WK-MES-REF IS NOT NUMERIC
               DISPLAY "MES DE REFERENCIA INVALIDO: " WK-MES-REF
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE WK-MES-REF TO WK-COMPETENCIA
           IF WK-COMP-MES < 1 OR WK-COMP-MES > 12
               DISPLAY "MES DE REFERENCIA INVALIDO: " WK-MES-REF
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM 0110-ULTIMO-DIA-MES

           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O CONTRATOS.
           IF FS-CONTRATOS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE CONTRATOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O LANCAMENTOS.
           IF FS-LANCAMENTOS EQUAL "35"
               OPEN OUTPUT LANCAMENTOS
               CLOSE LANCAMENTOS
               OPEN I-O LANCAMENTOS
           END-IF.
           OPEN EXTEND MOVLANC.
           IF FS-MOVLANC EQUAL "35"
               OPEN OUTPUT MOVLANC
               CLOSE MOVLANC
               OPEN EXTEND MOVLANC
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
           END-IF.
           OPEN OUTPUT RELATORIO-SAIDA.
           MOVE WK-MES-REF TO WK-TIT-MES
           WRITE REG-RELATORIO FROM WK-LINHA-TITULO.
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
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    ULTIMO DIA DA COMPETENCIA: VESPERA DO DIA 1 DO MES
      *    SEGUINTE (CONTRATO COM VENCIMENTO 29/30/31 VENCE NO
      *    ULTIMO DIA DOS MESES MAIS CURTOS)
      ******************************************************************
       0110-ULTIMO-DIA-MES     SECTION.
           IF WK-COMP-MES = 12
               COMPUTE WK-PROX-ANO = WK-COMP-ANO + 1
               MOVE 1 TO WK-PROX-MES
           ELSE
               MOVE WK-COMP-ANO TO WK-PROX-ANO
               COMPUTE WK-PROX-MES = WK-COMP-MES + 1
           END-IF
           COMPUTE WK-DATA-AUX = WK-PROX-ANO * 10000
                               + WK-PROX-MES * 100 + 1
           COMPUTE WK-DATA-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WK-DATA-AUX) - 1)
           MOVE WK-DATA-AUX(7:2) TO WK-ULTIMO-DIA.
       0110-ULTIMO-DIA-MES-FIM. EXIT.
      ******************************************************************
      *    VARRE OS CONTRATOS NA ORDEM DO CODIGO; CADA UM E
      *    FATURADO OU LISTADO COMO IGNORADO COM O MOTIVO
      ******************************************************************
       0200-FATURA-CONTRATOS   SECTION.
           MOVE ZEROS TO CTR-CODIGO
           START CONTRATOS KEY NOT LESS CHAVE-CONTRATOS
           IF FS-CONTRATOS NOT = "00"
               DISPLAY "SEM CONTRATOS A PROCESSAR"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-ARQUIVO
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ CONTRATOS NEXT RECORD
               IF FS-CONTRATOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               ELSE
                   ADD 1 TO WK-TOTAL-LIDOS
                   PERFORM 0210-CRITICA-CONTRATO
                   IF WK-MOTIVO = SPACES
                       PERFORM 0300-GRAVA-MENSALIDADE
                   END-IF
                   IF WK-MOTIVO NOT = SPACES
                       PERFORM 0400-LISTA-IGNORADO
                   END-IF
               END-IF
           END-PERFORM
           MOVE "CONTRATOS LIDOS.....: " TO WK-T-ROTULO
           MOVE WK-TOTAL-LIDOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "MENSALIDADES GERADAS: " TO WK-T-ROTULO
           MOVE WK-TOTAL-GERADOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "CONTRATOS IGNORADOS.: " TO WK-T-ROTULO
           MOVE WK-TOTAL-IGNORADOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "VALOR TOTAL FATURADO: " TO WK-T-ROTULO
           MOVE WK-VALOR-TOTAL TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           DISPLAY "MENSALIDADES GERADAS: " WK-TOTAL-GERADOS
           DISPLAY "CONTRATOS IGNORADOS.: " WK-TOTAL-IGNORADOS.
       0200-FATURA-CONTRATOS-FIM. EXIT.
      ******************************************************************
      *    DECIDE SE O CONTRATO FATURA NA COMPETENCIA; WK-MOTIVO
      *    EM BRANCO = FATURAR, PREENCHIDO = IGNORAR COM O MOTIVO
      ******************************************************************
       0210-CRITICA-CONTRATO   SECTION.
           MOVE SPACES TO WK-MOTIVO
           MOVE CTR-DIA-VENCIMENTO TO WK-DIA
           IF WK-DIA > WK-ULTIMO-DIA
               MOVE WK-ULTIMO-DIA TO WK-DIA
           END-IF
           COMPUTE WK-VENCIMENTO = WK-COMPETENCIA * 100 + WK-DIA
           EVALUATE TRUE
               WHEN CTR-SITUACAO NOT = "A"
                   MOVE "CONTRATO SUSPENSO" TO WK-MOTIVO
               WHEN CTR-ULTIMA-COMPETENCIA >= WK-COMPETENCIA
                   MOVE "COMPETENCIA JA FATURADA" TO WK-MOTIVO
               WHEN WK-COMPETENCIA NOT > WK-ULTIMO-FECHADO
                   MOVE "COMPETENCIA EM MES FECHADO" TO WK-MOTIVO
               WHEN CTR-VALOR-MENSAL = ZEROS
                   MOVE "VALOR MENSAL ZERADO" TO WK-MOTIVO
               WHEN WK-DIA = ZEROS
                   MOVE "DIA DE VENCIMENTO INVALIDO" TO WK-MOTIVO
               WHEN WK-VENCIMENTO < CTR-DATA-INICIO
                   MOVE "CONTRATO AINDA NAO INICIADO" TO WK-MOTIVO
               WHEN CTR-DATA-FIM NOT = ZEROS
                AND WK-VENCIMENTO > CTR-DATA-FIM
                   MOVE "CONTRATO ENCERRADO" TO WK-MOTIVO
               WHEN OTHER
                   MOVE CTR-CODIGO TO REG-CODIGO
                   READ CLIENTES
                   IF FS-CLIENTES NOT = "00"
                       MOVE "CLIENTE NAO CADASTRADO" TO WK-MOTIVO
                   END-IF
           END-EVALUATE.
       0210-CRITICA-CONTRATO-FIM. EXIT.
      ******************************************************************
      *    GRAVA A MENSALIDADE NA PROXIMA SEQUENCIA LIVRE DO
      *    VENCIMENTO E MARCA A COMPETENCIA NO CONTRATO
      ******************************************************************
       0300-GRAVA-MENSALIDADE  SECTION.
           PERFORM 0310-PROXIMA-SEQUENCIA
           IF WK-SEQ-OK NOT = "S"
               MOVE "SEQUENCIA DE COBRANCA ESGOTADA" TO WK-MOTIVO
               EXIT SECTION
           END-IF
           MOVE CTR-CODIGO       TO LAN-CODIGO
           MOVE WK-VENCIMENTO    TO LAN-VENCIMENTO
           MOVE WK-SEQ           TO LAN-SEQ
           MOVE CTR-VALOR-MENSAL TO LAN-VALOR
           MOVE ZEROS            TO LAN-VALOR-PAGO
           MOVE ZEROS            TO LAN-DATA-PAGAMENTO
           MOVE "A"              TO LAN-SITUACAO
           WRITE REG-LANCAMENTO
           IF FS-LANCAMENTOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR LANCAMENTO: " FS-LANCAMENTOS
               MOVE "ERRO AO GRAVAR LANCAMENTO" TO WK-MOTIVO
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
      *---> DATA DE EMISSAO NO MOVIMENTO DE LANCAMENTOS
           MOVE "E"              TO MVL-TIPO
           MOVE WK-DATA-HORA-ATUAL(1:8) TO MVL-DATA
           MOVE LAN-CODIGO       TO MVL-CODIGO
           MOVE LAN-VENCIMENTO   TO MVL-VENCIMENTO
           MOVE LAN-SEQ          TO MVL-SEQ
           MOVE LAN-VALOR        TO MVL-VALOR
           MOVE "FATURA"         TO MVL-ORIGEM
           MOVE "FATURA"         TO MVL-OPERADOR
           WRITE REG-MOVLANC
           MOVE WK-COMPETENCIA TO CTR-ULTIMA-COMPETENCIA
           REWRITE REG-CONTRATO
           IF FS-CONTRATOS NOT = "00"
               DISPLAY "ERRO AO ATUALIZAR CONTRATO: " CTR-CODIGO
               MOVE 1 TO RETURN-CODE
           END-IF
           ADD 1 TO WK-TOTAL-GERADOS
           ADD CTR-VALOR-MENSAL TO WK-VALOR-TOTAL
           MOVE CTR-CODIGO       TO WK-L-CODIGO
           MOVE WK-VENCIMENTO    TO WK-L-VENCIMENTO
           MOVE WK-SEQ           TO WK-L-SEQ
           MOVE CTR-VALOR-MENSAL TO WK-L-VALOR
           MOVE "GERADO"         TO WK-L-SITUACAO
           MOVE SPACES           TO WK-L-MOTIVO
           WRITE REG-RELATORIO FROM WK-LINHA-FATURA
           MOVE CTR-CODIGO       TO WK-RES-CODIGO
           PERFORM 0320-ATUALIZA-RESUMO.
       0300-GRAVA-MENSALIDADE-FIM. EXIT.
      ******************************************************************
      *    PROXIMA SEQUENCIA LIVRE PARA CODIGO + VENCIMENTO, FORA
      *    DA FAIXA 901+ RESERVADA AOS ENCARGOS (MESMA REGRA DO
      *    LANCAMENTO MANUAL DE COBRANCA)
      ******************************************************************
       0310-PROXIMA-SEQUENCIA  SECTION.
           MOVE "S" TO WK-SEQ-OK
           MOVE 1 TO WK-SEQ
           MOVE CTR-CODIGO    TO LAN-CODIGO
           MOVE WK-VENCIMENTO TO LAN-VENCIMENTO
           MOVE ZEROS         TO LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           IF FS-LANCAMENTOS = "00"
               MOVE "N" TO WK-FIM-LISTA
               PERFORM UNTIL WK-FIM-LISTA = "S"
                   READ LANCAMENTOS NEXT RECORD
                   IF FS-LANCAMENTOS NOT = "00"
                    OR LAN-CODIGO NOT = CTR-CODIGO
                    OR LAN-VENCIMENTO NOT = WK-VENCIMENTO
                       MOVE "S" TO WK-FIM-LISTA
                   ELSE
                       IF LAN-SEQ < WK-SEQ-ENCARGO-BASE
                           COMPUTE WK-SEQ = LAN-SEQ + 1
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WK-SEQ >= WK-SEQ-ENCARGO-BASE
               MOVE "N" TO WK-SEQ-OK
           END-IF.
       0310-PROXIMA-SEQUENCIA-FIM. EXIT.
      ******************************************************************
       0400-LISTA-IGNORADO     SECTION.
           ADD 1 TO WK-TOTAL-IGNORADOS
           MOVE CTR-CODIGO       TO WK-L-CODIGO
           MOVE WK-VENCIMENTO    TO WK-L-VENCIMENTO
           MOVE ZEROS            TO WK-L-SEQ
           MOVE CTR-VALOR-MENSAL TO WK-L-VALOR
           MOVE "IGNORADO"       TO WK-L-SITUACAO
           MOVE WK-MOTIVO        TO WK-L-MOTIVO
           WRITE REG-RELATORIO FROM WK-LINHA-FATURA.
       0400-LISTA-IGNORADO-FIM. EXIT.
      ******************************************************************
      *    RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE
      *    WK-RES-CODIGO PELOS LANCAMENTOS DELE (SALDO E QUANTIDADE
      *    EM ABERTO, VENCIDO POR FAIXA NA POSICAO DE HOJE E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO) E REGRAVA O REGISTRO.
      *    O ULTIMO PAGAMENTO SO MUDA QUANDO WK-RES-PAG-RECIBO TRAZ
      *    UM PAGAMENTO MAIS RECENTE QUE O GUARDADO. RESUMO EM USO
      *    POR OUTRO PROGRAMA FICA PARA A REAPURACAO NOTURNA
      ******************************************************************
       0320-ATUALIZA-RESUMO    SECTION.
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
                       PERFORM 0330-ACUMULA-RESUMO
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
           MOVE "FATURA" TO RES-ORIGEM
           IF WK-RES-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF.
       0320-ATUALIZA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    SOMA UMA COBRANCA EM ABERTO NO RESUMO (MESMOS CORTES DO
      *    RELATORIO DE AGING)
      ******************************************************************
       0330-ACUMULA-RESUMO     SECTION.
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
       0330-ACUMULA-RESUMO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE CONTRATOS.
           CLOSE LANCAMENTOS.
           CLOSE RELATORIO-SAIDA.
           CLOSE MOVLANC.
           CLOSE RESUMOS.
       1000-FINALIZAR-FIM.     EXIT.
