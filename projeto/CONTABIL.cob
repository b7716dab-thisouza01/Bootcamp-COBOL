      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  INTERFACE DO DIARIO CONTABIL DE CONTAS A RECEBER
      *     TRANSFORMA O MOVIMENTO DO MES (VARIAVEL DE AMBIENTE
      *     CONTABIL_MES_REF AAAAMM, PADRAO = MES CORRENTE) EM
      *     ARQUIVO POSICIONAL PARA A CONTABILIDADE: HEADER (DATA,
      *     SISTEMA DE ORIGEM E COMPETENCIA), UMA PARTIDA POR FATO
      *     (CONTA DEBITO, CONTA CREDITO, VALOR, DATA E CHAVE DO
      *     LANCAMENTO) E TRAILER COM QUANTIDADE, TOTAL A DEBITO E
      *     TOTAL A CREDITO. FATOS: COBRANCAS, MENSALIDADES,
      *     PARCELAS E ENCARGOS EMITIDOS E COBRANCAS RENEGOCIADAS
      *     (MOVIMENTO DE LANCAMENTOS), PAGAMENTOS DO CAIXA E DO
      *     BANCO E SEUS ESTORNOS (MOVIMENTO DE PAGAMENTOS),
      *     COMPENSACOES DE HAVER (PAGAMENTOS DE ORIGEM "HAVER",
      *     CONTRA A CONTA DE ADIANTAMENTOS DE CLIENTES) E OS
      *     CREDITOS, ESTORNOS DE CREDITO E RESTITUICOES DE HAVER
      *     (MOVIMENTO DE HAVERES). A PRIMEIRA PASSADA SO SOMA; SE
      *     DEBITOS E CREDITOS NAO FECHAM O ARQUIVO NAO E GERADO E
      *     O JOB TERMINA COM ERRO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. CONTABIL.
      ******************************************************************
       ENVIRONMENT             DIVISION.
      *
       CONFIGURATION           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               FILE STATUS     IS FS-PAGAMENTOS.

           SELECT MOVLANC ASSIGN TO WK-MOVLANC-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-MOVLANC.

           SELECT HAVMOV ASSIGN TO WK-HAVMOV-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-HAVMOV.

           SELECT DIARIO-SAIDA ASSIGN TO WK-DIARIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DIARIO.
      ******************************************************************
       DATA                    DIVISION.
      *
       FILE                    SECTION.
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  MOVLANC.
           COPY "MOVLANC.cpy".
      *
       FD  HAVMOV.
           COPY "HAVMOV.cpy".
      *
       FD  DIARIO-SAIDA.
       01  REG-DIARIO              PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-MOVLANC-PATH         PIC X(100)
           VALUE "movimento-lancamentos.txt".
       77  WK-HAVMOV-PATH          PIC X(100)
           VALUE "movimento-haveres.txt".
       77  WK-DIARIO-PATH          PIC X(100)
           VALUE "diario-contabil.txt".

      *---> STATUS ARQUIVO
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-MOVLANC              PIC X(02) VALUE SPACES.
       01  FS-HAVMOV               PIC X(02) VALUE SPACES.
       01  FS-DIARIO               PIC X(02) VALUE SPACES.

      *---> PLANO DE CONTAS DA CONTABILIDADE PARA O CONTAS A RECEBER
       77  WK-CTA-CAIXA            PIC X(10) VALUE "1.1.1.01".
       77  WK-CTA-BANCO            PIC X(10) VALUE "1.1.1.02".
       77  WK-CTA-CLIENTES         PIC X(10) VALUE "1.1.2.01".
       77  WK-CTA-RENEGOCIADOS     PIC X(10) VALUE "1.1.2.02".
       77  WK-CTA-ADIANTAMENTOS    PIC X(10) VALUE "2.1.1.01".
       77  WK-CTA-RECEITA          PIC X(10) VALUE "3.1.1.01".
       77  WK-CTA-ENCARGOS         PIC X(10) VALUE "3.2.1.01".

      *---> COMPETENCIA DO DIARIO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-MES-REF              PIC X(06) VALUE SPACES.
       01  WK-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01  FILLER REDEFINES WK-COMPETENCIA.
           05 WK-COMP-ANO          PIC 9(04).
           05 WK-COMP-MES          PIC 9(02).

      *---> CONTROLE DAS PASSADAS ("N" SO SOMA, "S" GRAVA)
       77  WK-GRAVA-DIARIO         PIC X     VALUE "N".
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".

      *---> CONTADORES E TOTAIS DE CONTROLE
       77  WK-TOTAL-PARTIDAS       PIC 9(09) VALUE ZEROS.
       77  WK-TOTAL-DEBITOS        PIC 9(11)V99 VALUE ZEROS.
       77  WK-TOTAL-CREDITOS       PIC 9(11)V99 VALUE ZEROS.
       77  WK-TOTAL-SEM-CONTA      PIC 9(09) VALUE ZEROS.
       77  WK-VALOR-EDITADO        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *---> PARTIDA EM MONTAGEM
       01  WK-PARTIDA.
           05 WK-P-DATA            PIC 9(08).
           05 WK-P-CONTA-DEBITO    PIC X(10).
           05 WK-P-CONTA-CREDITO   PIC X(10).
           05 WK-P-VALOR           PIC 9(09)V99.
           05 WK-P-CODIGO          PIC 9(07).
           05 WK-P-VENCIMENTO      PIC 9(08).
           05 WK-P-SEQ             PIC 9(03).
           05 WK-P-DOCUMENTO       PIC 9(06).
           05 WK-P-ORIGEM          PIC X(08).
           05 WK-P-HISTORICO       PIC X(20).

      *---> REGISTRO HEADER (TIPO 0)
       01  WK-REG-HEADER.
           05 FILLER               PIC X(01) VALUE "0".
           05 WK-H-DATA            PIC 9(08).
           05 WK-H-HORA            PIC 9(06).
           05 WK-H-SISTEMA         PIC X(15)
               VALUE "GESTAO-CLIENTES".
           05 WK-H-COMPETENCIA     PIC 9(06).
           05 FILLER               PIC X(64) VALUE SPACES.

      *---> REGISTRO DETALHE (TIPO 1) - UMA PARTIDA DO DIARIO
       01  WK-REG-DETALHE.
           05 FILLER               PIC X(01) VALUE "1".
           05 WK-D-DATA            PIC 9(08).
           05 WK-D-CONTA-DEBITO    PIC X(10).
           05 WK-D-CONTA-CREDITO   PIC X(10).
           05 WK-D-VALOR           PIC 9(09)V99.
           05 WK-D-CODIGO          PIC 9(07).
           05 WK-D-VENCIMENTO      PIC 9(08).
           05 WK-D-SEQ             PIC 9(03).
           05 WK-D-DOCUMENTO       PIC 9(06).
           05 WK-D-ORIGEM          PIC X(08).
           05 WK-D-HISTORICO       PIC X(20).
           05 FILLER               PIC X(08) VALUE SPACES.

      *---> REGISTRO TRAILER (TIPO 9)
       01  WK-REG-TRAILER.
           05 FILLER               PIC X(01) VALUE "9".
           05 WK-T-QUANTIDADE      PIC 9(09).
           05 WK-T-DEBITOS         PIC 9(11)V99.
           05 WK-T-CREDITOS        PIC 9(11)V99.
           05 FILLER               PIC X(64) VALUE SPACES.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-GERA-DIARIO
             END-IF
             PERFORM 1000-FINALIZAR.
             GOBACK.
       0000-PRINCIPAL-FIM.     EXIT.
      ******************************************************************
       0100-INICIALIZAR        SECTION.
           ACCEPT WK-PAGAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_PAGAMENTOS_PATH"
           IF WK-PAGAMENTOS-PATH = SPACES
               MOVE "pagamentos.dat" TO WK-PAGAMENTOS-PATH
           END-IF
           ACCEPT WK-MOVLANC-PATH FROM ENVIRONMENT
               "CLIENTES_MOVLANC_PATH"
           IF WK-MOVLANC-PATH = SPACES
               MOVE "movimento-lancamentos.txt" TO WK-MOVLANC-PATH
           END-IF
           ACCEPT WK-HAVMOV-PATH FROM ENVIRONMENT
               "CLIENTES_HAVMOV_PATH"
           IF WK-HAVMOV-PATH = SPACES
               MOVE "movimento-haveres.txt" TO WK-HAVMOV-PATH
           END-IF
           ACCEPT WK-DIARIO-PATH FROM ENVIRONMENT
               "CLIENTES_CONTABIL_PATH"
           IF WK-DIARIO-PATH = SPACES
               MOVE "diario-contabil.txt" TO WK-DIARIO-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL

      *---> COMPETENCIA: CONTABIL_MES_REF OU O MES CORRENTE
           ACCEPT WK-MES-REF FROM ENVIRONMENT "CONTABIL_MES_REF"
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
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    PRIMEIRA PASSADA SO ACUMULA OS TOTAIS DE CONTROLE; O
      *    ARQUIVO SO E ABERTO E GRAVADO NA SEGUNDA PASSADA, SE A
      *    SOMA DOS DEBITOS FECHAR COM A SOMA DOS CREDITOS
      ******************************************************************
       0200-GERA-DIARIO        SECTION.
           MOVE "N" TO WK-GRAVA-DIARIO
           PERFORM 0300-APURA-MES
           DISPLAY "COMPETENCIA..........: " WK-MES-REF
           DISPLAY "PARTIDAS APURADAS....: " WK-TOTAL-PARTIDAS
           MOVE WK-TOTAL-DEBITOS TO WK-VALOR-EDITADO
           DISPLAY "TOTAL A DEBITO.......: " WK-VALOR-EDITADO
           MOVE WK-TOTAL-CREDITOS TO WK-VALOR-EDITADO
           DISPLAY "TOTAL A CREDITO......: " WK-VALOR-EDITADO
           IF WK-TOTAL-DEBITOS NOT = WK-TOTAL-CREDITOS
               IF WK-TOTAL-SEM-CONTA NOT = ZEROS
                   DISPLAY "PARTIDAS SEM CONTA...: "
                       WK-TOTAL-SEM-CONTA
               END-IF
               DISPLAY "DEBITOS E CREDITOS NAO FECHAM - "
                   "DIARIO NAO GERADO"
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-IF
      *---> SEGUNDA PASSADA: GRAVA HEADER, PARTIDAS E TRAILER
           OPEN OUTPUT DIARIO-SAIDA
           MOVE WK-DATA-HORA-ATUAL(1:8)  TO WK-H-DATA
           MOVE WK-DATA-HORA-ATUAL(9:6)  TO WK-H-HORA
           MOVE WK-COMPETENCIA           TO WK-H-COMPETENCIA
           WRITE REG-DIARIO FROM WK-REG-HEADER
           MOVE "S" TO WK-GRAVA-DIARIO
           PERFORM 0300-APURA-MES
           MOVE WK-TOTAL-PARTIDAS TO WK-T-QUANTIDADE
           MOVE WK-TOTAL-DEBITOS  TO WK-T-DEBITOS
           MOVE WK-TOTAL-CREDITOS TO WK-T-CREDITOS
           WRITE REG-DIARIO FROM WK-REG-TRAILER
           CLOSE DIARIO-SAIDA
           DISPLAY "PARTIDAS NO DIARIO...: " WK-TOTAL-PARTIDAS.
       0200-GERA-DIARIO-FIM.   EXIT.
      ******************************************************************
       0300-APURA-MES          SECTION.
           MOVE ZEROS TO WK-TOTAL-PARTIDAS, WK-TOTAL-DEBITOS,
                         WK-TOTAL-CREDITOS, WK-TOTAL-SEM-CONTA
           PERFORM 0310-MOVIMENTO-LANCAMENTOS
           PERFORM 0330-MOVIMENTO-PAGAMENTOS
           PERFORM 0350-MOVIMENTO-HAVERES.
       0300-APURA-MES-FIM.     EXIT.
      ******************************************************************
      *    EMISSOES E RENEGOCIACOES DO MES NO MOVIMENTO DE
      *    LANCAMENTOS
      ******************************************************************
       0310-MOVIMENTO-LANCAMENTOS SECTION.
           OPEN INPUT MOVLANC
           IF FS-MOVLANC NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-MOVLANC NOT = "00"
               READ MOVLANC
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MVL-DATA(1:6) = WK-MES-REF
                           PERFORM 0320-PARTIDA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MOVLANC.
       0310-MOVIMENTO-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
      *    CONTAS POR FATO: EMISSAO DEBITA CLIENTES CONTRA RECEITA
      *    (COBRANCA E MENSALIDADE) OU RECEITA FINANCEIRA (ENCARGO);
      *    PARCELA DE RENEGOCIACAO DEBITA CLIENTES CONTRA A CONTA
      *    DE RENEGOCIADOS, QUE RECEBEU A DIVIDA ORIGINAL NA
      *    RENEGOCIACAO (SEM NOVA RECEITA). ORIGEM DESCONHECIDA FICA
      *    SEM CONTA E IMPEDE O FECHAMENTO DO DIARIO
      ******************************************************************
       0320-PARTIDA-LANCAMENTO SECTION.
           MOVE MVL-DATA       TO WK-P-DATA
           MOVE MVL-VALOR      TO WK-P-VALOR
           MOVE MVL-CODIGO     TO WK-P-CODIGO
           MOVE MVL-VENCIMENTO TO WK-P-VENCIMENTO
           MOVE MVL-SEQ        TO WK-P-SEQ
           MOVE ZEROS          TO WK-P-DOCUMENTO
           MOVE MVL-ORIGEM     TO WK-P-ORIGEM
           MOVE SPACES         TO WK-P-CONTA-DEBITO, WK-P-CONTA-CREDITO
           EVALUATE TRUE
               WHEN MVL-TIPO = "R"
                   MOVE WK-CTA-RENEGOCIADOS TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-CLIENTES     TO WK-P-CONTA-CREDITO
                   MOVE "COBRANCA RENEGOCIADA" TO WK-P-HISTORICO
               WHEN MVL-TIPO = "E" AND MVL-ORIGEM = "LANCA"
                   MOVE WK-CTA-CLIENTES     TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-RECEITA      TO WK-P-CONTA-CREDITO
                   MOVE "COBRANCA EMITIDA"  TO WK-P-HISTORICO
               WHEN MVL-TIPO = "E" AND MVL-ORIGEM = "FATURA"
                   MOVE WK-CTA-CLIENTES     TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-RECEITA      TO WK-P-CONTA-CREDITO
                   MOVE "MENSALIDADE"       TO WK-P-HISTORICO
               WHEN MVL-TIPO = "E" AND MVL-ORIGEM = "ENCARGOS"
                   MOVE WK-CTA-CLIENTES     TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-ENCARGOS     TO WK-P-CONTA-CREDITO
                   MOVE "MULTA E JUROS"     TO WK-P-HISTORICO
               WHEN MVL-TIPO = "E" AND MVL-ORIGEM = "RENEGOC"
                   MOVE WK-CTA-CLIENTES     TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-RENEGOCIADOS TO WK-P-CONTA-CREDITO
                   MOVE "PARCELA RENEGOCIADA" TO WK-P-HISTORICO
               WHEN OTHER
                   MOVE WK-CTA-CLIENTES     TO WK-P-CONTA-DEBITO
                   MOVE "ORIGEM SEM CONTA"  TO WK-P-HISTORICO
           END-EVALUATE
           PERFORM 0400-REGISTRA-PARTIDA.
       0320-PARTIDA-LANCAMENTO-FIM. EXIT.
      ******************************************************************
      *    PAGAMENTOS E ESTORNOS DO MES NO MOVIMENTO DE PAGAMENTOS:
      *    O RECEBIMENTO DEBITA CAIXA (LANCA) OU BANCO (RETORNO)
      *    CONTRA CLIENTES; O ESTORNO FAZ A PARTIDA INVERSA NA DATA
      *    EM QUE FOI FEITO. O RECIBO SEM VENCIMENTO (DINHEIRO QUE
      *    FOI INTEIRO PARA O HAVER) E SEU ESTORNO SAO CONTABILIZADOS
      *    PELO MOVIMENTO DE HAVERES (LINHAS "C" E "X")
      ******************************************************************
       0330-MOVIMENTO-PAGAMENTOS SECTION.
           OPEN INPUT PAGAMENTOS
           IF FS-PAGAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE ZEROS TO PAG-RECIBO
           START PAGAMENTOS KEY NOT LESS CHAVE-PAGAMENTOS
           MOVE "N" TO WK-FIM-ARQUIVO
           IF FS-PAGAMENTOS NOT = "00"
               MOVE "S" TO WK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ PAGAMENTOS NEXT RECORD
               IF FS-PAGAMENTOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               END-IF
               IF FS-PAGAMENTOS = "00"
                AND PAG-VENCIMENTO NOT = ZEROS
                   MOVE PAG-VALOR      TO WK-P-VALOR
                   MOVE PAG-CODIGO     TO WK-P-CODIGO
                   MOVE PAG-VENCIMENTO TO WK-P-VENCIMENTO
                   MOVE PAG-SEQ        TO WK-P-SEQ
                   MOVE PAG-RECIBO     TO WK-P-DOCUMENTO
                   MOVE PAG-ORIGEM     TO WK-P-ORIGEM
                   IF PAG-DATA(1:6) = WK-MES-REF
                       MOVE PAG-DATA TO WK-P-DATA
                       PERFORM 0340-CONTA-DISPONIVEL
                       MOVE WK-CTA-CLIENTES TO WK-P-CONTA-CREDITO
                       MOVE "PAGAMENTO RECEBIDO" TO WK-P-HISTORICO
                       PERFORM 0400-REGISTRA-PARTIDA
                   END-IF
                   IF PAG-SITUACAO = "C"
                    AND PAG-ESTORNO-DATA(1:6) = WK-MES-REF
                       MOVE PAG-ESTORNO-DATA TO WK-P-DATA
                       PERFORM 0340-CONTA-DISPONIVEL
                       MOVE WK-P-CONTA-DEBITO TO WK-P-CONTA-CREDITO
                       MOVE WK-CTA-CLIENTES TO WK-P-CONTA-DEBITO
                       MOVE "ESTORNO DE PAGAMENTO" TO WK-P-HISTORICO
                       PERFORM 0400-REGISTRA-PARTIDA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAGAMENTOS.
       0330-MOVIMENTO-PAGAMENTOS-FIM. EXIT.
      ******************************************************************
      *    CONTA DO DINHEIRO PELA ORIGEM DO PAGAMENTO (NO DEBITO);
      *    A COMPENSACAO DE HAVER BAIXA A CONTA DE ADIANTAMENTOS
      ******************************************************************
       0340-CONTA-DISPONIVEL   SECTION.
           EVALUATE PAG-ORIGEM
               WHEN "LANCA"
                   MOVE WK-CTA-CAIXA TO WK-P-CONTA-DEBITO
               WHEN "RETORNO"
                   MOVE WK-CTA-BANCO TO WK-P-CONTA-DEBITO
               WHEN "HAVER"
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-DEBITO
               WHEN OTHER
                   MOVE SPACES TO WK-P-CONTA-DEBITO
           END-EVALUATE.
       0340-CONTA-DISPONIVEL-FIM. EXIT.
      ******************************************************************
      *    CREDITOS E RESTITUICOES DE HAVER DO MES NO MOVIMENTO DE
      *    HAVERES: O EXCEDENTE OU ADIANTAMENTO RECEBIDO DEBITA
      *    CAIXA (LANCA) OU BANCO (RETORNO) CONTRA ADIANTAMENTOS DE
      *    CLIENTES E O ESTORNO DO CREDITO FAZ A PARTIDA INVERSA; A
      *    RESTITUICAO DEBITA ADIANTAMENTOS CONTRA O BANCO.
      *    APLICACOES E SEUS ESTORNOS JA ESTAO NO MOVIMENTO DE
      *    PAGAMENTOS (ORIGEM "HAVER") E A TRANSFERENCIA DA
      *    UNIFICACAO NAO MUDA DE CONTA
      ******************************************************************
       0350-MOVIMENTO-HAVERES  SECTION.
           OPEN INPUT HAVMOV
           IF FS-HAVMOV NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-HAVMOV NOT = "00"
               READ HAVMOV
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HVM-DATA(1:6) = WK-MES-REF
                        AND (HVM-TIPO = "C" OR HVM-TIPO = "D"
                          OR HVM-TIPO = "X")
                           PERFORM 0360-PARTIDA-HAVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HAVMOV.
       0350-MOVIMENTO-HAVERES-FIM. EXIT.
      ******************************************************************
       0360-PARTIDA-HAVER      SECTION.
           MOVE HVM-DATA       TO WK-P-DATA
           MOVE HVM-VALOR      TO WK-P-VALOR
           MOVE HVM-CODIGO     TO WK-P-CODIGO
           MOVE HVM-VENCIMENTO TO WK-P-VENCIMENTO
           MOVE HVM-SEQ        TO WK-P-SEQ
           MOVE HVM-RECIBO     TO WK-P-DOCUMENTO
           MOVE HVM-ORIGEM     TO WK-P-ORIGEM
           MOVE SPACES         TO WK-P-CONTA-DEBITO, WK-P-CONTA-CREDITO
           EVALUATE TRUE
               WHEN HVM-TIPO = "D"
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-BANCO         TO WK-P-CONTA-CREDITO
                   MOVE "RESTITUICAO DE HAVER" TO WK-P-HISTORICO
               WHEN HVM-TIPO = "X" AND HVM-ORIGEM = "LANCA"
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-CAIXA         TO WK-P-CONTA-CREDITO
                   MOVE "ESTORNO DE CREDITO" TO WK-P-HISTORICO
               WHEN HVM-TIPO = "X" AND HVM-ORIGEM = "RETORNO"
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-BANCO         TO WK-P-CONTA-CREDITO
                   MOVE "ESTORNO DE CREDITO" TO WK-P-HISTORICO
               WHEN HVM-TIPO = "X"
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-DEBITO
                   MOVE "ORIGEM SEM CONTA"   TO WK-P-HISTORICO
               WHEN HVM-ORIGEM = "LANCA"
                   MOVE WK-CTA-CAIXA         TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-CREDITO
                   MOVE "CREDITO EM HAVER"   TO WK-P-HISTORICO
               WHEN HVM-ORIGEM = "RETORNO"
                   MOVE WK-CTA-BANCO         TO WK-P-CONTA-DEBITO
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-CREDITO
                   MOVE "CREDITO EM HAVER"   TO WK-P-HISTORICO
               WHEN OTHER
                   MOVE WK-CTA-ADIANTAMENTOS TO WK-P-CONTA-CREDITO
                   MOVE "ORIGEM SEM CONTA"   TO WK-P-HISTORICO
           END-EVALUATE
           PERFORM 0400-REGISTRA-PARTIDA.
       0360-PARTIDA-HAVER-FIM. EXIT.
      ******************************************************************
      *    SOMA A PARTIDA NOS TOTAIS DE CONTROLE (SO NO LADO QUE TEM
      *    CONTA) E, NA PASSADA DE GRAVACAO, GRAVA O DETALHE
      ******************************************************************
       0400-REGISTRA-PARTIDA   SECTION.
           IF WK-P-VALOR = ZEROS
               EXIT SECTION
           END-IF
           ADD 1 TO WK-TOTAL-PARTIDAS
           IF WK-P-CONTA-DEBITO NOT = SPACES
               ADD WK-P-VALOR TO WK-TOTAL-DEBITOS
           END-IF
           IF WK-P-CONTA-CREDITO NOT = SPACES
               ADD WK-P-VALOR TO WK-TOTAL-CREDITOS
           END-IF
           IF WK-P-CONTA-DEBITO = SPACES
            OR WK-P-CONTA-CREDITO = SPACES
               ADD 1 TO WK-TOTAL-SEM-CONTA
               IF WK-GRAVA-DIARIO = "N"
                   DISPLAY "PARTIDA SEM CONTA: " WK-P-ORIGEM " "
                       WK-P-CODIGO " " WK-P-VENCIMENTO " " WK-P-SEQ
               END-IF
           END-IF
           IF WK-GRAVA-DIARIO = "S"
               MOVE WK-P-DATA          TO WK-D-DATA
               MOVE WK-P-CONTA-DEBITO  TO WK-D-CONTA-DEBITO
               MOVE WK-P-CONTA-CREDITO TO WK-D-CONTA-CREDITO
               MOVE WK-P-VALOR         TO WK-D-VALOR
               MOVE WK-P-CODIGO        TO WK-D-CODIGO
               MOVE WK-P-VENCIMENTO    TO WK-D-VENCIMENTO
               MOVE WK-P-SEQ           TO WK-D-SEQ
               MOVE WK-P-DOCUMENTO     TO WK-D-DOCUMENTO
               MOVE WK-P-ORIGEM        TO WK-D-ORIGEM
               MOVE WK-P-HISTORICO     TO WK-D-HISTORICO
               WRITE REG-DIARIO FROM WK-REG-DETALHE
           END-IF.
       0400-REGISTRA-PARTIDA-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CONTINUE.
       1000-FINALIZAR-FIM.     EXIT.
