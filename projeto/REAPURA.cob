      ******************************************************************
      * Author:Thiago Souza
      * Date:15/10/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  REAPURACAO E CONFERENCIA DO RESUMO DE CONTAS A RECEBER
      *     RELE TODOS OS LANCAMENTOS NA ORDEM DA CHAVE E, POR
      *     CLIENTE, REFAZ O RESUMO (SALDO E QUANTIDADE EM ABERTO,
      *     VENCIDO POR FAIXA NA POSICAO DE HOJE, VENCIMENTO MAIS
      *     ANTIGO EM ABERTO) E O ULTIMO PAGAMENTO ATIVO PELOS
      *     PAGAMENTOS DO CLIENTE. COMPARA COM O RESUMO GRAVADO
      *     PELOS PROGRAMAS DE LANCAMENTO E LISTA CADA CAMPO
      *     DIVERGENTE; DEPOIS REGRAVA O RESUMO COM OS VALORES
      *     APURADOS, O QUE TAMBEM ATUALIZA AS FAIXAS DE ATRASO PARA
      *     A DATA DO DIA. RESUMO QUE A PASSADA NAO REGRAVOU E
      *     REAPURADO PELOS LANCAMENTOS DO CLIENTE (GRAVADOS DEPOIS
      *     DA PASSADA) OU ZERADO SE ELE NAO TEM MAIS LANCAMENTO
      *     NENHUM. SEM O ARQUIVO DE RESUMOS (PRIMEIRA EXECUCAO) A
      *     CARGA E FEITA SEM LISTAR DIVERGENCIA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID. REAPURA.
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
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-LANCAMENTOS.

           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-PAGAMENTOS.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-RESUMOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-RESUMOS.

           SELECT RELATORIO-SAIDA ASSIGN TO WK-RELATORIO-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-RELATORIO.
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
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  RELATORIO-SAIDA.
       01  REG-RELATORIO           PIC X(80).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-RELATORIO-PATH       PIC X(100)
           VALUE "resumos-divergencias.txt".

      *---> STATUS ARQUIVO
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-RELATORIO            PIC X(02) VALUE SPACES.

      *---> DATA DO DIA E CALCULO DE ATRASO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.
       77  WK-DIAS-HOJE            PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-VENC            PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
       77  WK-SALDO-LANC           PIC 9(09)V99 VALUE ZEROS.

      *---> CONTROLE DAS LEITURAS
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".
       77  WK-FIM-PAGAMENTOS       PIC X     VALUE "N".
       77  WK-FIM-LANCAMENTOS      PIC X     VALUE "N".
       77  WK-TEM-GRUPO            PIC X     VALUE "N".
       77  WK-GRP-CODIGO           PIC 9(07) VALUE ZEROS.
       77  WK-PAG-ABERTO           PIC X     VALUE "N".

      *---> PRIMEIRA EXECUCAO (ARQUIVO DE RESUMOS CRIADO AGORA)
       77  WK-CARGA-INICIAL        PIC X     VALUE "N".
      *---> RESUMO DO CLIENTE AINDA NAO EXISTIA
       77  WK-RESUMO-NOVO          PIC X     VALUE "N".
      *---> CLIENTE COM ALGUM CAMPO DIVERGENTE
       77  WK-DIVERGENTE           PIC X     VALUE "N".

      *---> RESUMO APURADO PELOS LANCAMENTOS E PAGAMENTOS
       01  WK-APURADO.
           05 WK-A-ABERTO          PIC 9(09)V99.
           05 WK-A-QTD             PIC 9(05).
           05 WK-A-VENCIDO-TOTAL   PIC 9(09)V99.
           05 WK-A-VENCIDO-30      PIC 9(09)V99.
           05 WK-A-VENCIDO-60      PIC 9(09)V99.
           05 WK-A-VENCIDO-90      PIC 9(09)V99.
           05 WK-A-VENCIDO-MAIS-90 PIC 9(09)V99.
           05 WK-A-ANTIGO          PIC 9(08).
           05 WK-A-PAG-DATA        PIC 9(08).
           05 WK-A-PAG-VALOR       PIC 9(07)V99.
           05 WK-A-PAG-RECIBO      PIC 9(06).

      *---> CONTADORES
       77  WK-TOTAL-CLIENTES       PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-CRIADOS        PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-ZERADOS        PIC 9(07) VALUE ZEROS.
       77  WK-TOTAL-DIVERGENTES    PIC 9(07) VALUE ZEROS.

      *---> LISTAGEM DE DIVERGENCIAS (UMA LINHA POR CAMPO)
       01  WK-CABECALHO.
           05 FILLER               PIC X(09) VALUE "CODIGO".
           05 FILLER               PIC X(18) VALUE "CAMPO".
           05 FILLER               PIC X(17) VALUE "GRAVADO".
           05 FILLER               PIC X(15) VALUE "APURADO".

       01  WK-LINHA-DIVERGENCIA.
           05 WK-D-CODIGO          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-D-CAMPO           PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-D-GRAVADO         PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-D-APURADO         PIC X(15).

       77  WK-VALOR-EDITADO        PIC ZZZ.ZZZ.ZZ9,99.

       01  WK-LINHA-TOTAL.
           05 WK-T-ROTULO          PIC X(28).
           05 WK-T-VALOR           PIC ZZZ.ZZZ.ZZ9.
      ******************************************************************
       PROCEDURE               DIVISION.
       0000-PRINCIPAL          SECTION.
             PERFORM 0100-INICIALIZAR.
             IF RETURN-CODE = ZEROS
                 PERFORM 0200-REAPURA-LANCAMENTOS
                 PERFORM 0400-RESUMOS-SEM-LANCAMENTO
                 PERFORM 0500-TOTAIS
             END-IF
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
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF
           ACCEPT WK-RELATORIO-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_DIV_PATH"
           IF WK-RELATORIO-PATH = SPACES
               MOVE "resumos-divergencias.txt" TO WK-RELATORIO-PATH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE
           COMPUTE WK-DIAS-HOJE = FUNCTION INTEGER-OF-DATE(WK-HOJE)

           OPEN INPUT LANCAMENTOS.
           IF FS-LANCAMENTOS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE LANCAMENTOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
      *---> SEM PAGAMENTOS NENHUM CLIENTE TEM ULTIMO PAGAMENTO
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "00"
               MOVE "S" TO WK-PAG-ABERTO
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
               MOVE "S" TO WK-CARGA-INICIAL
           END-IF.
           OPEN OUTPUT RELATORIO-SAIDA.
           MOVE SPACES TO REG-RELATORIO
           STRING "DIVERGENCIAS DO RESUMO DE CONTAS A RECEBER - "
                                              DELIMITED BY SIZE
                  WK-HOJE                     DELIMITED BY SIZE
               INTO REG-RELATORIO
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WK-CABECALHO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    VARRE OS LANCAMENTOS NA ORDEM DA CHAVE ACUMULANDO O RESUMO
      *    DO CLIENTE; A QUEBRA DE CODIGO CONFERE E REGRAVA O RESUMO
      ******************************************************************
       0200-REAPURA-LANCAMENTOS SECTION.
           MOVE ZEROS TO WK-APURADO
           MOVE "N" TO WK-FIM-ARQUIVO
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
                   IF WK-TEM-GRUPO = "S"
                       PERFORM 0300-FECHA-CLIENTE
                   END-IF
               ELSE
                   IF WK-TEM-GRUPO = "S"
                    AND LAN-CODIGO NOT = WK-GRP-CODIGO
                       PERFORM 0300-FECHA-CLIENTE
                   END-IF
                   PERFORM 0210-ACUMULA-LANCAMENTO
               END-IF
           END-PERFORM.
       0200-REAPURA-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
      *    SO COBRANCA EM ABERTO ENTRA NO RESUMO; AS FAIXAS USAM OS
      *    MESMOS CORTES DO RELATORIO DE AGING
      ******************************************************************
       0210-ACUMULA-LANCAMENTO SECTION.
           IF WK-TEM-GRUPO NOT = "S"
               MOVE "S" TO WK-TEM-GRUPO
               MOVE LAN-CODIGO TO WK-GRP-CODIGO
           END-IF
           IF LAN-SITUACAO NOT = "A"
               EXIT SECTION
           END-IF
           COMPUTE WK-SALDO-LANC = LAN-VALOR - LAN-VALOR-PAGO
           ADD WK-SALDO-LANC TO WK-A-ABERTO
           ADD 1 TO WK-A-QTD
           IF WK-A-ANTIGO = ZEROS OR LAN-VENCIMENTO < WK-A-ANTIGO
               MOVE LAN-VENCIMENTO TO WK-A-ANTIGO
           END-IF
           COMPUTE WK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(LAN-VENCIMENTO)
           COMPUTE WK-DIAS-ATRASO = WK-DIAS-HOJE - WK-DIAS-VENC
           IF WK-DIAS-ATRASO > ZEROS
               ADD WK-SALDO-LANC TO WK-A-VENCIDO-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WK-DIAS-ATRASO <= ZEROS
                   CONTINUE
               WHEN WK-DIAS-ATRASO <= 30
                   ADD WK-SALDO-LANC TO WK-A-VENCIDO-30
               WHEN WK-DIAS-ATRASO <= 60
                   ADD WK-SALDO-LANC TO WK-A-VENCIDO-60
               WHEN WK-DIAS-ATRASO <= 90
                   ADD WK-SALDO-LANC TO WK-A-VENCIDO-90
               WHEN OTHER
                   ADD WK-SALDO-LANC TO WK-A-VENCIDO-MAIS-90
           END-EVALUATE.
       0210-ACUMULA-LANCAMENTO-FIM. EXIT.
      ******************************************************************
      *    FECHA O CLIENTE WK-GRP-CODIGO: ULTIMO PAGAMENTO, LEITURA
      *    DO RESUMO GRAVADO, CONFERENCIA E REGRAVACAO
      ******************************************************************
       0300-FECHA-CLIENTE      SECTION.
           ADD 1 TO WK-TOTAL-CLIENTES
           PERFORM 0310-ULTIMO-PAGAMENTO
           MOVE WK-GRP-CODIGO TO RES-CODIGO
           READ RESUMOS
           EVALUATE TRUE
               WHEN FS-RESUMOS = "00"
                   MOVE "N" TO WK-RESUMO-NOVO
                   PERFORM 0320-COMPARA-RESUMO
               WHEN FS-RESUMOS = "23"
                   MOVE "S" TO WK-RESUMO-NOVO
                   ADD 1 TO WK-TOTAL-CRIADOS
      *---> SO E DIVERGENCIA SE HAVIA COBRANCA EM ABERTO OU
      *---> PAGAMENTO QUE ALGUM PROGRAMA DEIXOU DE RESUMIR
                   IF WK-CARGA-INICIAL = "N"
                    AND (WK-A-QTD > ZEROS OR WK-A-PAG-RECIBO > ZEROS)
                       MOVE WK-GRP-CODIGO TO WK-D-CODIGO
                       MOVE "RESUMO AUSENTE"  TO WK-D-CAMPO
                       MOVE SPACES            TO WK-D-GRAVADO
                       MOVE WK-A-ABERTO       TO WK-VALOR-EDITADO
                       MOVE WK-VALOR-EDITADO  TO WK-D-APURADO
                       WRITE REG-RELATORIO FROM WK-LINHA-DIVERGENCIA
                       ADD 1 TO WK-TOTAL-DIVERGENTES
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO AO LER RESUMO " WK-GRP-CODIGO
                       " - STATUS " FS-RESUMOS
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           IF FS-RESUMOS = "00" OR FS-RESUMOS = "23"
               PERFORM 0340-GRAVA-RESUMO
           END-IF
           MOVE "N" TO WK-TEM-GRUPO
           MOVE ZEROS TO WK-APURADO.
       0300-FECHA-CLIENTE-FIM. EXIT.
      ******************************************************************
      *    ULTIMO PAGAMENTO ATIVO DO CLIENTE: MAIOR DATA E, NA MESMA
      *    DATA, MAIOR RECIBO (ESTORNADOS NAO CONTAM)
      ******************************************************************
       0310-ULTIMO-PAGAMENTO   SECTION.
           MOVE ZEROS TO WK-A-PAG-DATA, WK-A-PAG-VALOR,
                         WK-A-PAG-RECIBO
           IF WK-PAG-ABERTO NOT = "S"
               EXIT SECTION
           END-IF
           MOVE WK-GRP-CODIGO TO PAG-CODIGO
           START PAGAMENTOS KEY NOT LESS PAG-CODIGO
           MOVE "N" TO WK-FIM-PAGAMENTOS
           IF FS-PAGAMENTOS NOT = "00"
               MOVE "S" TO WK-FIM-PAGAMENTOS
           END-IF
           PERFORM UNTIL WK-FIM-PAGAMENTOS = "S"
               READ PAGAMENTOS NEXT RECORD
               IF FS-PAGAMENTOS NOT = "00"
                OR PAG-CODIGO NOT = WK-GRP-CODIGO
                   MOVE "S" TO WK-FIM-PAGAMENTOS
               ELSE
                   IF PAG-SITUACAO = "A"
                    AND (PAG-DATA > WK-A-PAG-DATA
                     OR (PAG-DATA = WK-A-PAG-DATA
                     AND PAG-RECIBO > WK-A-PAG-RECIBO))
                       MOVE PAG-DATA   TO WK-A-PAG-DATA
                       MOVE PAG-VALOR  TO WK-A-PAG-VALOR
                       MOVE PAG-RECIBO TO WK-A-PAG-RECIBO
                   END-IF
               END-IF
           END-PERFORM.
       0310-ULTIMO-PAGAMENTO-FIM. EXIT.
      ******************************************************************
      *    CONFERE CAMPO A CAMPO; AS FAIXAS SO SAO CONFERIDAS QUANDO
      *    O RESUMO GRAVADO JA ESTA NA POSICAO DE HOJE (SENAO A
      *    DIFERENCA E SO A PASSAGEM DOS DIAS)
      ******************************************************************
       0320-COMPARA-RESUMO     SECTION.
           MOVE "N" TO WK-DIVERGENTE
           MOVE WK-GRP-CODIGO TO WK-D-CODIGO
           IF RES-TOTAL-ABERTO NOT = WK-A-ABERTO
               MOVE "SALDO EM ABERTO" TO WK-D-CAMPO
               MOVE RES-TOTAL-ABERTO  TO WK-VALOR-EDITADO
               MOVE WK-VALOR-EDITADO  TO WK-D-GRAVADO
               MOVE WK-A-ABERTO       TO WK-VALOR-EDITADO
               MOVE WK-VALOR-EDITADO  TO WK-D-APURADO
               PERFORM 0330-LISTA-DIVERGENCIA
           END-IF
           IF RES-QTD-ABERTOS NOT = WK-A-QTD
               MOVE "QTD EM ABERTO"   TO WK-D-CAMPO
               MOVE RES-QTD-ABERTOS   TO WK-D-GRAVADO
               MOVE WK-A-QTD          TO WK-D-APURADO
               PERFORM 0330-LISTA-DIVERGENCIA
           END-IF
           IF RES-VENC-MAIS-ANTIGO NOT = WK-A-ANTIGO
               MOVE "VENC MAIS ANTIGO" TO WK-D-CAMPO
               MOVE RES-VENC-MAIS-ANTIGO TO WK-D-GRAVADO
               MOVE WK-A-ANTIGO       TO WK-D-APURADO
               PERFORM 0330-LISTA-DIVERGENCIA
           END-IF
           IF RES-DATA-POSICAO = WK-HOJE
            AND (RES-VENCIDO-TOTAL   NOT = WK-A-VENCIDO-TOTAL
              OR RES-VENCIDO-30      NOT = WK-A-VENCIDO-30
              OR RES-VENCIDO-60      NOT = WK-A-VENCIDO-60
              OR RES-VENCIDO-90      NOT = WK-A-VENCIDO-90
              OR RES-VENCIDO-MAIS-90 NOT = WK-A-VENCIDO-MAIS-90)
               MOVE "VENCIDO/FAIXAS"  TO WK-D-CAMPO
               MOVE RES-VENCIDO-TOTAL TO WK-VALOR-EDITADO
               MOVE WK-VALOR-EDITADO  TO WK-D-GRAVADO
               MOVE WK-A-VENCIDO-TOTAL TO WK-VALOR-EDITADO
               MOVE WK-VALOR-EDITADO  TO WK-D-APURADO
               PERFORM 0330-LISTA-DIVERGENCIA
           END-IF
           IF RES-ULT-PAG-RECIBO NOT = WK-A-PAG-RECIBO
            OR RES-ULT-PAG-DATA  NOT = WK-A-PAG-DATA
            OR RES-ULT-PAG-VALOR NOT = WK-A-PAG-VALOR
               MOVE "ULTIMO RECIBO"   TO WK-D-CAMPO
               MOVE RES-ULT-PAG-RECIBO TO WK-D-GRAVADO
               MOVE WK-A-PAG-RECIBO   TO WK-D-APURADO
               PERFORM 0330-LISTA-DIVERGENCIA
           END-IF
           IF WK-DIVERGENTE = "S"
               ADD 1 TO WK-TOTAL-DIVERGENTES
           END-IF.
       0320-COMPARA-RESUMO-FIM. EXIT.
      ******************************************************************
       0330-LISTA-DIVERGENCIA  SECTION.
           MOVE "S" TO WK-DIVERGENTE
           WRITE REG-RELATORIO FROM WK-LINHA-DIVERGENCIA.
       0330-LISTA-DIVERGENCIA-FIM. EXIT.
      ******************************************************************
       0340-GRAVA-RESUMO       SECTION.
           MOVE WK-A-ABERTO          TO RES-TOTAL-ABERTO
           MOVE WK-A-QTD             TO RES-QTD-ABERTOS
           MOVE WK-A-VENCIDO-TOTAL   TO RES-VENCIDO-TOTAL
           MOVE WK-A-VENCIDO-30      TO RES-VENCIDO-30
           MOVE WK-A-VENCIDO-60      TO RES-VENCIDO-60
           MOVE WK-A-VENCIDO-90      TO RES-VENCIDO-90
           MOVE WK-A-VENCIDO-MAIS-90 TO RES-VENCIDO-MAIS-90
           MOVE WK-A-ANTIGO          TO RES-VENC-MAIS-ANTIGO
           MOVE WK-A-PAG-DATA        TO RES-ULT-PAG-DATA
           MOVE WK-A-PAG-VALOR       TO RES-ULT-PAG-VALOR
           MOVE WK-A-PAG-RECIBO      TO RES-ULT-PAG-RECIBO
           MOVE WK-HOJE              TO RES-DATA-POSICAO
           MOVE "REAPURA"            TO RES-ORIGEM
           IF WK-RESUMO-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF
           IF FS-RESUMOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR RESUMO " RES-CODIGO
                   " - STATUS " FS-RESUMOS
               MOVE 1 TO RETURN-CODE
           END-IF.
       0340-GRAVA-RESUMO-FIM.  EXIT.
      ******************************************************************
      *    RESUMO QUE A PASSADA DOS LANCAMENTOS NAO REGRAVOU: SE O
      *    CLIENTE TEM LANCAMENTO (GRAVADO DEPOIS DA PASSADA) ELE E
      *    REAPURADO COMO NA QUEBRA DE CODIGO; SEM LANCAMENTO NENHUM
      *    O APURADO E ZERO EM ABERTO
      ******************************************************************
       0400-RESUMOS-SEM-LANCAMENTO SECTION.
           MOVE ZEROS TO RES-CODIGO
           START RESUMOS KEY NOT LESS CHAVE-RESUMOS
           MOVE "N" TO WK-FIM-ARQUIVO
           IF FS-RESUMOS NOT = "00"
               MOVE "S" TO WK-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ RESUMOS NEXT RECORD
               IF FS-RESUMOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               ELSE
                   IF RES-ORIGEM NOT = "REAPURA"
                    OR RES-DATA-POSICAO NOT = WK-HOJE
                       MOVE RES-CODIGO TO WK-GRP-CODIGO
                       MOVE ZEROS TO WK-APURADO
                       PERFORM 0410-LANCAMENTOS-CLIENTE
                       PERFORM 0310-ULTIMO-PAGAMENTO
                       MOVE "N" TO WK-RESUMO-NOVO
                       PERFORM 0320-COMPARA-RESUMO
                       PERFORM 0340-GRAVA-RESUMO
                       IF WK-TEM-GRUPO = "S"
                           ADD 1 TO WK-TOTAL-CLIENTES
                       ELSE
                           ADD 1 TO WK-TOTAL-ZERADOS
                       END-IF
                       MOVE "N" TO WK-TEM-GRUPO
                   END-IF
               END-IF
           END-PERFORM.
       0400-RESUMOS-SEM-LANCAMENTO-FIM. EXIT.
      ******************************************************************
      *    ACUMULA OS LANCAMENTOS DO CLIENTE WK-GRP-CODIGO (O REGISTRO
      *    DE RESUMO LIDO FICA INTACTO NA AREA DO ARQUIVO)
      ******************************************************************
       0410-LANCAMENTOS-CLIENTE SECTION.
           MOVE WK-GRP-CODIGO TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           MOVE "N" TO WK-FIM-LANCAMENTOS
           IF FS-LANCAMENTOS NOT = "00"
               MOVE "S" TO WK-FIM-LANCAMENTOS
           END-IF
           PERFORM UNTIL WK-FIM-LANCAMENTOS = "S"
               READ LANCAMENTOS NEXT RECORD
               IF FS-LANCAMENTOS NOT = "00"
                OR LAN-CODIGO NOT = WK-GRP-CODIGO
                   MOVE "S" TO WK-FIM-LANCAMENTOS
               ELSE
                   PERFORM 0210-ACUMULA-LANCAMENTO
               END-IF
           END-PERFORM.
       0410-LANCAMENTOS-CLIENTE-FIM. EXIT.
      ******************************************************************
       0500-TOTAIS             SECTION.
           MOVE "CLIENTES REAPURADOS.......: " TO WK-T-ROTULO
           MOVE WK-TOTAL-CLIENTES TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "RESUMOS CRIADOS...........: " TO WK-T-ROTULO
           MOVE WK-TOTAL-CRIADOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "RESUMOS SEM LANCAMENTO....: " TO WK-T-ROTULO
           MOVE WK-TOTAL-ZERADOS TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           MOVE "CLIENTES COM DIVERGENCIA..: " TO WK-T-ROTULO
           MOVE WK-TOTAL-DIVERGENTES TO WK-T-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-TOTAL
           DISPLAY "CLIENTES REAPURADOS: " WK-TOTAL-CLIENTES
           DISPLAY "RESUMOS CRIADOS: " WK-TOTAL-CRIADOS
           DISPLAY "CLIENTES COM DIVERGENCIA: " WK-TOTAL-DIVERGENTES.
       0500-TOTAIS-FIM.        EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE LANCAMENTOS.
           CLOSE PAGAMENTOS.
           CLOSE RESUMOS.
           CLOSE RELATORIO-SAIDA.
       1000-FINALIZAR-FIM.     EXIT.
