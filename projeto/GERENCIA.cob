      *     AMBIENTE GESTAO_MES_REF AAAAMM, PADRAO = MES CORRENTE):
      *     CLIENTES INCLUIDOS (LOG DE INCLUSOES), EXCLUIDOS
      *     (ARQUIVO MORTO POR DATA), ATIVOS NO CADASTRO, TOTAL
      *     FATURADO NOS LANCAMENTOS E RECEBIDO NO MOVIMENTO DE
      *     PAGAMENTOS (PELA DATA DE CADA PAGAMENTO; TITULO SEM
      *     NENHUM PAGAMENTO NO MOVIMENTO ENTRA PELO VALOR PAGO E
      *     DATA DE PAGAMENTO DO LANCAMENTO), TAXA DE COBRANCA,
      *     SALDO EM ABERTO POR FAIXA DE AGING (SOMA DOS RESUMOS DE
      *     CONTAS A RECEBER POR CLIENTE) E ATENDIMENTOS POR
      *     OPERADOR. ASSINA COM DATA DE GERACAO E QUANTIDADES
      *     LIDAS DE CADA ARQUIVO PARA A CONFERENCIA DA DIRETORIA
      * Tectonics: cobc
               RECORD KEY      IS CHAVE-LANCAMENTOS
               FILE STATUS     IS FS-LANCAMENTOS.

           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               FILE STATUS     IS FS-PAGAMENTOS.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-RESUMOS
               FILE STATUS     IS FS-RESUMOS.

           SELECT ATENDIMENTOS ASSIGN TO WK-ATENDIMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
      *
       FD  LANCAMENTOS.
           COPY "LANCAMENTOS.cpy".
      *
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
           VALUE "clientes-excluidos.dat".
       77  WK-LANCAMENTOS-PATH     PIC X(100)
           VALUE "lancamentos.dat".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-INCLUSOES-PATH       PIC X(100)
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-EXCLUIDOS            PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-INCLUSOES            PIC X(02) VALUE SPACES.
       01  FS-RELATORIO            PIC X(02) VALUE SPACES.
       77  WK-MES-REF              PIC X(06) VALUE SPACES.
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-HOJE                 PIC 9(08) VALUE ZEROS.

      *---> FIGURAS DO MES
       77  WK-QTD-INCLUIDOS        PIC 9(06) VALUE ZEROS.
       77  WK-TOT-RECEBIDO         PIC 9(09)V99 VALUE ZEROS.
       77  WK-TAXA-COBRANCA        PIC 9(03)V99 VALUE ZEROS.

      *---> TITULO COM PAGAMENTO NO MOVIMENTO (SENAO O RECEBIDO SAI
      *---> DO LANCAMENTO) E LEITURA DOS PAGAMENTOS DO CLIENTE
       77  WK-TEM-PAGAMENTO        PIC X     VALUE "N".
       77  WK-FIM-PAGAMENTOS       PIC X     VALUE "N".

      *---> SALDO EM ABERTO POR FAIXA (POSICAO DOS RESUMOS)
       77  WK-TOT-EM-DIA           PIC 9(09)V99 VALUE ZEROS.
       77  WK-TOT-30               PIC 9(09)V99 VALUE ZEROS.
       77  WK-TOT-60               PIC 9(09)V99 VALUE ZEROS.
      *---> QUANTIDADES LIDAS (ASSINATURA DE CONFERENCIA)
       77  WK-LIDOS-CLIENTES       PIC 9(06) VALUE ZEROS.
       77  WK-LIDOS-LANCAMENTOS    PIC 9(06) VALUE ZEROS.
       77  WK-LIDOS-PAGAMENTOS     PIC 9(06) VALUE ZEROS.
       77  WK-LIDOS-RESUMOS        PIC 9(06) VALUE ZEROS.
       77  WK-LIDOS-ATENDIMENTOS   PIC 9(06) VALUE ZEROS.

      *---> LINHAS DO RELATORIO
                 PERFORM 0300-CONTA-EXCLUIDOS
                 PERFORM 0400-CONTA-INCLUSOES
                 PERFORM 0500-APURA-LANCAMENTOS
                 PERFORM 0510-APURA-RESUMOS
                 PERFORM 0600-CONTA-ATENDIMENTOS
                 PERFORM 0700-GRAVA-RELATORIO
             END-IF
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
           ACCEPT WK-ATENDIMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_ATENDIMENTOS_PATH"
           IF WK-ATENDIMENTOS-PATH = SPACES

           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-DATA-HORA-ATUAL(1:8) TO WK-HOJE

      *---> MES DE REFERENCIA: GESTAO_MES_REF OU O MES CORRENTE
           ACCEPT WK-MES-REF FROM ENVIRONMENT "GESTAO_MES_REF"
       0400-CONTA-INCLUSOES-FIM. EXIT.
      ******************************************************************
      *    FATURADO = VENCIMENTO NO MES (COBRANCAS NAO RENEGOCIADAS)
      *    RECEBIDO = PAGAMENTOS ATIVOS DO MOVIMENTO COM DATA NO MES
      *    (BAIXAS E COMPENSACOES DE HAVER; O DINHEIRO QUE ENTROU SO
      *    NO HAVER CONTA QUANDO E COMPENSADO). UM PAGAMENTO NOVO
      *    NAO MUDA O RECEBIDO DE UM MES JA REPORTADO. TITULO SEM
      *    NENHUM PAGAMENTO NO MOVIMENTO (ANTERIOR A ELE) ENTRA PELO
      *    VALOR PAGO E DATA DE PAGAMENTO DO PROPRIO LANCAMENTO
      ******************************************************************
       0500-APURA-LANCAMENTOS  SECTION.
           PERFORM 0505-APURA-PAGAMENTOS
           OPEN INPUT LANCAMENTOS.
           IF FS-LANCAMENTOS NOT EQUAL "00"
               CLOSE LANCAMENTOS
               CLOSE PAGAMENTOS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-LANCAMENTOS NOT = "00"
                       ADD LAN-VALOR TO WK-TOT-FATURADO
                   END-IF
                   IF LAN-DATA-PAGAMENTO(1:6) = WK-MES-REF
                    AND LAN-VALOR-PAGO > ZEROS
                       PERFORM 0520-VERIFICA-PAGAMENTOS
                       IF WK-TEM-PAGAMENTO = "N"
                           ADD LAN-VALOR-PAGO TO WK-TOT-RECEBIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LANCAMENTOS
           CLOSE PAGAMENTOS
           IF WK-TOT-FATURADO > ZEROS
               COMPUTE WK-TAXA-COBRANCA ROUNDED =
                   WK-TOT-RECEBIDO / WK-TOT-FATURADO * 100
           END-IF.
       0500-APURA-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
      *    RECEBIDO DO MES PELO MOVIMENTO DE PAGAMENTOS; O ARQUIVO
      *    FICA ABERTO PARA A VERIFICACAO DOS TITULOS
      ******************************************************************
       0505-APURA-PAGAMENTOS   SECTION.
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS NOT EQUAL "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-PAGAMENTOS NOT = "00"
               READ PAGAMENTOS NEXT RECORD
               IF FS-PAGAMENTOS = "00"
                   ADD 1 TO WK-LIDOS-PAGAMENTOS
                   IF PAG-SITUACAO = "A"
                    AND PAG-VENCIMENTO NOT = ZEROS
                    AND PAG-DATA(1:6) = WK-MES-REF
                       ADD PAG-VALOR TO WK-TOT-RECEBIDO
                   END-IF
               END-IF
           END-PERFORM.
       0505-APURA-PAGAMENTOS-FIM. EXIT.
      ******************************************************************
      *    O TITULO TEM ALGUM PAGAMENTO (ATIVO OU ESTORNADO) NO
      *    MOVIMENTO? SEM O MOVIMENTO NENHUM TITULO TEM
      ******************************************************************
       0520-VERIFICA-PAGAMENTOS SECTION.
           MOVE "N" TO WK-TEM-PAGAMENTO
           IF WK-LIDOS-PAGAMENTOS = ZEROS
               EXIT SECTION
           END-IF
           MOVE LAN-CODIGO TO PAG-CODIGO
           START PAGAMENTOS KEY EQUAL PAG-CODIGO
           IF FS-PAGAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-PAGAMENTOS
           PERFORM UNTIL WK-FIM-PAGAMENTOS = "S"
               READ PAGAMENTOS NEXT RECORD
               EVALUATE TRUE
                   WHEN FS-PAGAMENTOS NOT = "00"
                     OR PAG-CODIGO NOT = LAN-CODIGO
                       MOVE "S" TO WK-FIM-PAGAMENTOS
                   WHEN PAG-VENCIMENTO = LAN-VENCIMENTO
                    AND PAG-SEQ = LAN-SEQ
                       MOVE "S" TO WK-TEM-PAGAMENTO
                       MOVE "S" TO WK-FIM-PAGAMENTOS
               END-EVALUATE
           END-PERFORM.
       0520-VERIFICA-PAGAMENTOS-FIM. EXIT.
      ******************************************************************
      *    SALDO EM ABERTO POR FAIXA SOMADO DOS RESUMOS DE CONTAS A
      *    RECEBER (REAPURADOS TODA NOITE COM OS MESMOS CORTES DO
      *    RELATORIO DE AGING); EM DIA = EM ABERTO MENOS O VENCIDO
      ******************************************************************
       0510-APURA-RESUMOS      SECTION.
           OPEN INPUT RESUMOS.
           IF FS-RESUMOS NOT EQUAL "00"
               CLOSE RESUMOS
               EXIT SECTION
           END-IF
           PERFORM UNTIL FS-RESUMOS NOT = "00"
               READ RESUMOS NEXT RECORD
               IF FS-RESUMOS = "00"
                   ADD 1 TO WK-LIDOS-RESUMOS
                   COMPUTE WK-TOT-EM-DIA = WK-TOT-EM-DIA
                       + RES-TOTAL-ABERTO - RES-VENCIDO-TOTAL
                   ADD RES-VENCIDO-30      TO WK-TOT-30
                   ADD RES-VENCIDO-60      TO WK-TOT-60
                   ADD RES-VENCIDO-90      TO WK-TOT-90
                   ADD RES-VENCIDO-MAIS-90 TO WK-TOT-MAIS-90
               END-IF
           END-PERFORM
           CLOSE RESUMOS.
       0510-APURA-RESUMOS-FIM. EXIT.
      ******************************************************************
       0600-CONTA-ATENDIMENTOS SECTION.
           OPEN INPUT ATENDIMENTOS.
           MOVE "LANCAMENTOS LIDOS.........: " TO WK-C-ROTULO
           MOVE WK-LIDOS-LANCAMENTOS TO WK-C-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-CONTADOR
           MOVE "PAGAMENTOS LIDOS..........: " TO WK-C-ROTULO
           MOVE WK-LIDOS-PAGAMENTOS TO WK-C-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-CONTADOR
           MOVE "RESUMOS LIDOS.............: " TO WK-C-ROTULO
           MOVE WK-LIDOS-RESUMOS TO WK-C-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-CONTADOR
           MOVE "ATENDIMENTOS LIDOS........: " TO WK-C-ROTULO
           MOVE WK-LIDOS-ATENDIMENTOS TO WK-C-VALOR
           WRITE REG-RELATORIO FROM WK-LINHA-CONTADOR
