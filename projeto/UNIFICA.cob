      *     RECHAVEADOS PARA O SOBREVIVENTE (RESSEQUENCIANDO O SEQ
      *     EM CASO DE COLISAO), O DUPLICADO VAI PARA O ARQUIVO
      *     MORTO E UMA LINHA DE AUDITORIA REGISTRA QUEM UNIFICOU
      *     O QUE E QUANDO. OS PAGAMENTOS ACOMPANHAM O LANCAMENTO
      *     RECHAVEADO E O SALDO DE HAVER DO DUPLICADO PASSA PARA O
      *     SOBREVIVENTE (LINHAS "T" E "U" NO MOVIMENTO DE HAVERES);
      *     HAVER EM USO POR OUTRO OPERADOR IMPEDE A UNIFICACAO. O
      *     RESUMO DE CONTAS A RECEBER DOS DOIS CODIGOS E RECALCULADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
           SELECT AUDITORIA ASSIGN TO WK-AUDITORIA-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-AUDITORIA.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-RESUMOS
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-RESUMOS.

           SELECT PAGAMENTOS ASSIGN TO WK-PAGAMENTOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-PAGAMENTOS
               ALTERNATE RECORD KEY IS PAG-CODIGO
                   WITH DUPLICATES
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-PAGAMENTOS.

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
      ******************************************************************
       DATA                    DIVISION.
      *
      *
       FD  AUDITORIA.
       01  REG-AUDITORIA           PIC X(60).
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  PAGAMENTOS.
           COPY "PAGAMENTOS.cpy".
      *
       FD  HAVERES.
           COPY "HAVERES.cpy".
      *
       FD  HAVMOV.
           COPY "HAVMOV.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "lancamentos.dat".
       77  WK-AUDITORIA-PATH       PIC X(100)
           VALUE "auditoria-unificacoes.txt".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-PAGAMENTOS-PATH      PIC X(100)
           VALUE "pagamentos.dat".
       77  WK-HAVERES-PATH         PIC X(100)
           VALUE "haveres.dat".
       77  WK-HAVMOV-PATH          PIC X(100)
           VALUE "movimento-haveres.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-AUDITORIA            PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-PAGAMENTOS           PIC X(02) VALUE SPACES.
       01  FS-HAVERES              PIC X(02) VALUE SPACES.
       01  FS-HAVMOV               PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.
       77  WK-FIM-FILHOS           PIC X     VALUE "N".
       77  WK-GRAVOU               PIC X     VALUE "N".
       77  WK-SEQ-ORIGINAL         PIC 9(03) VALUE ZEROS.
       77  WK-VENC-ORIGINAL        PIC 9(08) VALUE ZEROS.
       77  WK-SEQ-NOVO             PIC 9(03) VALUE ZEROS.
       77  WK-FIM-PAG              PIC X     VALUE "N".
       77  WK-ACHOU-PAG            PIC X     VALUE "N".
      *---> SEQUENCIA 901+ E RESERVADA AOS ENCARGOS DO FECHAMENTO:
      *---> O RESSEQUENCIAMENTO DE UM PRINCIPAL PARA ATE 900 E O DE
      *---> UMA LINHA DE ENCARGO FICA DENTRO DA PROPRIA FAIXA
       77  WK-QTD-LAN              PIC 9(05) VALUE ZEROS.
       77  WK-QTD-PULADOS          PIC 9(05) VALUE ZEROS.

      *---> TRANSFERENCIA DO HAVER DO DUPLICADO PARA O SOBREVIVENTE
       77  WK-HAVER-OK             PIC X     VALUE "N".
       77  WK-VALOR-HAVER          PIC 9(09)V99 VALUE ZEROS.

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

      *---> CARIMBO DE DATA/HORA E LINHA DE AUDITORIA
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.

           IF WK-LANCAMENTOS-PATH = SPACES
               MOVE "lancamentos.dat" TO WK-LANCAMENTOS-PATH
           END-IF
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF
           ACCEPT WK-PAGAMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_PAGAMENTOS_PATH"
           IF WK-PAGAMENTOS-PATH = SPACES
               MOVE "pagamentos.dat" TO WK-PAGAMENTOS-PATH
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
           OPEN I-O CLIENTES.
           OPEN I-O EXCLUIDOS.
           IF FS-EXCLUIDOS EQUAL "35"
               CLOSE AUDITORIA
               OPEN EXTEND AUDITORIA
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
           END-IF.
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
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
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-UNIFICAR           SECTION.
           END-PERFORM.
       0200-UNIFICAR-FIM.      EXIT.
      ******************************************************************
      *    EXECUCAO DA UNIFICACAO: RECHAVEIA OS FILHOS, TRANSFERE
      *    O HAVER, ARQUIVA O DUPLICADO NO ARQUIVO MORTO E GRAVA A
      *    LINHA DE AUDITORIA. HAVER NAO TRANSFERIDO MANTEM O
      *    DUPLICADO NO CADASTRO PARA NOVA UNIFICACAO
      ******************************************************************
       0300-EXECUTA-UNIFICACAO SECTION.
           MOVE ZEROS TO WK-QTD-ATD, WK-QTD-LAN, WK-QTD-PULADOS
           PERFORM 0305-VERIFICA-HAVERES
           IF WK-HAVER-OK NOT = "S"
               EXIT SECTION
           END-IF
           PERFORM 0310-RECHAVEIA-ATENDIMENTOS
           PERFORM 0320-RECHAVEIA-LANCAMENTOS
           PERFORM 0360-TRANSFERE-HAVER
      *---> RESUMO DE CONTAS A RECEBER DOS DOIS CODIGOS (O DUPLICADO
      *---> PODE TER FICADO COM CHAVES PULADAS); O ULTIMO PAGAMENTO
      *---> DO SOBREVIVENTE SAI DOS PAGAMENTOS JA RECHAVEADOS
           MOVE WK-COD-DESTINO TO WK-RES-CODIGO
           PERFORM 0345-ULTIMO-PAG-CLIENTE
           PERFORM 0340-ATUALIZA-RESUMO
           MOVE WK-COD-ORIGEM  TO WK-RES-CODIGO
           PERFORM 0340-ATUALIZA-RESUMO
           IF WK-HAVER-OK NOT = "S"
               EXIT SECTION
           END-IF
      *---> ARQUIVA O DUPLICADO ANTES DE EXCLUIR DO CADASTRO
           MOVE WK-COD-ORIGEM TO REG-CODIGO
           READ CLIENTES
           END-IF.
       0300-EXECUTA-UNIFICACAO-FIM. EXIT.
      ******************************************************************
      *    HAVER DOS DOIS CODIGOS EM USO POR OUTRO OPERADOR IMPEDE A
      *    UNIFICACAO ANTES DE QUALQUER RECHAVEAMENTO
      ******************************************************************
       0305-VERIFICA-HAVERES   SECTION.
           MOVE "N" TO WK-HAVER-OK
           MOVE WK-COD-ORIGEM TO HAV-CODIGO
           READ HAVERES
           IF FS-HAVERES = "51" OR FS-HAVERES = "99"
               MOVE "HAVER EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
           UNLOCK HAVERES
           MOVE WK-COD-DESTINO TO HAV-CODIGO
           READ HAVERES
           IF FS-HAVERES = "51" OR FS-HAVERES = "99"
               MOVE "HAVER EM USO POR OUTRO OPERADOR"
                                       TO WK-ABEND-MESSAGE
               EXIT SECTION
           END-IF
           UNLOCK HAVERES
           MOVE "S" TO WK-HAVER-OK.
       0305-VERIFICA-HAVERES-FIM. EXIT.
      ******************************************************************
      *    ATENDIMENTOS DO DUPLICADO PASSAM PARA O SOBREVIVENTE;
      *    CHAVE JA EXISTENTE (MESMO INSTANTE) FICA NO DUPLICADO E
      *    E CONTADA COMO PULADA
      ******************************************************************
      *    LANCAMENTOS DO DUPLICADO PASSAM PARA O SOBREVIVENTE; EM
      *    COLISAO DE VENCIMENTO+SEQ O SEQ E RESSEQUENCIADO PARA A
      *    PROXIMA POSICAO LIVRE. OS PAGAMENTOS DO LANCAMENTO VAO
      *    JUNTO, COM A CHAVE NOVA
      ******************************************************************
       0320-RECHAVEIA-LANCAMENTOS SECTION.
           MOVE WK-COD-ORIGEM TO LAN-CODIGO
                OR LAN-CODIGO NOT = WK-COD-ORIGEM
                   MOVE "S" TO WK-FIM-FILHOS
               ELSE
                   MOVE LAN-SEQ        TO WK-SEQ-ORIGINAL
                   MOVE LAN-VENCIMENTO TO WK-VENC-ORIGINAL
                   MOVE WK-COD-DESTINO TO LAN-CODIGO
                   IF WK-SEQ-ORIGINAL < WK-SEQ-ENCARGO-BASE
                       COMPUTE WK-SEQ-LIMITE = WK-SEQ-ENCARGO-BASE - 1
                       END-WRITE
                   END-PERFORM
                   IF WK-GRAVOU = "S"
                       MOVE LAN-SEQ         TO WK-SEQ-NOVO
                       MOVE WK-COD-ORIGEM   TO LAN-CODIGO
                       MOVE WK-SEQ-ORIGINAL TO LAN-SEQ
                       DELETE LANCAMENTOS
                       ADD 1 TO WK-QTD-LAN
                       PERFORM 0325-RECHAVEIA-PAGAMENTOS
                   ELSE
                       ADD 1 TO WK-QTD-PULADOS
                   END-IF
               END-IF
           END-PERFORM.
       0320-RECHAVEIA-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
      *    PAGAMENTOS DO DUPLICADO COM VENCIMENTO WK-VENC-ORIGINAL E
      *    SEQ WK-SEQ-ORIGINAL PASSAM PARA O SOBREVIVENTE COM O SEQ
      *    WK-SEQ-NOVO. A TROCA DO CODIGO MUDA A CHAVE ALTERNATIVA,
      *    POR ISSO A LEITURA RECOMECA DO INICIO DO DUPLICADO A CADA
      *    REGISTRO REGRAVADO. PAGAMENTO EM USO FICA NO DUPLICADO E
      *    E CONTADO COMO PULADO
      ******************************************************************
       0325-RECHAVEIA-PAGAMENTOS SECTION.
           MOVE "N" TO WK-FIM-PAG
           PERFORM UNTIL WK-FIM-PAG = "S"
               MOVE WK-COD-ORIGEM TO PAG-CODIGO
               START PAGAMENTOS KEY NOT LESS PAG-CODIGO
               IF FS-PAGAMENTOS NOT = "00"
                   EXIT SECTION
               END-IF
               MOVE "N" TO WK-ACHOU-PAG
               PERFORM UNTIL WK-ACHOU-PAG = "S" OR WK-FIM-PAG = "S"
                   READ PAGAMENTOS NEXT RECORD
                   EVALUATE TRUE
                       WHEN FS-PAGAMENTOS = "51" OR FS-PAGAMENTOS = "99"
                           ADD 1 TO WK-QTD-PULADOS
                           MOVE "S" TO WK-FIM-PAG
                       WHEN FS-PAGAMENTOS NOT = "00"
                        OR PAG-CODIGO NOT = WK-COD-ORIGEM
                           MOVE "S" TO WK-FIM-PAG
                       WHEN PAG-VENCIMENTO = WK-VENC-ORIGINAL
                        AND PAG-SEQ = WK-SEQ-ORIGINAL
                           MOVE "S" TO WK-ACHOU-PAG
                   END-EVALUATE
               END-PERFORM
               IF WK-ACHOU-PAG = "S"
                   MOVE WK-COD-DESTINO TO PAG-CODIGO
                   MOVE WK-SEQ-NOVO    TO PAG-SEQ
                   REWRITE REG-PAGAMENTO
                   IF FS-PAGAMENTOS NOT = "00"
                       ADD 1 TO WK-QTD-PULADOS
                       MOVE "S" TO WK-FIM-PAG
                   END-IF
               END-IF
           END-PERFORM.
       0325-RECHAVEIA-PAGAMENTOS-FIM. EXIT.
      ******************************************************************
       0330-GRAVA-AUDITORIA    SECTION.
           MOVE WK-DATA-HORA-ATUAL(1:14) TO AUD-DATA-HORA
           MOVE WK-OPERADOR-ID     TO AUD-OPERADOR
           WRITE REG-AUDITORIA FROM WK-LINHA-AUDITORIA.
       0330-GRAVA-AUDITORIA-FIM. EXIT.
      ******************************************************************
      *    ULTIMO PAGAMENTO AINDA ATIVO DO CLIENTE WK-RES-CODIGO, EM
      *    QUALQUER TITULO (DATA MAIS RECENTE; NO MESMO DIA, O MAIOR
      *    RECIBO), PARA O RESUMO DE CONTAS A RECEBER
      ******************************************************************
       0345-ULTIMO-PAG-CLIENTE SECTION.
           MOVE ZEROS TO WK-RES-PAG-DATA, WK-RES-PAG-VALOR,
                         WK-RES-PAG-RECIBO
           MOVE WK-RES-CODIGO TO PAG-CODIGO
           START PAGAMENTOS KEY NOT LESS PAG-CODIGO
           IF FS-PAGAMENTOS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO WK-FIM-PAG
           PERFORM UNTIL WK-FIM-PAG = "S"
               READ PAGAMENTOS NEXT RECORD
               IF FS-PAGAMENTOS NOT = "00"
                OR PAG-CODIGO NOT = WK-RES-CODIGO
                   MOVE "S" TO WK-FIM-PAG
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
           END-PERFORM
           UNLOCK PAGAMENTOS.
       0345-ULTIMO-PAG-CLIENTE-FIM. EXIT.
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
           MOVE "UNIFICA" TO RES-ORIGEM
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
      *    SALDO DE HAVER DO DUPLICADO PASSA PARA O SOBREVIVENTE:
      *    ZERA O DO DUPLICADO (LINHA "T"), SOMA NO DO SOBREVIVENTE
      *    (LINHA "U") E LEVA JUNTO OS PAGAMENTOS SEM VENCIMENTO QUE
      *    ORIGINARAM O HAVER. SE O SOBREVIVENTE NAO PUDER SER
      *    GRAVADO O SALDO VOLTA AO DUPLICADO E WK-HAVER-OK = "N"
      ******************************************************************
       0360-TRANSFERE-HAVER    SECTION.
           MOVE "N" TO WK-HAVER-OK
           MOVE FUNCTION CURRENT-DATE TO WK-DATA-HORA-ATUAL
           MOVE WK-COD-ORIGEM TO HAV-CODIGO
           READ HAVERES
           EVALUATE TRUE
               WHEN FS-HAVERES = "23"
                   MOVE ZEROS TO WK-VALOR-HAVER
               WHEN FS-HAVERES NOT = "00"
                   MOVE "ERRO NO HAVER - UNIFICACAO PARCIAL"
                                       TO WK-ABEND-MESSAGE
                   EXIT SECTION
               WHEN HAV-SALDO = ZEROS
                   UNLOCK HAVERES
                   MOVE ZEROS TO WK-VALOR-HAVER
               WHEN OTHER
                   MOVE HAV-SALDO TO WK-VALOR-HAVER
                   MOVE ZEROS TO HAV-SALDO
                   MOVE WK-DATA-HORA-ATUAL(1:8) TO HAV-DATA-MOVIMENTO
                   REWRITE REG-HAVER
                   IF FS-HAVERES NOT = "00"
                       MOVE "ERRO NO HAVER - UNIFICACAO PARCIAL"
                                       TO WK-ABEND-MESSAGE
                       EXIT SECTION
                   END-IF
           END-EVALUATE
           IF WK-VALOR-HAVER > ZEROS
               MOVE WK-COD-DESTINO TO HAV-CODIGO
               READ HAVERES
               EVALUATE TRUE
                   WHEN FS-HAVERES = "00"
                       ADD WK-VALOR-HAVER TO HAV-SALDO
                       MOVE WK-DATA-HORA-ATUAL(1:8)
                                       TO HAV-DATA-MOVIMENTO
                       REWRITE REG-HAVER
                   WHEN FS-HAVERES = "23"
                       MOVE WK-COD-DESTINO TO HAV-CODIGO
                       MOVE WK-VALOR-HAVER TO HAV-SALDO
                       MOVE WK-DATA-HORA-ATUAL(1:8)
                                       TO HAV-DATA-MOVIMENTO
                       WRITE REG-HAVER
               END-EVALUATE
      *---> SOBREVIVENTE NAO GRAVADO: DEVOLVE O SALDO AO DUPLICADO
               IF FS-HAVERES NOT = "00"
                   MOVE WK-COD-ORIGEM TO HAV-CODIGO
                   READ HAVERES
                   IF FS-HAVERES = "00"
                       MOVE WK-VALOR-HAVER TO HAV-SALDO
                       REWRITE REG-HAVER
                   END-IF
                   MOVE "ERRO NO HAVER - UNIFICACAO PARCIAL"
                                       TO WK-ABEND-MESSAGE
                   EXIT SECTION
               END-IF
               MOVE "T"                     TO HVM-TIPO
               MOVE WK-DATA-HORA-ATUAL(1:8) TO HVM-DATA
               MOVE WK-COD-ORIGEM           TO HVM-CODIGO
               MOVE ZEROS                   TO HVM-VENCIMENTO,
                                               HVM-SEQ, HVM-RECIBO
               MOVE WK-VALOR-HAVER          TO HVM-VALOR
               MOVE "UNIFICA"               TO HVM-ORIGEM
               MOVE WK-OPERADOR-ID          TO HVM-OPERADOR
               WRITE REG-HAVMOV
               MOVE "U"                     TO HVM-TIPO
               MOVE WK-COD-DESTINO          TO HVM-CODIGO
               WRITE REG-HAVMOV
           END-IF
      *---> ADIANTAMENTOS E DUPLICIDADES (PAGAMENTO SEM VENCIMENTO)
           MOVE ZEROS TO WK-VENC-ORIGINAL, WK-SEQ-ORIGINAL,
                         WK-SEQ-NOVO
           PERFORM 0325-RECHAVEIA-PAGAMENTOS
           MOVE "S" TO WK-HAVER-OK.
       0360-TRANSFERE-HAVER-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE ATENDIMENTOS.
           CLOSE LANCAMENTOS.
           CLOSE AUDITORIA.
           CLOSE RESUMOS.
           CLOSE PAGAMENTOS.
           CLOSE HAVERES.
           CLOSE HAVMOV.
       1000-FINALIZAR-FIM.     EXIT.
