      *     CONSULTA O ARQUIVO MORTO GRAVADO PELO MODULO DE EXCLUSAO
      *     E DEVOLVE O REGISTRO ESCOLHIDO AO CADASTRO DE CLIENTES,
      *     TRAZENDO DE VOLTA TAMBEM OS ATENDIMENTOS E LANCAMENTOS
      *     ARQUIVADOS JUNTO NA EXCLUSAO. REGISTRO JA ANONIMIZADO
      *     PELO EXPURGO DE RETENCAO E RECUSADO. O RESUMO DE CONTAS
      *     A RECEBER DO CLIENTE E RECALCULADO COM OS LANCAMENTOS
      *     DEVOLVIDOS (O ULTIMO PAGAMENTO FICOU GUARDADO NELE)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
               LOCK MODE       IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-LAN-EXCLUIDOS.

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
           05 LEX-VALOR-PAGO       PIC 9(07)V99.
           05 LEX-DATA-PAGAMENTO   PIC 9(08).
           05 LEX-SITUACAO         PIC X(01).
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "atendimentos-excluidos.dat".
       77  WK-LAN-EXCLUIDOS-PATH   PIC X(100)
           VALUE "lancamentos-excluidos.dat".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-LANCAMENTOS          PIC X(02) VALUE SPACES.
       01  FS-ATD-EXCLUIDOS        PIC X(02) VALUE SPACES.
       01  FS-LAN-EXCLUIDOS        PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.

      *---> CONTROLE DA DEVOLUCAO DO HISTORICO
       77  WK-FIM-FILHOS           PIC X     VALUE "N".
      *---> CONTROLE DA VARREDURA DO ARQUIVO MORTO
       77  WK-CODIGO-BUSCA         PIC 9(07) VALUE ZEROS.
       77  WK-FIM-BUSCA            PIC X     VALUE "N".

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
      ******************************************************************
       SCREEN                  SECTION.
       01  TELA-RESTAURA.
               MOVE "lancamentos-excluidos.dat"
                                       TO WK-LAN-EXCLUIDOS-PATH
           END-IF
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF
           OPEN I-O ATENDIMENTOS.
           IF FS-ATENDIMENTOS EQUAL "35"
               OPEN OUTPUT ATENDIMENTOS
               CLOSE LAN-EXCLUIDOS
               OPEN I-O LAN-EXCLUIDOS
           END-IF.
           OPEN I-O RESUMOS.
           IF FS-RESUMOS EQUAL "35"
               OPEN OUTPUT RESUMOS
               CLOSE RESUMOS
               OPEN I-O RESUMOS
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-RESTAURAR          SECTION.
                   MOVE "S" TO WK-FIM-BUSCA
               ELSE
                   DISPLAY SS-DADOS
      *---> REGISTRO ANONIMIZADO PELO EXPURGO NAO TEM MAIS DADOS
      *---> PARA VOLTAR AO CADASTRO: MOSTRA E SEGUE PARA O PROXIMO
                   IF EXC-NOME = "ANONIMIZADO"
                       MOVE "REGISTRO ANONIMIZADO - NAO RESTAURAVEL"
                                           TO WK-ABEND-MESSAGE
                       DISPLAY MOSTRA-ERRO
                       ACCEPT WK-TECLA
                   ELSE
                       DISPLAY "RESTAURAR ESTE REGISTRO? (S/N): "
                        FOREGROUND-COLOR 2 AT 1515
                       ACCEPT WK-OPCAO AT 1548
                       IF FUNCTION UPPER-CASE(WK-OPCAO) = "S"
                           PERFORM 0300-CONFIRMA-RESTAURACAO
                           MOVE "S" TO WK-FIM-BUSCA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
                   DELETE EXCLUIDOS
                   PERFORM 0400-RESTAURA-ATENDIMENTOS
                   PERFORM 0410-RESTAURA-LANCAMENTOS
                   MOVE REG-CODIGO TO WK-RES-CODIGO
                   PERFORM 0420-ATUALIZA-RESUMO
                   MOVE "REGISTRO RESTAURADO!" TO WK-ABEND-MESSAGE
           END-WRITE
           DISPLAY MOSTRA-ERRO
               END-IF
           END-PERFORM.
       0410-RESTAURA-LANCAMENTOS-FIM. EXIT.
      ******************************************************************
      *    RECALCULA O RESUMO DE CONTAS A RECEBER DO CLIENTE
      *    WK-RES-CODIGO PELOS LANCAMENTOS DELE (SALDO E QUANTIDADE
      *    EM ABERTO, VENCIDO POR FAIXA NA POSICAO DE HOJE E
      *    VENCIMENTO MAIS ANTIGO EM ABERTO) E REGRAVA O REGISTRO.
      *    O ULTIMO PAGAMENTO SO MUDA QUANDO WK-RES-PAG-RECIBO TRAZ
      *    UM PAGAMENTO MAIS RECENTE QUE O GUARDADO. RESUMO EM USO
      *    POR OUTRO PROGRAMA FICA PARA A REAPURACAO NOTURNA
      ******************************************************************
       0420-ATUALIZA-RESUMO    SECTION.
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
                       PERFORM 0430-ACUMULA-RESUMO
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
           MOVE "RESTAURA" TO RES-ORIGEM
           IF WK-RES-NOVO = "S"
               WRITE REG-RESUMO
           ELSE
               REWRITE REG-RESUMO
           END-IF.
       0420-ATUALIZA-RESUMO-FIM. EXIT.
      ******************************************************************
      *    SOMA UMA COBRANCA EM ABERTO NO RESUMO (MESMOS CORTES DO
      *    RELATORIO DE AGING)
      ******************************************************************
       0430-ACUMULA-RESUMO     SECTION.
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
       0430-ACUMULA-RESUMO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE LANCAMENTOS.
           CLOSE ATD-EXCLUIDOS.
           CLOSE LAN-EXCLUIDOS.
           CLOSE RESUMOS.
       1000-FINALIZAR-FIM.     EXIT.
