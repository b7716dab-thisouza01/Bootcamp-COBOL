      *     QUANDO A EXCLUSAO PROSSEGUE, LEVA OS ATENDIMENTOS E OS
      *     LANCAMENTOS QUITADOS PARA ARQUIVOS MORTOS PROPRIOS AO
      *     LADO DO DE CLIENTES, PARA A RESTAURACAO DEVOLVER O
      *     CLIENTE INTEIRO COM O HISTORICO. A COBRANCA EM ABERTO
      *     E CONFERIDA NO RESUMO DE CONTAS A RECEBER, QUE FICA NO
      *     ARQUIVO (ZERADO) COM O ULTIMO PAGAMENTO DO CLIENTE
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

      *---> VERIFICACAO DE COBRANCAS EM ABERTO E CASCATA
       77  WK-TEM-ABERTO           PIC X     VALUE "N".
       77  WK-FIM-FILHOS           PIC X     VALUE "N".
       77  WK-RES-ABERTO           PIC X     VALUE "N".

      *---> DATA/HORA DA EXCLUSAO (CARIMBO DO ARQUIVO MORTO)
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
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
      *---> SEM O RESUMO DE CONTAS A RECEBER A VERIFICACAO DE
      *---> COBRANCA EM ABERTO VARRE OS LANCAMENTOS
           OPEN INPUT RESUMOS.
           IF FS-RESUMOS EQUAL "00"
               MOVE "S" TO WK-RES-ABERTO
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
       0200-EXCLUIR            SECTION.
           WRITE REG-EXCLUIDO.
           0310-ARQUIVA-REGISTRO-FIM. EXIT.
      ******************************************************************
      *    PROCURA COBRANCA EM ABERTO (SITUACAO "A") DO CLIENTE:
      *    RESUMO COM COBRANCA EM ABERTO JA RECUSA A EXCLUSAO; RESUMO
      *    ZERADO PODE ESTAR DESATUALIZADO (COBRANCA LANCADA COM O
      *    RESUMO EM USO FICA PARA A REAPURACAO NOTURNA), ENTAO A
      *    EXCLUSAO SO PASSA DEPOIS DE VARRER OS LANCAMENTOS
      ******************************************************************
       0320-VERIFICA-ABERTOS   SECTION.
           MOVE "N" TO WK-TEM-ABERTO
           IF WK-RES-ABERTO = "S"
               MOVE REG-CODIGO TO RES-CODIGO
               READ RESUMOS
               IF FS-RESUMOS = "00"
                AND RES-QTD-ABERTOS > ZEROS
                   MOVE "S" TO WK-TEM-ABERTO
                   EXIT SECTION
               END-IF
           END-IF
           MOVE REG-CODIGO TO LAN-CODIGO
           MOVE ZEROS TO LAN-VENCIMENTO, LAN-SEQ
           START LANCAMENTOS KEY NOT LESS CHAVE-LANCAMENTOS
           CLOSE LANCAMENTOS.
           CLOSE ATD-EXCLUIDOS.
           CLOSE LAN-EXCLUIDOS.
           IF WK-RES-ABERTO = "S"
               CLOSE RESUMOS
           END-IF.
       1000-FINALIZAR-FIM.     EXIT.
