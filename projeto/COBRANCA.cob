      * Date:03/09/2026
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  BATCH DE CARTAS DE COBRANCA POR FAIXA DE ATRASO
      *     CRUZA O SALDO VENCIDO DE CADA CLIENTE NO RESUMO DE
      *     CONTAS A RECEBER (REAPURADO NA MESMA NOITE, ANTES DESTE
      *     PASSO) COM O ENDERECO DO CADASTRO E GERA UM TEXTO DE CARTA
      *     DIFERENTE POR FAIXA (ATE 30 = LEMBRETE, ATE 60/90 =
      *     NOTIFICACAO, ACIMA 90 = AVISO FINAL), USANDO OS MESMOS
      *     CORTES DO RELATORIO DE AGING. CADA CARTA GERADA GRAVA
      *     UM ATENDIMENTO (OPERADOR "COBRANCA") PARA O HISTORICO
      *     DO CLIENTE MOSTRAR QUE O AVISO SAIU E QUANDO.
      *     CLIENTE COM ENDERECO DEVOLVIDO (AINDA NAO CORRIGIDO) NAO
      *     RECEBE CARTA: SAI NUMA LISTAGEM SEPARADA COM O SALDO E A
      *     FAIXA PARA A COBRANCA POR TELEFONE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
                   WITH DUPLICATES
               FILE STATUS     IS FS-CLIENTES.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               RECORD KEY      IS CHAVE-RESUMOS
               FILE STATUS     IS FS-RESUMOS.

           SELECT ATENDIMENTOS ASSIGN TO WK-ATENDIMENTOS-PATH
               ORGANIZATION    IS INDEXED
           SELECT CARTAS ASSIGN TO WK-CARTAS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-CARTAS.

      *---> CONTROLE DE CORRESPONDENCIA DEVOLVIDA
           SELECT DEVOLUCOES ASSIGN TO WK-DEVOLUCOES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-DEVOLUCOES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-DEVOLUCOES.

           SELECT DEVOLVIDOS ASSIGN TO WK-DEVOLVIDOS-PATH
               ORGANIZATION    IS LINE SEQUENTIAL
               FILE STATUS     IS FS-DEVOLVIDOS.
      ******************************************************************
       DATA                    DIVISION.
      *
       FD  CLIENTES.
           COPY "CLIENTES.cpy".
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  CARTAS.
       01  REG-CARTA               PIC X(80).
      *
       FD  DEVOLUCOES.
           COPY "DEVOLUCOES.cpy".
      *
       FD  DEVOLVIDOS.
       01  REG-DEVOLVIDO           PIC X(100).
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
       77  WK-CLIENTES-PATH        PIC X(100)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-CARTAS-PATH          PIC X(100)
           VALUE "cartas-cobranca.txt".
       77  WK-DEVOLUCOES-PATH      PIC X(100)
           VALUE "devolucoes.dat".
       77  WK-DEVOLVIDOS-PATH      PIC X(100)
           VALUE "cobranca-devolvidas.txt".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-CARTAS               PIC X(02) VALUE SPACES.
       01  FS-DEVOLUCOES           PIC X(02) VALUE SPACES.
       01  FS-DEVOLVIDOS           PIC X(02) VALUE SPACES.

      *---> DATA DO DIA E CALCULO DE ATRASO
       77  WK-DATA-HORA-ATUAL      PIC X(21) VALUE SPACES.
       77  WK-DIAS-VENC            PIC 9(07) VALUE ZEROS.
       77  WK-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.

      *---> CLIENTE DA VEZ (SALDO VENCIDO E MAIOR ATRASO)
       77  WK-TEM-GRUPO            PIC X     VALUE "N".
       77  WK-FIM-ARQUIVO          PIC X     VALUE "N".
       77  WK-GRP-CODIGO           PIC 9(07) VALUE ZEROS.
      *---> CONTADORES
       77  WK-TOTAL-CARTAS         PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-SEM-CADASTRO   PIC 9(06) VALUE ZEROS.
       77  WK-TOTAL-DEVOLVIDOS     PIC 9(06) VALUE ZEROS.

      *---> ENDERECO DEVOLVIDO (SEM O ARQUIVO NINGUEM ESTA MARCADO)
       77  WK-DEV-ABERTO           PIC X     VALUE "N".
       77  WK-DEVOLVIDO            PIC X     VALUE "N".

      *---> LISTAGEM DOS CLIENTES SEM CARTA (ENDERECO DEVOLVIDO)
       01  WK-CAB-DEVOLVIDO.
           05 FILLER               PIC X(09) VALUE "CODIGO".
           05 FILLER               PIC X(32) VALUE "NOME".
           05 FILLER               PIC X(11) VALUE "TELEFONE".
           05 FILLER               PIC X(10) VALUE "FAIXA".
           05 FILLER               PIC X(16) VALUE "SALDO VENCIDO".
           05 FILLER               PIC X(09) VALUE "DEVOLVIDA".

       01  WK-LINHA-DEVOLVIDO.
           05 WK-V-CODIGO          PIC 9(07).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-V-NOME            PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-V-TELEFONE        PIC 9(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-V-FAIXA           PIC X(10).
           05 WK-V-SALDO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WK-V-DATA            PIC 9(08).

      *---> MONTAGEM DAS LINHAS DA CARTA
       77  WK-LINHA-SAIDA          PIC X(80) VALUE SPACES.
               MOVE "C:/projeto-bootcamp/clientes.dat"
                                       TO WK-CLIENTES-PATH
           END-IF
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF
           ACCEPT WK-ATENDIMENTOS-PATH FROM ENVIRONMENT
               "CLIENTES_ATENDIMENTOS_PATH"
               DISPLAY "ARQUIVO DE CLIENTES NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN INPUT RESUMOS.
           IF FS-RESUMOS NOT EQUAL "00"
               DISPLAY "ARQUIVO DE RESUMOS NAO ENCONTRADO"
               MOVE 1 TO RETURN-CODE
           END-IF.
           OPEN I-O ATENDIMENTOS.
               OPEN I-O ATENDIMENTOS
           END-IF.
           OPEN OUTPUT CARTAS.
           ACCEPT WK-DEVOLUCOES-PATH FROM ENVIRONMENT
               "CLIENTES_DEVOLUCOES_PATH"
           IF WK-DEVOLUCOES-PATH = SPACES
               MOVE "devolucoes.dat" TO WK-DEVOLUCOES-PATH
           END-IF
           ACCEPT WK-DEVOLVIDOS-PATH FROM ENVIRONMENT
               "CLIENTES_COB_DEVOLVIDAS_PATH"
           IF WK-DEVOLVIDOS-PATH = SPACES
               MOVE "cobranca-devolvidas.txt" TO WK-DEVOLVIDOS-PATH
           END-IF
           OPEN INPUT DEVOLUCOES.
           IF FS-DEVOLUCOES EQUAL "00"
               MOVE "S" TO WK-DEV-ABERTO
           END-IF.
           OPEN OUTPUT DEVOLVIDOS.
           MOVE "CLIENTES SEM CARTA DE COBRANCA - ENDERECO DEVOLVIDO"
                               TO REG-DEVOLVIDO
           WRITE REG-DEVOLVIDO.
           WRITE REG-DEVOLVIDO FROM WK-CAB-DEVOLVIDO.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
      *    VARRE O RESUMO DE CONTAS A RECEBER NA ORDEM DO CODIGO;
      *    CADA CLIENTE COM SALDO VENCIDO GERA A CARTA DA FAIXA E O
      *    ATENDIMENTO DO HISTORICO
      ******************************************************************
       0200-GERA-CARTAS        SECTION.
           MOVE "N" TO WK-FIM-ARQUIVO
           PERFORM UNTIL WK-FIM-ARQUIVO = "S"
               READ RESUMOS NEXT RECORD
               IF FS-RESUMOS NOT = "00"
                   MOVE "S" TO WK-FIM-ARQUIVO
               ELSE
                   IF RES-VENCIDO-TOTAL > ZEROS
                       PERFORM 0210-CLIENTE-VENCIDO
                       PERFORM 0300-FECHA-CLIENTE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "CARTAS GERADAS.......: " WK-TOTAL-CARTAS
           IF WK-TOTAL-SEM-CADASTRO NOT = ZEROS
               DISPLAY "SEM CADASTRO (PULADOS): "
                   WK-TOTAL-SEM-CADASTRO
           END-IF
           DISPLAY "ENDERECO DEVOLVIDO...: " WK-TOTAL-DEVOLVIDOS
           MOVE SPACES TO WK-LINHA-SAIDA
           STRING "TOTAL SEM CARTA: "   DELIMITED BY SIZE
                  WK-TOTAL-DEVOLVIDOS   DELIMITED BY SIZE
               INTO WK-LINHA-SAIDA
           WRITE REG-DEVOLVIDO FROM WK-LINHA-SAIDA
           MOVE SPACES TO WK-LINHA-SAIDA.
       0200-GERA-CARTAS-FIM.   EXIT.
      ******************************************************************
      *    SALDO VENCIDO DO RESUMO; O MAIOR ATRASO E O DO VENCIMENTO
      *    EM ABERTO MAIS ANTIGO DO CLIENTE
      ******************************************************************
       0210-CLIENTE-VENCIDO    SECTION.
           MOVE "S"               TO WK-TEM-GRUPO
           MOVE RES-CODIGO        TO WK-GRP-CODIGO
           MOVE RES-VENCIDO-TOTAL TO WK-GRP-SALDO
           COMPUTE WK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(RES-VENC-MAIS-ANTIGO)
           COMPUTE WK-DIAS-ATRASO = WK-DIAS-HOJE - WK-DIAS-VENC
           IF WK-DIAS-ATRASO > ZEROS
               MOVE WK-DIAS-ATRASO TO WK-GRP-MAIOR-ATRASO
           END-IF.
       0210-CLIENTE-VENCIDO-FIM. EXIT.
      ******************************************************************
      *    MESMOS CORTES DO RELATORIO DE AGING: A FAIXA DO MAIOR
      *    ATRASO DO CLIENTE DECIDE O TOM DA CARTA
               MOVE WK-GRP-CODIGO TO REG-CODIGO
               READ CLIENTES
               IF FS-CLIENTES = "00"
                   PERFORM 0330-VERIFICA-DEVOLUCAO
               END-IF
               IF FS-CLIENTES = "00" AND WK-DEVOLVIDO = "S"
                   PERFORM 0340-LISTA-DEVOLVIDO
               END-IF
               IF FS-CLIENTES = "00" AND WK-DEVOLVIDO = "N"
                   PERFORM 0310-GRAVA-CARTA
                   PERFORM 0320-GRAVA-ATENDIMENTO
                   ADD 1 TO WK-TOTAL-CARTAS
               END-IF
               IF FS-CLIENTES NOT = "00"
                   ADD 1 TO WK-TOTAL-SEM-CADASTRO
               END-IF
           END-IF
                       WK-GRP-CODIGO
           END-WRITE.
       0320-GRAVA-ATENDIMENTO-FIM. EXIT.
      ******************************************************************
       0330-VERIFICA-DEVOLUCAO SECTION.
           MOVE "N" TO WK-DEVOLVIDO
           IF WK-DEV-ABERTO = "S"
               MOVE REG-CODIGO TO DEV-CODIGO
               READ DEVOLUCOES
               IF FS-DEVOLUCOES = "00" AND DEV-SITUACAO = "D"
                   MOVE "S" TO WK-DEVOLVIDO
               END-IF
           END-IF.
       0330-VERIFICA-DEVOLUCAO-FIM. EXIT.
      ******************************************************************
      *    SEM CARTA E SEM ATENDIMENTO: O CLIENTE SAI NA LISTAGEM PARA
      *    A COBRANCA POR TELEFONE
      ******************************************************************
       0340-LISTA-DEVOLVIDO    SECTION.
           MOVE REG-CODIGO     TO WK-V-CODIGO
           MOVE REG-NOME       TO WK-V-NOME
           MOVE REG-TELEFONE   TO WK-V-TELEFONE
           MOVE WK-FAIXA       TO WK-V-FAIXA
           MOVE WK-GRP-SALDO   TO WK-V-SALDO
           MOVE DEV-DATA       TO WK-V-DATA
           WRITE REG-DEVOLVIDO FROM WK-LINHA-DEVOLVIDO
           ADD 1 TO WK-TOTAL-DEVOLVIDOS.
       0340-LISTA-DEVOLVIDO-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE RESUMOS.
           CLOSE ATENDIMENTOS.
           CLOSE CARTAS.
           IF WK-DEV-ABERTO = "S"
               CLOSE DEVOLUCOES
           END-IF.
           CLOSE DEVOLVIDOS.
       1000-FINALIZAR-FIM.     EXIT.
