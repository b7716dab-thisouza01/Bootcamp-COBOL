      * Date:09/06/2025
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  MODULO DE CONSULTA
      *     MOSTRA TAMBEM O SALDO EM ABERTO E O HAVER DISPONIVEL
      *     (CREDITO DO CLIENTE AINDA NAO COMPENSADO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION          DIVISION.
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-ATENDIMENTOS.

           SELECT RESUMOS ASSIGN TO WK-RESUMOS-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-RESUMOS
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-RESUMOS.

           SELECT HAVERES ASSIGN TO WK-HAVERES-PATH
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CHAVE-HAVERES
               SHARING WITH ALL OTHER
               FILE STATUS     IS FS-HAVERES.
      ******************************************************************
       DATA                    DIVISION.
      *
       FD  ATENDIMENTOS.
           COPY "ATENDIMENTOS.cpy".
      *
       FD  RESUMOS.
           COPY "RESUMOS.cpy".
      *
       FD  HAVERES.
           COPY "HAVERES.cpy".
      ******************************************************************
       WORKING-STORAGE         SECTION.
      *---> CAMINHOS (PARAMETRIZAVEIS VIA VARIAVEL DE AMBIENTE)
           VALUE "C:/projeto-bootcamp/clientes.dat".
       77  WK-ATENDIMENTOS-PATH    PIC X(100)
           VALUE "atendimentos.dat".
       77  WK-RESUMOS-PATH         PIC X(100)
           VALUE "resumos.dat".
       77  WK-HAVERES-PATH         PIC X(100)
           VALUE "haveres.dat".

      *---> STATUS ARQUIVO
       01  FS-CLIENTES             PIC X(02) VALUE SPACES.
       01  FS-ATENDIMENTOS         PIC X(02) VALUE SPACES.
       01  FS-RESUMOS              PIC X(02) VALUE SPACES.
       01  FS-HAVERES              PIC X(02) VALUE SPACES.

      *---> ABENDS
       77  WK-ABEND-MESSAGE        PIC X(40) VALUE SPACES.

      *---> ARQUIVOS AUXILIARES ABERTOS COM SUCESSO
       77  WK-ATD-ABERTO           PIC X     VALUE "N".
       77  WK-RES-ABERTO           PIC X     VALUE "N".
       77  WK-HAV-ABERTO           PIC X     VALUE "N".

      *---> HISTORICO DE ATENDIMENTOS
       77  WK-LINHA-TELA           PIC 9(04) VALUE ZEROS.
           05 WK-H-ASSUNTO         PIC X(30).

      *---> SALDO EM ABERTO DO CLIENTE NA TELA
       77  WK-SALDO-ABERTO         PIC 9(09)V99 VALUE ZEROS.

       01  WK-LINHA-SALDO.
               "SALDO EM ABERTO: ".
           05 WK-S-SALDO           PIC ZZZ.ZZZ.ZZ9,99.

      *---> HAVER (CREDITO) DISPONIVEL DO CLIENTE NA TELA
       01  WK-LINHA-HAVER.
           05 FILLER               PIC X(18) VALUE
               "HAVER DISPONIVEL: ".
           05 WK-S-HAVER           PIC ZZZ.ZZZ.ZZ9,99.

      *---> BROWSE POR NOME (CHAVE ALTERNATIVA REG-NOME)
       77  WK-NOME-BUSCA           PIC A(30) VALUE SPACES.
       77  WK-QTD-PAGINA           PIC 9(02) VALUE ZEROS.
               DISPLAY MOSTRA-ERRO
               ACCEPT WK-TECLA
           END-IF.
           ACCEPT WK-RESUMOS-PATH FROM ENVIRONMENT
               "CLIENTES_RESUMOS_PATH"
           IF WK-RESUMOS-PATH = SPACES
               MOVE "resumos.dat" TO WK-RESUMOS-PATH
           END-IF
           OPEN INPUT ATENDIMENTOS.
           IF FS-ATENDIMENTOS = "00"
               MOVE "S" TO WK-ATD-ABERTO
           END-IF.
           OPEN INPUT RESUMOS.
           IF FS-RESUMOS = "00"
               MOVE "S" TO WK-RES-ABERTO
           END-IF.
           ACCEPT WK-HAVERES-PATH FROM ENVIRONMENT
               "CLIENTES_HAVERES_PATH"
           IF WK-HAVERES-PATH = SPACES
               MOVE "haveres.dat" TO WK-HAVERES-PATH
           END-IF
           OPEN INPUT HAVERES.
           IF FS-HAVERES = "00"
               MOVE "S" TO WK-HAV-ABERTO
           END-IF.
       0100-INICIALIZAR-FIM.   EXIT.
      ******************************************************************
                   WHEN FS-CLIENTES = "00"
                       DISPLAY SS-DADOS
                       PERFORM 0500-SALDO-EM-ABERTO
                       PERFORM 0510-HAVER-DISPONIVEL
                       DISPLAY "VER HISTORICO DE ATENDIMENTOS? (S/N):"
                        FOREGROUND-COLOR 2 AT 1415
                       ACCEPT WK-OPCAO AT 1454
           PERFORM 0410-MOSTRA-PAGINA.
       0430-DETALHE-CLIENTE-FIM. EXIT.
      ******************************************************************
      *    SALDO EM ABERTO DO CLIENTE NA TELA DE CONSULTA, LIDO DO
      *    RESUMO DE CONTAS A RECEBER (SEM RESUMO = NADA EM ABERTO)
      ******************************************************************
       0500-SALDO-EM-ABERTO    SECTION.
           IF WK-RES-ABERTO NOT = "S"
               EXIT SECTION
           END-IF
           MOVE REG-CODIGO TO RES-CODIGO
           READ RESUMOS
           IF FS-RESUMOS = "00"
               MOVE RES-TOTAL-ABERTO TO WK-SALDO-ABERTO
           ELSE
               MOVE ZEROS TO WK-SALDO-ABERTO
           END-IF
           MOVE WK-SALDO-ABERTO TO WK-S-SALDO
           DISPLAY WK-LINHA-SALDO AT 1310.
       0500-SALDO-EM-ABERTO-FIM. EXIT.
      ******************************************************************
      *    MOSTRA O HAVER DO CLIENTE (PAGAMENTO ACIMA DO SALDO, EM
      *    DUPLICIDADE OU ADIANTADO, AINDA NAO COMPENSADO)
      ******************************************************************
       0510-HAVER-DISPONIVEL   SECTION.
           IF WK-HAV-ABERTO NOT = "S"
               EXIT SECTION
           END-IF
           MOVE REG-CODIGO TO HAV-CODIGO
           READ HAVERES
           IF FS-HAVERES = "00"
               MOVE HAV-SALDO TO WK-S-HAVER
           ELSE
               MOVE ZEROS TO WK-S-HAVER
           END-IF
           DISPLAY WK-LINHA-HAVER AT 1510.
       0510-HAVER-DISPONIVEL-FIM. EXIT.
      ******************************************************************
       1000-FINALIZAR          SECTION.
           CLOSE CLIENTES.
           CLOSE ATENDIMENTOS.
           CLOSE RESUMOS.
           CLOSE HAVERES.
           GOBACK.
       1000-FINALIZAR-FIM.     EXIT.
