      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO MOVIMENTO DE LANCAMENTOS (ARQUIVO SEQUENCIAL,
      *     SOMENTE ACRESCIMO): DATA EM QUE CADA COBRANCA MUDOU DE
      *     ESTADO, QUE O REGISTRO DE LANCAMENTOS NAO GUARDA
      *     TIPO: "E" EMISSAO DE COBRANCA, PARCELA, MENSALIDADE OU
      *               ENCARGO (ORIGEM LANCA, RENEGOC, FATURA OU
      *               ENCARGOS; VALOR = VALOR DA LINHA GRAVADA)
      *           "R" COBRANCA RENEGOCIADA (VALOR = SALDO QUE SAIU
      *               PARA O PLANO DE PARCELAS)
      ******************************************************************
       01  REG-MOVLANC.
           05 MVL-TIPO             PIC X(01).
           05 MVL-DATA             PIC 9(08).
           05 MVL-CODIGO           PIC 9(07).
           05 MVL-VENCIMENTO       PIC 9(08).
           05 MVL-SEQ              PIC 9(03).
           05 MVL-VALOR            PIC 9(07)V99.
           05 MVL-ORIGEM           PIC X(08).
           05 MVL-OPERADOR         PIC X(08).
