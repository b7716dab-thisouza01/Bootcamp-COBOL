      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO MOVIMENTO DE HAVERES (ARQUIVO SEQUENCIAL,
      *     SOMENTE ACRESCIMO): UMA LINHA POR ENTRADA OU SAIDA NO
      *     HAVER DO CLIENTE, COM O RECIBO QUE A DOCUMENTA
      *     TIPO: "C" CREDITO GERADO (EXCEDENTE DE PAGAMENTO OU
      *               ADIANTAMENTO; ORIGEM LANCA OU RETORNO)
      *           "A" HAVER APLICADO NA COBRANCA DA CHAVE (O RECIBO
      *               E O PAGAMENTO DE ORIGEM "HAVER")
      *           "E" APLICACAO ESTORNADA, VALOR VOLTA AO HAVER
      *           "D" HAVER RESTITUIDO AO CLIENTE PELO SUPERVISOR
      *           "X" CREDITO ESTORNADO, VALOR SAI DO HAVER (ORIGEM =
      *               A DO CREDITO: LANCA OU RETORNO)
      *           "T" SALDO TRANSFERIDO NA UNIFICACAO (SAI DO HAVER
      *               DO CODIGO DUPLICADO)
      *           "U" SALDO RECEBIDO NA UNIFICACAO (ENTRA NO HAVER
      *               DO CODIGO SOBREVIVENTE)
      *     VENCIMENTO/SEQ: TITULO QUE GEROU OU RECEBEU O HAVER
      *     (ZEROS NO ADIANTAMENTO, NA RESTITUICAO E NA UNIFICACAO;
      *     A UNIFICACAO NAO TEM RECIBO)
      ******************************************************************
       01  REG-HAVMOV.
           05 HVM-TIPO             PIC X(01).
           05 HVM-DATA             PIC 9(08).
           05 HVM-CODIGO           PIC 9(07).
           05 HVM-VENCIMENTO       PIC 9(08).
           05 HVM-SEQ              PIC 9(03).
           05 HVM-VALOR            PIC 9(09)V99.
           05 HVM-RECIBO           PIC 9(06).
           05 HVM-ORIGEM           PIC X(08).
           05 HVM-OPERADOR         PIC X(08).
