      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO HAVER (CREDITO) DO CLIENTE, UM REGISTRO POR
      *     CODIGO DE CLIENTE. O SALDO NASCE DE PAGAMENTO ACIMA DO
      *     SALDO DO TITULO, DE TITULO PAGO EM DUPLICIDADE NO BANCO
      *     E DE ADIANTAMENTO RECEBIDO NO CAIXA; E CONSUMIDO PELA
      *     COMPENSACAO NAS COBRANCAS EM ABERTO (VENCIMENTO MAIS
      *     ANTIGO PRIMEIRO) E ZERADO PELA RESTITUICAO AO CLIENTE.
      *     CADA MOVIMENTO DO SALDO VAI PARA O MOVIMENTO DE HAVERES
      ******************************************************************
       01  REG-HAVER.
           05 CHAVE-HAVERES.
               10 HAV-CODIGO       PIC 9(07).
           05 HAV-SALDO            PIC 9(09)V99.
           05 HAV-DATA-MOVIMENTO   PIC 9(08).
