      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO MOVIMENTO DE PAGAMENTOS (UM REGISTRO POR
      *     PAGAMENTO RECEBIDO), CHAVEADO PELO NUMERO DO RECIBO;
      *     O CODIGO DO CLIENTE E CHAVE ALTERNATIVA COM DUPLICIDADE
      *     ORIGEM: "LANCA" (CAIXA DO OPERADOR) OU "RETORNO"
      *     (BAIXA PELO ARQUIVO DO BANCO)
      *     VENCIMENTO/SEQ ZERADOS: DINHEIRO QUE ENTROU INTEIRO NO
      *     HAVER, SEM BAIXA DE COBRANCA (ADIANTAMENTO NO CAIXA OU
      *     TITULO PAGO EM DUPLICIDADE NO BANCO); O ESTORNO TIRA O
      *     VALOR DO HAVER
      *     SITUACAO: "A" ATIVO, "C" CANCELADO POR ESTORNO (DATA E
      *     SUPERVISOR DO ESTORNO FICAM NO PROPRIO REGISTRO)
      ******************************************************************
       01  REG-PAGAMENTO.
           05 CHAVE-PAGAMENTOS.
               10 PAG-RECIBO       PIC 9(06).
           05 PAG-CODIGO           PIC 9(07).
           05 PAG-VENCIMENTO       PIC 9(08).
           05 PAG-SEQ              PIC 9(03).
           05 PAG-VALOR            PIC 9(07)V99.
           05 PAG-DATA             PIC 9(08).
           05 PAG-OPERADOR         PIC X(08).
           05 PAG-ORIGEM           PIC X(08).
           05 PAG-SITUACAO         PIC X(01).
           05 PAG-ESTORNO-DATA     PIC 9(08).
           05 PAG-ESTORNO-OPERADOR PIC X(08).
