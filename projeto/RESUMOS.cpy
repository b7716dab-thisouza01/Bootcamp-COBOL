      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO RESUMO DE CONTAS A RECEBER POR CLIENTE (UM
      *     REGISTRO POR CLIENTE, CHAVE = CODIGO DO CLIENTE).
      *     TOTAL E QUANTIDADE EM ABERTO, VENCIDO POR FAIXA DE
      *     ATRASO (MESMOS CORTES DO RELATORIO DE AGING) NA DATA DE
      *     POSICAO, VENCIMENTO EM ABERTO MAIS ANTIGO E ULTIMO
      *     PAGAMENTO ATIVO (DATA, VALOR E RECIBO). TODO PROGRAMA
      *     QUE GRAVA LANCAMENTO RECALCULA O RESUMO DO CLIENTE PELOS
      *     LANCAMENTOS DELE; A REAPURACAO NOTURNA REFAZ TODOS,
      *     ATUALIZA AS FAIXAS PARA A DATA DO DIA E LISTA O QUE
      *     ESTAVA DIVERGENTE. ORIGEM = ULTIMO PROGRAMA QUE GRAVOU
      ******************************************************************
       01  REG-RESUMO.
           05 CHAVE-RESUMOS.
               10 RES-CODIGO       PIC 9(07).
           05 RES-TOTAL-ABERTO     PIC 9(09)V99.
           05 RES-QTD-ABERTOS      PIC 9(05).
           05 RES-VENCIDO-TOTAL    PIC 9(09)V99.
           05 RES-VENCIDO-30       PIC 9(09)V99.
           05 RES-VENCIDO-60       PIC 9(09)V99.
           05 RES-VENCIDO-90       PIC 9(09)V99.
           05 RES-VENCIDO-MAIS-90  PIC 9(09)V99.
           05 RES-VENC-MAIS-ANTIGO PIC 9(08).
           05 RES-ULT-PAG-DATA     PIC 9(08).
           05 RES-ULT-PAG-VALOR    PIC 9(07)V99.
           05 RES-ULT-PAG-RECIBO   PIC 9(06).
           05 RES-DATA-POSICAO     PIC 9(08).
           05 RES-ORIGEM           PIC X(08).
