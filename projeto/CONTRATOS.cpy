      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO REGISTRO DE CONTRATOS DE COBRANCA RECORRENTE
      *     (MENSALIDADE), UM POR CLIENTE, CHAVEADO PELO CODIGO DO
      *     CLIENTE. DATA-FIM ZERADA = CONTRATO SEM PRAZO
      *     SITUACAO: "A" ATIVO, "S" SUSPENSO (NAO FATURA)
      *     ULTIMA-COMPETENCIA (AAAAMM) E GRAVADA PELO BATCH DE
      *     FATURAMENTO A CADA MENSALIDADE GERADA, PARA O MESMO
      *     MES NUNCA SER FATURADO DUAS VEZES
      ******************************************************************
       01  REG-CONTRATO.
           05 CHAVE-CONTRATOS.
               10 CTR-CODIGO       PIC 9(07).
           05 CTR-VALOR-MENSAL     PIC 9(07)V99.
           05 CTR-DIA-VENCIMENTO   PIC 9(02).
           05 CTR-DATA-INICIO      PIC 9(08).
           05 CTR-DATA-FIM         PIC 9(08).
           05 CTR-SITUACAO         PIC X(01).
           05 CTR-ULTIMA-COMPETENCIA PIC 9(06).
