      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO CONTROLE DE FECHAMENTO DE PERIODO (REGISTRO
      *     UNICO, REGRAVADO A CADA FECHAMENTO OU REABERTURA): ULTIMO
      *     MES FECHADO (AAAAMM). NENHUM LANCAMENTO, PAGAMENTO OU
      *     ENCARGO DATADO NESSE MES OU ANTES PODE SER CRIADO OU
      *     ALTERADO. ZERO OU ARQUIVO AUSENTE = NENHUM MES FECHADO
      ******************************************************************
       01  REG-PERIODO.
           05 PER-ULTIMO-FECHADO   PIC 9(06).
           05 PER-DATA-HORA        PIC X(14).
           05 PER-OPERADOR         PIC X(08).
