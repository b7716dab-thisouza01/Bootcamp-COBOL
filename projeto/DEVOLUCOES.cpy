      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO CONTROLE DE CORRESPONDENCIA DEVOLVIDA (UM
      *     REGISTRO POR CLIENTE, CHAVE = CODIGO DO CLIENTE).
      *     SITUACAO "D" = ENDERECO INVALIDO (DEVOLVIDO PELOS
      *     CORREIOS NA DATA E PELO MOTIVO INFORMADOS): O CLIENTE
      *     FICA FORA DAS ETIQUETAS, DA INTERFACE DA GRAFICA E DAS
      *     CARTAS DE COBRANCA ATE O ENDERECO SER CORRIGIDO NA
      *     ALTERACAO, QUE PASSA A SITUACAO PARA "C" (CORRIGIDO)
      *     GUARDANDO A DATA E O OPERADOR DA CORRECAO. SEM REGISTRO
      *     OU SITUACAO "C" = ENDERECO VALIDO
      ******************************************************************
       01  REG-DEVOLUCAO.
           05 CHAVE-DEVOLUCOES.
               10 DEV-CODIGO       PIC 9(07).
           05 DEV-SITUACAO         PIC X(01).
           05 DEV-DATA             PIC 9(08).
           05 DEV-MOTIVO           PIC X(30).
           05 DEV-CEP              PIC 9(08).
           05 DEV-ORIGEM           PIC X(08).
           05 DEV-DATA-CORRECAO    PIC 9(08).
           05 DEV-OPERADOR-CORRECAO PIC X(08).
