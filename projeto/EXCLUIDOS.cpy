      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO REGISTRO DO ARQUIVO MORTO DE CLIENTES
      *     EXCLUIDOS, CHAVEADO PELO CODIGO DO CLIENTE + DATA/HORA
      *     DA EXCLUSAO. FORA DO PRAZO DE RETENCAO O EXPURGO APAGA OS
      *     DADOS PESSOAIS: EXC-NOME = "ANONIMIZADO", EXC-EMAIL =
      *     "ANONIMIZADO EM AAAAMMDD", CPF, TELEFONE E ENDERECO
      *     ZERADOS (REGISTRO NAO RESTAURAVEL)
      ******************************************************************
       01  REG-EXCLUIDO.
           05 CHAVE-EXCLUIDOS.
