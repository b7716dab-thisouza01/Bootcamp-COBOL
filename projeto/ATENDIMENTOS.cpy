      *     CONTATO), CHAVEADO PELO CODIGO DO CLIENTE + DATA/HORA
      *     RETORNO-DATA/SITUACAO CONTROLAM O AGENDAMENTO DE
      *     RETORNO: "P" PENDENTE (ENTRA NA AGENDA DO OPERADOR),
      *     "S" ESCALADO (PENDENTE HA MAIS DE N DIAS UTEIS, ENTRA
      *     NA FILA DOS SUPERVISORES; OPERADOR CONTINUA SENDO O
      *     ORIGINAL), "F" FEITO, ESPACO SEM RETORNO COMBINADO
      ******************************************************************
       01  REG-ATENDIMENTO.
           05 CHAVE-ATENDIMENTOS.
