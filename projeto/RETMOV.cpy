      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DO MOVIMENTO DE RETORNOS DE ATENDIMENTO (ARQUIVO
      *     SEQUENCIAL, SOMENTE ACRESCIMO): DATA EM QUE CADA RETORNO
      *     PENDENTE MUDOU DE ESTADO, QUE O REGISTRO DE ATENDIMENTOS
      *     NAO GUARDA. CODIGO + DATA/HORA = CHAVE DO ATENDIMENTO
      *     PENDENTE; OPERADOR = OPERADOR ORIGINAL DO RETORNO
      *     TIPO: "E" ESCALADO PARA A FILA DO SUPERVISOR (RESPONSAVEL
      *               = "ESCALA")
      *           "C" CONCLUIDO NA AGENDA (RESPONSAVEL = OPERADOR
      *               QUE FEZ A LIGACAO)
      ******************************************************************
       01  REG-MOVRET.
           05 MVR-TIPO             PIC X(01).
           05 MVR-DATA             PIC 9(08).
           05 MVR-CODIGO           PIC 9(07).
           05 MVR-DATA-HORA        PIC X(14).
           05 MVR-OPERADOR         PIC X(08).
           05 MVR-RETORNO-DATA     PIC 9(08).
           05 MVR-RESPONSAVEL      PIC X(08).
