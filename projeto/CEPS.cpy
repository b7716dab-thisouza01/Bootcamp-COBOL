      ******************************************************************
      * Author:Thiago Souza
      * Purpose:Projeto - Sistema de gestao de clientes(CRUD)
      *  -  LAYOUT DA TABELA DE FAIXAS DE CEP (CARREGADA PELO CARGACEP
      *     A PARTIR DA TABELA DOS CORREIOS). CADA REGISTRO E UMA
      *     FAIXA CEP INICIAL/CEP FINAL COM A UF E A CIDADE; AS
      *     FAIXAS NAO SE SOBREPOEM. A CHAVE E O CEP FINAL: PARA
      *     ACHAR A FAIXA DE UM CEP POSICIONA-SE (START NOT LESS) NO
      *     PROPRIO CEP E LE-SE A PROXIMA FAIXA, QUE SO SERVE SE O
      *     CEP INICIAL DELA NAO FOR MAIOR QUE O CEP PESQUISADO.
      *     UF E CIDADE GRAVADAS EM MAIUSCULAS
      ******************************************************************
       01  REG-CEP-FAIXA.
           05 CHAVE-CEPS.
               10 CEP-FINAL        PIC 9(08).
           05 CEP-INICIAL          PIC 9(08).
           05 CEP-UF               PIC X(02).
           05 CEP-CIDADE           PIC X(20).
