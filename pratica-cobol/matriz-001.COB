                       "recuperacao-entrada.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RECUPERACAO.
               SELECT ARQUIVO-FREQUENCIA ASSIGN TO
                       "frequencia-entrada.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FREQUENCIA.
               SELECT ARQUIVO-BOLETIM ASSIGN TO "boletim-alunos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BOLETIM.
      *
           FD  ARQUIVO-RECUPERACAO.
           01  REG-RECUPERACAO          PIC X(45).
      *
           FD  ARQUIVO-FREQUENCIA.
           01  REG-FREQUENCIA           PIC X(60).
      *
           FD  ARQUIVO-BOLETIM.
           01  REG-BOLETIM              PIC X(60).
      *    APURACAO (USADA PARA SABER QUEM TEM DIREITO A
      *    RECUPERACAO E PARA O BOLETIM)
           01 WS-SITUACOES.
               05 WS-SITUACAO-LINHA    PIC X(19)       OCCURS 300
                                                       TIMES.

      *    FREQUENCIA DE CADA LINHA ALUNO+MATERIA (ARQUIVO
      *    frequencia-entrada.txt, FORMATO NOME;MATERIA;AULAS
      *    DADAS;FALTAS). LINHA SEM FREQUENCIA INFORMADA NAO
      *    REPROVA POR FALTA
           01 WS-FREQUENCIAS.
               05 WS-FREQ-LINHA        OCCURS 300      TIMES.
                   10 WS-FREQ-INFORMADA PIC X(01)      VALUE "N".
                   10 WS-FREQ-AULAS    PIC 9(04)       VALUE ZEROS.
                   10 WS-FREQ-FALTAS   PIC 9(04)       VALUE ZEROS.
                   10 WS-FREQ-PCT      PIC 9(03)V99    VALUE ZEROS.

      *    LISTA DE ALUNOS DISTINTOS (UM BLOCO DE BOLETIM POR
      *    ALUNO); DIMENSIONADA COMO A MATRIZ, JA QUE UMA LINHA POR
      *    ALUNO E UMA ENTRADA VALIDA
                   10 WS-NOME-MATERIA  PIC X(15).
                   10 WS-MAT-TOTAL     PIC 9(03).
                   10 WS-MAT-APROVADOS PIC 9(03).
                   10 WS-MAT-REPROV-NOTA PIC 9(03).
                   10 WS-MAT-REPROV-FALTA PIC 9(03).

           01 FS-NOTAS                 PIC X(02)       VALUE SPACES.
           01 FS-ALUNOS                PIC X(02)       VALUE SPACES.
           01 FS-PESOS                 PIC X(02)       VALUE SPACES.
           01 FS-RECUPERACAO           PIC X(02)       VALUE SPACES.
           01 FS-FREQUENCIA            PIC X(02)       VALUE SPACES.
           01 FS-BOLETIM               PIC X(02)       VALUE SPACES.

           01 WS-IN1                   PIC 9(03)       VALUE ZEROS.
           01 WS-NOTA-RECUPERACAO      PIC 9(02)V99    VALUE ZEROS.

           01 WS-MEDIA-MINIMA          PIC 9(02)V99    VALUE 6.00.
           01 WS-SITUACAO              PIC X(19)       VALUE SPACES.
           01 WS-SITUACAO-GERAL        PIC X(19)       VALUE SPACES.
           01 WS-QTD-APROVADOS         PIC 9(03)       VALUE ZEROS.
           01 WS-QTD-RECUPERADOS       PIC 9(03)       VALUE ZEROS.
           01 WS-QTD-REPROV-FALTA      PIC 9(03)       VALUE ZEROS.

      *    FALTAS ACIMA DE 25% DAS AULAS DADAS REPROVAM NA MATERIA
      *    QUALQUER QUE SEJA A MEDIA (E A RECUPERACAO NAO REVERTE)
           01 WS-CAMPO-AULAS           PIC X(06)       VALUE SPACES.
           01 WS-CAMPO-FALTAS          PIC X(06)       VALUE SPACES.
           01 WS-AULAS                 PIC 9(04)       VALUE ZEROS.
           01 WS-FALTAS                PIC 9(04)       VALUE ZEROS.

           01 WS-LINHA-NOTAS.
               05 WS-L-NOME            PIC X(15).
               05 FILLER               PIC X(01)       VALUE SPACE.
               05 WS-L-MEDIA           PIC ZZ.99.
               05 FILLER               PIC X(01)       VALUE SPACE.
               05 WS-L-SITUACAO        PIC X(19).

           01 WS-LINHA-BOLETIM.
               05 FILLER               PIC X(02)       VALUE SPACES.
               05 FILLER               PIC X(01)       VALUE SPACE.
               05 WS-B-MEDIA           PIC ZZ.99.
               05 FILLER               PIC X(01)       VALUE SPACE.
               05 WS-B-SITUACAO        PIC X(19).
               05 FILLER               PIC X(01)       VALUE SPACE.
               05 WS-B-FREQ-AREA.
                   10 WS-B-FREQ-ROTULO PIC X(05)       VALUE "FREQ ".
                   10 WS-B-FREQUENCIA  PIC ZZ9.99.
                   10 WS-B-FREQ-SINAL  PIC X(01)       VALUE "%".
               05 WS-B-FREQ-TEXTO      REDEFINES WS-B-FREQ-AREA
                                       PIC X(12).

           01 WS-LINHA-TEXTO           PIC X(60)       VALUE SPACES.
      *

            PERFORM CARREGA-PESOS.
            PERFORM CARREGA-ALUNOS.
            PERFORM CARREGA-FREQUENCIA.

            PERFORM VARYING WS-IN1 FROM 1 BY 1
                    UNTIL WS-IN1 > WS-QTD-LINHAS
               IF WS-SITUACAO = "APROVADO"
                   ADD 1 TO WS-QTD-APROVADOS
               END-IF
               IF WS-SITUACAO = "REPROVADO POR FALTA"
                   ADD 1 TO WS-QTD-REPROV-FALTA
               END-IF
            END-PERFORM.

            PERFORM RODADA-RECUPERACAO.
            DISPLAY "PARES ALUNO+MATERIA APROVADOS: "
                WS-QTD-APROVADOS " DE " WS-QTD-LINHAS.
            DISPLAY "APROVADOS NA RECUPERACAO: " WS-QTD-RECUPERADOS.
            DISPLAY "REPROVADOS POR FALTA: " WS-QTD-REPROV-FALTA.
            STOP RUN.
      *
      *    PESOS DOS BIMESTRES: LINHA UNICA PESO1;PESO2. QUALQUER
            DISPLAY "LINHAS CARREGADAS: " WS-QTD-LINHAS.
            DISPLAY "ALUNOS DISTINTOS.: " WS-QTD-ALUNOS.
      *
      *    FREQUENCIA (NOME;MATERIA;AULAS DADAS;FALTAS) DE CADA LINHA
      *    ALUNO+MATERIA DA TURMA. SEM ARQUIVO NINGUEM REPROVA POR
      *    FALTA; LINHA SEM PAR NA TURMA OU COM MAIS FALTAS QUE
      *    AULAS E AVISADA E IGNORADA
       CARREGA-FREQUENCIA.
            OPEN INPUT ARQUIVO-FREQUENCIA.
            IF FS-FREQUENCIA NOT = "00"
                DISPLAY "ARQUIVO frequencia-entrada.txt NAO "
                    "ENCONTRADO - SEM REPROVACAO POR FALTA"
                CLOSE ARQUIVO-FREQUENCIA
            ELSE
                PERFORM UNTIL FS-FREQUENCIA NOT = "00"
                    READ ARQUIVO-FREQUENCIA
                    IF FS-FREQUENCIA = "00"
                     AND REG-FREQUENCIA NOT = SPACES
                        PERFORM ANOTA-FREQUENCIA
                    END-IF
                END-PERFORM
                CLOSE ARQUIVO-FREQUENCIA
            END-IF.
      *
       ANOTA-FREQUENCIA.
            MOVE SPACES TO WS-CAMPO-NOME, WS-CAMPO-MATERIA,
                           WS-CAMPO-AULAS, WS-CAMPO-FALTAS.
            UNSTRING REG-FREQUENCIA DELIMITED BY ";"
                INTO WS-CAMPO-NOME
                     WS-CAMPO-MATERIA
                     WS-CAMPO-AULAS
                     WS-CAMPO-FALTAS
            END-UNSTRING.
            MOVE FUNCTION NUMVAL(WS-CAMPO-AULAS)  TO WS-AULAS.
            MOVE FUNCTION NUMVAL(WS-CAMPO-FALTAS) TO WS-FALTAS.
            IF WS-AULAS = ZEROS OR WS-FALTAS > WS-AULAS
                DISPLAY "FREQUENCIA INVALIDA IGNORADA: "
                    WS-CAMPO-NOME " " WS-CAMPO-MATERIA
            ELSE
                MOVE "N" TO WS-ACHOU
                PERFORM VARYING WS-IN1 FROM 1 BY 1
                        UNTIL WS-IN1 > WS-QTD-LINHAS
                         OR WS-ACHOU = "S"
                    IF WS-DADOS(WS-IN1, 1) = WS-CAMPO-NOME
                     AND WS-DADOS(WS-IN1, 2) = WS-CAMPO-MATERIA
                        MOVE "S" TO WS-ACHOU
                        MOVE "S"       TO WS-FREQ-INFORMADA(WS-IN1)
                        MOVE WS-AULAS  TO WS-FREQ-AULAS(WS-IN1)
                        MOVE WS-FALTAS TO WS-FREQ-FALTAS(WS-IN1)
                        COMPUTE WS-FREQ-PCT(WS-IN1) ROUNDED =
                            (WS-AULAS - WS-FALTAS) * 100 / WS-AULAS
                    END-IF
                END-PERFORM
                IF WS-ACHOU = "N"
                    DISPLAY "FREQUENCIA SEM ALUNO NA TURMA: "
                        WS-CAMPO-NOME " " WS-CAMPO-MATERIA
                END-IF
            END-IF.
      *
      *    NOME AINDA NAO VISTO ENTRA NA LISTA DE ALUNOS DISTINTOS
       ANOTA-ALUNO.
            MOVE "N" TO WS-ACHOU.
            END-IF.
      *
      *    MEDIA PONDERADA DOS BIMESTRES E DECISAO DA LINHA
      *    ALUNO+MATERIA WS-IN1, COM GRAVACAO DA LINHA DE RESULTADO.
      *    FALTAS ACIMA DE 25% DAS AULAS DADAS REPROVAM POR FALTA
      *    QUALQUER QUE SEJA A MEDIA
       APURA-LINHA.
            MOVE FUNCTION NUMVAL(WS-DADOS(WS-IN1, 3)) TO WS-NOTA-B1.
            MOVE FUNCTION NUMVAL(WS-DADOS(WS-IN1, 4)) TO WS-NOTA-B2.
            ELSE
                MOVE "REPROVADO" TO WS-SITUACAO
            END-IF.
            IF WS-FREQ-INFORMADA(WS-IN1) = "S"
                DISPLAY "FREQUENCIA: " WS-FREQ-PCT(WS-IN1) "%"
                IF WS-FREQ-FALTAS(WS-IN1) * 4 > WS-FREQ-AULAS(WS-IN1)
                    MOVE "REPROVADO POR FALTA" TO WS-SITUACAO
                END-IF
            END-IF.
            MOVE WS-SITUACAO TO WS-SITUACAO-LINHA(WS-IN1).
            DISPLAY "SITUACAO: " WS-SITUACAO.
            DISPLAY "=-=-=-=-=-=-=-=-=-=-=-=".
      *    SEGUNDA RODADA: A NOTA DA RECUPERACAO
      *    (NOME;MATERIA;NOTA) SUBSTITUI A MENOR NOTA DE BIMESTRE
      *    DA LINHA REPROVADA DA MATERIA E A SITUACAO E DECIDIDA DE
      *    NOVO. REPROVADO POR FALTA NAO TEM RECUPERACAO
       RODADA-RECUPERACAO.
            OPEN INPUT ARQUIVO-RECUPERACAO.
            IF FS-RECUPERACAO NOT = "00"
                        ADD 1 TO WS-QTD-RECUPERADOS
                    END-IF
                END-IF
                IF WS-DADOS(WS-IN1, 1) = WS-CAMPO-NOME
                 AND WS-DADOS(WS-IN1, 2) = WS-CAMPO-MATERIA
                 AND WS-SITUACAO-LINHA(WS-IN1) = "REPROVADO POR FALTA"
                    DISPLAY "RECUPERACAO IGNORADA DE "
                        WS-DADOS(WS-IN1, 1)
                        " EM " WS-DADOS(WS-IN1, 2)
                        ": REPROVADO POR FALTA"
                END-IF
            END-PERFORM.
      *
      *    BOLETIM POR ALUNO: UM BLOCO COM A MEDIA, A SITUACAO E A
      *    FREQUENCIA DE CADA MATERIA E A LINHA GERAL (APROVADO
      *    SOMENTE COM TODAS AS MATERIAS APROVADAS)
       GRAVA-BOLETINS.
            OPEN OUTPUT ARQUIVO-BOLETIM.
            PERFORM VARYING WS-IN2 FROM 1 BY 1
            MOVE WS-DADOS(WS-IN1, 2)       TO WS-B-MATERIA.
            MOVE WS-MEDIA                  TO WS-B-MEDIA.
            MOVE WS-SITUACAO-LINHA(WS-IN1) TO WS-B-SITUACAO.
            IF WS-FREQ-INFORMADA(WS-IN1) = "S"
                MOVE "FREQ "             TO WS-B-FREQ-ROTULO
                MOVE WS-FREQ-PCT(WS-IN1) TO WS-B-FREQUENCIA
                MOVE "%"                 TO WS-B-FREQ-SINAL
            ELSE
                MOVE "FREQ N/I"          TO WS-B-FREQ-TEXTO
            END-IF.
            WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM.
            IF WS-SITUACAO-LINHA(WS-IN1) NOT = "APROVADO"
                MOVE "REPROVADO" TO WS-SITUACAO-GERAL
            END-IF.
      *
      *    RESUMO DA TURMA QUEBRADO POR MATERIA, FECHADO DEPOIS DA
      *    RECUPERACAO PARA REFLETIR A SITUACAO FINAL, COM AS
      *    REPROVACOES POR NOTA E POR FALTA CONTADAS SEPARADAMENTE
       RESUMO-POR-MATERIA.
            PERFORM VARYING WS-IN1 FROM 1 BY 1
                    UNTIL WS-IN1 > WS-QTD-LINHAS
                         OR WS-ACHOU = "S"
                    IF WS-NOME-MATERIA(WS-IN3) = WS-DADOS(WS-IN1, 2)
                        MOVE "S" TO WS-ACHOU
                        PERFORM CONTA-SITUACAO-MATERIA
                    END-IF
                END-PERFORM
                IF WS-ACHOU = "N" AND WS-QTD-MATERIAS < 20
                    ADD 1 TO WS-QTD-MATERIAS
                    MOVE WS-QTD-MATERIAS TO WS-IN3
                    MOVE WS-DADOS(WS-IN1, 2)
                        TO WS-NOME-MATERIA(WS-IN3)
                    MOVE ZEROS TO WS-MAT-TOTAL(WS-IN3),
                                  WS-MAT-APROVADOS(WS-IN3),
                                  WS-MAT-REPROV-NOTA(WS-IN3),
                                  WS-MAT-REPROV-FALTA(WS-IN3)
                    PERFORM CONTA-SITUACAO-MATERIA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-IN3 FROM 1 BY 1
                DISPLAY "MATERIA " WS-NOME-MATERIA(WS-IN3)
                    ": APROVADOS " WS-MAT-APROVADOS(WS-IN3)
                    " DE " WS-MAT-TOTAL(WS-IN3)
                    " REPROVADOS POR NOTA " WS-MAT-REPROV-NOTA(WS-IN3)
                    " POR FALTA " WS-MAT-REPROV-FALTA(WS-IN3)
            END-PERFORM.
      *
      *    SOMA A SITUACAO FINAL DA LINHA WS-IN1 NA MATERIA WS-IN3
       CONTA-SITUACAO-MATERIA.
            ADD 1 TO WS-MAT-TOTAL(WS-IN3).
            EVALUATE WS-SITUACAO-LINHA(WS-IN1)
                WHEN "APROVADO"
                    ADD 1 TO WS-MAT-APROVADOS(WS-IN3)
                WHEN "REPROVADO POR FALTA"
                    ADD 1 TO WS-MAT-REPROV-FALTA(WS-IN3)
                WHEN OTHER
                    ADD 1 TO WS-MAT-REPROV-NOTA(WS-IN3)
            END-EVALUATE.
       END PROGRAM MATRIZ-001.
