           05 LINE 16 COLUMN 20 VALUE "12 - TROCAR SENHA".
           05 LINE 17 COLUMN 20 VALUE "13 - AGENDA DE RETORNOS".
           05 LINE 18 COLUMN 20 VALUE "9 - SAIR".
           05 LINE 05 COLUMN 50 VALUE "14 - CONTRATOS".
           05 LINE 06 COLUMN 50 VALUE "15 - ESTORNO DE PAGAMENTO".
           05 LINE 07 COLUMN 50 VALUE "16 - EXTRATO DE CLIENTE".
           05 LINE 08 COLUMN 50 VALUE "17 - FECHAMENTO DE PERIODO".
           05 LINE 09 COLUMN 50 VALUE "18 - RELATORIO LGPD POR CPF".
           05 LINE 10 COLUMN 50 VALUE "19 - CORRESPONDENCIA DEVOLVIDA".
           05 LINE 11 COLUMN 50 VALUE "20 - RESTITUICAO DE HAVER".
           05 LINE 20 COLUMN 20 VALUE "OPCAO: ".
           05 COLUMN PLUS 1 PIC 9(02) USING WK-OPCAO.
      ******************************************************************
                           PERFORM 0091-LOG-MODULO
                           CALL "AGENDA" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 14
                       IF WK-NIVEL < 2
                           PERFORM 0080-NAO-AUTORIZADO
                       ELSE
                           MOVE "CONTRATO" TO LOG-DETALHE
                           PERFORM 0091-LOG-MODULO
                           CALL "CONTRATO" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 15
      *---> ESTORNO DE PAGAMENTO JA REGISTRADO: SOMENTE SUPERVISOR
                       IF WK-NIVEL < 3
                           PERFORM 0080-NAO-AUTORIZADO
                       ELSE
                           MOVE "ESTORNO" TO LOG-DETALHE
                           PERFORM 0091-LOG-MODULO
                           CALL "ESTORNO" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 16
                       IF WK-NIVEL < 2
                           PERFORM 0080-NAO-AUTORIZADO
                       ELSE
                           MOVE "EXTRATO" TO LOG-DETALHE
                           PERFORM 0091-LOG-MODULO
                           CALL "EXTRATO" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 17
      *---> FECHAMENTO E REABERTURA DE PERIODO: SOMENTE SUPERVISOR
                       IF WK-NIVEL < 3
                           PERFORM 0080-NAO-AUTORIZADO
                       ELSE
                           MOVE "PERIODO" TO LOG-DETALHE
                           PERFORM 0091-LOG-MODULO
                           CALL "PERIODO" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 18
      *---> RELATORIO DE DADOS DO TITULAR (LGPD): SOMENTE SUPERVISOR
                       IF WK-NIVEL < 3
                           PERFORM 0080-NAO-AUTORIZADO
                       ELSE
                           MOVE "LGPD" TO LOG-DETALHE
                           PERFORM 0091-LOG-MODULO
                           CALL "LGPD" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 19
                       IF WK-NIVEL < 2
                           PERFORM 0080-NAO-AUTORIZADO
                       ELSE
                           MOVE "DEVOLVE" TO LOG-DETALHE
                           PERFORM 0091-LOG-MODULO
                           CALL "DEVOLVE" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 20
      *---> RESTITUICAO DO HAVER AO CLIENTE: SOMENTE SUPERVISOR
                       IF WK-NIVEL < 3
                           PERFORM 0080-NAO-AUTORIZADO
                       ELSE
                           MOVE "RESTITUI" TO LOG-DETALHE
                           PERFORM 0091-LOG-MODULO
                           CALL "RESTITUI" USING WK-OPERADOR-ID
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
