      * RECONHECE O ESTORNO JA APLICADO E NUNCA CREDITA O MESMO
      * PAGAMENTO DUAS VEZES. AO FINAL SAI O RELATORIO DE
      * CONCILIACAO: ACEITOS, REJEITADOS COM O MOTIVO E LINHAS DO
      * RETORNO SEM PAR NO PAGCLEAR. ESTORNO PARA CONTA ENCERRADA
      * NA AGENCIA NAO E APLICADO - SAI NO RELATORIO PARA A
      * AGENCIA DEVOLVER O VALOR AO EX-CLIENTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE011-RETORNO-PAGAMENTOS.

           77 WS-TOTAL-JA-ESTORNADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ADIADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-CONTA-INEXISTENTE PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-CONTA-ENCERRADA PIC 9(05) VALUE ZERO.
           77 WS-VALOR-ESTORNADO PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
                       DISPLAY " CONTA DO ESTORNO INEXISTENTE: "
                           WS-LOGIN-ESTORNO
                   NOT INVALID KEY
                       IF CM-CONTA-ENCERRADA
                           ADD 1 TO WS-TOTAL-CONTA-ENCERRADA
                           DISPLAY " CONTA DO ESTORNO ENCERRADA: "
                               WS-LOGIN-ESTORNO
                       ELSE
                           IF CM-SEM-PENDENCIA
                               PERFORM 2150-VERIFICA-ESTORNO-APLICADO
                               IF WS-ESTORNO-JA-APLICADO
                                   ADD 1 TO WS-TOTAL-JA-ESTORNADOS
                                   DISPLAY " ESTORNO JA APLICADO -"
                                       " MV-ID " WS-MV-ID-ORIGINAL
                               ELSE
                                   PERFORM 2200-APLICA-ESTORNO
                               END-IF
                           ELSE
                               ADD 1 TO WS-TOTAL-ADIADOS
                               DISPLAY " CONTA COM PENDENCIA DE"
                               DISPLAY " TERMINAL - ESTORNO ADIADO: "
                                   WS-LOGIN-ESTORNO
                           END-IF
                       END-IF
               END-READ.

                   WS-TOTAL-ADIADOS
               DISPLAY " CONTAS INEXISTENTES:        "
                   WS-TOTAL-CONTA-INEXISTENTE
               DISPLAY " CONTAS ENCERRADAS:          "
                   WS-TOTAL-CONTA-ENCERRADA
               DISPLAY " LINHAS SEM PAR NO PAGCLEAR: "
                   WS-TOTAL-SEM-PAR
               IF WS-CARGA-PARCIAL
