      * APLICADO E NUNCA CREDITA A MESMA LINHA DUAS VEZES. CADA
      * CREDITO SEGUE A DISCIPLINA DE PENDENCIA DO TERMINAL; CONTA
      * COM PENDENCIA NAO RECUPERADA NAO E TOCADA E A LINHA SAI
      * NUMA REEXECUCAO. CREDITO PARA CONTA ENCERRADA NA AGENCIA
      * NAO E APLICADO - SAI NO RELATORIO, COMO A CONTA
      * INEXISTENTE, PARA DEVOLUCAO A CAMARA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE016-CARGA-CREDITOS.

           77 WS-TOTAL-JA-APLICADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ADIADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-SEM-CONTA PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-CONTA-ENCERRADA PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
                           WS-LOGIN-CREDITO " CAMARA "
                           CR-ID-CAMARA
                   NOT INVALID KEY
                       IF CM-CONTA-ENCERRADA
                           ADD 1 TO WS-TOTAL-CONTA-ENCERRADA
                           DISPLAY " CONTA DE DESTINO ENCERRADA: "
                               WS-LOGIN-CREDITO " CAMARA "
                               CR-ID-CAMARA
                       ELSE
                           IF CM-SEM-PENDENCIA
                               PERFORM 2150-VERIFICA-CREDITO-APLICADO
                               IF WS-CREDITO-JA-APLICADO
                                   ADD 1 TO WS-TOTAL-JA-APLICADOS
                                   DISPLAY " CREDITO JA APLICADO -"
                                       " CAMARA " CR-ID-CAMARA
                               ELSE
                                   PERFORM 2200-CREDITA-CONTA
                               END-IF
                           ELSE
                               ADD 1 TO WS-TOTAL-ADIADOS
                               DISPLAY " CONTA COM PENDENCIA DE"
                               DISPLAY " TERMINAL"
                               DISPLAY " - CREDITO ADIADO: "
                                   WS-LOGIN-CREDITO
                           END-IF
                       END-IF
               END-READ.

                   WS-TOTAL-ADIADOS
               DISPLAY " CONTAS INEXISTENTES:        "
                   WS-TOTAL-SEM-CONTA
               DISPLAY " CONTAS ENCERRADAS:          "
                   WS-TOTAL-CONTA-ENCERRADA
               DISPLAY "==========================================".

           END PROGRAM CE016-CARGA-CREDITOS.
