      * INTERROMPIDA NUNCA CREDITA O MESMO CHEQUE DUAS VEZES NEM
      * PERDE UM LANCAMENTO. CONTA COM PENDENCIA DE TERMINAL NAO
      * RECUPERADA NAO E TOCADA: O CHEQUE FICA BLOQUEADO PARA A
      * PROXIMA JANELA. CONTA ENCERRADA NA AGENCIA TAMBEM NAO E
      * TOCADA - O ENCERRAMENTO EXIGE OS CHEQUES LIBERADOS, ENTAO
      * O CASO SO SAI NO RELATORIO PARA CONFERENCIA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE014-LIBERA-CHEQUES.

           77 WS-TOTAL-ADIADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-EM-LIBERACAO PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-SEM-CONTA PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-CONTA-ENCERRADA PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-AGUARDANDO PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
                       DISPLAY " CONTA DO CHEQUE INEXISTENTE: "
                           WS-LOGIN-CHEQUE " NR " CH-ID
                   NOT INVALID KEY
                       IF CM-CONTA-ENCERRADA
                           ADD 1 TO WS-TOTAL-CONTA-ENCERRADA
                           DISPLAY " CONTA DO CHEQUE ENCERRADA: "
                               WS-LOGIN-CHEQUE " NR " CH-ID
                       ELSE
                           IF CM-SEM-PENDENCIA
                               PERFORM 2200-CREDITA-LIBERACAO
                           ELSE
                               ADD 1 TO WS-TOTAL-ADIADOS
                               DISPLAY " CONTA COM PENDENCIA DE"
                               DISPLAY " TERMINAL"
                               DISPLAY " - LIBERACAO ADIADA: "
                                   WS-LOGIN-CHEQUE " NR " CH-ID
                           END-IF
                       END-IF
               END-READ.

                   WS-TOTAL-EM-LIBERACAO
               DISPLAY " CONTAS INEXISTENTES:        "
                   WS-TOTAL-SEM-CONTA
               DISPLAY " CONTAS ENCERRADAS:          "
                   WS-TOTAL-CONTA-ENCERRADA
               DISPLAY "==========================================".

           END PROGRAM CE014-LIBERA-CHEQUES.
