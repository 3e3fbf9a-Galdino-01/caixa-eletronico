               88 WS-DIA-PULADO VALUE 'S'.
               88 WS-SEM-DIA-PULADO VALUE 'N'.

      * TOTAIS POR CONTA, ACUMULADOS A CADA VOLTA NO MOVIMENTO - OS
      * SALDOS TEM SINAL: A CONTA NO CHEQUE ESPECIAL ABRE OU FECHA
      * O DIA NEGATIVA
           77 WS-SOMA-DEPOSITOS PIC 9(10)V99.
           77 WS-SOMA-SAQUES PIC 9(10)V99.
           77 WS-SALDO-ABERTURA PIC S9(10)V99.
           77 WS-SALDO-CONFORME-MOVIMENTO PIC S9(10)V99.

           77 WS-PRIMEIRO-MOVIMENTO-SW PIC X(01) VALUE 'S'.
               88 WS-PRIMEIRO-MOVIMENTO VALUE 'S'.
      * TOTAIS GERAIS DO RELATORIO
           77 WS-TOTAL-CONTAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-DIVERGENTES PIC 9(05) VALUE ZERO.
      * CONTAS QUE FECHAM O DIA DEVEDORAS NO CHEQUE ESPECIAL E O
      * TOTAL DEVEDOR - E O SALDO QUE A CONTABILIDADE CONFERE
      * CONTRA O ADIANTAMENTO A DEPOSITANTES
           77 WS-TOTAL-CONTAS-DEVEDORAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-SALDO-DEVEDOR PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-EXCESSO-LIMITE PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1100-DEFINE-DATA-PROCESSAMENTO.
                   ADD 1 TO WS-TOTAL-DIVERGENTES
               END-IF

               IF CM-SALDO < ZERO
                   ADD 1 TO WS-TOTAL-CONTAS-DEVEDORAS
                   SUBTRACT CM-SALDO FROM WS-TOTAL-SALDO-DEVEDOR
                   IF (ZERO - CM-SALDO) > CM-LIMITE-CHEQUE-ESPECIAL
                       ADD 1 TO WS-TOTAL-EXCESSO-LIMITE
                   END-IF
               END-IF

               DISPLAY CM-LOGIN " "
                   "ABERTURA: " WS-SALDO-ABERTURA " "
                   "DEPOSITOS: " WS-SOMA-DEPOSITOS " "
               IF WS-CONTA-DIVERGENTE
                   DISPLAY "   *** DIVERGENCIA NA CONFERENCIA ***"
               END-IF
               IF CM-SALDO < ZERO
                   DISPLAY "   CHEQUE ESPECIAL - LIMITE: "
                       CM-LIMITE-CHEQUE-ESPECIAL
                   IF (ZERO - CM-SALDO) > CM-LIMITE-CHEQUE-ESPECIAL
                       DISPLAY "   *** DEVEDOR ACIMA DO LIMITE ***"
                   END-IF
               END-IF

               READ CONTA-MESTRE NEXT RECORD
                   AT END
      * O RENDIMENTO DA POUPANCA ('RP') CARREGA O SALDO RESULTANTE
      * DA POUPANCA, NAO O DA CORRENTE, E O DEPOSITO EM CHEQUE
      * ('DC') NAO ALTERA O SALDO DA CORRENTE - OS DOIS FICAM FORA
      * DA CONFERENCIA DO SALDO DA CORRENTE, COMO O BLOQUEIO
      * JUDICIAL DA POUPANCA ('BP') E A TRANSFERENCIA JUDICIAL
      * ('TJ'), PELO MESMO MOTIVO
                           IF MV-DATA-MOVIMENTO =
                                  WS-DATA-PROCESSAMENTO
                              AND NOT MV-OP-RENDIMENTO-POUP
                              AND NOT MV-OP-DEPOSITO-CHEQUE
                              AND NOT MV-OP-BLOQUEIO-JUD-POUP
                              AND NOT MV-OP-TRANSF-JUDICIAL
                               PERFORM 2120-ACUMULA-UM-MOVIMENTO
                           END-IF
                       END-IF
                      OR MV-OP-RENDIMENTO OR MV-OP-ESTORNO-PAGTO
                      OR MV-OP-RESGATE-POUP OR MV-OP-LIBERACAO-CHEQUE
                      OR MV-OP-TRANSF-RECEBIDA-IB
                      OR MV-OP-DEVOLUCAO-CONTEST
                      OR MV-OP-DESBLOQUEIO-JUDICIAL
                       COMPUTE WS-SALDO-ABERTURA =
                           MV-SALDO-RESULTANTE - MV-VALOR
                   ELSE
                  OR MV-OP-RENDIMENTO OR MV-OP-ESTORNO-PAGTO
                  OR MV-OP-RESGATE-POUP OR MV-OP-LIBERACAO-CHEQUE
                  OR MV-OP-TRANSF-RECEBIDA-IB
                  OR MV-OP-DEVOLUCAO-CONTEST
                  OR MV-OP-DESBLOQUEIO-JUDICIAL
                   ADD MV-VALOR TO WS-SOMA-DEPOSITOS
               ELSE
                   ADD MV-VALOR TO WS-SOMA-SAQUES
                       DISPLAY " DATA " WS-DATA-PROCESSAMENTO
                           " JA FECHADA POR " WS-JOB-ID
                       DISPLAY " EXECUCAO RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1175-PROCURA-DIA-UTIL-PULADO
                           WS-DATA-CANDIDATA
                       DISPLAY " PROCESSE-O VIA PARMDATA -"
                       DISPLAY " EXECUCAO RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
                   WS-TOTAL-CONTAS
               DISPLAY " TOTAL DE CONTAS DIVERGENTES: "
                   WS-TOTAL-DIVERGENTES
               DISPLAY " CONTAS EM CHEQUE ESPECIAL:   "
                   WS-TOTAL-CONTAS-DEVEDORAS
               DISPLAY " SALDO DEVEDOR TOTAL:         "
                   WS-TOTAL-SALDO-DEVEDOR
               DISPLAY " DEVEDORAS ACIMA DO LIMITE:   "
                   WS-TOTAL-EXCESSO-LIMITE
               DISPLAY "==========================================".

           END PROGRAM CE002-FECHAMENTO.
