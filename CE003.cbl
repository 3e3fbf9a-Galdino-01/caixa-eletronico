           77 WS-MES-REF-NUM PIC 9(02).

      * TOTAIS POR CONTA, ACUMULADOS A CADA VOLTA NO MOVIMENTO
           77 WS-SALDO-ABERTURA PIC S9(10)V99.
           77 WS-SALDO-CONFORME-MOVIMENTO PIC S9(10)V99.

           77 WS-PRIMEIRO-MOVIMENTO-SW PIC X(01) VALUE 'S'.
               88 WS-PRIMEIRO-MOVIMENTO VALUE 'S'.
      * TOTAIS GERAIS DO RELATORIO
           77 WS-TOTAL-CONTAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-MOVIMENTOS PIC 9(07) VALUE ZERO.
           77 WS-TOTAL-EXTRATOS-ENCERRAMENTO PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-CONTAS-ENCERRADAS PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
      *--------------------------------------------------------*
      * PROCESSAMENTO DE CADA CONTA DO CONTA-MESTRE             *
      *--------------------------------------------------------*
      * A CONTA ENCERRADA ANTES DO MES DE REFERENCIA JA RECEBEU O
      * SEU EXTRATO DE ENCERRAMENTO E NAO GERA MAIS EXTRATO
           2000-PROCESSA-UMA-CONTA.
               IF CM-CONTA-ENCERRADA
                  AND CM-DATA-ENCERRAMENTO(1:6) < WS-MES-REFERENCIA
                   ADD 1 TO WS-TOTAL-CONTAS-ENCERRADAS
               ELSE
                   SET WS-PRIMEIRO-MOVIMENTO TO TRUE
                   MOVE CM-SALDO TO WS-SALDO-ABERTURA
                   MOVE CM-SALDO TO WS-SALDO-CONFORME-MOVIMENTO

                   PERFORM 2100-ACUMULA-MOVIMENTOS-DO-MES

                   PERFORM 3000-GRAVA-TRAILER-CONTA

                   ADD 1 TO WS-TOTAL-CONTAS
               END-IF

               READ CONTA-MESTRE NEXT RECORD
                   AT END
      * ('DC') SAO EXPORTADOS COMO QUALQUER LANCAMENTO, MAS NAO
      * MOVEM O SALDO DA CORRENTE (O 'RP' CARREGA O SALDO DA
      * POUPANCA, O 'DC' NAO ALTERA SALDO) - FICAM FORA DO
      * ACOMPANHAMENTO DE ABERTURA E FECHAMENTO DO TRAILER, COMO
      * O 'BP' E O 'TJ' DO BLOQUEIO JUDICIAL
           2120-GRAVA-MOVIMENTO-EXTRATO.
               IF WS-PRIMEIRO-MOVIMENTO
                  AND NOT MV-OP-RENDIMENTO-POUP
                  AND NOT MV-OP-DEPOSITO-CHEQUE
                  AND NOT MV-OP-BLOQUEIO-JUD-POUP
                  AND NOT MV-OP-TRANSF-JUDICIAL
                   IF MV-OP-DEPOSITO OR MV-OP-TRANSF-CREDITO
                      OR MV-OP-RENDIMENTO OR MV-OP-ESTORNO-PAGTO
                      OR MV-OP-RESGATE-POUP OR MV-OP-LIBERACAO-CHEQUE
                      OR MV-OP-TRANSF-RECEBIDA-IB
                      OR MV-OP-DEVOLUCAO-CONTEST
                      OR MV-OP-DESBLOQUEIO-JUDICIAL
                       COMPUTE WS-SALDO-ABERTURA =
                           MV-SALDO-RESULTANTE - MV-VALOR
                   ELSE

               IF NOT MV-OP-RENDIMENTO-POUP
                  AND NOT MV-OP-DEPOSITO-CHEQUE
                  AND NOT MV-OP-BLOQUEIO-JUD-POUP
                  AND NOT MV-OP-TRANSF-JUDICIAL
                   MOVE MV-SALDO-RESULTANTE
                       TO WS-SALDO-CONFORME-MOVIMENTO
               END-IF

      * GRAVA O REGISTRO-TRAILER DA CONTA COM O SALDO DE ABERTURA E
      * DE FECHAMENTO DO MES DE REFERENCIA (SE NAO HOUVE LANCAMENTO
      * NO MES, OS DOIS FICAM IGUAIS AO SALDO ATUAL DA CONTA). A
      * CONTA ENCERRADA NO MES DE REFERENCIA RECEBE O TRAILER DE
      * ENCERRAMENTO, COM A DATA DO ENCERRAMENTO
           3000-GRAVA-TRAILER-CONTA.
               IF CM-CONTA-ENCERRADA
                  AND CM-DATA-ENCERRAMENTO(1:6) = WS-MES-REFERENCIA
                   SET EM-REG-TRAILER-ENCERRAMENTO TO TRUE
                   MOVE CM-DATA-ENCERRAMENTO TO EM-DATA-MOVIMENTO
                   ADD 1 TO WS-TOTAL-EXTRATOS-ENCERRAMENTO
               ELSE
                   SET EM-REG-TRAILER TO TRUE
                   MOVE ZERO TO EM-DATA-MOVIMENTO
               END-IF
               MOVE CM-LOGIN TO EM-LOGIN
               MOVE WS-MES-REFERENCIA TO EM-MES-REFERENCIA
               MOVE SPACES TO EM-TIPO-OPERACAO
               MOVE ZERO TO EM-VALOR
               MOVE ZERO TO EM-SALDO-RESULTANTE
                       DISPLAY " MES DE " WS-DATA-PROCESSAMENTO
                           " JA PROCESSADO POR " WS-JOB-ID
                       DISPLAY " EXECUCAO RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-MESES-NOVO > WS-MESES-ULTIMO + 1
                           WS-DATA-PROCESSAMENTO
                       DISPLAY " PROCESSE-O VIA PARMDATA -"
                       DISPLAY " EXECUCAO RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
                   WS-TOTAL-CONTAS
               DISPLAY " TOTAL DE LANCAMENTOS EXPORTADOS: "
                   WS-TOTAL-MOVIMENTOS
               DISPLAY " EXTRATOS DE ENCERRAMENTO: "
                   WS-TOTAL-EXTRATOS-ENCERRAMENTO
               DISPLAY " CONTAS JA ENCERRADAS (SEM EXTRATO): "
                   WS-TOTAL-CONTAS-ENCERRADAS
               DISPLAY "==========================================".

           END PROGRAM CE003-EXTRATO-MENSAL.
