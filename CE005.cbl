      * EM EXECUCAO, E CADA PERNA SEGUE A DISCIPLINA DE PENDENCIA
      * DO TERMINAL - UMA JANELA INTERROMPIDA NUNCA EXECUTA A MESMA
      * TRANSFERENCIA DUAS VEZES NEM PERDE UM LANCAMENTO.
      * CONTA ENCERRADA NA AGENCIA NAO E TOCADA: DESTINO ENCERRADO
      * BAIXA O AGENDAMENTO COM AVISO AO CLIENTE DE ORIGEM, E
      * ORIGEM ENCERRADA (AGENDAMENTO QUE ESCAPOU DO CANCELAMENTO
      * DO ENCERRAMENTO) E BAIXADA COMO CANCELADA.
      * O DEBITO DA ORIGEM PODE USAR O LIMITE DE CHEQUE ESPECIAL
      * APROVADO, COMO NO TERMINAL - SO ALEM DELE O AGENDAMENTO E
      * BAIXADO POR SALDO INSUFICIENTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE005-AGENDADOR.

           77 WS-TOTAL-SEM-SALDO PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-SEM-DESTINO PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-SEM-ORIGEM PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-CONTA-ENCERRADA PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ADIADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-EM-EXECUCAO PIC 9(05) VALUE ZERO.
           77 WS-VALOR-EXECUTADO PIC 9(12)V99 VALUE ZERO.
                       SET WS-EXECUCAO-NOK TO TRUE
               END-READ

               IF WS-EXECUCAO-OK
                   IF CM-CONTA-ENCERRADA
                       PERFORM 2540-BAIXA-DESTINO-ENCERRADO
                       SET WS-EXECUCAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-EXECUCAO-OK
                   IF CM-SEM-PENDENCIA
                       CONTINUE
                   END-READ
               END-IF

               IF WS-EXECUCAO-OK
                   IF CM-CONTA-ENCERRADA
                       PERFORM 2545-BAIXA-ORIGEM-ENCERRADA
                       SET WS-EXECUCAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-EXECUCAO-OK
                   IF CM-SEM-PENDENCIA
                       CONTINUE
               END-IF

               IF WS-EXECUCAO-OK
                   IF WS-VALOR-TRANSFERENCIA >
                          CM-SALDO + CM-LIMITE-CHEQUE-ESPECIAL
                       PERFORM 2510-BAIXA-SALDO-INSUFICIENTE
                       SET WS-EXECUCAO-NOK TO TRUE
                   END-IF
               MOVE AG-ID TO WS-AVISO-TEXTO(16:8)
               PERFORM 8500-GRAVA-AVISO.

      * A CONTA DE DESTINO FOI ENCERRADA NA AGENCIA DEPOIS DO
      * AGENDAMENTO - NADA E CREDITADO NELA E O CLIENTE DE ORIGEM
      * E AVISADO PARA REFAZER O AGENDAMENTO SE QUISER
           2540-BAIXA-DESTINO-ENCERRADO.
               SET AG-DESTINO-ENCERRADO TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO AG-DATA-RESULTADO
               REWRITE AG-REGISTRO-AGENDAMENTO
               ADD 1 TO WS-TOTAL-CONTA-ENCERRADA
               DISPLAY " DESTINO ENCERRADO:   " AG-LOGIN " NR " AG-ID
               MOVE AG-LOGIN TO WS-AVISO-LOGIN
               MOVE "AGENDAMENTO NR          NAO EXECUTADO - DESTINO EN
      -            "CERRADO" TO WS-AVISO-TEXTO
               MOVE AG-ID TO WS-AVISO-TEXTO(16:8)
               PERFORM 8500-GRAVA-AVISO.

      * A CONTA DE ORIGEM JA ESTA ENCERRADA - O ENCERRAMENTO
      * CANCELA OS PENDENTES, ENTAO ESTE E UM AGENDAMENTO QUE
      * ESCAPOU DAQUELE CANCELAMENTO; E BAIXADO COMO CANCELADO,
      * SEM AVISO (NINGUEM MAIS LOGA NA CONTA PARA LE-LO)
           2545-BAIXA-ORIGEM-ENCERRADA.
               SET AG-CANCELADO TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO AG-DATA-RESULTADO
               REWRITE AG-REGISTRO-AGENDAMENTO
               ADD 1 TO WS-TOTAL-CONTA-ENCERRADA
               DISPLAY " ORIGEM ENCERRADA:    " AG-LOGIN " NR " AG-ID.

      * GRAVA UM AVISO NA CAIXA DE MENSAGENS DO LOGIN EM
      * WS-AVISO-LOGIN COM O TEXTO JA MONTADO EM WS-AVISO-TEXTO -
      * NUMERACAO SEQUENCIAL DENTRO DO LOGIN, COMO NOS DEMAIS
                   WS-TOTAL-SEM-DESTINO
               DISPLAY " BAIXADOS SEM ORIGEM:        "
                   WS-TOTAL-SEM-ORIGEM
               DISPLAY " BAIXADOS (CONTA ENCERRADA): "
                   WS-TOTAL-CONTA-ENCERRADA
               DISPLAY " ADIADOS (CONTA PENDENTE):   "
                   WS-TOTAL-ADIADOS
               DISPLAY " EM EXECUCAO (CONFERIR):     "
