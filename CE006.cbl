      * COM O SALDO RESULTANTE DA PROPRIA POUPANCA) E 'TA'
      * (TARIFA, SOBRE A CORRENTE). AO FINAL E EMITIDO O TOTAL DE
      * CONTROLE (RENDIMENTO PAGO E TARIFA COBRADA) PARA A
      * CONTABILIDADE. A TARIFA SO E COBRADA QUANDO O DISPONIVEL
      * DA CORRENTE A COBRE (SALDO MAIS O LIMITE DE CHEQUE
      * ESPECIAL APROVADO - O SALDO NUNCA PASSA DO LIMITE) E AS
      * NAO COBRADAS SAEM CONTADAS NO RELATORIO.
      * CONTA ENCERRADA NA AGENCIA NAO RENDE NEM PAGA TARIFA.
      * CONTA INATIVA (CE029) RENDE NORMALMENTE; A TARIFA DELA
      * SEGUE O TRATAMENTO DO PARAMETRO DE CONTAS INATIVAS
      * (PARMINAT): COBRADA COMO NAS DEMAIS, ISENTA, OU COBRADA SO
      * QUANDO O SALDO CREDOR DA CORRENTE A COBRE. SEM O PARMINAT
      * A CONTA INATIVA E COBRADA COMO AS DEMAIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE006-RENDIMENTO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.

           SELECT PARAMETRO-INATIVA ASSIGN TO "PARMINAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMINAT.

           SELECT CALENDARIO ASSIGN TO "CALENFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.
           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           FD  PARAMETRO-INATIVA.
           COPY PARMINAT.

           FD  CALENDARIO.
           COPY CALEND.

           77 WS-FS-PARAMETRO PIC X(02).
           77 WS-FS-CONTROLE PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-FS-PARMINAT PIC X(02).
           77 WS-FS-CALENDARIO PIC X(02).
           77 WS-FS-BATCTL PIC X(02).
           77 WS-FS-AVISOS PIC X(02).
      * PARAMETROS CARREGADOS NA PARTIDA
           77 WS-TAXA-RENDIMENTO PIC 9(03)V9(04).
           77 WS-TARIFA-MANUTENCAO PIC 9(05)V99.
           77 WS-TARIFA-INATIVA-SW PIC X(01) VALUE 'C'.
               88 WS-INATIVA-COBRA VALUE 'C'.
               88 WS-INATIVA-ISENTA VALUE 'I'.
               88 WS-INATIVA-SO-SALDO-CREDOR VALUE 'S'.

      * DISPONIVEL PARA A TARIFA DA CONTA EM PROCESSAMENTO
           77 WS-DISPONIVEL-TARIFA PIC S9(11)V99.

      * CONTADOR DE MOVIMENTO - MESMO CONTROLE (MOVCTL) DO TERMINAL
           77 WS-CONTADOR-MOVIMENTO PIC 9(08) VALUE ZERO.
           77 WS-CONTAS-SEM-SALDO-TARIFA PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-COM-PENDENCIA PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-JA-POSTADAS PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-ENCERRADAS PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-INATIVAS-ISENTAS PIC 9(05) VALUE ZERO.

           77 WS-POSTADO-SW PIC X(01).
               88 WS-MES-JA-POSTADO VALUE 'S'.
           2000-PROCESSA-UMA-CONTA.
               ADD 1 TO WS-TOTAL-CONTAS

               IF CM-CONTA-ENCERRADA
                   ADD 1 TO WS-CONTAS-ENCERRADAS
               ELSE
                   IF CM-SEM-PENDENCIA
                       PERFORM 2050-VERIFICA-JA-POSTADO
                       IF WS-MES-JA-POSTADO
                           ADD 1 TO WS-CONTAS-JA-POSTADAS
                           DISPLAY " LANCAMENTOS DO MES JA"
                           DISPLAY " POSTADOS - CONTA PULADA: "
                               CM-LOGIN
                       ELSE
                           PERFORM 2080-POSTA-LANCAMENTOS-DA-CONTA
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONTAS-COM-PENDENCIA
                       DISPLAY " CONTA COM PENDENCIA DE TERMINAL -"
                       DISPLAY " LANCAMENTOS NAO APLICADOS: "
                           CM-LOGIN
                   END-IF
               END-IF

               READ CONTA-MESTRE NEXT RECORD
                   PERFORM 2100-CREDITA-RENDIMENTO
               END-IF

      * CONTA INATIVA: ISENTA PELO PARAMETRO NAO PAGA; 'S' SO
      * PAGA COM O SALDO CREDOR, SEM USAR O LIMITE
               COMPUTE WS-DISPONIVEL-TARIFA =
                   CM-SALDO + CM-LIMITE-CHEQUE-ESPECIAL
               IF CM-CONTA-INATIVA AND WS-INATIVA-SO-SALDO-CREDOR
                   MOVE CM-SALDO TO WS-DISPONIVEL-TARIFA
               END-IF

               IF WS-TARIFA-MANUTENCAO > ZERO
                   IF CM-CONTA-INATIVA AND WS-INATIVA-ISENTA
                       ADD 1 TO WS-CONTAS-INATIVAS-ISENTAS
                   ELSE
                       IF WS-DISPONIVEL-TARIFA >= WS-TARIFA-MANUTENCAO
                           PERFORM 2200-DEBITA-TARIFA
                       ELSE
                           ADD 1 TO WS-CONTAS-SEM-SALDO-TARIFA
                           DISPLAY " TARIFA NAO COBRADA (SALDO): "
                               CM-LOGIN
                           MOVE CM-LOGIN TO WS-AVISO-LOGIN
                           MOVE "TARIFA DE MANUTENCAO DO MES NAO COBRAD
      -                        "A - SALDO INSUFICIENTE"
                               TO WS-AVISO-TEXTO
                           PERFORM 8500-GRAVA-AVISO
                       END-IF
                   END-IF
               END-IF.

                   DISPLAY " NAO ENCONTRADO - EXECUCAO ABORTADA"
                   CLOSE CONTA-MESTRE
                   CLOSE MOVIMENTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PARAMETRO
                       CLOSE PARAMETRO
                       CLOSE CONTA-MESTRE
                       CLOSE MOVIMENTO
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE PX-TAXA-RENDIMENTO-MES TO WS-TAXA-RENDIMENTO
               DISPLAY " TAXA DE RENDIMENTO (% A.M.): "
                   WS-TAXA-RENDIMENTO
               DISPLAY " TARIFA DE MANUTENCAO:        "
                   WS-TARIFA-MANUTENCAO
               PERFORM 1150-CARREGA-PARAMETRO-INATIVA.

      * TRATAMENTO DA TARIFA DA CONTA INATIVA - SEM O PARAMETRO,
      * OU COM CODIGO DESCONHECIDO, A CONTA INATIVA PAGA COMO AS
      * DEMAIS
           1150-CARREGA-PARAMETRO-INATIVA.
               SET WS-INATIVA-COBRA TO TRUE
               OPEN INPUT PARAMETRO-INATIVA
               IF WS-FS-PARMINAT = '35'
                   DISPLAY " SEM PARAMETRO PARMINAT - CONTA"
                   DISPLAY " INATIVA PAGA A TARIFA NORMAL"
               ELSE
                   READ PARAMETRO-INATIVA
                       AT END
                           DISPLAY " PARAMETRO PARMINAT VAZIO - CONTA"
                           DISPLAY " INATIVA PAGA A TARIFA NORMAL"
                       NOT AT END
                           IF PI-TARIFA-COBRA OR PI-TARIFA-ISENTA
                              OR PI-TARIFA-SO-SALDO-CREDOR
                               MOVE PI-TARIFA-INATIVA
                                   TO WS-TARIFA-INATIVA-SW
                           ELSE
                               DISPLAY " TRATAMENTO DE TARIFA INATIVA"
                                   " INVALIDO - COBRANCA NORMAL"
                           END-IF
                   END-READ
                   CLOSE PARAMETRO-INATIVA
               END-IF
               DISPLAY " TARIFA DE CONTA INATIVA:     "
                   WS-TARIFA-INATIVA-SW.

      * CARREGA O ULTIMO MV-ID DO ARQUIVO DE CONTROLE; SE ELE NAO
      * EXISTIR, RECONSTROI O CONTADOR VARRENDO O MOVIMENTO INTEIRO
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
                   WS-TOTAL-TARIFA-COBRADA
               DISPLAY " TARIFAS NAO COBRADAS (SALDO):"
                   WS-CONTAS-SEM-SALDO-TARIFA
               DISPLAY " INATIVAS ISENTAS DE TARIFA:  "
                   WS-CONTAS-INATIVAS-ISENTAS
               DISPLAY " CONTAS PULADAS (PENDENCIA):  "
                   WS-CONTAS-COM-PENDENCIA
               DISPLAY " CONTAS JA POSTADAS NO MES:   "
                   WS-CONTAS-JA-POSTADAS
               DISPLAY " CONTAS ENCERRADAS (PULADAS): "
                   WS-CONTAS-ENCERRADAS
               DISPLAY "==========================================".

           END PROGRAM CE006-RENDIMENTO.
