      * DE CARREGAR. SEGUE A MESMA DISCIPLINA DE PARMDATA E
      * BATCTL DOS DEMAIS BATCHES DIARIOS - NAO GERA O MESMO DIA
      * DUAS VEZES NEM PULA DIA UTIL.
      * CHEQUE ESPECIAL: O LANCAMENTO QUE LEVA A CORRENTE PARA
      * BAIXO DE ZERO (OU A TRAZ DE VOLTA) GERA, ALEM DA PARTIDA
      * DO PROPRIO TIPO, A RECLASSIFICACAO DA PARTE DEVEDORA ENTRE
      * DEPOSITOS A VISTA E ADIANTAMENTO A DEPOSITANTES - TIPO
      * 'UC' NO USO DO LIMITE E 'AC' NA AMORTIZACAO, MAPEADOS NO
      * MESMO DE-PARA. A PARTE DEVEDORA SAI DO SALDO RESULTANTE
      * DO LANCAMENTO E DO SALDO ANTERIOR A ELE.
      * RECOLHIMENTO DE CASSETE: A SOBRA OU FALTA DE CAIXA APURADA
      * NA CONTAGEM FISICA DO TESOUREIRO (CXRECOLH) NA DATA GERA A
      * PARTIDA 'SC' (SOBRA) OU 'FC' (FALTA), TAMBEM DO DE-PARA.
      * TARIFA POR EVENTO ('TV', CE030): A PARTIDA SAI PELO CODIGO
      * DO EVENTO GUARDADO NO LANCAMENTO, PARA CADA TARIFA CAIR NA
      * SUA CONTA DE RECEITA; SEM LINHA DO EVENTO VALE A DO 'TV'.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE018-EXPORTA-CONTABIL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LANCAMENTOS.

           SELECT RECOLHIMENTO ASSIGN TO "CXRECOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECOLHIMENTO.

           SELECT PARAMETRO-DATA ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.
           FD  LANCAMENTOS-CONTABEIS.
           COPY LANCCONT.

           FD  RECOLHIMENTO.
           COPY RECOLHE.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-DE-PARA PIC X(02).
           77 WS-FS-LANCAMENTOS PIC X(02).
           77 WS-FS-RECOLHIMENTO PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-FS-CALENDARIO PIC X(02).
           77 WS-FS-BATCTL PIC X(02).
               88 WS-SEM-DIA-PULADO VALUE 'N'.

      * DE-PARA CONTABIL CARREGADO NA PARTIDA
           77 WS-MAXIMO-TIPOS PIC 9(02) VALUE 40.
           77 WS-TOTAL-TIPOS PIC 9(02) VALUE ZERO.
           77 WS-IND-TIPO PIC 9(02) VALUE ZERO.
           77 WS-TIPO-ACHADO-SW PIC X(01).
               88 WS-TIPO-NAO-ACHADO VALUE 'N'.

           01 WS-TABELA-DE-PARA.
              05 WS-ENTRADA-DE-PARA OCCURS 40 TIMES.
                 10 WS-TAB-TIPO PIC X(02).
                 10 WS-TAB-CONTA-DEBITO PIC 9(08).
                 10 WS-TAB-CONTA-CREDITO PIC 9(08).
           01 WS-TABELA-SEM-DE-PARA.
              05 WS-TAB-TIPO-FALTANTE OCCURS 20 TIMES PIC X(02).

      * RECLASSIFICACAO DO CHEQUE ESPECIAL - TIPOS DO DE-PARA QUE
      * NAO EXISTEM NO MOVIMENTO, SO NA EXPORTACAO CONTABIL
           77 WS-TIPO-USO-CHEQUE-ESP PIC X(02) VALUE 'UC'.
           77 WS-TIPO-AMORT-CHEQUE-ESP PIC X(02) VALUE 'AC'.
           77 WS-TIPO-PROCURADO PIC X(02).
           77 WS-SALDO-ANTERIOR PIC S9(11)V99.
           77 WS-DEVEDOR-ANTES PIC 9(11)V99.
           77 WS-DEVEDOR-DEPOIS PIC 9(11)V99.
           77 WS-VALOR-RECLASSIFICADO PIC 9(10)V99.
           77 WS-TOTAL-RECLASSIFICADOS PIC 9(07) VALUE ZERO.

      * SOBRA / FALTA DE CAIXA DOS RECOLHIMENTOS DE CASSETE - TIPOS
      * DO DE-PARA QUE TAMBEM SO EXISTEM NA EXPORTACAO CONTABIL
           77 WS-TIPO-SOBRA-CAIXA PIC X(02) VALUE 'SC'.
           77 WS-TIPO-FALTA-CAIXA PIC X(02) VALUE 'FC'.
           77 WS-VALOR-DIFERENCA-CAIXA PIC 9(10)V99.
           77 WS-TOTAL-DIFERENCAS-CAIXA PIC 9(07) VALUE ZERO.

      * TOTAIS DE CONTROLE DO ARQUIVO GERADO
           77 WS-TOTAL-EXPORTADOS PIC 9(07) VALUE ZERO.
           77 WS-VALOR-EXPORTADO PIC 9(14)V99 VALUE ZERO.
       PERFORM 1300-CARREGA-DE-PARA.
       PERFORM 2000-EXPORTA-UM-MOVIMENTO
           UNTIL WS-FS-MOVIMENTO = '10'.
       PERFORM 2500-EXPORTA-RECOLHIMENTOS.
       PERFORM 3000-GRAVA-TRAILER.
       PERFORM 8900-ATUALIZA-CONTROLE-BATCH.
       PERFORM 9000-FINALIZA.
               END-READ.

           2100-MAPEIA-E-GRAVA.
               MOVE MV-TIPO-OPERACAO TO WS-TIPO-PROCURADO
               IF MV-OP-TARIFA-EVENTO
                   MOVE MV-LOGIN-RELACIONADO(1:2) TO WS-TIPO-PROCURADO
               END-IF
               SET WS-TIPO-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-TIPO
               PERFORM 2110-PROCURA-TIPO
                   UNTIL WS-TIPO-ACHADO
                      OR WS-IND-TIPO >= WS-TOTAL-TIPOS

               IF WS-TIPO-NAO-ACHADO AND MV-OP-TARIFA-EVENTO
                   MOVE MV-TIPO-OPERACAO TO WS-TIPO-PROCURADO
                   MOVE ZERO TO WS-IND-TIPO
                   PERFORM 2110-PROCURA-TIPO
                       UNTIL WS-TIPO-ACHADO
                          OR WS-IND-TIPO >= WS-TOTAL-TIPOS
               END-IF

               IF WS-TIPO-ACHADO
                   SET CL-REG-LANCAMENTO TO TRUE
                   MOVE WS-DATA-PROCESSAMENTO TO CL-DATA-CONTABIL
                   MOVE WS-TIPO-PROCURADO TO CL-TIPO-OPERACAO
                   MOVE WS-TAB-CONTA-DEBITO(WS-IND-TIPO)
                       TO CL-CONTA-DEBITO
                   MOVE WS-TAB-CONTA-CREDITO(WS-IND-TIPO)
               ELSE
                   ADD 1 TO WS-TOTAL-FORA-DE-PARA
                   PERFORM 2200-REGISTRA-TIPO-FALTANTE
               END-IF

               PERFORM 2300-RECLASSIFICA-CHEQUE-ESP.

           2110-PROCURA-TIPO.
               ADD 1 TO WS-IND-TIPO
               IF WS-TAB-TIPO(WS-IND-TIPO) = WS-TIPO-PROCURADO
                   SET WS-TIPO-ACHADO TO TRUE
               END-IF.

               IF WS-TIPO-NAO-ACHADO
                   IF WS-TOTAL-SEM-DE-PARA < WS-MAXIMO-SEM-DE-PARA
                       ADD 1 TO WS-TOTAL-SEM-DE-PARA
                       MOVE WS-TIPO-PROCURADO
                           TO WS-TAB-TIPO-FALTANTE
                              (WS-TOTAL-SEM-DE-PARA)
                       DISPLAY " TIPO SEM DE-PARA CONTABIL: "
                           WS-TIPO-PROCURADO
                   END-IF
               END-IF.

           2210-PROCURA-TIPO-FALTANTE.
               ADD 1 TO WS-IND-SEM-DE-PARA
               IF WS-TAB-TIPO-FALTANTE(WS-IND-SEM-DE-PARA) =
                      WS-TIPO-PROCURADO
                   SET WS-TIPO-ACHADO TO TRUE
               END-IF.

      * PARTE DEVEDORA DO LANCAMENTO NA CORRENTE: COMPARA O QUANTO
      * A CONTA DEVIA ANTES E DEPOIS DELE. O SALDO ANTERIOR SAI DO
      * SALDO RESULTANTE DESFAZENDO O LANCAMENTO (CREDITO OU
      * DEBITO DA CORRENTE). O RENDIMENTO DA POUPANCA ('RP'), O
      * DEPOSITO EM CHEQUE ('DC'), O BLOQUEIO JUDICIAL DA POUPANCA
      * ('BP') E A TRANSFERENCIA JUDICIAL ('TJ') NAO MOVEM A
      * CORRENTE
           2300-RECLASSIFICA-CHEQUE-ESP.
               IF NOT MV-OP-RENDIMENTO-POUP
                  AND NOT MV-OP-DEPOSITO-CHEQUE
                  AND NOT MV-OP-BLOQUEIO-JUD-POUP
                  AND NOT MV-OP-TRANSF-JUDICIAL
                   IF MV-OP-DEPOSITO OR MV-OP-TRANSF-CREDITO
                      OR MV-OP-RENDIMENTO OR MV-OP-ESTORNO-PAGTO
                      OR MV-OP-RESGATE-POUP OR MV-OP-LIBERACAO-CHEQUE
                      OR MV-OP-TRANSF-RECEBIDA-IB
                      OR MV-OP-DEVOLUCAO-CONTEST
                      OR MV-OP-DESBLOQUEIO-JUDICIAL
                       COMPUTE WS-SALDO-ANTERIOR =
                           MV-SALDO-RESULTANTE - MV-VALOR
                   ELSE
                       COMPUTE WS-SALDO-ANTERIOR =
                           MV-SALDO-RESULTANTE + MV-VALOR
                   END-IF
                   MOVE ZERO TO WS-DEVEDOR-ANTES
                   MOVE ZERO TO WS-DEVEDOR-DEPOIS
                   IF WS-SALDO-ANTERIOR < ZERO
                       COMPUTE WS-DEVEDOR-ANTES =
                           ZERO - WS-SALDO-ANTERIOR
                   END-IF
                   IF MV-SALDO-RESULTANTE < ZERO
                       COMPUTE WS-DEVEDOR-DEPOIS =
                           ZERO - MV-SALDO-RESULTANTE
                   END-IF
                   IF WS-DEVEDOR-DEPOIS > WS-DEVEDOR-ANTES
                       COMPUTE WS-VALOR-RECLASSIFICADO =
                           WS-DEVEDOR-DEPOIS - WS-DEVEDOR-ANTES
                       MOVE WS-TIPO-USO-CHEQUE-ESP TO WS-TIPO-PROCURADO
                       PERFORM 2310-GRAVA-RECLASSIFICACAO
                   END-IF
                   IF WS-DEVEDOR-ANTES > WS-DEVEDOR-DEPOIS
                       COMPUTE WS-VALOR-RECLASSIFICADO =
                           WS-DEVEDOR-ANTES - WS-DEVEDOR-DEPOIS
                       MOVE WS-TIPO-AMORT-CHEQUE-ESP
                           TO WS-TIPO-PROCURADO
                       PERFORM 2310-GRAVA-RECLASSIFICACAO
                   END-IF
               END-IF.

           2310-GRAVA-RECLASSIFICACAO.
               SET WS-TIPO-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-TIPO
               PERFORM 2110-PROCURA-TIPO
                   UNTIL WS-TIPO-ACHADO
                      OR WS-IND-TIPO >= WS-TOTAL-TIPOS

               IF WS-TIPO-ACHADO
                   SET CL-REG-LANCAMENTO TO TRUE
                   MOVE WS-DATA-PROCESSAMENTO TO CL-DATA-CONTABIL
                   MOVE WS-TIPO-PROCURADO TO CL-TIPO-OPERACAO
                   MOVE WS-TAB-CONTA-DEBITO(WS-IND-TIPO)
                       TO CL-CONTA-DEBITO
                   MOVE WS-TAB-CONTA-CREDITO(WS-IND-TIPO)
                       TO CL-CONTA-CREDITO
                   MOVE WS-VALOR-RECLASSIFICADO TO CL-VALOR
                   MOVE ZERO TO CL-TOTAL-LANCAMENTOS
                   MOVE ZERO TO CL-TOTAL-VALOR
                   WRITE CL-REGISTRO-CONTABIL
                   ADD 1 TO WS-TOTAL-EXPORTADOS
                   ADD 1 TO WS-TOTAL-RECLASSIFICADOS
                   ADD WS-VALOR-RECLASSIFICADO TO WS-VALOR-EXPORTADO
               ELSE
                   ADD 1 TO WS-TOTAL-FORA-DE-PARA
                   PERFORM 2200-REGISTRA-TIPO-FALTANTE
               END-IF.

      * DIFERENCAS DE CAIXA DOS RECOLHIMENTOS DA DATA - SEM O
      * ARQUIVO DE RECOLHIMENTOS NAO HA O QUE EXPORTAR
           2500-EXPORTA-RECOLHIMENTOS.
               OPEN INPUT RECOLHIMENTO
               IF WS-FS-RECOLHIMENTO NOT = '35'
                   MOVE SPACES TO WS-FS-RECOLHIMENTO
                   PERFORM 2510-LER-UM-RECOLHIMENTO
                       UNTIL WS-FS-RECOLHIMENTO = '10'
                   CLOSE RECOLHIMENTO
               END-IF.

           2510-LER-UM-RECOLHIMENTO.
               READ RECOLHIMENTO
                   AT END
                       MOVE '10' TO WS-FS-RECOLHIMENTO
                   NOT AT END
                       IF RC-DATA-RECOLHIMENTO = WS-DATA-PROCESSAMENTO
                          AND RC-VALOR-DIFERENCA NOT = ZERO
                           PERFORM 2520-GRAVA-DIFERENCA-CAIXA
                       END-IF
               END-READ.

      * SOBRA ENTRA E FALTA SAI DO CAIXA PELO VALOR ABSOLUTO DA
      * DIFERENCA, CADA UMA NA SUA LINHA DO DE-PARA
           2520-GRAVA-DIFERENCA-CAIXA.
               IF RC-VALOR-DIFERENCA > ZERO
                   MOVE WS-TIPO-SOBRA-CAIXA TO WS-TIPO-PROCURADO
                   MOVE RC-VALOR-DIFERENCA TO WS-VALOR-DIFERENCA-CAIXA
               ELSE
                   MOVE WS-TIPO-FALTA-CAIXA TO WS-TIPO-PROCURADO
                   COMPUTE WS-VALOR-DIFERENCA-CAIXA =
                       ZERO - RC-VALOR-DIFERENCA
               END-IF
               SET WS-TIPO-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-TIPO
               PERFORM 2110-PROCURA-TIPO
                   UNTIL WS-TIPO-ACHADO
                      OR WS-IND-TIPO >= WS-TOTAL-TIPOS

               IF WS-TIPO-ACHADO
                   SET CL-REG-LANCAMENTO TO TRUE
                   MOVE WS-DATA-PROCESSAMENTO TO CL-DATA-CONTABIL
                   MOVE WS-TIPO-PROCURADO TO CL-TIPO-OPERACAO
                   MOVE WS-TAB-CONTA-DEBITO(WS-IND-TIPO)
                       TO CL-CONTA-DEBITO
                   MOVE WS-TAB-CONTA-CREDITO(WS-IND-TIPO)
                       TO CL-CONTA-CREDITO
                   MOVE WS-VALOR-DIFERENCA-CAIXA TO CL-VALOR
                   MOVE ZERO TO CL-TOTAL-LANCAMENTOS
                   MOVE ZERO TO CL-TOTAL-VALOR
                   WRITE CL-REGISTRO-CONTABIL
                   ADD 1 TO WS-TOTAL-EXPORTADOS
                   ADD 1 TO WS-TOTAL-DIFERENCAS-CAIXA
                   ADD WS-VALOR-DIFERENCA-CAIXA TO WS-VALOR-EXPORTADO
               ELSE
                   ADD 1 TO WS-TOTAL-FORA-DE-PARA
                   PERFORM 2200-REGISTRA-TIPO-FALTANTE
               END-IF.

      * TRAILER COM OS TOTAIS DE CONTROLE - E POR ELE QUE O
      * IMPORTADOR DO RAZAO CONFERE A CARGA ANTES DE EFETIVAR
           3000-GRAVA-TRAILER.
                   DISPLAY " ENCONTRADO - EXECUCAO ABORTADA"
                   CLOSE MOVIMENTO
                   CLOSE LANCAMENTOS-CONTABEIS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-FS-DE-PARA
                   DISPLAY " EXECUCAO ABORTADA"
                   CLOSE MOVIMENTO
                   CLOSE LANCAMENTOS-CONTABEIS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY " TIPOS NO DE-PARA CONTABIL: "
                       DISPLAY " DATA " WS-DATA-PROCESSAMENTO
                           " JA EXPORTADA POR " WS-JOB-ID
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
                   WS-TOTAL-EXPORTADOS
               DISPLAY " VALOR TOTAL EXPORTADO:     "
                   WS-VALOR-EXPORTADO
               DISPLAY " RECLASSIF. CHEQUE ESPECIAL:"
                   WS-TOTAL-RECLASSIFICADOS
               DISPLAY " SOBRAS/FALTAS DE CAIXA:    "
                   WS-TOTAL-DIFERENCAS-CAIXA
               DISPLAY " FORA DO DE-PARA:           "
                   WS-TOTAL-FORA-DE-PARA
               DISPLAY " TIPOS SEM DE-PARA:         "
