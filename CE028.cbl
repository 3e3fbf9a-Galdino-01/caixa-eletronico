      *PROJETO CAIXA ELETRONICO - BLOQUEIO JUDICIAL (SISBAJUD)
      *
      * CUMPRE AS ORDENS JUDICIAIS RECEBIDAS DO SISBAJUD NO ARQUIVO
      * ORDJUD, UMA POR LINHA. O BLOQUEIO ('B') ALCANCA TODAS AS
      * CONTAS DO CPF DO EXECUTADO ATE O VALOR ORDENADO, TIRANDO
      * PRIMEIRO DAS CORRENTES (SO SALDO CREDOR - O LIMITE DO
      * CHEQUE ESPECIAL NAO E PENHORAVEL) E DEPOIS DAS POUPANCAS,
      * E GUARDA O VALOR NA RESERVA JUDICIAL DA CONTA
      * (CM-SALDO-BLOQUEIO-JUDICIAL), FORA DOS SALDOS QUE O
      * TERMINAL MOVIMENTA. O DESBLOQUEIO ('D') DEVOLVE A RESERVA
      * DE UM BLOQUEIO ANTERIOR PARA A CORRENTE E A TRANSFERENCIA
      * ('T') A RETIRA PARA O DEPOSITO JUDICIAL. CADA LANCAMENTO
      * ('BJ', 'BP', 'DJ', 'TJ') VAI PARA O MOVIMENT COM O
      * PROTOCOLO DA ORDEM EM MV-LOGIN-RELACIONADO, PARA O LIVRO
      * BLOQJUD PELO PROTOCOLO DO BLOQUEIO DE ORIGEM, E GERA AVISO
      * AO CLIENTE NO AVISOCLI. NO FIM GRAVA O ARQUIVO DE RESPOSTA
      * RESPJUD COM O VALOR EFETIVAMENTE CUMPRIDO POR ORDEM.
      * A REEXECUCAO COM O MESMO ARQUIVO NAO CUMPRE DUAS VEZES: O
      * QUE O LIVRO JA TEM EFETIVADO PARA O PROTOCOLO DA ORDEM E
      * DESCONTADO DO VALOR ORDENADO. CONTA ENCERRADA OU COM
      * PENDENCIA DE TERMINAL FICA DE FORA E A ORDEM SAI PARCIAL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE028-SISBAJUD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM ASSIGN TO "ORDJUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDEM.

           SELECT BLOQUEIO ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BJ-CHAVE
               FILE STATUS IS WS-FS-BLOQUEIO.

           SELECT RESPOSTA ASSIGN TO "RESPJUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESPOSTA.

           SELECT CONTA-MESTRE ASSIGN TO "CONTAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-LOGIN
               FILE STATUS IS WS-FS-CONTA.

           SELECT MOVIMENTO ASSIGN TO "MOVIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-FS-MOVIMENTO.

           SELECT CONTROLE-MOVIMENTO ASSIGN TO "MOVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT AVISOS ASSIGN TO "AVISOCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE
               FILE STATUS IS WS-FS-AVISOS.

           SELECT PARAMETRO-DATA ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.

       DATA DIVISION.

           FILE SECTION.

           FD  ORDEM.
           COPY ORDJUD.

           FD  BLOQUEIO.
           COPY BLOQJUD.

           FD  RESPOSTA.
           COPY RESPJUD.

           FD  CONTA-MESTRE.
           COPY CONTAM.

           FD  MOVIMENTO.
           COPY MOVTO.

           FD  CONTROLE-MOVIMENTO.
           COPY MOVCTL.

           FD  AVISOS.
           COPY AVISOCLI.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-ORDEM PIC X(02).
           77 WS-FS-BLOQUEIO PIC X(02).
           77 WS-FS-RESPOSTA PIC X(02).
           77 WS-FS-CONTA PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-CONTROLE PIC X(02).
           77 WS-FS-AVISOS PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-SISTEMA PIC 9(08).
           77 WS-HORA-AGORA PIC 9(06).

      * CONTADOR DE MOVIMENTO - MESMO CONTROLE (MOVCTL) DO TERMINAL
           77 WS-CONTADOR-MOVIMENTO PIC 9(08) VALUE ZERO.

      * ORDEM EM TRATAMENTO - O PROTOCOLO DO BLOQUEIO E O DA
      * PROPRIA ORDEM NO BLOQUEIO, E O DO BLOQUEIO DE ORIGEM NO
      * DESBLOQUEIO E NA TRANSFERENCIA. O CUMPRIDO JUNTA O QUE
      * EXECUCOES ANTERIORES JA EFETIVARAM PARA A ORDEM COM O QUE
      * ESTA EXECUCAO LANCA
           77 WS-PROTOCOLO-BLOQUEIO PIC X(20).
           77 WS-SITUACAO-RESPOSTA PIC 9(02).
           77 WS-VALOR-ALVO PIC 9(10)V99.
           77 WS-VALOR-RESTANTE PIC 9(10)V99.
           77 WS-VALOR-CUMPRIDO PIC 9(10)V99.
           77 WS-VALOR-CORRENTE PIC 9(10)V99.
           77 WS-VALOR-POUPANCA PIC 9(10)V99.
           77 WS-RESERVA-PROTOCOLO PIC 9(10)V99.
           77 WS-QTD-CONTAS-ORDEM PIC 9(03).
           77 WS-ORDEM-SW PIC X(01).
               88 WS-ORDEM-OK VALUE 'S'.
               88 WS-ORDEM-NOK VALUE 'N'.
           77 WS-PROTOCOLO-SW PIC X(01).
               88 WS-PROTOCOLO-ACHADO VALUE 'S'.
               88 WS-PROTOCOLO-NAO-ACHADO VALUE 'N'.

      * LANCAMENTO EM PREPARACAO NA CONTA LIDA EM CM-REGISTRO-CONTA
           77 WS-TIPO-LANCAMENTO PIC X(02).
           77 WS-VALOR-LANCAMENTO PIC 9(10)V99.
           77 WS-MOVIMENTO-SW PIC X(01).
               88 WS-MOVIMENTO-ENCONTRADO VALUE 'S'.
               88 WS-MOVIMENTO-NAO-ENCONTRADO VALUE 'N'.

      * RESERVA AINDA RETIDA POR CONTA NO PROTOCOLO DE BLOQUEIO -
      * 'BJ'/'BP' SOMAM, 'DJ'/'TJ' SUBTRAEM (SO LANCAMENTOS
      * EFETIVADOS DO LIVRO)
           77 WS-MAXIMO-RESERVAS PIC 9(03) VALUE 100.
           77 WS-TOTAL-RESERVAS PIC 9(03) VALUE ZERO.
           77 WS-IND-RESERVA PIC 9(03) VALUE ZERO.
           77 WS-RESERVA-ACHADA-SW PIC X(01).
               88 WS-RESERVA-ACHADA VALUE 'S'.
               88 WS-RESERVA-NAO-ACHADA VALUE 'N'.

           01 WS-TABELA-RESERVAS.
              05 WS-ENTRADA-RESERVA OCCURS 100 TIMES.
                 10 WS-RES-LOGIN PIC X(20).
                 10 WS-RES-VALOR PIC S9(10)V99.

      * AVISO AO CLIENTE - CADA LANCAMENTO JUDICIAL GERA UMA LINHA
      * NA CAIXA DE MENSAGENS DO LOGIN
           77 WS-AVISO-LOGIN PIC X(20).
           77 WS-AVISO-TEXTO PIC X(60).
           77 WS-PROXIMO-ID-AVISO PIC 9(08).

      * TOTAIS DE CONTROLE
           77 WS-ORDENS-LIDAS PIC 9(05) VALUE ZERO.
           77 WS-ORDENS-INTEGRAIS PIC 9(05) VALUE ZERO.
           77 WS-ORDENS-PARCIAIS PIC 9(05) VALUE ZERO.
           77 WS-ORDENS-SEM-SALDO PIC 9(05) VALUE ZERO.
           77 WS-ORDENS-SEM-CONTA PIC 9(05) VALUE ZERO.
           77 WS-ORDENS-SEM-BLOQUEIO PIC 9(05) VALUE ZERO.
           77 WS-ORDENS-INVALIDAS PIC 9(05) VALUE ZERO.
           77 WS-LANCAMENTOS-GRAVADOS PIC 9(05) VALUE ZERO.
           77 WS-PENDENTES-RESOLVIDOS PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-IGNORADAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-BLOQUEADO PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-DESBLOQUEADO PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-TRANSFERIDO PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-RESPOSTAS PIC 9(07) VALUE ZERO.
           77 WS-VALOR-RESPONDIDO PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 1200-CARREGA-CONTADOR-MOVIMENTO.
       PERFORM 2000-CUMPRE-ORDENS.
       PERFORM 5000-GRAVA-TRAILER.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * ORDENS JUDICIAIS                                        *
      *--------------------------------------------------------*
           2000-CUMPRE-ORDENS.
               DISPLAY "-- ORDENS CUMPRIDAS ----------------------"
               MOVE SPACES TO WS-FS-ORDEM
               PERFORM 2100-LER-UMA-ORDEM
                   UNTIL WS-FS-ORDEM = '10'.

           2100-LER-UMA-ORDEM.
               READ ORDEM
                   AT END
                       MOVE '10' TO WS-FS-ORDEM
                   NOT AT END
                       ADD 1 TO WS-ORDENS-LIDAS
                       PERFORM 2200-VALIDA-ORDEM
                       IF WS-ORDEM-OK
                           PERFORM 2300-APURA-PROTOCOLO
                           IF OJ-BLOQUEIO
                               PERFORM 3000-CUMPRE-BLOQUEIO
                           ELSE
                               PERFORM 4000-CUMPRE-LIBERACAO
                           END-IF
                       END-IF
                       PERFORM 2900-GRAVA-RESPOSTA
               END-READ.

      * A ORDEM PRECISA DE PROTOCOLO E DE TIPO CONHECIDO. O
      * BLOQUEIO EXIGE CPF E VALOR; O DESBLOQUEIO E A
      * TRANSFERENCIA EXIGEM O PROTOCOLO DO BLOQUEIO DE ORIGEM,
      * DIFERENTE DO DA PROPRIA ORDEM (VALOR ZERO = TUDO O QUE
      * AINDA ESTIVER RETIDO PELO BLOQUEIO)
           2200-VALIDA-ORDEM.
               SET WS-ORDEM-OK TO TRUE
               MOVE ZERO TO WS-SITUACAO-RESPOSTA
               MOVE ZERO TO WS-VALOR-ALVO
               MOVE ZERO TO WS-VALOR-CUMPRIDO
               MOVE ZERO TO WS-VALOR-CORRENTE
               MOVE ZERO TO WS-VALOR-POUPANCA
               MOVE ZERO TO WS-QTD-CONTAS-ORDEM
               DISPLAY " ORDEM " OJ-PROTOCOLO " TIPO " OJ-TIPO-ORDEM
                   " CPF " OJ-CPF " R$ " OJ-VALOR

               IF OJ-PROTOCOLO = SPACES
                   DISPLAY "   ORDEM SEM PROTOCOLO - REJEITADA"
                   SET WS-ORDEM-NOK TO TRUE
               END-IF

               IF WS-ORDEM-OK
                  AND NOT OJ-BLOQUEIO AND NOT OJ-DESBLOQUEIO
                  AND NOT OJ-TRANSFERENCIA
                   DISPLAY "   TIPO DE ORDEM INVALIDO - REJEITADA"
                   SET WS-ORDEM-NOK TO TRUE
               END-IF

               IF WS-ORDEM-OK AND OJ-BLOQUEIO
                   IF OJ-CPF = ZERO OR OJ-VALOR = ZERO
                       DISPLAY "   BLOQUEIO SEM CPF OU SEM VALOR -"
                           " REJEITADA"
                       SET WS-ORDEM-NOK TO TRUE
                   ELSE
                       MOVE OJ-PROTOCOLO TO WS-PROTOCOLO-BLOQUEIO
                   END-IF
               END-IF

               IF WS-ORDEM-OK AND NOT OJ-BLOQUEIO
                   IF OJ-PROTOCOLO-BLOQUEIO = SPACES
                      OR OJ-PROTOCOLO-BLOQUEIO = OJ-PROTOCOLO
                       DISPLAY "   SEM PROTOCOLO DO BLOQUEIO DE"
                           " ORIGEM - REJEITADA"
                       SET WS-ORDEM-NOK TO TRUE
                   ELSE
                       MOVE OJ-PROTOCOLO-BLOQUEIO
                           TO WS-PROTOCOLO-BLOQUEIO
                   END-IF
               END-IF

               IF WS-ORDEM-NOK
                   MOVE 05 TO WS-SITUACAO-RESPOSTA
               END-IF.

      * PERCORRE NO LIVRO OS LANCAMENTOS DO PROTOCOLO DE BLOQUEIO:
      * RESOLVE OS QUE UMA EXECUCAO INTERROMPIDA DEIXOU PENDENTES,
      * SOMA O QUE JA FOI EFETIVADO PARA A PROPRIA ORDEM E MONTA A
      * RESERVA AINDA RETIDA POR CONTA
           2300-APURA-PROTOCOLO.
               SET WS-PROTOCOLO-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-TOTAL-RESERVAS
               MOVE ZERO TO WS-RESERVA-PROTOCOLO
               MOVE SPACES TO WS-FS-BLOQUEIO
               MOVE WS-PROTOCOLO-BLOQUEIO TO BJ-PROTOCOLO-BLOQUEIO
               MOVE LOW-VALUES TO BJ-LOGIN
               MOVE ZERO TO BJ-MV-ID
               START BLOQUEIO KEY IS >= BJ-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-BLOQUEIO
               END-START
               PERFORM 2310-LER-UM-LANCAMENTO-JUDICIAL
                   UNTIL WS-FS-BLOQUEIO = '10'.

           2310-LER-UM-LANCAMENTO-JUDICIAL.
               READ BLOQUEIO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-BLOQUEIO
                   NOT AT END
                       IF BJ-PROTOCOLO-BLOQUEIO NOT =
                          WS-PROTOCOLO-BLOQUEIO
                           MOVE '10' TO WS-FS-BLOQUEIO
                       ELSE
                           SET WS-PROTOCOLO-ACHADO TO TRUE
                           IF BJ-PENDENTE
                               PERFORM 2400-RESOLVE-PENDENTE
                           END-IF
                           IF BJ-EFETIVADO
                               PERFORM 2320-ACUMULA-EFETIVADO
                           END-IF
                       END-IF
               END-READ.

           2320-ACUMULA-EFETIVADO.
               IF BJ-PROTOCOLO-ORDEM = OJ-PROTOCOLO
                   ADD BJ-VALOR TO WS-VALOR-CUMPRIDO
                   IF BJ-TIPO-LANCAMENTO = 'BJ'
                       ADD BJ-VALOR TO WS-VALOR-CORRENTE
                   END-IF
                   IF BJ-TIPO-LANCAMENTO = 'BP'
                       ADD BJ-VALOR TO WS-VALOR-POUPANCA
                   END-IF
               END-IF

               PERFORM 2330-LOCALIZA-RESERVA
               IF WS-RESERVA-ACHADA
                   IF BJ-TIPO-LANCAMENTO = 'BJ'
                      OR BJ-TIPO-LANCAMENTO = 'BP'
                       ADD BJ-VALOR TO WS-RES-VALOR(WS-IND-RESERVA)
                   ELSE
                       SUBTRACT BJ-VALOR
                           FROM WS-RES-VALOR(WS-IND-RESERVA)
                   END-IF
               END-IF.

           2330-LOCALIZA-RESERVA.
               SET WS-RESERVA-NAO-ACHADA TO TRUE
               MOVE ZERO TO WS-IND-RESERVA
               PERFORM 2340-PROCURA-RESERVA
                   UNTIL WS-RESERVA-ACHADA
                      OR WS-IND-RESERVA >= WS-TOTAL-RESERVAS

               IF WS-RESERVA-NAO-ACHADA
                   IF WS-TOTAL-RESERVAS < WS-MAXIMO-RESERVAS
                       ADD 1 TO WS-TOTAL-RESERVAS
                       MOVE WS-TOTAL-RESERVAS TO WS-IND-RESERVA
                       MOVE BJ-LOGIN TO WS-RES-LOGIN(WS-IND-RESERVA)
                       MOVE ZERO TO WS-RES-VALOR(WS-IND-RESERVA)
                       SET WS-RESERVA-ACHADA TO TRUE
                   ELSE
                       DISPLAY "   TABELA DE RESERVAS CHEIA - CONTA"
                           " FORA DA LIBERACAO: " BJ-LOGIN
                   END-IF
               END-IF.

           2340-PROCURA-RESERVA.
               ADD 1 TO WS-IND-RESERVA
               IF WS-RES-LOGIN(WS-IND-RESERVA) = BJ-LOGIN
                   SET WS-RESERVA-ACHADA TO TRUE
               END-IF.

      * LANCAMENTO QUE FICOU PENDENTE NO LIVRO: SE O MOVIMENTO
      * EXISTE, OU SE O CHECKPOINT DA CONTA MOSTRA QUE O SALDO JA
      * FOI ALTERADO (CM-ULTIMO-MOVIMENTO-ID = O MV-ID DO LIVRO),
      * O LANCAMENTO VALEU - COMPLETA O MOVIMENTO A PARTIR DA
      * PENDENCIA DA CONTA, SE PRECISO, E O EFETIVA. SENAO A
      * EXECUCAO CAIU ANTES DE TOCAR O SALDO E ELE E CANCELADO
           2400-RESOLVE-PENDENTE.
               ADD 1 TO WS-PENDENTES-RESOLVIDOS
               MOVE BJ-LOGIN TO CM-LOGIN
               READ CONTA-MESTRE
                   INVALID KEY
                       MOVE ZERO TO CM-ULTIMO-MOVIMENTO-ID
                       MOVE SPACES TO CM-PENDENTE-TIPO
               END-READ

               SET WS-MOVIMENTO-NAO-ENCONTRADO TO TRUE
               MOVE BJ-LOGIN TO MV-LOGIN
               MOVE BJ-MV-ID TO MV-ID
               READ MOVIMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MOVIMENTO-ENCONTRADO TO TRUE
               END-READ

               IF WS-MOVIMENTO-ENCONTRADO
                  OR CM-ULTIMO-MOVIMENTO-ID = BJ-MV-ID
                   IF CM-ULTIMO-MOVIMENTO-ID = BJ-MV-ID
                      AND NOT CM-SEM-PENDENCIA
                       IF WS-MOVIMENTO-NAO-ENCONTRADO
                           PERFORM 2450-COMPLETA-PENDENCIA
                       ELSE
                           MOVE SPACES TO CM-PENDENTE-TIPO
                           REWRITE CM-REGISTRO-CONTA
                       END-IF
                   END-IF
                   SET BJ-EFETIVADO TO TRUE
                   DISPLAY "   LANCAMENTO PENDENTE " BJ-MV-ID " DE "
                       BJ-LOGIN " - EFETIVADO"
               ELSE
                   SET BJ-CANCELADO TO TRUE
                   DISPLAY "   LANCAMENTO PENDENTE " BJ-MV-ID " DE "
                       BJ-LOGIN " - CANCELADO"
               END-IF
               REWRITE BJ-REGISTRO-BLOQUEIO.

      * GRAVA O MOVIMENTO QUE FICOU PENDENTE COM OS DADOS GUARDADOS
      * EM CM-PENDENTE-* (MESMA REGRA DA RECUPERACAO DO TERMINAL)
           2450-COMPLETA-PENDENCIA.
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE CM-ULTIMO-MOVIMENTO-ID TO MV-ID
               MOVE CM-PENDENTE-TIPO TO MV-TIPO-OPERACAO
               MOVE CM-PENDENTE-VALOR TO MV-VALOR
               MOVE CM-PENDENTE-LOGIN-REL TO MV-LOGIN-RELACIONADO
               MOVE CM-PENDENTE-DATA TO MV-DATA-MOVIMENTO
               MOVE CM-PENDENTE-HORA TO MV-HORA-MOVIMENTO
               IF CM-PENDENTE-TIPO = 'BP'
                   MOVE CM-SALDO-POUPANCA TO MV-SALDO-RESULTANTE
               ELSE
                   MOVE CM-SALDO TO MV-SALDO-RESULTANTE
               END-IF
               MOVE "CE028" TO MV-TERMINAL
               WRITE MV-REGISTRO-MOVIMENTO
               MOVE SPACES TO CM-PENDENTE-TIPO
               REWRITE CM-REGISTRO-CONTA.

      * SITUACAO DA RESPOSTA: A DA VALIDACAO, A DE CPF SEM CONTA OU
      * DE PROTOCOLO NAO ENCONTRADO QUANDO JA APURADAS; SENAO PELO
      * CUMPRIDO CONTRA O VALOR ALVO DA ORDEM
           2900-GRAVA-RESPOSTA.
               IF WS-ORDEM-OK
                   IF WS-VALOR-ALVO > ZERO
                      AND WS-VALOR-CUMPRIDO >= WS-VALOR-ALVO
                       MOVE 00 TO WS-SITUACAO-RESPOSTA
                   ELSE
                       IF WS-VALOR-CUMPRIDO > ZERO
                           MOVE 01 TO WS-SITUACAO-RESPOSTA
                       ELSE
                           MOVE 02 TO WS-SITUACAO-RESPOSTA
                       END-IF
                   END-IF
                   IF OJ-BLOQUEIO AND WS-QTD-CONTAS-ORDEM = ZERO
                       MOVE 03 TO WS-SITUACAO-RESPOSTA
                   END-IF
                   IF NOT OJ-BLOQUEIO AND WS-PROTOCOLO-NAO-ACHADO
                       MOVE 04 TO WS-SITUACAO-RESPOSTA
                   END-IF
               END-IF

               EVALUATE WS-SITUACAO-RESPOSTA
                   WHEN 00
                       ADD 1 TO WS-ORDENS-INTEGRAIS
                       DISPLAY "   CUMPRIDA INTEGRALMENTE - R$ "
                           WS-VALOR-CUMPRIDO
                   WHEN 01
                       ADD 1 TO WS-ORDENS-PARCIAIS
                       DISPLAY "   CUMPRIDA PARCIALMENTE - R$ "
                           WS-VALOR-CUMPRIDO
                   WHEN 02
                       ADD 1 TO WS-ORDENS-SEM-SALDO
                       DISPLAY "   NADA CUMPRIDO - SEM SALDO"
                   WHEN 03
                       ADD 1 TO WS-ORDENS-SEM-CONTA
                       DISPLAY "   CPF SEM CONTA NO BANCO"
                   WHEN 04
                       ADD 1 TO WS-ORDENS-SEM-BLOQUEIO
                       DISPLAY "   PROTOCOLO DE BLOQUEIO NAO"
                           " ENCONTRADO"
                   WHEN OTHER
                       ADD 1 TO WS-ORDENS-INVALIDAS
               END-EVALUATE

               SET RJ-RESPOSTA TO TRUE
               MOVE OJ-PROTOCOLO TO RJ-PROTOCOLO
               MOVE OJ-TIPO-ORDEM TO RJ-TIPO-ORDEM
               MOVE OJ-CPF TO RJ-CPF
               MOVE OJ-VALOR TO RJ-VALOR-ORDENADO
               MOVE WS-VALOR-CUMPRIDO TO RJ-VALOR-CUMPRIDO
               MOVE WS-VALOR-CORRENTE TO RJ-VALOR-CORRENTE
               MOVE WS-VALOR-POUPANCA TO RJ-VALOR-POUPANCA
               MOVE WS-QTD-CONTAS-ORDEM TO RJ-QTD-CONTAS
               MOVE WS-SITUACAO-RESPOSTA TO RJ-SITUACAO
               MOVE WS-DATA-PROCESSAMENTO TO RJ-DATA-RESPOSTA
               MOVE ZERO TO RJ-TOTAL-ORDENS
               MOVE ZERO TO RJ-TOTAL-VALOR
               WRITE RJ-REGISTRO-RESPOSTA
               ADD 1 TO WS-TOTAL-RESPOSTAS
               ADD WS-VALOR-CUMPRIDO TO WS-VALOR-RESPONDIDO.

      *--------------------------------------------------------*
      * BLOQUEIO - CORRENTES PRIMEIRO, DEPOIS POUPANCAS          *
      *--------------------------------------------------------*
      * O QUE JA FOI EFETIVADO PARA A ORDEM SAI DO VALOR A
      * BLOQUEAR. A PRIMEIRA VARREDURA DO CONTAMST CONTA AS CONTAS
      * DO CPF E TIRA DAS CORRENTES; A SEGUNDA TIRA DAS POUPANCAS
           3000-CUMPRE-BLOQUEIO.
               MOVE OJ-VALOR TO WS-VALOR-ALVO
               IF WS-VALOR-CUMPRIDO < WS-VALOR-ALVO
                   COMPUTE WS-VALOR-RESTANTE =
                       WS-VALOR-ALVO - WS-VALOR-CUMPRIDO
               ELSE
                   MOVE ZERO TO WS-VALOR-RESTANTE
               END-IF
               IF WS-VALOR-CUMPRIDO > ZERO
                   DISPLAY "   JA CUMPRIDO EM EXECUCAO ANTERIOR: R$ "
                       WS-VALOR-CUMPRIDO
               END-IF

               MOVE 'BJ' TO WS-TIPO-LANCAMENTO
               PERFORM 3100-VARRE-CONTAS-CPF
               IF WS-VALOR-RESTANTE > ZERO
                   MOVE 'BP' TO WS-TIPO-LANCAMENTO
                   PERFORM 3100-VARRE-CONTAS-CPF
               END-IF.

           3100-VARRE-CONTAS-CPF.
               MOVE SPACES TO WS-FS-CONTA
               MOVE LOW-VALUES TO CM-LOGIN
               START CONTA-MESTRE KEY IS >= CM-LOGIN
                   INVALID KEY
                       MOVE '10' TO WS-FS-CONTA
               END-START
               PERFORM 3110-LER-E-VERIFICAR-CONTA
                   UNTIL WS-FS-CONTA = '10'.

           3110-LER-E-VERIFICAR-CONTA.
               READ CONTA-MESTRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTA
                   NOT AT END
                       IF CM-CPF = OJ-CPF
                           PERFORM 3200-BLOQUEIA-CONTA
                       END-IF
               END-READ.

      * CONTA ENCERRADA NAO TEM SALDO; CONTA COM PENDENCIA DE
      * TERMINAL NAO E TOCADA ATE O CLIENTE (OU O BATCH QUE A
      * DEIXOU) COMPLETAR O LANCAMENTO - A ORDEM SAI PARCIAL E A
      * REAPRESENTACAO CUMPRE O RESTANTE
           3200-BLOQUEIA-CONTA.
               IF WS-TIPO-LANCAMENTO = 'BJ'
                   ADD 1 TO WS-QTD-CONTAS-ORDEM
               END-IF
               MOVE ZERO TO WS-VALOR-LANCAMENTO
               IF WS-VALOR-RESTANTE > ZERO
                  AND NOT CM-CONTA-ENCERRADA
                   IF NOT CM-SEM-PENDENCIA
                       IF WS-TIPO-LANCAMENTO = 'BJ'
                           ADD 1 TO WS-CONTAS-IGNORADAS
                           DISPLAY "   CONTA COM PENDENCIA DE"
                               " TERMINAL - IGNORADA: " CM-LOGIN
                       END-IF
                   ELSE
                       IF WS-TIPO-LANCAMENTO = 'BJ'
                           IF CM-SALDO > ZERO
                               MOVE CM-SALDO TO WS-VALOR-LANCAMENTO
                           END-IF
                       ELSE
                           MOVE CM-SALDO-POUPANCA
                               TO WS-VALOR-LANCAMENTO
                       END-IF
                   END-IF
               END-IF

               IF WS-VALOR-LANCAMENTO > WS-VALOR-RESTANTE
                   MOVE WS-VALOR-RESTANTE TO WS-VALOR-LANCAMENTO
               END-IF
               IF WS-VALOR-LANCAMENTO > ZERO
                   PERFORM 3300-EFETUA-LANCAMENTO
                   SUBTRACT WS-VALOR-LANCAMENTO FROM WS-VALOR-RESTANTE
                   IF WS-TIPO-LANCAMENTO = 'BJ'
                       ADD WS-VALOR-LANCAMENTO TO WS-VALOR-CORRENTE
                   ELSE
                       ADD WS-VALOR-LANCAMENTO TO WS-VALOR-POUPANCA
                   END-IF
               END-IF.

      * EFETUA NA CONTA LIDA O LANCAMENTO JUDICIAL PREPARADO EM
      * WS-TIPO-LANCAMENTO / WS-VALOR-LANCAMENTO. O LIVRO E GRAVADO
      * PENDENTE ANTES DE TOCAR O SALDO, O SALDO E REGRAVADO COM A
      * PENDENCIA MARCADA (MESMA DISCIPLINA DE CHECKPOINT DO
      * TERMINAL) E SO DEPOIS DO MOVIMENTO O LIVRO E EFETIVADO
           3300-EFETUA-LANCAMENTO.
               ACCEPT WS-HORA-AGORA FROM TIME
               PERFORM 1290-ALOCA-MOVIMENTO-ID

               MOVE WS-PROTOCOLO-BLOQUEIO TO BJ-PROTOCOLO-BLOQUEIO
               MOVE CM-LOGIN TO BJ-LOGIN
               MOVE WS-CONTADOR-MOVIMENTO TO BJ-MV-ID
               MOVE OJ-PROTOCOLO TO BJ-PROTOCOLO-ORDEM
               MOVE WS-TIPO-LANCAMENTO TO BJ-TIPO-LANCAMENTO
               MOVE WS-VALOR-LANCAMENTO TO BJ-VALOR
               MOVE CM-CPF TO BJ-CPF
               MOVE WS-DATA-PROCESSAMENTO TO BJ-DATA
               SET BJ-PENDENTE TO TRUE
               WRITE BJ-REGISTRO-BLOQUEIO
                   INVALID KEY
                       DISPLAY " ERRO AO GRAVAR O LIVRO BLOQJUD: "
                           CM-LOGIN " " WS-CONTADOR-MOVIMENTO
               END-WRITE

               EVALUATE WS-TIPO-LANCAMENTO
                   WHEN 'BJ'
                       SUBTRACT WS-VALOR-LANCAMENTO FROM CM-SALDO
                       ADD WS-VALOR-LANCAMENTO
                           TO CM-SALDO-BLOQUEIO-JUDICIAL
                       ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-BLOQUEADO
                   WHEN 'BP'
                       SUBTRACT WS-VALOR-LANCAMENTO
                           FROM CM-SALDO-POUPANCA
                       ADD WS-VALOR-LANCAMENTO
                           TO CM-SALDO-BLOQUEIO-JUDICIAL
                       ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-BLOQUEADO
                   WHEN 'DJ'
                       ADD WS-VALOR-LANCAMENTO TO CM-SALDO
                       SUBTRACT WS-VALOR-LANCAMENTO
                           FROM CM-SALDO-BLOQUEIO-JUDICIAL
                       ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-DESBLOQUEADO
                   WHEN 'TJ'
                       SUBTRACT WS-VALOR-LANCAMENTO
                           FROM CM-SALDO-BLOQUEIO-JUDICIAL
                       ADD WS-VALOR-LANCAMENTO TO WS-TOTAL-TRANSFERIDO
               END-EVALUATE

               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE WS-TIPO-LANCAMENTO TO CM-PENDENTE-TIPO
               MOVE WS-VALOR-LANCAMENTO TO CM-PENDENTE-VALOR
               MOVE OJ-PROTOCOLO TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-PROCESSAMENTO TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               PERFORM 8000-GRAVA-MOVIMENTO

               SET BJ-EFETIVADO TO TRUE
               REWRITE BJ-REGISTRO-BLOQUEIO
               ADD 1 TO WS-LANCAMENTOS-GRAVADOS
               ADD WS-VALOR-LANCAMENTO TO WS-VALOR-CUMPRIDO
               DISPLAY "   " WS-TIPO-LANCAMENTO " " CM-LOGIN " R$ "
                   WS-VALOR-LANCAMENTO " LANCAMENTO "
                   WS-CONTADOR-MOVIMENTO

               MOVE CM-LOGIN TO WS-AVISO-LOGIN
               EVALUATE WS-TIPO-LANCAMENTO
                   WHEN 'DJ'
                       MOVE "DESBLOQUEIO JUDICIAL - PROTOCOLO "
                           TO WS-AVISO-TEXTO
                       MOVE OJ-PROTOCOLO TO WS-AVISO-TEXTO(34:20)
                   WHEN 'TJ'
                       MOVE "TRANSFERENCIA JUDICIAL - PROTOCOLO "
                           TO WS-AVISO-TEXTO
                       MOVE OJ-PROTOCOLO TO WS-AVISO-TEXTO(36:20)
                   WHEN OTHER
                       MOVE "BLOQUEIO JUDICIAL EFETUADO - PROTOCOLO "
                           TO WS-AVISO-TEXTO
                       MOVE OJ-PROTOCOLO TO WS-AVISO-TEXTO(40:20)
               END-EVALUATE
               PERFORM 8500-GRAVA-AVISO.

      *--------------------------------------------------------*
      * DESBLOQUEIO E TRANSFERENCIA JUDICIAL                    *
      *--------------------------------------------------------*
      * O VALOR SAI DA RESERVA QUE O BLOQUEIO DE ORIGEM AINDA RETEM
      * EM CADA CONTA, NA ORDEM EM QUE AS CONTAS APARECEM NO LIVRO.
      * ORDEM SEM VALOR LIBERA TUDO O QUE RESTAR RETIDO
           4000-CUMPRE-LIBERACAO.
               IF WS-PROTOCOLO-ACHADO
                   MOVE ZERO TO WS-IND-RESERVA
                   PERFORM 4050-SOMA-UMA-RESERVA
                       UNTIL WS-IND-RESERVA >= WS-TOTAL-RESERVAS
                   IF OJ-VALOR = ZERO
                       COMPUTE WS-VALOR-ALVO =
                           WS-RESERVA-PROTOCOLO + WS-VALOR-CUMPRIDO
                   ELSE
                       MOVE OJ-VALOR TO WS-VALOR-ALVO
                   END-IF
                   IF WS-VALOR-CUMPRIDO < WS-VALOR-ALVO
                       COMPUTE WS-VALOR-RESTANTE =
                           WS-VALOR-ALVO - WS-VALOR-CUMPRIDO
                   ELSE
                       MOVE ZERO TO WS-VALOR-RESTANTE
                   END-IF
                   IF WS-VALOR-CUMPRIDO > ZERO
                       DISPLAY "   JA CUMPRIDO EM EXECUCAO ANTERIOR:"
                           " R$ " WS-VALOR-CUMPRIDO
                   END-IF
                   IF OJ-DESBLOQUEIO
                       MOVE 'DJ' TO WS-TIPO-LANCAMENTO
                   ELSE
                       MOVE 'TJ' TO WS-TIPO-LANCAMENTO
                   END-IF
                   MOVE ZERO TO WS-IND-RESERVA
                   PERFORM 4100-LIBERA-UMA-CONTA
                       UNTIL WS-IND-RESERVA >= WS-TOTAL-RESERVAS
               END-IF.

           4050-SOMA-UMA-RESERVA.
               ADD 1 TO WS-IND-RESERVA
               IF WS-RES-VALOR(WS-IND-RESERVA) > ZERO
                   ADD WS-RES-VALOR(WS-IND-RESERVA)
                       TO WS-RESERVA-PROTOCOLO
                   ADD 1 TO WS-QTD-CONTAS-ORDEM
               END-IF.

      * O LANCAMENTO NAO PASSA DO RESTANTE DA ORDEM, DA RESERVA DO
      * PROTOCOLO NA CONTA NEM DA RESERVA JUDICIAL TOTAL DA CONTA
           4100-LIBERA-UMA-CONTA.
               ADD 1 TO WS-IND-RESERVA
               IF WS-RES-VALOR(WS-IND-RESERVA) > ZERO
                  AND WS-VALOR-RESTANTE > ZERO
                   MOVE WS-RES-LOGIN(WS-IND-RESERVA) TO CM-LOGIN
                   READ CONTA-MESTRE
                       INVALID KEY
                           DISPLAY "   CONTA DO LIVRO NAO ENCONTRADA: "
                               WS-RES-LOGIN(WS-IND-RESERVA)
                       NOT INVALID KEY
                           PERFORM 4200-LIBERA-RESERVA
                   END-READ
               END-IF.

           4200-LIBERA-RESERVA.
               IF NOT CM-SEM-PENDENCIA
                   ADD 1 TO WS-CONTAS-IGNORADAS
                   DISPLAY "   CONTA COM PENDENCIA DE TERMINAL -"
                       " IGNORADA: " CM-LOGIN
               ELSE
                   MOVE WS-RES-VALOR(WS-IND-RESERVA)
                       TO WS-VALOR-LANCAMENTO
                   IF WS-VALOR-LANCAMENTO > WS-VALOR-RESTANTE
                       MOVE WS-VALOR-RESTANTE TO WS-VALOR-LANCAMENTO
                   END-IF
                   IF WS-VALOR-LANCAMENTO > CM-SALDO-BLOQUEIO-JUDICIAL
                       MOVE CM-SALDO-BLOQUEIO-JUDICIAL
                           TO WS-VALOR-LANCAMENTO
                   END-IF
                   IF WS-VALOR-LANCAMENTO > ZERO
                       PERFORM 3300-EFETUA-LANCAMENTO
                       SUBTRACT WS-VALOR-LANCAMENTO
                           FROM WS-VALOR-RESTANTE
                   END-IF
               END-IF.

      *--------------------------------------------------------*
      * TRAILER DO ARQUIVO DE RESPOSTA                          *
      *--------------------------------------------------------*
           5000-GRAVA-TRAILER.
               SET RJ-TRAILER TO TRUE
               MOVE SPACES TO RJ-PROTOCOLO
               MOVE SPACES TO RJ-TIPO-ORDEM
               MOVE ZERO TO RJ-CPF
               MOVE ZERO TO RJ-VALOR-ORDENADO
               MOVE ZERO TO RJ-VALOR-CUMPRIDO
               MOVE ZERO TO RJ-VALOR-CORRENTE
               MOVE ZERO TO RJ-VALOR-POUPANCA
               MOVE ZERO TO RJ-QTD-CONTAS
               MOVE ZERO TO RJ-SITUACAO
               MOVE WS-DATA-PROCESSAMENTO TO RJ-DATA-RESPOSTA
               MOVE WS-TOTAL-RESPOSTAS TO RJ-TOTAL-ORDENS
               MOVE WS-VALOR-RESPONDIDO TO RJ-TOTAL-VALOR
               WRITE RJ-REGISTRO-RESPOSTA.

      * GRAVA NO MOVIMENTO O LANCAMENTO JUDICIAL DA CONTA EM
      * PROCESSAMENTO, COM O PROTOCOLO DA ORDEM, E LIMPA A
      * PENDENCIA MARCADA NO REWRITE DO SALDO. O 'BP' CARREGA O
      * SALDO RESULTANTE DA POUPANCA, OS DEMAIS O DA CORRENTE
           8000-GRAVA-MOVIMENTO.
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE WS-CONTADOR-MOVIMENTO TO MV-ID
               MOVE WS-TIPO-LANCAMENTO TO MV-TIPO-OPERACAO
               MOVE WS-VALOR-LANCAMENTO TO MV-VALOR
               MOVE WS-DATA-PROCESSAMENTO TO MV-DATA-MOVIMENTO
               MOVE WS-HORA-AGORA TO MV-HORA-MOVIMENTO
               IF WS-TIPO-LANCAMENTO = 'BP'
                   MOVE CM-SALDO-POUPANCA TO MV-SALDO-RESULTANTE
               ELSE
                   MOVE CM-SALDO TO MV-SALDO-RESULTANTE
               END-IF
               MOVE OJ-PROTOCOLO TO MV-LOGIN-RELACIONADO
               MOVE "CE028" TO MV-TERMINAL
               WRITE MV-REGISTRO-MOVIMENTO
               MOVE SPACES TO CM-PENDENTE-TIPO
               REWRITE CM-REGISTRO-CONTA.

      * GRAVA UM AVISO NA CAIXA DE MENSAGENS DO LOGIN EM
      * WS-AVISO-LOGIN COM O TEXTO JA MONTADO EM WS-AVISO-TEXTO -
      * NUMERACAO SEQUENCIAL DENTRO DO LOGIN, COMO NOS DEMAIS
      * ARQUIVOS POR CONTA
           8500-GRAVA-AVISO.
               ACCEPT WS-HORA-AGORA FROM TIME
               PERFORM 8510-PROXIMO-ID-AVISO
               MOVE WS-AVISO-LOGIN TO AV-LOGIN
               MOVE WS-PROXIMO-ID-AVISO TO AV-ID
               MOVE WS-DATA-PROCESSAMENTO TO AV-DATA
               MOVE WS-HORA-AGORA TO AV-HORA
               MOVE "CE028" TO AV-ORIGEM
               MOVE WS-AVISO-TEXTO TO AV-TEXTO
               SET AV-NAO-LIDO TO TRUE
               WRITE AV-REGISTRO-AVISO
                   INVALID KEY
                       DISPLAY " ERRO AO GRAVAR AVISO: "
                           WS-AVISO-LOGIN
               END-WRITE.

           8510-PROXIMO-ID-AVISO.
               MOVE ZERO TO WS-PROXIMO-ID-AVISO
               MOVE SPACES TO WS-FS-AVISOS
               MOVE WS-AVISO-LOGIN TO AV-LOGIN
               MOVE ZERO TO AV-ID
               START AVISOS KEY IS >= AV-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-AVISOS
               END-START
               PERFORM 8520-LER-ULTIMO-ID-AVISO
                   UNTIL WS-FS-AVISOS = '10'
               ADD 1 TO WS-PROXIMO-ID-AVISO.

           8520-LER-ULTIMO-ID-AVISO.
               READ AVISOS NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-AVISOS
                   NOT AT END
                       IF AV-LOGIN NOT = WS-AVISO-LOGIN
                           MOVE '10' TO WS-FS-AVISOS
                       ELSE
                           MOVE AV-ID TO WS-PROXIMO-ID-AVISO
                       END-IF
               END-READ.

      *--------------------------------------------------------*
      * CONTADOR DE MOVIMENTO                                   *
      *--------------------------------------------------------*
      * CARREGA O ULTIMO MV-ID DO ARQUIVO DE CONTROLE; SE ELE NAO
      * EXISTIR OU ESTIVER VAZIO, RECONSTROI O CONTADOR VARRENDO O
      * MOVIMENTO INTEIRO ATRAS DO MAIOR ID (MESMA DISCIPLINA DO
      * TERMINAL)
           1200-CARREGA-CONTADOR-MOVIMENTO.
               MOVE ZERO TO WS-CONTADOR-MOVIMENTO
               OPEN INPUT CONTROLE-MOVIMENTO
               IF WS-FS-CONTROLE = '35'
                   PERFORM 1240-RECONSTROI-CONTADOR
               ELSE
                   READ CONTROLE-MOVIMENTO
                       AT END
                           CLOSE CONTROLE-MOVIMENTO
                           PERFORM 1240-RECONSTROI-CONTADOR
                       NOT AT END
                           MOVE MC-ULTIMO-MOVIMENTO-ID
                               TO WS-CONTADOR-MOVIMENTO
                           CLOSE CONTROLE-MOVIMENTO
                   END-READ
               END-IF.

           1240-RECONSTROI-CONTADOR.
               MOVE SPACES TO WS-FS-MOVIMENTO
               MOVE LOW-VALUES TO MV-CHAVE
               START MOVIMENTO KEY IS >= MV-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-MOVIMENTO
               END-START
               PERFORM 1250-LER-MAIOR-ID
                   UNTIL WS-FS-MOVIMENTO = '10'.

           1250-LER-MAIOR-ID.
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-MOVIMENTO
                   NOT AT END
                       IF MV-ID > WS-CONTADOR-MOVIMENTO
                           MOVE MV-ID TO WS-CONTADOR-MOVIMENTO
                       END-IF
               END-READ.

      * ALOCA O PROXIMO MV-ID E O PERSISTE ANTES DE QUALQUER USO
           1290-ALOCA-MOVIMENTO-ID.
               ADD 1 TO WS-CONTADOR-MOVIMENTO
               OPEN OUTPUT CONTROLE-MOVIMENTO
               MOVE WS-CONTADOR-MOVIMENTO TO MC-ULTIMO-MOVIMENTO-ID
               WRITE MC-REGISTRO-CONTROLE
               CLOSE CONTROLE-MOVIMENTO.

      *--------------------------------------------------------*
      * DATA DE PROCESSAMENTO                                   *
      *--------------------------------------------------------*
      * A DATA VEM DO ARQUIVO DE PARAMETRO GRAVADO PELO OPERADOR
      * E SO CAI PARA A DATA DO SISTEMA QUANDO ELE NAO EXISTE
           1500-DEFINE-DATA-PROCESSAMENTO.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA TO WS-DATA-PROCESSAMENTO
               OPEN INPUT PARAMETRO-DATA
               IF WS-FS-PARMDATA = '35'
                   DISPLAY " SEM PARAMETRO DE DATA - USANDO A"
                   DISPLAY " DATA DO SISTEMA"
               ELSE
                   READ PARAMETRO-DATA
                       AT END
                           DISPLAY " PARAMETRO DE DATA VAZIO -"
                           DISPLAY " USANDO A DATA DO SISTEMA"
                       NOT AT END
                           MOVE PD-DATA-PROCESSAMENTO
                               TO WS-DATA-PROCESSAMENTO
                   END-READ
                   CLOSE PARAMETRO-DATA
               END-IF.

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
      * SEM O ARQUIVO DE ORDENS NAO HA O QUE CUMPRIR - O SISBAJUD
      * NAO MANDOU ORDEM NO DIA; NAO E ERRO DA EXECUCAO
           1000-ABRE-ARQUIVOS.
               DISPLAY "=========================================="
               DISPLAY " CE028-SISBAJUD - CUMPRIMENTO DAS ORDENS"
               DISPLAY " JUDICIAIS DE BLOQUEIO"
               DISPLAY " DATA DE PROCESSAMENTO: " WS-DATA-PROCESSAMENTO
               DISPLAY "=========================================="
               OPEN INPUT ORDEM
               IF WS-FS-ORDEM = '35'
                   DISPLAY " ARQUIVO DE ORDENS ORDJUD NAO"
                   DISPLAY " ENCONTRADO - NADA A CUMPRIR"
                   STOP RUN
               END-IF
               OPEN I-O CONTA-MESTRE
               OPEN I-O MOVIMENTO
               IF WS-FS-MOVIMENTO = '35'
                   OPEN OUTPUT MOVIMENTO
                   CLOSE MOVIMENTO
                   OPEN I-O MOVIMENTO
               END-IF
               OPEN I-O BLOQUEIO
               IF WS-FS-BLOQUEIO = '35'
                   OPEN OUTPUT BLOQUEIO
                   CLOSE BLOQUEIO
                   OPEN I-O BLOQUEIO
               END-IF
               OPEN I-O AVISOS
               IF WS-FS-AVISOS = '35'
                   OPEN OUTPUT AVISOS
                   CLOSE AVISOS
                   OPEN I-O AVISOS
               END-IF
               OPEN OUTPUT RESPOSTA.

           9000-FINALIZA.
               CLOSE ORDEM
               CLOSE CONTA-MESTRE
               CLOSE MOVIMENTO
               CLOSE BLOQUEIO
               CLOSE AVISOS
               CLOSE RESPOSTA
               DISPLAY "=========================================="
               DISPLAY " ORDENS LIDAS:              "
                   WS-ORDENS-LIDAS
               DISPLAY " CUMPRIDAS INTEGRALMENTE:   "
                   WS-ORDENS-INTEGRAIS
               DISPLAY " CUMPRIDAS PARCIALMENTE:    "
                   WS-ORDENS-PARCIAIS
               DISPLAY " SEM SALDO:                 "
                   WS-ORDENS-SEM-SALDO
               DISPLAY " CPF SEM CONTA:             "
                   WS-ORDENS-SEM-CONTA
               DISPLAY " BLOQUEIO NAO ENCONTRADO:   "
                   WS-ORDENS-SEM-BLOQUEIO
               DISPLAY " INVALIDAS:                 "
                   WS-ORDENS-INVALIDAS
               DISPLAY " CONTAS IGNORADAS (PEND.):  "
                   WS-CONTAS-IGNORADAS
               DISPLAY " PENDENCIAS DO LIVRO:       "
                   WS-PENDENTES-RESOLVIDOS
               DISPLAY " LANCAMENTOS GRAVADOS:      "
                   WS-LANCAMENTOS-GRAVADOS
               DISPLAY " TOTAL BLOQUEADO:           "
                   WS-TOTAL-BLOQUEADO
               DISPLAY " TOTAL DESBLOQUEADO:        "
                   WS-TOTAL-DESBLOQUEADO
               DISPLAY " TOTAL TRANSFERIDO:         "
                   WS-TOTAL-TRANSFERIDO
               DISPLAY "==========================================".

           END PROGRAM CE028-SISBAJUD.
