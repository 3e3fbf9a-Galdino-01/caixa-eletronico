      *PROJETO CAIXA ELETRONICO - TARIFAS POR EVENTO
      *
      * BATCH NOTURNO DE COBRANCA DAS TARIFAS POR EVENTO CONFORME A
      * TABELA DE TARIFAS DA AGENCIA (TABTARIF - VALOR, FRANQUIA
      * MENSAL E VIGENCIA POR EVENTO). PARA CADA CONTA CONTA OS
      * EVENTOS DO MES CALENDARIO - SAQUE ('VS'), TRANSFERENCIA PARA
      * OUTRO BANCO ('VT') E DEPOSITO EM CHEQUE ('VC') PELOS
      * LANCAMENTOS 'SA', 'TE' E 'DC' DO MOVIMENT FEITOS PELO
      * CLIENTE (NAO POR BATCH), E 2A VIA DE COMPROVANTE ('V2') E
      * EXTRATO ('VE') PELO ARQUIVO DE EVENTOS DO TERMINAL
      * (EVENTCLI) - E REGISTRA NO ARQUIVO DE COBRANCAS (COBRTARF)
      * CADA EVENTO QUE PASSOU DA FRANQUIA, COM O VALOR DA LINHA DA
      * TABELA VIGENTE NA DATA DO EVENTO. A CONTAGEM VAI DO DIA 1 DO
      * MES ANTERIOR ATE A DATA DE PROCESSAMENTO, MES A MES, PARA
      * QUE UMA NOITE SEM EXECUCAO NA VIRADA DO MES NAO PERCA
      * EVENTOS; O QUE JA ESTA NO COBRTARF NAO E REGISTRADO DE NOVO.
      * DEPOIS DEBITA NA CORRENTE CADA COBRANCA PENDENTE DA CONTA
      * COM O LANCAMENTO 'TV' (CODIGO DO EVENTO, REFERENCIA E
      * TERMINAL DO EVENTO EM MV-LOGIN-RELACIONADO), ATE O
      * DISPONIVEL (SALDO MAIS O LIMITE DO CHEQUE ESPECIAL, COMO A
      * TARIFA DE MANUTENCAO DO CE006). A QUE NAO CABE FICA
      * PENDENTE PARA AS NOITES SEGUINTES E O CLIENTE RECEBE UM
      * AVISO NO AVISOCLI NA PRIMEIRA VEZ. CONTA INATIVA SEGUE O
      * TRATAMENTO DE TARIFA DO PARMINAT (ISENTA NAO E TARIFADA, 'S'
      * SO PAGA COM SALDO CREDOR). CONTA ENCERRADA NAO E TOCADA E A
      * CONTA COM PENDENCIA DE TERMINAL FICA PARA A NOITE SEGUINTE.
      * O DEBITO SEGUE A DISCIPLINA DE CHECKPOINT DO TERMINAL.
      * AO FINAL EMITE O RELATORIO DE RECEITA DE TARIFAS DO MES DA
      * DATA DE PROCESSAMENTO POR EVENTO E POR TERMINAL, COM O TOTAL
      * AINDA PENDENTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE030-TARIFAS-EVENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT EVENTO-TARIFAVEL ASSIGN TO "EVENTCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CHAVE
               FILE STATUS IS WS-FS-EVENTO.

           SELECT COBRANCA ASSIGN TO "COBRTARF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS WS-FS-COBRANCA.

           SELECT TABELA-TARIFAS ASSIGN TO "TABTARIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TABELA.

           SELECT PARAMETRO-INATIVA ASSIGN TO "PARMINAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMINAT.

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

           FD  CONTA-MESTRE.
           COPY CONTAM.

           FD  MOVIMENTO.
           COPY MOVTO.

           FD  CONTROLE-MOVIMENTO.
           COPY MOVCTL.

           FD  EVENTO-TARIFAVEL.
           COPY EVENTCLI.

           FD  COBRANCA.
           COPY COBRTARF.

           FD  TABELA-TARIFAS.
           COPY TABTARIF.

           FD  PARAMETRO-INATIVA.
           COPY PARMINAT.

           FD  AVISOS.
           COPY AVISOCLI.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-CONTA PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-CONTROLE PIC X(02).
           77 WS-FS-EVENTO PIC X(02).
           77 WS-FS-COBRANCA PIC X(02).
           77 WS-FS-TABELA PIC X(02).
           77 WS-FS-PARMINAT PIC X(02).
           77 WS-FS-AVISOS PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-SISTEMA PIC 9(08).
           77 WS-HORA-AGORA PIC 9(06).

           77 WS-EVENTOS-TERMINAL-SW PIC X(01).
               88 WS-COM-EVENTOS-TERMINAL VALUE 'S'.
               88 WS-SEM-EVENTOS-TERMINAL VALUE 'N'.

      * CONTADOR DE MOVIMENTO - MESMO CONTROLE (MOVCTL) DO TERMINAL
           77 WS-CONTADOR-MOVIMENTO PIC 9(08) VALUE ZERO.

      * INICIO DA JANELA DE CONTAGEM - DIA 1 DO MES ANTERIOR AO DA
      * DATA DE PROCESSAMENTO
           77 WS-DATA-INICIO-CONTAGEM PIC 9(08).
           77 WS-ANO-INICIO PIC 9(04).
           77 WS-MES-INICIO PIC 9(02).

      * TRATAMENTO DA CONTA INATIVA - O MESMO PARMINAT DO CE006
           77 WS-TARIFA-INATIVA-SW PIC X(01) VALUE 'C'.
               88 WS-INATIVA-COBRA VALUE 'C'.
               88 WS-INATIVA-ISENTA VALUE 'I'.
               88 WS-INATIVA-SO-SALDO-CREDOR VALUE 'S'.

      * TABELA DE TARIFAS CARREGADA NA PARTIDA
           77 WS-MAXIMO-TARIFAS PIC 9(03) VALUE 50.
           77 WS-TOTAL-TARIFAS PIC 9(03) VALUE ZERO.
           77 WS-IND-TARIFA PIC 9(03) VALUE ZERO.
           77 WS-TARIFA-SW PIC X(01).
               88 WS-TARIFA-ACHADA VALUE 'S'.
               88 WS-TARIFA-NAO-ACHADA VALUE 'N'.

           01 WS-TABELA-TARIFAS.
              05 WS-ENTRADA-TARIFA OCCURS 50 TIMES.
                 10 WS-TAR-EVENTO PIC X(02).
                 10 WS-TAR-VALOR PIC 9(05)V99.
                 10 WS-TAR-FRANQUIA PIC 9(03).
                 10 WS-TAR-INICIO PIC 9(08).
                 10 WS-TAR-FIM PIC 9(08).

      * EVENTO EM ANALISE - COPIADO DO MOVIMENT OU DO EVENTCLI
           77 WS-EVT-CODIGO PIC X(02).
           77 WS-EVT-REFERENCIA PIC 9(08).
           77 WS-EVT-DATA PIC 9(08).
           77 WS-EVT-TERMINAL PIC X(08).
           77 WS-IND-EVENTO PIC 9(01).
           77 WS-NOME-EVENTO PIC X(24).

      * CONTAGEM DA CONTA POR EVENTO ('VS', 'VT', 'VC', 'V2', 'VE'
      * NESTA ORDEM) - ZERA QUANDO O EVENTO LIDO E DE OUTRO MES
           01 WS-CONTAGEM-EVENTOS.
              05 WS-ENTRADA-CONTAGEM OCCURS 5 TIMES.
                 10 WS-CNT-MES PIC 9(06).
                 10 WS-CNT-QTD PIC 9(05).

      * COBRANCA DA CONTA EM ANALISE
           77 WS-DISPONIVEL-TARIFA PIC S9(11)V99.
           77 WS-LOGIN-RELACIONADO PIC X(20).
           77 WS-PENDENTES-NOVAS-CONTA PIC 9(05).
           77 WS-VALOR-PENDENTE-CONTA PIC 9(10)V99.
           77 WS-MOVIMENTO-SW PIC X(01).
               88 WS-MOVIMENTO-ENCONTRADO VALUE 'S'.
               88 WS-MOVIMENTO-NAO-ENCONTRADO VALUE 'N'.

      * AVISO AO CLIENTE - UMA LINHA POR CONTA QUANDO HA TARIFA NOVA
      * QUE FICOU PENDENTE POR FALTA DE SALDO
           77 WS-AVISO-LOGIN PIC X(20).
           77 WS-AVISO-TEXTO PIC X(60).
           77 WS-PROXIMO-ID-AVISO PIC 9(08).
           77 WS-VALOR-AVISO PIC Z(9)9,99.

      * RELATORIO DE RECEITA - POR EVENTO (MESMA ORDEM DA CONTAGEM)
      * E POR TERMINAL, DAS TARIFAS COBRADAS NO MES
           01 WS-RECEITA-EVENTOS.
              05 WS-ENTRADA-RECEITA OCCURS 5 TIMES.
                 10 WS-REC-QTD PIC 9(07).
                 10 WS-REC-VALOR PIC 9(12)V99.

           77 WS-MAXIMO-TERMINAIS PIC 9(03) VALUE 50.
           77 WS-TOTAL-TERMINAIS PIC 9(03) VALUE ZERO.
           77 WS-IND-TERMINAL PIC 9(03) VALUE ZERO.
           77 WS-TERMINAL-SW PIC X(01).
               88 WS-TERMINAL-ACHADO VALUE 'S'.
               88 WS-TERMINAL-NAO-ACHADO VALUE 'N'.

           01 WS-RECEITA-TERMINAIS.
              05 WS-ENTRADA-TERMINAL OCCURS 50 TIMES.
                 10 WS-TER-CODIGO PIC X(08).
                 10 WS-TER-QTD PIC 9(07).
                 10 WS-TER-VALOR PIC 9(12)V99.

      * TOTAIS DE CONTROLE
           77 WS-TOTAL-CONTAS PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-ENCERRADAS PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-PENDENTES PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-INATIVAS-ISENTAS PIC 9(05) VALUE ZERO.
           77 WS-EVENTOS-CONTADOS PIC 9(07) VALUE ZERO.
           77 WS-EVENTOS-SEM-TARIFA PIC 9(07) VALUE ZERO.
           77 WS-COBRANCAS-REGISTRADAS PIC 9(07) VALUE ZERO.
           77 WS-COBRANCAS-EFETUADAS PIC 9(07) VALUE ZERO.
           77 WS-VALOR-COBRADO PIC 9(12)V99 VALUE ZERO.
           77 WS-COBRANCAS-SEM-SALDO PIC 9(07) VALUE ZERO.
           77 WS-INTERROMPIDAS-RESOLVIDAS PIC 9(05) VALUE ZERO.
           77 WS-AVISOS-GRAVADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-RECEITA-QTD PIC 9(07) VALUE ZERO.
           77 WS-TOTAL-RECEITA-VALOR PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-PENDENTE-QTD PIC 9(07) VALUE ZERO.
           77 WS-TOTAL-PENDENTE-VALOR PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1100-CARREGA-TABELA-TARIFAS.
       PERFORM 1150-CARREGA-PARAMETRO-INATIVA.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 1200-CARREGA-CONTADOR-MOVIMENTO.
       PERFORM 2000-TRATA-UMA-CONTA UNTIL WS-FS-CONTA = '10'.
       PERFORM 3000-APURA-RECEITA.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * TRATAMENTO DE CADA CONTA DO CONTA-MESTRE                *
      *--------------------------------------------------------*
      * A COBRANCA INTERROMPIDA NUMA EXECUCAO ANTERIOR E RESOLVIDA
      * ANTES DO TESTE DE PENDENCIA - A PENDENCIA PODE SER ELA
           2000-TRATA-UMA-CONTA.
               ADD 1 TO WS-TOTAL-CONTAS
               IF CM-CONTA-ENCERRADA
                   ADD 1 TO WS-CONTAS-ENCERRADAS
               ELSE
                   PERFORM 2100-RESOLVE-INTERROMPIDAS
                   EVALUATE TRUE
                       WHEN NOT CM-SEM-PENDENCIA
                           ADD 1 TO WS-CONTAS-PENDENTES
                           DISPLAY " CONTA COM LANCAMENTO PENDENTE,"
                               " TARIFAS NA PROXIMA NOITE: " CM-LOGIN
                       WHEN CM-CONTA-INATIVA AND WS-INATIVA-ISENTA
                           ADD 1 TO WS-CONTAS-INATIVAS-ISENTAS
                       WHEN OTHER
                           MOVE ZEROS TO WS-CONTAGEM-EVENTOS
                           PERFORM 2200-VARRE-MOVIMENTO
                           IF WS-COM-EVENTOS-TERMINAL
                               PERFORM 2300-VARRE-EVENTOS-TERMINAL
                           END-IF
                           PERFORM 2500-COBRA-PENDENTES
                   END-EVALUATE
               END-IF

               READ CONTA-MESTRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTA
               END-READ.

      *--------------------------------------------------------*
      * COBRANCA INTERROMPIDA - PENDENTE COM MV-ID JA ALOCADO   *
      *--------------------------------------------------------*
           2100-RESOLVE-INTERROMPIDAS.
               MOVE SPACES TO WS-FS-COBRANCA
               MOVE CM-LOGIN TO CT-LOGIN
               MOVE LOW-VALUES TO CT-EVENTO
               MOVE ZERO TO CT-REFERENCIA
               START COBRANCA KEY IS >= CT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-COBRANCA
               END-START
               PERFORM 2110-LER-E-RESOLVER
                   UNTIL WS-FS-COBRANCA = '10'.

           2110-LER-E-RESOLVER.
               READ COBRANCA NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-COBRANCA
                   NOT AT END
                       IF CT-LOGIN NOT = CM-LOGIN
                           MOVE '10' TO WS-FS-COBRANCA
                       ELSE
                           IF CT-PENDENTE AND CT-MV-ID NOT = ZERO
                               PERFORM 2120-RESOLVE-UMA-COBRANCA
                           END-IF
                       END-IF
               END-READ.

      * O LANCAMENTO EXISTE (OU FICOU NO CHECKPOINT DA CONTA): A
      * COBRANCA E DADA COMO FEITA. SENAO A EXECUCAO CAIU ANTES DE
      * TOCAR NO SALDO E A COBRANCA VOLTA A SER SO PENDENTE
           2120-RESOLVE-UMA-COBRANCA.
               ADD 1 TO WS-INTERROMPIDAS-RESOLVIDAS
               SET WS-MOVIMENTO-NAO-ENCONTRADO TO TRUE
               MOVE CT-LOGIN TO MV-LOGIN
               MOVE CT-MV-ID TO MV-ID
               READ MOVIMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MOVIMENTO-ENCONTRADO TO TRUE
               END-READ

               IF WS-MOVIMENTO-ENCONTRADO
                  OR CM-ULTIMO-MOVIMENTO-ID = CT-MV-ID
                   IF CM-ULTIMO-MOVIMENTO-ID = CT-MV-ID
                      AND NOT CM-SEM-PENDENCIA
                       IF WS-MOVIMENTO-NAO-ENCONTRADO
                           PERFORM 2130-COMPLETA-PENDENCIA
                       ELSE
                           MOVE SPACES TO CM-PENDENTE-TIPO
                           REWRITE CM-REGISTRO-CONTA
                       END-IF
                   END-IF
                   SET CT-COBRADA TO TRUE
                   MOVE WS-DATA-PROCESSAMENTO TO CT-DATA-COBRANCA
                   DISPLAY "   COBRANCA INTERROMPIDA " CT-MV-ID " DE "
                       CT-LOGIN " - EFETIVADA"
               ELSE
                   MOVE ZERO TO CT-MV-ID
                   DISPLAY "   COBRANCA INTERROMPIDA DE " CT-LOGIN
                       " - VOLTA A PENDENTE"
               END-IF
               REWRITE CT-REGISTRO-COBRANCA.

      * GRAVA O MOVIMENTO QUE FICOU PENDENTE COM OS DADOS GUARDADOS
      * EM CM-PENDENTE-* (MESMA REGRA DA RECUPERACAO DO TERMINAL)
           2130-COMPLETA-PENDENCIA.
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE CM-ULTIMO-MOVIMENTO-ID TO MV-ID
               MOVE CM-PENDENTE-TIPO TO MV-TIPO-OPERACAO
               MOVE CM-PENDENTE-VALOR TO MV-VALOR
               MOVE CM-PENDENTE-LOGIN-REL TO MV-LOGIN-RELACIONADO
               MOVE CM-PENDENTE-DATA TO MV-DATA-MOVIMENTO
               MOVE CM-PENDENTE-HORA TO MV-HORA-MOVIMENTO
               MOVE CM-SALDO TO MV-SALDO-RESULTANTE
               MOVE "CE030" TO MV-TERMINAL
               WRITE MV-REGISTRO-MOVIMENTO
               MOVE SPACES TO CM-PENDENTE-TIPO
               REWRITE CM-REGISTRO-CONTA.

      *--------------------------------------------------------*
      * CONTAGEM DOS EVENTOS DA CONTA                           *
      *--------------------------------------------------------*
      * SAQUE, TRANSFERENCIA PARA OUTRO BANCO E DEPOSITO EM CHEQUE
      * DO CLIENTE - O LANCAMENTO GRAVADO POR BATCH (AGENDAMENTO,
      * TERMINAL 'CE...') NAO E EVENTO DO TERMINAL
           2200-VARRE-MOVIMENTO.
               MOVE SPACES TO WS-FS-MOVIMENTO
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE ZERO TO MV-ID
               START MOVIMENTO KEY IS >= MV-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-MOVIMENTO
               END-START
               PERFORM 2210-LER-MOVIMENTO
                   UNTIL WS-FS-MOVIMENTO = '10'.

           2210-LER-MOVIMENTO.
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-MOVIMENTO
                   NOT AT END
                       IF MV-LOGIN NOT = CM-LOGIN
                           MOVE '10' TO WS-FS-MOVIMENTO
                       ELSE
                           IF MV-DATA-MOVIMENTO >=
                                  WS-DATA-INICIO-CONTAGEM
                              AND MV-DATA-MOVIMENTO <=
                                  WS-DATA-PROCESSAMENTO
                              AND MV-TERMINAL(1:2) NOT = "CE"
                               MOVE SPACES TO WS-EVT-CODIGO
                               EVALUATE TRUE
                                   WHEN MV-OP-SAQUE
                                       MOVE 'VS' TO WS-EVT-CODIGO
                                   WHEN MV-OP-TRANSF-ENVIADA-IB
                                       MOVE 'VT' TO WS-EVT-CODIGO
                                   WHEN MV-OP-DEPOSITO-CHEQUE
                                       MOVE 'VC' TO WS-EVT-CODIGO
                               END-EVALUATE
                               IF WS-EVT-CODIGO NOT = SPACES
                                   MOVE MV-ID TO WS-EVT-REFERENCIA
                                   MOVE MV-DATA-MOVIMENTO
                                       TO WS-EVT-DATA
                                   MOVE MV-TERMINAL TO WS-EVT-TERMINAL
                                   PERFORM 2400-CONTA-EVENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ.

      * EXTRATO E 2A VIA - GRAVADOS PELO TERMINAL NO EVENTCLI
           2300-VARRE-EVENTOS-TERMINAL.
               MOVE SPACES TO WS-FS-EVENTO
               MOVE CM-LOGIN TO EC-LOGIN
               MOVE ZERO TO EC-SEQUENCIA
               START EVENTO-TARIFAVEL KEY IS >= EC-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-EVENTO
               END-START
               PERFORM 2310-LER-EVENTO
                   UNTIL WS-FS-EVENTO = '10'.

           2310-LER-EVENTO.
               READ EVENTO-TARIFAVEL NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-EVENTO
                   NOT AT END
                       IF EC-LOGIN NOT = CM-LOGIN
                           MOVE '10' TO WS-FS-EVENTO
                       ELSE
                           IF EC-DATA >= WS-DATA-INICIO-CONTAGEM
                              AND EC-DATA <= WS-DATA-PROCESSAMENTO
                              AND (EC-EVT-SEGUNDA-VIA
                                   OR EC-EVT-EXTRATO)
                               MOVE EC-EVENTO TO WS-EVT-CODIGO
                               MOVE EC-SEQUENCIA TO WS-EVT-REFERENCIA
                               MOVE EC-DATA TO WS-EVT-DATA
                               MOVE EC-TERMINAL TO WS-EVT-TERMINAL
                               PERFORM 2400-CONTA-EVENTO
                           END-IF
                       END-IF
               END-READ.

      * O EVENTO E O N-ESIMO DO SEU TIPO NO MES (OS DOIS ARQUIVOS
      * SAO LIDOS EM ORDEM CRONOLOGICA DENTRO DO LOGIN); PASSANDO
      * DA FRANQUIA DA LINHA VIGENTE NA DATA, VIRA COBRANCA
           2400-CONTA-EVENTO.
               ADD 1 TO WS-EVENTOS-CONTADOS
               PERFORM 2410-INDICE-EVENTO
               IF WS-CNT-MES(WS-IND-EVENTO) NOT = WS-EVT-DATA(1:6)
                   MOVE WS-EVT-DATA(1:6) TO WS-CNT-MES(WS-IND-EVENTO)
                   MOVE ZERO TO WS-CNT-QTD(WS-IND-EVENTO)
               END-IF
               ADD 1 TO WS-CNT-QTD(WS-IND-EVENTO)

               PERFORM 2420-LOCALIZA-TARIFA
               IF WS-TARIFA-NAO-ACHADA
                   ADD 1 TO WS-EVENTOS-SEM-TARIFA
               ELSE
                   IF WS-CNT-QTD(WS-IND-EVENTO) >
                          WS-TAR-FRANQUIA(WS-IND-TARIFA)
                      AND WS-TAR-VALOR(WS-IND-TARIFA) > ZERO
                       PERFORM 2450-REGISTRA-COBRANCA
                   END-IF
               END-IF.

           2410-INDICE-EVENTO.
               EVALUATE WS-EVT-CODIGO
                   WHEN 'VS'
                       MOVE 1 TO WS-IND-EVENTO
                   WHEN 'VT'
                       MOVE 2 TO WS-IND-EVENTO
                   WHEN 'VC'
                       MOVE 3 TO WS-IND-EVENTO
                   WHEN 'V2'
                       MOVE 4 TO WS-IND-EVENTO
                   WHEN OTHER
                       MOVE 5 TO WS-IND-EVENTO
               END-EVALUATE.

      * LINHA DA TABELA DO EVENTO VIGENTE NA DATA DELE
           2420-LOCALIZA-TARIFA.
               SET WS-TARIFA-NAO-ACHADA TO TRUE
               MOVE ZERO TO WS-IND-TARIFA
               PERFORM 2430-PROCURA-TARIFA
                   UNTIL WS-TARIFA-ACHADA
                      OR WS-IND-TARIFA >= WS-TOTAL-TARIFAS.

           2430-PROCURA-TARIFA.
               ADD 1 TO WS-IND-TARIFA
               IF WS-TAR-EVENTO(WS-IND-TARIFA) = WS-EVT-CODIGO
                  AND WS-TAR-INICIO(WS-IND-TARIFA) <= WS-EVT-DATA
                  AND (WS-TAR-FIM(WS-IND-TARIFA) = ZERO
                       OR WS-TAR-FIM(WS-IND-TARIFA) >= WS-EVT-DATA)
                   SET WS-TARIFA-ACHADA TO TRUE
               END-IF.

      * O EVENTO JA REGISTRADO NUMA NOITE ANTERIOR FICA COMO ESTA
           2450-REGISTRA-COBRANCA.
               MOVE CM-LOGIN TO CT-LOGIN
               MOVE WS-EVT-CODIGO TO CT-EVENTO
               MOVE WS-EVT-REFERENCIA TO CT-REFERENCIA
               READ COBRANCA
                   INVALID KEY
                       MOVE WS-EVT-DATA TO CT-DATA-EVENTO
                       MOVE WS-EVT-TERMINAL TO CT-TERMINAL
                       MOVE WS-TAR-VALOR(WS-IND-TARIFA) TO CT-VALOR
                       SET CT-PENDENTE TO TRUE
                       MOVE ZERO TO CT-MV-ID
                       MOVE ZERO TO CT-DATA-COBRANCA
                       MOVE ZERO TO CT-DATA-AVISO
                       WRITE CT-REGISTRO-COBRANCA
                           INVALID KEY
                               DISPLAY " ERRO AO GRAVAR COBRANCA: "
                                   CM-LOGIN " " WS-EVT-CODIGO
                           NOT INVALID KEY
                               ADD 1 TO WS-COBRANCAS-REGISTRADAS
                       END-WRITE
               END-READ.

      *--------------------------------------------------------*
      * DEBITO DAS COBRANCAS PENDENTES DA CONTA                 *
      *--------------------------------------------------------*
      * PENDENTES DE QUALQUER MES, NA ORDEM DA CHAVE; A QUE NAO
      * CABE NO DISPONIVEL FICA PARA A PROXIMA NOITE, SEM IMPEDIR
      * UMA MENOR QUE AINDA CAIBA
           2500-COBRA-PENDENTES.
               MOVE ZERO TO WS-PENDENTES-NOVAS-CONTA
               MOVE ZERO TO WS-VALOR-PENDENTE-CONTA
               MOVE SPACES TO WS-FS-COBRANCA
               MOVE CM-LOGIN TO CT-LOGIN
               MOVE LOW-VALUES TO CT-EVENTO
               MOVE ZERO TO CT-REFERENCIA
               START COBRANCA KEY IS >= CT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-COBRANCA
               END-START
               PERFORM 2510-LER-E-COBRAR
                   UNTIL WS-FS-COBRANCA = '10'

               IF WS-PENDENTES-NOVAS-CONTA > ZERO
                   MOVE CM-LOGIN TO WS-AVISO-LOGIN
                   MOVE WS-VALOR-PENDENTE-CONTA TO WS-VALOR-AVISO
                   MOVE "TARIFAS PENDENTES POR FALTA DE SALDO - R$"
                       TO WS-AVISO-TEXTO
                   MOVE WS-VALOR-AVISO TO WS-AVISO-TEXTO(43:13)
                   PERFORM 8500-GRAVA-AVISO
                   ADD 1 TO WS-AVISOS-GRAVADOS
               END-IF.

           2510-LER-E-COBRAR.
               READ COBRANCA NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-COBRANCA
                   NOT AT END
                       IF CT-LOGIN NOT = CM-LOGIN
                           MOVE '10' TO WS-FS-COBRANCA
                       ELSE
                           IF CT-PENDENTE
                               PERFORM 2520-COBRA-UMA
                           END-IF
                       END-IF
               END-READ.

           2520-COBRA-UMA.
               COMPUTE WS-DISPONIVEL-TARIFA =
                   CM-SALDO + CM-LIMITE-CHEQUE-ESPECIAL
               IF CM-CONTA-INATIVA AND WS-INATIVA-SO-SALDO-CREDOR
                   MOVE CM-SALDO TO WS-DISPONIVEL-TARIFA
               END-IF

               IF WS-DISPONIVEL-TARIFA >= CT-VALOR
                   PERFORM 2600-EFETUA-COBRANCA
               ELSE
                   ADD 1 TO WS-COBRANCAS-SEM-SALDO
                   ADD CT-VALOR TO WS-VALOR-PENDENTE-CONTA
                   IF CT-DATA-AVISO = ZERO
                       ADD 1 TO WS-PENDENTES-NOVAS-CONTA
                       MOVE WS-DATA-PROCESSAMENTO TO CT-DATA-AVISO
                       REWRITE CT-REGISTRO-COBRANCA
                   END-IF
               END-IF.

      * O MV-ID DA TARIFA E GRAVADO NA COBRANCA ANTES DE TOCAR NO
      * SALDO, E A COBRANCA SO PASSA A COBRADA DEPOIS DO LANCAMENTO
      * - MESMA DISCIPLINA DE PENDENCIA DO TERMINAL NA CONTA
           2600-EFETUA-COBRANCA.
               ACCEPT WS-HORA-AGORA FROM TIME
               PERFORM 1290-ALOCA-MOVIMENTO-ID
               MOVE WS-CONTADOR-MOVIMENTO TO CT-MV-ID
               REWRITE CT-REGISTRO-COBRANCA

               MOVE SPACES TO WS-LOGIN-RELACIONADO
               MOVE CT-EVENTO TO WS-LOGIN-RELACIONADO(1:2)
               MOVE CT-REFERENCIA TO WS-LOGIN-RELACIONADO(4:8)
               MOVE CT-TERMINAL TO WS-LOGIN-RELACIONADO(13:8)

               SUBTRACT CT-VALOR FROM CM-SALDO
               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE 'TV' TO CM-PENDENTE-TIPO
               MOVE CT-VALOR TO CM-PENDENTE-VALOR
               MOVE WS-LOGIN-RELACIONADO TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-PROCESSAMENTO TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               PERFORM 8000-GRAVA-MOVIMENTO

               SET CT-COBRADA TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO CT-DATA-COBRANCA
               REWRITE CT-REGISTRO-COBRANCA
               ADD 1 TO WS-COBRANCAS-EFETUADAS
               ADD CT-VALOR TO WS-VALOR-COBRADO
               DISPLAY "   TV " CM-LOGIN " " CT-EVENTO " R$ " CT-VALOR
                   " LANCAMENTO " WS-CONTADOR-MOVIMENTO.

      *--------------------------------------------------------*
      * RELATORIO DE RECEITA DE TARIFAS DO MES                  *
      *--------------------------------------------------------*
      * VARRE O COBRTARF INTEIRO: COBRADAS NO MES DA DATA DE
      * PROCESSAMENTO POR EVENTO E PELO TERMINAL ONDE O EVENTO
      * ACONTECEU, E O QUE CONTINUA PENDENTE EM QUALQUER MES
           3000-APURA-RECEITA.
               MOVE ZEROS TO WS-RECEITA-EVENTOS
               MOVE SPACES TO WS-FS-COBRANCA
               MOVE LOW-VALUES TO CT-CHAVE
               START COBRANCA KEY IS >= CT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-COBRANCA
               END-START
               PERFORM 3100-LER-E-ACUMULAR
                   UNTIL WS-FS-COBRANCA = '10'.

           3100-LER-E-ACUMULAR.
               READ COBRANCA NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-COBRANCA
                   NOT AT END
                       IF CT-PENDENTE
                           ADD 1 TO WS-TOTAL-PENDENTE-QTD
                           ADD CT-VALOR TO WS-TOTAL-PENDENTE-VALOR
                       END-IF
                       IF CT-COBRADA
                          AND CT-DATA-COBRANCA(1:6) =
                              WS-DATA-PROCESSAMENTO(1:6)
                           PERFORM 3200-ACUMULA-RECEITA
                       END-IF
               END-READ.

           3200-ACUMULA-RECEITA.
               MOVE CT-EVENTO TO WS-EVT-CODIGO
               PERFORM 2410-INDICE-EVENTO
               ADD 1 TO WS-REC-QTD(WS-IND-EVENTO)
               ADD CT-VALOR TO WS-REC-VALOR(WS-IND-EVENTO)
               ADD 1 TO WS-TOTAL-RECEITA-QTD
               ADD CT-VALOR TO WS-TOTAL-RECEITA-VALOR

               SET WS-TERMINAL-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-TERMINAL
               PERFORM 3210-PROCURA-TERMINAL
                   UNTIL WS-TERMINAL-ACHADO
                      OR WS-IND-TERMINAL >= WS-TOTAL-TERMINAIS
               IF WS-TERMINAL-NAO-ACHADO
                   IF WS-TOTAL-TERMINAIS < WS-MAXIMO-TERMINAIS
                       ADD 1 TO WS-TOTAL-TERMINAIS
                       MOVE WS-TOTAL-TERMINAIS TO WS-IND-TERMINAL
                       MOVE CT-TERMINAL
                           TO WS-TER-CODIGO(WS-IND-TERMINAL)
                       MOVE ZERO TO WS-TER-QTD(WS-IND-TERMINAL)
                       MOVE ZERO TO WS-TER-VALOR(WS-IND-TERMINAL)
                       SET WS-TERMINAL-ACHADO TO TRUE
                   ELSE
                       DISPLAY " TABELA DE TERMINAIS CHEIA -"
                           " FORA DO RELATORIO: " CT-TERMINAL
                   END-IF
               END-IF
               IF WS-TERMINAL-ACHADO
                   ADD 1 TO WS-TER-QTD(WS-IND-TERMINAL)
                   ADD CT-VALOR TO WS-TER-VALOR(WS-IND-TERMINAL)
               END-IF.

           3210-PROCURA-TERMINAL.
               ADD 1 TO WS-IND-TERMINAL
               IF WS-TER-CODIGO(WS-IND-TERMINAL) = CT-TERMINAL
                   SET WS-TERMINAL-ACHADO TO TRUE
               END-IF.

           3300-EXIBE-UM-EVENTO.
               ADD 1 TO WS-IND-EVENTO
               EVALUATE WS-IND-EVENTO
                   WHEN 1
                       MOVE "VS SAQUE" TO WS-NOME-EVENTO
                   WHEN 2
                       MOVE "VT TRANSF OUTRO BANCO" TO WS-NOME-EVENTO
                   WHEN 3
                       MOVE "VC DEPOSITO EM CHEQUE" TO WS-NOME-EVENTO
                   WHEN 4
                       MOVE "V2 2A VIA COMPROVANTE" TO WS-NOME-EVENTO
                   WHEN OTHER
                       MOVE "VE EXTRATO" TO WS-NOME-EVENTO
               END-EVALUATE
               DISPLAY " " WS-NOME-EVENTO " " WS-REC-QTD(WS-IND-EVENTO)
                   " R$ " WS-REC-VALOR(WS-IND-EVENTO).

           3400-EXIBE-UM-TERMINAL.
               ADD 1 TO WS-IND-TERMINAL
               DISPLAY " " WS-TER-CODIGO(WS-IND-TERMINAL) "   "
                   WS-TER-QTD(WS-IND-TERMINAL) " R$ "
                   WS-TER-VALOR(WS-IND-TERMINAL).

      *--------------------------------------------------------*
      * GRAVACAO DO MOVIMENTO E DO AVISO                        *
      *--------------------------------------------------------*
           8000-GRAVA-MOVIMENTO.
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE WS-CONTADOR-MOVIMENTO TO MV-ID
               MOVE 'TV' TO MV-TIPO-OPERACAO
               MOVE CT-VALOR TO MV-VALOR
               MOVE WS-DATA-PROCESSAMENTO TO MV-DATA-MOVIMENTO
               MOVE WS-HORA-AGORA TO MV-HORA-MOVIMENTO
               MOVE CM-SALDO TO MV-SALDO-RESULTANTE
               MOVE WS-LOGIN-RELACIONADO TO MV-LOGIN-RELACIONADO
               MOVE "CE030" TO MV-TERMINAL
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
               MOVE "CE030" TO AV-ORIGEM
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
      * PARAMETROS E DATA DE PROCESSAMENTO                      *
      *--------------------------------------------------------*
      * SEM A TABELA DE TARIFAS NAO HA O QUE COBRAR NEM COMO
      * SABER A FRANQUIA - A EXECUCAO E ABORTADA
           1100-CARREGA-TABELA-TARIFAS.
               OPEN INPUT TABELA-TARIFAS
               IF WS-FS-TABELA = '35'
                   DISPLAY " TABELA DE TARIFAS TABTARIF NAO"
                   DISPLAY " ENCONTRADA - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-FS-TABELA
               PERFORM 1110-LER-UMA-TARIFA
                   UNTIL WS-FS-TABELA = '10'
               CLOSE TABELA-TARIFAS
               IF WS-TOTAL-TARIFAS = ZERO
                   DISPLAY " TABELA DE TARIFAS VAZIA -"
                   DISPLAY " EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1110-LER-UMA-TARIFA.
               READ TABELA-TARIFAS
                   AT END
                       MOVE '10' TO WS-FS-TABELA
                   NOT AT END
                       IF TF-EVT-SAQUE OR TF-EVT-TRANSF-OUTRO-BANCO
                          OR TF-EVT-DEPOSITO-CHEQUE
                          OR TF-EVT-SEGUNDA-VIA OR TF-EVT-EXTRATO
                           IF WS-TOTAL-TARIFAS < WS-MAXIMO-TARIFAS
                               ADD 1 TO WS-TOTAL-TARIFAS
                               MOVE TF-EVENTO
                                   TO WS-TAR-EVENTO(WS-TOTAL-TARIFAS)
                               MOVE TF-VALOR
                                   TO WS-TAR-VALOR(WS-TOTAL-TARIFAS)
                               MOVE TF-FRANQUIA-MES
                                   TO WS-TAR-FRANQUIA(WS-TOTAL-TARIFAS)
                               MOVE TF-INICIO-VIGENCIA
                                   TO WS-TAR-INICIO(WS-TOTAL-TARIFAS)
                               MOVE TF-FIM-VIGENCIA
                                   TO WS-TAR-FIM(WS-TOTAL-TARIFAS)
                               DISPLAY " TARIFA " TF-EVENTO " R$ "
                                   TF-VALOR " FRANQUIA " TF-FRANQUIA-MES
                                   " DE " TF-INICIO-VIGENCIA " A "
                                   TF-FIM-VIGENCIA
                           ELSE
                               DISPLAY " TABELA DE TARIFAS CHEIA -"
                                   " LINHA IGNORADA: " TF-EVENTO
                           END-IF
                       ELSE
                           DISPLAY " EVENTO DESCONHECIDO NA TABELA DE"
                               " TARIFAS - LINHA IGNORADA: " TF-EVENTO
                       END-IF
               END-READ.

      * TRATAMENTO DA TARIFA DA CONTA INATIVA - SEM O PARAMETRO,
      * OU COM CODIGO DESCONHECIDO, A CONTA INATIVA PAGA COMO AS
      * DEMAIS (MESMA REGRA DO CE006)
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
               END-IF.

      * A DATA VEM DO ARQUIVO DE PARAMETRO GRAVADO PELO OPERADOR
      * E SO CAI PARA A DATA DO SISTEMA QUANDO ELE NAO EXISTE. A
      * CONTAGEM COMECA NO DIA 1 DO MES ANTERIOR
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
               END-IF

               MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-ANO-INICIO
               MOVE WS-DATA-PROCESSAMENTO(5:2) TO WS-MES-INICIO
               IF WS-MES-INICIO = 1
                   MOVE 12 TO WS-MES-INICIO
                   SUBTRACT 1 FROM WS-ANO-INICIO
               ELSE
                   SUBTRACT 1 FROM WS-MES-INICIO
               END-IF
               MOVE WS-ANO-INICIO TO WS-DATA-INICIO-CONTAGEM(1:4)
               MOVE WS-MES-INICIO TO WS-DATA-INICIO-CONTAGEM(5:2)
               MOVE 01 TO WS-DATA-INICIO-CONTAGEM(7:2).

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
      * SEM O EVENTCLI SO OS EVENTOS DO MOVIMENT SAO CONTADOS
           1000-ABRE-ARQUIVOS.
               OPEN I-O CONTA-MESTRE
               OPEN I-O MOVIMENTO
               IF WS-FS-MOVIMENTO = '35'
                   OPEN OUTPUT MOVIMENTO
                   CLOSE MOVIMENTO
                   OPEN I-O MOVIMENTO
               END-IF
               SET WS-COM-EVENTOS-TERMINAL TO TRUE
               OPEN INPUT EVENTO-TARIFAVEL
               IF WS-FS-EVENTO = '35'
                   SET WS-SEM-EVENTOS-TERMINAL TO TRUE
               END-IF
               OPEN I-O COBRANCA
               IF WS-FS-COBRANCA = '35'
                   OPEN OUTPUT COBRANCA
                   CLOSE COBRANCA
                   OPEN I-O COBRANCA
               END-IF
               OPEN I-O AVISOS
               IF WS-FS-AVISOS = '35'
                   OPEN OUTPUT AVISOS
                   CLOSE AVISOS
                   OPEN I-O AVISOS
               END-IF
               DISPLAY "=========================================="
               DISPLAY " CE030-TARIFAS-EVENTO - COBRANCA DAS"
               DISPLAY " TARIFAS POR EVENTO"
               DISPLAY " DATA DE PROCESSAMENTO: " WS-DATA-PROCESSAMENTO
               DISPLAY " EVENTOS CONTADOS DESDE: "
                   WS-DATA-INICIO-CONTAGEM
               DISPLAY " TARIFA DE CONTA INATIVA: "
                   WS-TARIFA-INATIVA-SW
               IF WS-SEM-EVENTOS-TERMINAL
                   DISPLAY " SEM ARQUIVO EVENTCLI - EXTRATO E 2A VIA"
                   DISPLAY " NAO SERAO CONTADOS"
               END-IF
               DISPLAY "=========================================="
               DISPLAY " "
               DISPLAY "-- TARIFAS COBRADAS ----------------------"
               READ CONTA-MESTRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTA
               END-READ.

           9000-FINALIZA.
               CLOSE CONTA-MESTRE
               CLOSE MOVIMENTO
               IF WS-COM-EVENTOS-TERMINAL
                   CLOSE EVENTO-TARIFAVEL
               END-IF
               CLOSE COBRANCA
               CLOSE AVISOS
               DISPLAY " "
               DISPLAY "=========================================="
               DISPLAY "-- RESUMO DA EXECUCAO --------------------"
               DISPLAY " CONTAS LIDAS:                " WS-TOTAL-CONTAS
               DISPLAY " CONTAS ENCERRADAS:           "
                   WS-CONTAS-ENCERRADAS
               DISPLAY " CONTAS COM PENDENCIA:        "
                   WS-CONTAS-PENDENTES
               DISPLAY " INATIVAS ISENTAS DE TARIFA:  "
                   WS-CONTAS-INATIVAS-ISENTAS
               DISPLAY " EVENTOS CONTADOS:            "
                   WS-EVENTOS-CONTADOS
               DISPLAY " EVENTOS SEM TARIFA VIGENTE:  "
                   WS-EVENTOS-SEM-TARIFA
               DISPLAY " COBRANCAS REGISTRADAS:       "
                   WS-COBRANCAS-REGISTRADAS
               DISPLAY " INTERROMPIDAS RESOLVIDAS:    "
                   WS-INTERROMPIDAS-RESOLVIDAS
               DISPLAY " TARIFAS DEBITADAS:           "
                   WS-COBRANCAS-EFETUADAS
               DISPLAY " VALOR DEBITADO:              "
                   WS-VALOR-COBRADO
               DISPLAY " NAO DEBITADAS (SALDO):       "
                   WS-COBRANCAS-SEM-SALDO
               DISPLAY " AVISOS DE PENDENCIA:         "
                   WS-AVISOS-GRAVADOS
               DISPLAY " "
               DISPLAY "-- RECEITA DE TARIFAS NO MES "
                   WS-DATA-PROCESSAMENTO(1:6) " ---------"
               DISPLAY "-- POR EVENTO ----------------------------"
               MOVE ZERO TO WS-IND-EVENTO
               PERFORM 3300-EXIBE-UM-EVENTO
                   UNTIL WS-IND-EVENTO >= 5
               DISPLAY "-- POR TERMINAL DO EVENTO ----------------"
               MOVE ZERO TO WS-IND-TERMINAL
               PERFORM 3400-EXIBE-UM-TERMINAL
                   UNTIL WS-IND-TERMINAL >= WS-TOTAL-TERMINAIS
               DISPLAY "------------------------------------------"
               DISPLAY " TOTAL DO MES:      " WS-TOTAL-RECEITA-QTD
                   " R$ " WS-TOTAL-RECEITA-VALOR
               DISPLAY " PENDENTE A COBRAR: " WS-TOTAL-PENDENTE-QTD
                   " R$ " WS-TOTAL-PENDENTE-VALOR
               DISPLAY "==========================================".

           END PROGRAM CE030-TARIFAS-EVENTO.
