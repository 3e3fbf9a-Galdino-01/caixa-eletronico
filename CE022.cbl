      *PROJETO CAIXA ELETRONICO - JUROS DO CHEQUE ESPECIAL
      *
      * BATCH DE FIM DE MES: PARA CADA CONTA DO CONTA-MESTRE,
      * CALCULA OS JUROS DO CHEQUE ESPECIAL DIA A DIA SOBRE O SALDO
      * DEVEDOR DA CORRENTE NO MES DE PROCESSAMENTO E OS DEBITA NA
      * PROPRIA CORRENTE COM O LANCAMENTO 'JC'. O SALDO DE CADA DIA
      * SAI DO MV-SALDO-RESULTANTE DOS LANCAMENTOS DA CONTA (O
      * ULTIMO DO DIA VALE PARA O DIA INTEIRO E PARA OS DIAS SEM
      * LANCAMENTO QUE O SEGUEM); O SALDO DE ABERTURA DO MES SAI DO
      * PRIMEIRO LANCAMENTO A PARTIR DO DIA 1, COMO NO EXTRATO
      * MENSAL (CE003), E A CONTA SEM LANCAMENTO DESDE O INICIO DO
      * MES PASSA O MES INTEIRO COM O SALDO ATUAL. A TAXA MENSAL
      * VEM DO PARAMETRO PARMCHES E E APLICADA COMO TAXA DIARIA DE
      * MES COMERCIAL (TAXA / 30) SOBRE CADA DIA NEGATIVO. O DEBITO
      * DOS JUROS E O UNICO QUE PODE LEVAR O SALDO ALEM DO LIMITE
      * APROVADO - A DIVIDA E DO CLIENTE DE QUALQUER FORMA. SEGUE A
      * MESMA DISCIPLINA DE CHECKPOINT, PARMDATA E BATCTL MENSAL
      * DO CE006; A POSTAGEM E IDEMPOTENTE POR CONTA (QUEM JA TEM
      * 'JC' NO MES E PULADO). CONTA ENCERRADA NAO E TOCADA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE022-JUROS-CHEQUE-ESP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACESSO DINAMICO: A CONTA E REGRAVADA NO MEIO DA LEITURA
      * SEQUENCIAL (PENDENCIA MARCADA E DEPOIS LIMPA)
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

           SELECT PARAMETRO ASSIGN TO "PARMCHES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT CONTROLE-MOVIMENTO ASSIGN TO "MOVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT PARAMETRO-DATA ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.

           SELECT CALENDARIO ASSIGN TO "CALENFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT CONTROLE-BATCH ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BATCTL.

           SELECT AVISOS ASSIGN TO "AVISOCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE
               FILE STATUS IS WS-FS-AVISOS.

       DATA DIVISION.

           FILE SECTION.

           FD  CONTA-MESTRE.
           COPY CONTAM.

           FD  MOVIMENTO.
           COPY MOVTO.

           FD  PARAMETRO.
           COPY PARMCHES.

           FD  CONTROLE-MOVIMENTO.
           COPY MOVCTL.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           FD  CALENDARIO.
           COPY CALEND.

           FD  CONTROLE-BATCH.
           COPY BATCTL.

           FD  AVISOS.
           COPY AVISOCLI.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-CONTA PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-PARAMETRO PIC X(02).
           77 WS-FS-CONTROLE PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-FS-CALENDARIO PIC X(02).
           77 WS-FS-BATCTL PIC X(02).
           77 WS-FS-AVISOS PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-SISTEMA PIC 9(08).
           77 WS-HORA-SISTEMA PIC 9(06).
           77 WS-HORA-AGORA PIC 9(06).

      * CONTROLE DE EXECUCAO DO JOB (BATCTL) - JOB MENSAL: A
      * VALIDACAO E POR MES (NAO REPROCESSAR O MESMO MES, NAO
      * PULAR UM MES)
           77 WS-JOB-ID PIC X(08) VALUE "CE022".
           77 WS-ULTIMA-DATA-JOB PIC 9(08) VALUE ZERO.
           77 WS-MESES-NOVO PIC 9(06).
           77 WS-MESES-ULTIMO PIC 9(06).
           77 WS-TOTAL-JOBS PIC 9(02) VALUE ZERO.
           77 WS-IND-JOB PIC 9(02) VALUE ZERO.
           77 WS-POS-JOB PIC 9(02) VALUE ZERO.
           77 WS-MAXIMO-JOBS PIC 9(02) VALUE 20.

           01 WS-TABELA-JOBS.
              05 WS-ENTRADA-JOB OCCURS 20 TIMES.
                 10 WS-TAB-JOB PIC X(08).
                 10 WS-TAB-ULTIMA-DATA PIC 9(08).
                 10 WS-TAB-DATA-EXEC PIC 9(08).
                 10 WS-TAB-HORA-EXEC PIC 9(06).

      * CALENDARIO DE FERIADOS CARREGADO NA PARTIDA
           77 WS-MAXIMO-FERIADOS PIC 9(03) VALUE 100.
           77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZERO.
           77 WS-IND-FERIADO PIC 9(03) VALUE ZERO.

           01 WS-TABELA-FERIADOS.
              05 WS-TAB-FERIADO OCCURS 100 TIMES PIC 9(08).

      * APOIO DE CALENDARIO - DIA DA SEMANA PELO NUMERO SERIAL DE
      * DIAS (RESTO 5 = SABADO, 6 = DOMINGO) E RETROCESSO DE UM
      * DIA PARA O ROLO AO DIA UTIL ANTERIOR
           77 WS-DATA-CANDIDATA PIC 9(08).
           77 WS-ANO-CALC PIC 9(04).
           77 WS-MES-CALC PIC 9(02).
           77 WS-DIA-CALC PIC 9(02).
           77 WS-ULTIMO-DIA-MES PIC 9(02).
           77 WS-RESTO-BISSEXTO PIC 9(04).
           77 WS-DIAS-SERIAL PIC 9(07).
           77 WS-DIA-SEMANA PIC 9(01).
           77 WS-TEMP-DIV-A PIC 9(07).
           77 WS-TEMP-DIV-B PIC 9(07).
           77 WS-TEMP-DIV-C PIC 9(07).
           77 WS-TEMP-DIV-D PIC 9(07).
           77 WS-DIA-UTIL-SW PIC X(01).
               88 WS-DIA-UTIL VALUE 'S'.
               88 WS-DIA-NAO-UTIL VALUE 'N'.

      * PARAMETRO CARREGADO NA PARTIDA
           77 WS-TAXA-JUROS PIC 9(03)V9(04).
           77 WS-DIAS-MES-COMERCIAL PIC 9(02) VALUE 30.

      * CONTADOR DE MOVIMENTO - MESMO CONTROLE (MOVCTL) DO TERMINAL
           77 WS-CONTADOR-MOVIMENTO PIC 9(08) VALUE ZERO.

      * PERIODO DE APURACAO - DO DIA 1 AO ULTIMO DIA DO MES DE
      * PROCESSAMENTO
           77 WS-INICIO-MES PIC 9(08).
           77 WS-FIM-MES PIC 9(08).
           77 WS-DIAS-NO-MES PIC 9(02).

      * APURACAO DA CONTA EM PROCESSAMENTO - SALDO DO DIA COM
      * SINAL, DIA A PARTIR DO QUAL ELE VALE E SOMA DOS SALDOS
      * DEVEDORES DIARIOS (SALDO DEVEDOR X DIAS)
           77 WS-SALDO-DIA PIC S9(10)V99.
           77 WS-DIA-MARCO PIC 9(02).
           77 WS-DIA-LANCAMENTO PIC 9(02).
           77 WS-DIAS-PERIODO PIC 9(02).
           77 WS-SOMA-DEVEDORA PIC 9(14)V99.
           77 WS-VALOR-JUROS PIC 9(10)V99.

           77 WS-ABERTURA-SW PIC X(01).
               88 WS-ABERTURA-DEFINIDA VALUE 'S'.
               88 WS-ABERTURA-INDEFINIDA VALUE 'N'.
           77 WS-POSTADO-SW PIC X(01).
               88 WS-MES-JA-POSTADO VALUE 'S'.
               88 WS-MES-NAO-POSTADO VALUE 'N'.

      * AVISO AO CLIENTE - OS JUROS DEBITADOS GERAM UMA LINHA NA
      * CAIXA DE MENSAGENS DO LOGIN
           77 WS-AVISO-LOGIN PIC X(20).
           77 WS-AVISO-TEXTO PIC X(60).
           77 WS-PROXIMO-ID-AVISO PIC 9(08).

      * TOTAIS DE CONTROLE PARA A CONTABILIDADE
           77 WS-TOTAL-CONTAS PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-COM-JUROS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-JUROS-DEBITADOS PIC 9(12)V99 VALUE ZERO.
           77 WS-CONTAS-ALEM-DO-LIMITE PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-COM-PENDENCIA PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-JA-POSTADAS PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-ENCERRADAS PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1550-CARREGA-CALENDARIO.
       PERFORM 1570-ROLA-PARA-DIA-UTIL.
       PERFORM 1600-CARREGA-CONTROLE-BATCH.
       PERFORM 1700-VALIDA-MES-CONTROLE.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 1100-CARREGA-PARAMETROS.
       PERFORM 1150-DEFINE-PERIODO.
       PERFORM 1200-CARREGA-CONTADOR-MOVIMENTO.
       PERFORM 2000-PROCESSA-UMA-CONTA UNTIL WS-FS-CONTA = '10'.
       PERFORM 8900-ATUALIZA-CONTROLE-BATCH.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * PROCESSAMENTO DE CADA CONTA DO CONTA-MESTRE             *
      *--------------------------------------------------------*
      * CONTA COM PENDENCIA DE TERMINAL NAO RECUPERADA NAO E
      * TOCADA (MESMA REGRA DO CE006) - OS JUROS DELA SAO
      * APLICADOS NUMA REEXECUCAO DO MES LIBERADA PELO OPERADOR NO
      * BATCTL, QUE PULA AS CONTAS QUE JA TEM 'JC' NO MES
           2000-PROCESSA-UMA-CONTA.
               ADD 1 TO WS-TOTAL-CONTAS

               IF CM-CONTA-ENCERRADA
                   ADD 1 TO WS-CONTAS-ENCERRADAS
               ELSE
                   IF CM-SEM-PENDENCIA
                       PERFORM 2100-APURA-SALDO-DEVEDOR
                       IF WS-MES-JA-POSTADO
                           ADD 1 TO WS-CONTAS-JA-POSTADAS
                           DISPLAY " JUROS DO MES JA POSTADOS -"
                           DISPLAY " CONTA PULADA: " CM-LOGIN
                       ELSE
                           COMPUTE WS-VALOR-JUROS ROUNDED =
                               (WS-SOMA-DEVEDORA * WS-TAXA-JUROS)
                               / (100 * WS-DIAS-MES-COMERCIAL)
                           IF WS-VALOR-JUROS > ZERO
                               PERFORM 2200-DEBITA-JUROS
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-CONTAS-COM-PENDENCIA
                       DISPLAY " CONTA COM PENDENCIA DE TERMINAL -"
                       DISPLAY " JUROS NAO APLICADOS: " CM-LOGIN
                   END-IF
               END-IF

               READ CONTA-MESTRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTA
               END-READ.

      * PERCORRE OS LANCAMENTOS DA CONTA (CHAVE LOGIN + ID) E
      * ACUMULA EM WS-SOMA-DEVEDORA O SALDO DEVEDOR DE CADA DIA DO
      * MES. NA MESMA VOLTA DESCOBRE SE A CONTA JA TEM 'JC' NO MES
      * (REEXECUCAO) - NESSE CASO A APURACAO E DESCARTADA
           2100-APURA-SALDO-DEVEDOR.
               SET WS-MES-NAO-POSTADO TO TRUE
               SET WS-ABERTURA-INDEFINIDA TO TRUE
               MOVE ZERO TO WS-SOMA-DEVEDORA
               MOVE ZERO TO WS-VALOR-JUROS
               MOVE CM-SALDO TO WS-SALDO-DIA
               MOVE 01 TO WS-DIA-MARCO
               MOVE SPACES TO WS-FS-MOVIMENTO
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE ZERO TO MV-ID
               START MOVIMENTO KEY IS >= MV-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-MOVIMENTO
               END-START
               PERFORM 2110-LER-E-APURAR
                   UNTIL WS-FS-MOVIMENTO = '10'
      * SEM LANCAMENTO DESDE O DIA 1 O SALDO ATUAL VALE PARA O MES
      * INTEIRO; O ULTIMO SALDO APURADO VALE ATE O FIM DO MES
               COMPUTE WS-DIAS-PERIODO =
                   WS-DIAS-NO-MES + 1 - WS-DIA-MARCO
               PERFORM 2150-ACUMULA-PERIODO.

           2110-LER-E-APURAR.
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-MOVIMENTO
                   NOT AT END
                       IF MV-LOGIN NOT = CM-LOGIN
                           MOVE '10' TO WS-FS-MOVIMENTO
                       ELSE
                           PERFORM 2120-APURA-UM-LANCAMENTO
                       END-IF
               END-READ.

      * O RENDIMENTO DA POUPANCA ('RP') CARREGA O SALDO DA
      * POUPANCA E O DEPOSITO EM CHEQUE ('DC') NAO MOVE A
      * CORRENTE - OS DOIS FICAM FORA DA APURACAO, COMO O 'BP' E O
      * 'TJ' DO BLOQUEIO JUDICIAL. LANCAMENTO
      * ANTERIOR AO MES NAO INTERESSA; O PRIMEIRO A PARTIR DO DIA 1
      * DA O SALDO DE ABERTURA (DESFAZENDO O PROPRIO LANCAMENTO) E
      * O PRIMEIRO DEPOIS DO FIM DO MES ENCERRA A LEITURA
           2120-APURA-UM-LANCAMENTO.
               IF MV-OP-JUROS-CHEQUE-ESP
                  AND MV-DATA-MOVIMENTO(1:6) =
                      WS-DATA-PROCESSAMENTO(1:6)
                   SET WS-MES-JA-POSTADO TO TRUE
                   MOVE '10' TO WS-FS-MOVIMENTO
               END-IF

               IF WS-MES-NAO-POSTADO
                  AND NOT MV-OP-RENDIMENTO-POUP
                  AND NOT MV-OP-DEPOSITO-CHEQUE
                  AND NOT MV-OP-BLOQUEIO-JUD-POUP
                  AND NOT MV-OP-TRANSF-JUDICIAL
                  AND MV-DATA-MOVIMENTO >= WS-INICIO-MES
                   IF WS-ABERTURA-INDEFINIDA
                       PERFORM 2130-DEFINE-SALDO-ABERTURA
                   END-IF
                   IF MV-DATA-MOVIMENTO > WS-FIM-MES
                       MOVE '10' TO WS-FS-MOVIMENTO
                   ELSE
                       MOVE MV-DATA-MOVIMENTO(7:2)
                           TO WS-DIA-LANCAMENTO
                       COMPUTE WS-DIAS-PERIODO =
                           WS-DIA-LANCAMENTO - WS-DIA-MARCO
                       PERFORM 2150-ACUMULA-PERIODO
                       MOVE MV-SALDO-RESULTANTE TO WS-SALDO-DIA
                       MOVE WS-DIA-LANCAMENTO TO WS-DIA-MARCO
                   END-IF
               END-IF.

           2130-DEFINE-SALDO-ABERTURA.
               IF MV-OP-DEPOSITO OR MV-OP-TRANSF-CREDITO
                  OR MV-OP-RENDIMENTO OR MV-OP-ESTORNO-PAGTO
                  OR MV-OP-RESGATE-POUP OR MV-OP-LIBERACAO-CHEQUE
                  OR MV-OP-TRANSF-RECEBIDA-IB
                  OR MV-OP-DEVOLUCAO-CONTEST
                  OR MV-OP-DESBLOQUEIO-JUDICIAL
                   COMPUTE WS-SALDO-DIA =
                       MV-SALDO-RESULTANTE - MV-VALOR
               ELSE
                   COMPUTE WS-SALDO-DIA =
                       MV-SALDO-RESULTANTE + MV-VALOR
               END-IF
               SET WS-ABERTURA-DEFINIDA TO TRUE.

      * SOMA O SALDO DEVEDOR DE WS-SALDO-DIA PELOS WS-DIAS-PERIODO
      * DIAS EM QUE ELE VALEU - SALDO POSITIVO NAO ENTRA
           2150-ACUMULA-PERIODO.
               IF WS-SALDO-DIA < ZERO
                   COMPUTE WS-SOMA-DEVEDORA = WS-SOMA-DEVEDORA
                       + ((ZERO - WS-SALDO-DIA) * WS-DIAS-PERIODO)
               END-IF.

      * DEBITA OS JUROS DA CORRENTE E GRAVA O LANCAMENTO 'JC' NO
      * MOVIMENTO - O SALDO E REGRAVADO JA COM A PENDENCIA MARCADA
      * (MESMA DISCIPLINA DE CHECKPOINT DO TERMINAL), DE FORMA QUE
      * UMA QUEDA ENTRE O REWRITE E A GRAVACAO DO MOVIMENTO SEJA
      * COMPLETADA PELA RECUPERACAO NO PROXIMO LOGIN
           2200-DEBITA-JUROS.
               COMPUTE CM-SALDO = CM-SALDO - WS-VALOR-JUROS
               PERFORM 1290-ALOCA-MOVIMENTO-ID
               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE 'JC' TO CM-PENDENTE-TIPO
               MOVE WS-VALOR-JUROS TO CM-PENDENTE-VALOR
               MOVE SPACES TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-PROCESSAMENTO TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               MOVE 'JC' TO MV-TIPO-OPERACAO
               MOVE WS-VALOR-JUROS TO MV-VALOR
               PERFORM 8000-GRAVA-MOVIMENTO
               ADD WS-VALOR-JUROS TO WS-TOTAL-JUROS-DEBITADOS
               ADD 1 TO WS-CONTAS-COM-JUROS
               DISPLAY " JUROS DEBITADOS: " CM-LOGIN " "
                   WS-VALOR-JUROS
               IF (ZERO - CM-SALDO) > CM-LIMITE-CHEQUE-ESPECIAL
                   ADD 1 TO WS-CONTAS-ALEM-DO-LIMITE
                   DISPLAY "   SALDO APOS OS JUROS ALEM DO LIMITE"
               END-IF
               MOVE CM-LOGIN TO WS-AVISO-LOGIN
               MOVE "JUROS DO CHEQUE ESPECIAL DO MES DEBITADOS NA CONTA"
                   TO WS-AVISO-TEXTO
               PERFORM 8500-GRAVA-AVISO.

      * GRAVA NO MOVIMENTO O LANCAMENTO PREPARADO EM MV-TIPO-OPERACAO
      * E MV-VALOR, EM NOME DA CONTA EM PROCESSAMENTO, E LIMPA A
      * PENDENCIA MARCADA NO REWRITE DO SALDO
           8000-GRAVA-MOVIMENTO.
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE WS-CONTADOR-MOVIMENTO TO MV-ID
               MOVE WS-DATA-PROCESSAMENTO TO MV-DATA-MOVIMENTO
               MOVE WS-HORA-AGORA TO MV-HORA-MOVIMENTO
               MOVE CM-SALDO TO MV-SALDO-RESULTANTE
               MOVE SPACES TO MV-LOGIN-RELACIONADO
               MOVE "CE022" TO MV-TERMINAL
               WRITE MV-REGISTRO-MOVIMENTO
               MOVE SPACES TO CM-PENDENTE-TIPO
               REWRITE CM-REGISTRO-CONTA.

      * GRAVA UM AVISO NA CAIXA DE MENSAGENS DO LOGIN EM
      * WS-AVISO-LOGIN COM O TEXTO JA MONTADO EM WS-AVISO-TEXTO -
      * NUMERACAO SEQUENCIAL DENTRO DO LOGIN, COMO NOS DEMAIS
      * ARQUIVOS POR CONTA
           8500-GRAVA-AVISO.
               PERFORM 8510-PROXIMO-ID-AVISO
               MOVE WS-AVISO-LOGIN TO AV-LOGIN
               MOVE WS-PROXIMO-ID-AVISO TO AV-ID
               MOVE WS-DATA-PROCESSAMENTO TO AV-DATA
               MOVE WS-HORA-AGORA TO AV-HORA
               MOVE "CE022" TO AV-ORIGEM
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
      * PARAMETROS, PERIODO E CONTADOR DE MOVIMENTO             *
      *--------------------------------------------------------*
           1100-CARREGA-PARAMETROS.
               OPEN INPUT PARAMETRO
               IF WS-FS-PARAMETRO = '35'
                   DISPLAY " ARQUIVO DE PARAMETROS PARMCHES"
                   DISPLAY " NAO ENCONTRADO - EXECUCAO ABORTADA"
                   CLOSE CONTA-MESTRE
                   CLOSE MOVIMENTO
                   CLOSE AVISOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PARAMETRO
                   AT END
                       DISPLAY " ARQUIVO DE PARAMETROS VAZIO -"
                       DISPLAY " EXECUCAO ABORTADA"
                       CLOSE PARAMETRO
                       CLOSE CONTA-MESTRE
                       CLOSE MOVIMENTO
                       CLOSE AVISOS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE PC-TAXA-JUROS-MES TO WS-TAXA-JUROS
               CLOSE PARAMETRO
               DISPLAY " TAXA DE JUROS (% A.M.):      "
                   WS-TAXA-JUROS.

      * O MES APURADO E O MES DA DATA DE PROCESSAMENTO, DO DIA 1
      * AO ULTIMO DIA DO CALENDARIO (O JOB RODA NO ULTIMO DIA UTIL)
           1150-DEFINE-PERIODO.
               MOVE WS-DATA-PROCESSAMENTO TO WS-INICIO-MES
               MOVE 01 TO WS-INICIO-MES(7:2)
               MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-ANO-CALC
               MOVE WS-DATA-PROCESSAMENTO(5:2) TO WS-MES-CALC
               PERFORM 1585-ULTIMO-DIA-DO-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-DIAS-NO-MES
               MOVE WS-DATA-PROCESSAMENTO TO WS-FIM-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-FIM-MES(7:2)
               DISPLAY " PERIODO APURADO: " WS-INICIO-MES " A "
                   WS-FIM-MES.

      * CARREGA O ULTIMO MV-ID DO ARQUIVO DE CONTROLE; SE ELE NAO
      * EXISTIR, RECONSTROI O CONTADOR VARRENDO O MOVIMENTO INTEIRO
      * ATRAS DO MAIOR ID (MESMA DISCIPLINA DO TERMINAL)
      * ARQUIVO DE CONTROLE PRESENTE MAS VAZIO = QUEDA ENTRE O OPEN
      * OUTPUT E O WRITE DE 1290 - TRATADO COMO O ARQUIVO AUSENTE,
      * RECONSTRUINDO O CONTADOR, PARA NUNCA PARTIR DE ZERO COM
      * MOVIMENTO JA GRAVADO (ISSO REENTREGARIA IDS JA USADOS)
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
      * DATA DE PROCESSAMENTO, CALENDARIO E CONTROLE DO JOB     *
      *--------------------------------------------------------*
      * A DATA VEM DO ARQUIVO DE PARAMETRO GRAVADO PELO OPERADOR
      * (PERMITINDO REEXECUTAR DE MANHA A JANELA QUE FALHOU) E SO
      * CAI PARA A DATA DO SISTEMA QUANDO O PARAMETRO NAO EXISTE
           1500-DEFINE-DATA-PROCESSAMENTO.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
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

           1550-CARREGA-CALENDARIO.
               MOVE ZERO TO WS-TOTAL-FERIADOS
               OPEN INPUT CALENDARIO
               IF WS-FS-CALENDARIO = '35'
                   DISPLAY " SEM CALENDARIO DE FERIADOS -"
                   DISPLAY " SOMENTE FINS DE SEMANA SERAO"
                   DISPLAY " TRATADOS COMO DIA NAO UTIL"
               ELSE
                   MOVE SPACES TO WS-FS-CALENDARIO
                   PERFORM 1555-LER-UM-FERIADO
                       UNTIL WS-FS-CALENDARIO = '10'
                   CLOSE CALENDARIO
               END-IF.

           1555-LER-UM-FERIADO.
               READ CALENDARIO
                   AT END
                       MOVE '10' TO WS-FS-CALENDARIO
                   NOT AT END
                       IF WS-TOTAL-FERIADOS < WS-MAXIMO-FERIADOS
                           ADD 1 TO WS-TOTAL-FERIADOS
                           MOVE FE-DATA-FERIADO
                               TO WS-TAB-FERIADO(WS-TOTAL-FERIADOS)
                       END-IF
               END-READ.

      * JOB DE FIM DE MES: QUANDO A DATA DE PROCESSAMENTO CAI EM
      * DIA NAO UTIL, ROLA PARA O DIA UTIL ANTERIOR - E ESTE O DIA
      * QUE FECHA A JANELA DO MES
           1570-ROLA-PARA-DIA-UTIL.
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-CANDIDATA
               PERFORM 1590-VERIFICA-DIA-UTIL
               PERFORM 1575-RETROCEDE-ATE-DIA-UTIL
                   UNTIL WS-DIA-UTIL
               IF WS-DATA-CANDIDATA NOT = WS-DATA-PROCESSAMENTO
                   DISPLAY " DATA " WS-DATA-PROCESSAMENTO
                       " NAO E DIA UTIL - ROLADA PARA "
                       WS-DATA-CANDIDATA
                   MOVE WS-DATA-CANDIDATA TO WS-DATA-PROCESSAMENTO
               END-IF.

           1575-RETROCEDE-ATE-DIA-UTIL.
               PERFORM 1580-RETROCEDE-UM-DIA
               PERFORM 1590-VERIFICA-DIA-UTIL.

           1580-RETROCEDE-UM-DIA.
               MOVE WS-DATA-CANDIDATA(1:4) TO WS-ANO-CALC
               MOVE WS-DATA-CANDIDATA(5:2) TO WS-MES-CALC
               MOVE WS-DATA-CANDIDATA(7:2) TO WS-DIA-CALC
               IF WS-DIA-CALC = 01
                   IF WS-MES-CALC = 01
                       MOVE 12 TO WS-MES-CALC
                       SUBTRACT 1 FROM WS-ANO-CALC
                   ELSE
                       SUBTRACT 1 FROM WS-MES-CALC
                   END-IF
                   PERFORM 1585-ULTIMO-DIA-DO-MES
                   MOVE WS-ULTIMO-DIA-MES TO WS-DIA-CALC
               ELSE
                   SUBTRACT 1 FROM WS-DIA-CALC
               END-IF
               MOVE WS-ANO-CALC TO WS-DATA-CANDIDATA(1:4)
               MOVE WS-MES-CALC TO WS-DATA-CANDIDATA(5:2)
               MOVE WS-DIA-CALC TO WS-DATA-CANDIDATA(7:2).

      * ULTIMO DIA DO MES WS-MES-CALC/WS-ANO-CALC, TRATANDO
      * FEVEREIRO DE ANO BISSEXTO
           1585-ULTIMO-DIA-DO-MES.
               EVALUATE WS-MES-CALC
                   WHEN 01
                   WHEN 03
                   WHEN 05
                   WHEN 07
                   WHEN 08
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-ULTIMO-DIA-MES
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-ULTIMO-DIA-MES
                   WHEN 02
                       MOVE 28 TO WS-ULTIMO-DIA-MES
                       DIVIDE WS-ANO-CALC BY 4
                           GIVING WS-RESTO-BISSEXTO
                           REMAINDER WS-RESTO-BISSEXTO
                       IF WS-RESTO-BISSEXTO = ZERO
                           MOVE 29 TO WS-ULTIMO-DIA-MES
                           DIVIDE WS-ANO-CALC BY 100
                               GIVING WS-RESTO-BISSEXTO
                               REMAINDER WS-RESTO-BISSEXTO
                           IF WS-RESTO-BISSEXTO = ZERO
                               MOVE 28 TO WS-ULTIMO-DIA-MES
                               DIVIDE WS-ANO-CALC BY 400
                                   GIVING WS-RESTO-BISSEXTO
                                   REMAINDER WS-RESTO-BISSEXTO
                               IF WS-RESTO-BISSEXTO = ZERO
                                   MOVE 29 TO WS-ULTIMO-DIA-MES
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE.

      * DIA UTIL = NEM SABADO/DOMINGO NEM FERIADO DO CALENDARIO.
      * O DIA DA SEMANA SAI DO NUMERO SERIAL DE DIAS (GREGORIANO,
      * DIVISOES INTEIRAS EM PASSOS SEPARADOS PORQUE O COMPUTE NAO
      * TRUNCA INTERMEDIARIOS): RESTO 5 = SABADO, 6 = DOMINGO
           1590-VERIFICA-DIA-UTIL.
               SET WS-DIA-UTIL TO TRUE
               MOVE WS-DATA-CANDIDATA(1:4) TO WS-ANO-CALC
               MOVE WS-DATA-CANDIDATA(5:2) TO WS-MES-CALC
               MOVE WS-DATA-CANDIDATA(7:2) TO WS-DIA-CALC
               IF WS-MES-CALC <= 2
                   ADD 12 TO WS-MES-CALC
                   SUBTRACT 1 FROM WS-ANO-CALC
               END-IF
               DIVIDE WS-ANO-CALC BY 4 GIVING WS-TEMP-DIV-A
               DIVIDE WS-ANO-CALC BY 100 GIVING WS-TEMP-DIV-B
               DIVIDE WS-ANO-CALC BY 400 GIVING WS-TEMP-DIV-C
               COMPUTE WS-TEMP-DIV-D = 306 * (WS-MES-CALC + 1)
               DIVIDE WS-TEMP-DIV-D BY 10 GIVING WS-TEMP-DIV-D
               COMPUTE WS-DIAS-SERIAL =
                   (365 * WS-ANO-CALC) + WS-TEMP-DIV-A
                   - WS-TEMP-DIV-B + WS-TEMP-DIV-C
                   + WS-TEMP-DIV-D + WS-DIA-CALC - 429
               DIVIDE WS-DIAS-SERIAL BY 7
                   GIVING WS-TEMP-DIV-A
                   REMAINDER WS-DIA-SEMANA
               IF WS-DIA-SEMANA = 5 OR WS-DIA-SEMANA = 6
                   SET WS-DIA-NAO-UTIL TO TRUE
               ELSE
                   MOVE ZERO TO WS-IND-FERIADO
                   PERFORM 1595-TESTA-UM-FERIADO
                       UNTIL WS-DIA-NAO-UTIL
                          OR WS-IND-FERIADO >= WS-TOTAL-FERIADOS
               END-IF.

           1595-TESTA-UM-FERIADO.
               ADD 1 TO WS-IND-FERIADO
               IF WS-TAB-FERIADO(WS-IND-FERIADO) = WS-DATA-CANDIDATA
                   SET WS-DIA-NAO-UTIL TO TRUE
               END-IF.

           1600-CARREGA-CONTROLE-BATCH.
               MOVE ZERO TO WS-TOTAL-JOBS
               MOVE ZERO TO WS-ULTIMA-DATA-JOB
               MOVE ZERO TO WS-POS-JOB
               OPEN INPUT CONTROLE-BATCH
               IF WS-FS-BATCTL = '35'
                   CONTINUE
               ELSE
                   MOVE SPACES TO WS-FS-BATCTL
                   PERFORM 1605-LER-UM-JOB
                       UNTIL WS-FS-BATCTL = '10'
                   CLOSE CONTROLE-BATCH
               END-IF

               MOVE ZERO TO WS-IND-JOB
               PERFORM 1608-PROCURA-O-PROPRIO-JOB
                   UNTIL WS-POS-JOB NOT = ZERO
                      OR WS-IND-JOB >= WS-TOTAL-JOBS
               IF WS-POS-JOB NOT = ZERO
                   MOVE WS-TAB-ULTIMA-DATA(WS-POS-JOB)
                       TO WS-ULTIMA-DATA-JOB
                   DISPLAY " ULTIMA DATA FECHADA POR " WS-JOB-ID
                       ": " WS-ULTIMA-DATA-JOB
               END-IF.

           1605-LER-UM-JOB.
               READ CONTROLE-BATCH
                   AT END
                       MOVE '10' TO WS-FS-BATCTL
                   NOT AT END
                       IF WS-TOTAL-JOBS < WS-MAXIMO-JOBS
                           ADD 1 TO WS-TOTAL-JOBS
                           MOVE BC-JOB TO WS-TAB-JOB(WS-TOTAL-JOBS)
                           MOVE BC-ULTIMA-DATA-PROCESSADA
                               TO WS-TAB-ULTIMA-DATA(WS-TOTAL-JOBS)
                           MOVE BC-DATA-ULTIMA-EXECUCAO
                               TO WS-TAB-DATA-EXEC(WS-TOTAL-JOBS)
                           MOVE BC-HORA-ULTIMA-EXECUCAO
                               TO WS-TAB-HORA-EXEC(WS-TOTAL-JOBS)
                       END-IF
               END-READ.

           1608-PROCURA-O-PROPRIO-JOB.
               ADD 1 TO WS-IND-JOB
               IF WS-TAB-JOB(WS-IND-JOB) = WS-JOB-ID
                   MOVE WS-IND-JOB TO WS-POS-JOB
               END-IF.

      * JOB MENSAL: RECUSA REPROCESSAR O MES JA EXPORTADO E RECUSA
      * PULAR UM MES INTEIRO - A CONTAGEM E EM MESES CORRIDOS
      * (ANO X 12 + MES)
           1700-VALIDA-MES-CONTROLE.
               IF WS-ULTIMA-DATA-JOB = ZERO
                   CONTINUE
               ELSE
                   MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-ANO-CALC
                   MOVE WS-DATA-PROCESSAMENTO(5:2) TO WS-MES-CALC
                   COMPUTE WS-MESES-NOVO =
                       (WS-ANO-CALC * 12) + WS-MES-CALC
                   MOVE WS-ULTIMA-DATA-JOB(1:4) TO WS-ANO-CALC
                   MOVE WS-ULTIMA-DATA-JOB(5:2) TO WS-MES-CALC
                   COMPUTE WS-MESES-ULTIMO =
                       (WS-ANO-CALC * 12) + WS-MES-CALC
                   IF WS-MESES-NOVO <= WS-MESES-ULTIMO
                       DISPLAY " MES DE " WS-DATA-PROCESSAMENTO
                           " JA PROCESSADO POR " WS-JOB-ID
                       DISPLAY " EXECUCAO RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-MESES-NOVO > WS-MESES-ULTIMO + 1
                       DISPLAY " HA MES NAO PROCESSADO ENTRE "
                           WS-ULTIMA-DATA-JOB " E "
                           WS-DATA-PROCESSAMENTO
                       DISPLAY " PROCESSE-O VIA PARMDATA -"
                       DISPLAY " EXECUCAO RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      * BAIXA A EXECUCAO BEM SUCEDIDA NO CONTROLE DE BATCH - E POR
      * AQUI QUE O OPERADOR VE A ULTIMA DATA FECHADA DE CADA JOB
           8900-ATUALIZA-CONTROLE-BATCH.
               IF WS-POS-JOB = ZERO
                   IF WS-TOTAL-JOBS < WS-MAXIMO-JOBS
                       ADD 1 TO WS-TOTAL-JOBS
                       MOVE WS-TOTAL-JOBS TO WS-POS-JOB
                       MOVE WS-JOB-ID TO WS-TAB-JOB(WS-POS-JOB)
                   END-IF
               END-IF
               IF WS-POS-JOB NOT = ZERO
                   MOVE WS-DATA-PROCESSAMENTO
                       TO WS-TAB-ULTIMA-DATA(WS-POS-JOB)
                   MOVE WS-DATA-SISTEMA
                       TO WS-TAB-DATA-EXEC(WS-POS-JOB)
                   MOVE WS-HORA-SISTEMA
                       TO WS-TAB-HORA-EXEC(WS-POS-JOB)
                   OPEN OUTPUT CONTROLE-BATCH
                   MOVE ZERO TO WS-IND-JOB
                   PERFORM 8910-GRAVA-UM-JOB
                       UNTIL WS-IND-JOB >= WS-TOTAL-JOBS
                   CLOSE CONTROLE-BATCH
               END-IF.

           8910-GRAVA-UM-JOB.
               ADD 1 TO WS-IND-JOB
               MOVE WS-TAB-JOB(WS-IND-JOB) TO BC-JOB
               MOVE WS-TAB-ULTIMA-DATA(WS-IND-JOB)
                   TO BC-ULTIMA-DATA-PROCESSADA
               MOVE WS-TAB-DATA-EXEC(WS-IND-JOB)
                   TO BC-DATA-ULTIMA-EXECUCAO
               MOVE WS-TAB-HORA-EXEC(WS-IND-JOB)
                   TO BC-HORA-ULTIMA-EXECUCAO
               WRITE BC-REGISTRO-CONTROLE-BATCH.

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
           1000-ABRE-ARQUIVOS.
               ACCEPT WS-HORA-AGORA FROM TIME
               OPEN I-O CONTA-MESTRE
               OPEN I-O MOVIMENTO
               IF WS-FS-MOVIMENTO = '35'
                   OPEN OUTPUT MOVIMENTO
                   CLOSE MOVIMENTO
                   OPEN I-O MOVIMENTO
               END-IF
               OPEN I-O AVISOS
               IF WS-FS-AVISOS = '35'
                   OPEN OUTPUT AVISOS
                   CLOSE AVISOS
                   OPEN I-O AVISOS
               END-IF
               DISPLAY "=========================================="
               DISPLAY " CE022-JUROS-CHEQUE-ESP - JUROS SOBRE O"
               DISPLAY " SALDO DEVEDOR DO CHEQUE ESPECIAL"
               DISPLAY " DATA DE PROCESSAMENTO: " WS-DATA-PROCESSAMENTO
               DISPLAY "=========================================="
               MOVE LOW-VALUES TO CM-LOGIN
               START CONTA-MESTRE KEY IS >= CM-LOGIN
                   INVALID KEY
                       MOVE '10' TO WS-FS-CONTA
               END-START
               IF WS-FS-CONTA NOT = '10'
                   READ CONTA-MESTRE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-FS-CONTA
                   END-READ
               END-IF.

           9000-FINALIZA.
               CLOSE CONTA-MESTRE
               CLOSE MOVIMENTO
               CLOSE AVISOS
               DISPLAY "=========================================="
               DISPLAY " CONTAS PROCESSADAS:          "
                   WS-TOTAL-CONTAS
               DISPLAY " CONTAS COM JUROS DEBITADOS:  "
                   WS-CONTAS-COM-JUROS
               DISPLAY " JUROS DEBITADOS:             "
                   WS-TOTAL-JUROS-DEBITADOS
               DISPLAY " CONTAS ALEM DO LIMITE:       "
                   WS-CONTAS-ALEM-DO-LIMITE
               DISPLAY " CONTAS PULADAS (PENDENCIA):  "
                   WS-CONTAS-COM-PENDENCIA
               DISPLAY " CONTAS JA POSTADAS NO MES:   "
                   WS-CONTAS-JA-POSTADAS
               DISPLAY " CONTAS ENCERRADAS (PULADAS): "
                   WS-CONTAS-ENCERRADAS
               DISPLAY "==========================================".

           END PROGRAM CE022-JUROS-CHEQUE-ESP.
