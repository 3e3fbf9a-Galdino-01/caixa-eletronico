      *PROJETO CAIXA ELETRONICO - CONTAS INATIVAS
      *
      * BATCH MENSAL DE CONTAS INATIVAS. PARA CADA CONTA ATIVA OU
      * BLOQUEADA DO CONTAMST PROCURA NO HISTORICO (MOVHISTO) DO
      * EXPURGO ANUAL E NO MOVIMENT A DATA DO ULTIMO LANCAMENTO
      * FEITO PELO CLIENTE, E MARCA COMO INATIVA ('3') A CONTA SEM
      * MOVIMENTACAO DO CLIENTE HA MAIS DO PRAZO EM MESES DO
      * PARAMETRO DE CONTAS INATIVAS (PARMINAT), COM A DATA DE
      * INATIVACAO E O REGISTRO NO AUDITSEG.
      * LANCAMENTO DO CLIENTE E O DE DEPOSITO, SAQUE,
      * TRANSFERENCIA ENVIADA (NO BANCO OU PARA OUTRO BANCO),
      * PAGAMENTO, APLICACAO / RESGATE DA POUPANCA E DEPOSITO EM
      * CHEQUE QUE NAO TENHA SIDO GRAVADO POR UM BATCH (MV-TERMINAL
      * COM O NOME DO PROGRAMA, 'CE...'). RENDIMENTO, TARIFA,
      * ESTORNO, JUROS, LIBERACAO DE CHEQUE, DEVOLUCAO, BLOQUEIO
      * JUDICIAL E O CREDITO RECEBIDO DE TERCEIROS NAO CONTAM.
      * A CONTAGEM DO PRAZO PARTE DA DATA MAIS RECENTE ENTRE O
      * ULTIMO LANCAMENTO DO CLIENTE, A ABERTURA DA CONTA E A
      * ULTIMA REATIVACAO NA AGENCIA (OPCAO DESBLOQUEAR/REATIVAR
      * DO TERMINAL). CONTA ENCERRADA NAO E AVALIADA, E A CONTA
      * COM LANCAMENTO PENDENTE DE TERMINAL FICA PARA O MES
      * SEGUINTE. O LANCAMENTO DO MOVIMENT QUE JA ESTA NO
      * HISTORICO (EXPURGO INTERROMPIDO) E LIDO SO UMA VEZ, COMO
      * NO INFORME DE RENDIMENTOS (CE027).
      * AO FINAL EMITE O RELATORIO DE TODAS AS CONTAS INATIVAS COM
      * OS SALDOS DA CORRENTE, DA POUPANCA E DA RESERVA JUDICIAL,
      * PARA A PRESTACAO DE CONTAS DE RECURSOS NAO RECLAMADOS. A
      * REEXECUCAO NO MESMO MES NAO MARCA DUAS VEZES - A CONTA JA
      * INATIVA SO ENTRA NO RELATORIO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE029-CONTAS-INATIVAS.

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

           SELECT HISTORICO ASSIGN TO "MOVHISTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT AUDITORIA ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT PARAMETRO-INATIVA ASSIGN TO "PARMINAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMINAT.

           SELECT PARAMETRO-DATA ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.

       DATA DIVISION.

           FILE SECTION.

           FD  CONTA-MESTRE.
           COPY CONTAM.

           FD  MOVIMENTO.
           COPY MOVTO.

           FD  HISTORICO.
           COPY MOVHIST.

           FD  AUDITORIA.
           COPY AUDITSEG.

           FD  PARAMETRO-INATIVA.
           COPY PARMINAT.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-CONTA PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-HISTORICO PIC X(02).
           77 WS-FS-AUDITORIA PIC X(02).
           77 WS-FS-PARMINAT PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-SISTEMA PIC 9(08).
           77 WS-HORA-AGORA PIC 9(06).

           77 WS-HISTORICO-SW PIC X(01).
               88 WS-COM-HISTORICO VALUE 'S'.
               88 WS-SEM-HISTORICO VALUE 'N'.

      * PRAZO DO PARAMETRO E DATA DE CORTE - CONTA CUJA ULTIMA
      * MOVIMENTACAO DO CLIENTE E ANTERIOR AO CORTE E INATIVA
           77 WS-MESES-INATIVIDADE PIC 9(03).
           77 WS-MESES-CORTE PIC 9(06).
           77 WS-ANO-CORTE PIC 9(04).
           77 WS-MES-CORTE PIC 9(02).
           77 WS-DATA-CORTE PIC 9(08).

      * LANCAMENTO EM ANALISE - COPIADO DO MOVIMENT OU DO HISTORICO
           77 WS-LANC-TIPO PIC X(02).
           77 WS-LANC-DATA PIC 9(08).
           77 WS-LANC-TERMINAL PIC X(08).
           77 WS-MAIOR-ID-HISTORICO PIC 9(08).

      * APURACAO DA CONTA EM ANALISE
           77 WS-DATA-ULTIMO-CLIENTE PIC 9(08).
           77 WS-DATA-REFERENCIA PIC 9(08).

      * TOTAIS DE CONTROLE E DO RELATORIO
           77 WS-TOTAL-CONTAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-AVALIADAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-MARCADAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-INATIVAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ENCERRADAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-PENDENTES PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ERROS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-LANC-MOVIMENTO PIC 9(08) VALUE ZERO.
           77 WS-TOTAL-LANC-HISTORICO PIC 9(08) VALUE ZERO.
           77 WS-TOTAL-SALDO-CORRENTE PIC S9(12)V99 VALUE ZERO.
           77 WS-TOTAL-SALDO-POUPANCA PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-SALDO-JUDICIAL PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1100-CARREGA-PARAMETRO.
       PERFORM 1200-DEFINE-DATA-CORTE.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 2000-AVALIA-UMA-CONTA UNTIL WS-FS-CONTA = '10'.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * AVALIACAO DE CADA CONTA DO CONTA-MESTRE                 *
      *--------------------------------------------------------*
           2000-AVALIA-UMA-CONTA.
               ADD 1 TO WS-TOTAL-CONTAS
               EVALUATE TRUE
                   WHEN CM-CONTA-ENCERRADA
                       ADD 1 TO WS-TOTAL-ENCERRADAS
                   WHEN CM-CONTA-INATIVA
                       PERFORM 2900-LISTA-CONTA-INATIVA
                   WHEN NOT CM-SEM-PENDENCIA
                       ADD 1 TO WS-TOTAL-PENDENTES
                       DISPLAY " CONTA COM LANCAMENTO PENDENTE, NAO"
                           " AVALIADA: " CM-LOGIN
                   WHEN OTHER
                       PERFORM 2100-AVALIA-MOVIMENTACAO
               END-EVALUATE

               READ CONTA-MESTRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTA
               END-READ.

      * A REFERENCIA E A DATA MAIS RECENTE ENTRE O ULTIMO
      * LANCAMENTO DO CLIENTE, A ABERTURA E A REATIVACAO
           2100-AVALIA-MOVIMENTACAO.
               ADD 1 TO WS-TOTAL-AVALIADAS
               MOVE ZERO TO WS-DATA-ULTIMO-CLIENTE
               MOVE ZERO TO WS-MAIOR-ID-HISTORICO
               IF WS-COM-HISTORICO
                   PERFORM 2200-VARRE-HISTORICO
               END-IF
               PERFORM 2300-VARRE-MOVIMENTO

               MOVE WS-DATA-ULTIMO-CLIENTE TO WS-DATA-REFERENCIA
               IF CM-DATA-ABERTURA > WS-DATA-REFERENCIA
                   MOVE CM-DATA-ABERTURA TO WS-DATA-REFERENCIA
               END-IF
               IF CM-DATA-REATIVACAO > WS-DATA-REFERENCIA
                   MOVE CM-DATA-REATIVACAO TO WS-DATA-REFERENCIA
               END-IF

               IF WS-DATA-REFERENCIA < WS-DATA-CORTE
                   PERFORM 2500-MARCA-INATIVA
               END-IF.

      * O HISTORICO E LIDO ATE O FIM DO LOGIN PARA SE SABER O
      * ULTIMO ID JA EXPURGADO DA CONTA
           2200-VARRE-HISTORICO.
               MOVE SPACES TO WS-FS-HISTORICO
               MOVE CM-LOGIN TO MH-LOGIN
               MOVE ZERO TO MH-ID
               START HISTORICO KEY IS >= MH-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-HISTORICO
               END-START
               PERFORM 2210-LER-HISTORICO
                   UNTIL WS-FS-HISTORICO = '10'.

           2210-LER-HISTORICO.
               READ HISTORICO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-HISTORICO
                   NOT AT END
                       IF MH-LOGIN NOT = CM-LOGIN
                           MOVE '10' TO WS-FS-HISTORICO
                       ELSE
                           ADD 1 TO WS-TOTAL-LANC-HISTORICO
                           MOVE MH-ID TO WS-MAIOR-ID-HISTORICO
                           MOVE MH-TIPO-OPERACAO TO WS-LANC-TIPO
                           MOVE MH-DATA-MOVIMENTO TO WS-LANC-DATA
                           MOVE MH-TERMINAL TO WS-LANC-TERMINAL
                           PERFORM 2400-CONFERE-LANCAMENTO
                       END-IF
               END-READ.

      * DO MOVIMENT SO O QUE VEM DEPOIS DO ULTIMO ID DO HISTORICO
           2300-VARRE-MOVIMENTO.
               MOVE SPACES TO WS-FS-MOVIMENTO
               MOVE CM-LOGIN TO MV-LOGIN
               MOVE WS-MAIOR-ID-HISTORICO TO MV-ID
               START MOVIMENTO KEY IS > MV-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-MOVIMENTO
               END-START
               PERFORM 2310-LER-MOVIMENTO
                   UNTIL WS-FS-MOVIMENTO = '10'.

           2310-LER-MOVIMENTO.
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-MOVIMENTO
                   NOT AT END
                       IF MV-LOGIN NOT = CM-LOGIN
                           MOVE '10' TO WS-FS-MOVIMENTO
                       ELSE
                           ADD 1 TO WS-TOTAL-LANC-MOVIMENTO
                           MOVE MV-TIPO-OPERACAO TO WS-LANC-TIPO
                           MOVE MV-DATA-MOVIMENTO TO WS-LANC-DATA
                           MOVE MV-TERMINAL TO WS-LANC-TERMINAL
                           PERFORM 2400-CONFERE-LANCAMENTO
                       END-IF
               END-READ.

      * SO O LANCAMENTO FEITO PELO CLIENTE (TERMINAL, AGENCIA OU
      * MIGRADO DO SISTEMA ANTIGO) MOVE A DATA DE REFERENCIA - O
      * GRAVADO POR BATCH LEVA O NOME DO PROGRAMA NO TERMINAL
           2400-CONFERE-LANCAMENTO.
               IF WS-LANC-TERMINAL(1:2) NOT = "CE"
                   EVALUATE WS-LANC-TIPO
                       WHEN 'DE'
                       WHEN 'SA'
                       WHEN 'TD'
                       WHEN 'TE'
                       WHEN 'PG'
                       WHEN 'AP'
                       WHEN 'RS'
                       WHEN 'DC'
                           IF WS-LANC-DATA > WS-DATA-ULTIMO-CLIENTE
                               MOVE WS-LANC-DATA
                                   TO WS-DATA-ULTIMO-CLIENTE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

      * A MARCA VALE TAMBEM PARA A CONTA BLOQUEADA POR SENHA - A
      * REATIVACAO NA AGENCIA CONFERE O CLIENTE E LIBERA AS DUAS
           2500-MARCA-INATIVA.
               SET CM-CONTA-INATIVA TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO CM-DATA-INATIVACAO
               REWRITE CM-REGISTRO-CONTA
               IF WS-FS-CONTA NOT = '00'
                   ADD 1 TO WS-TOTAL-ERROS
                   DISPLAY " ERRO " WS-FS-CONTA " AO MARCAR A CONTA: "
                       CM-LOGIN
               ELSE
                   ADD 1 TO WS-TOTAL-MARCADAS
                   MOVE CM-LOGIN TO AU-LOGIN
                   MOVE WS-DATA-PROCESSAMENTO TO AU-DATA-OCORRENCIA
                   ACCEPT WS-HORA-AGORA FROM TIME
                   MOVE WS-HORA-AGORA TO AU-HORA-OCORRENCIA
                   MOVE "CE029" TO AU-TERMINAL
                   MOVE "CONTA MARCADA INATIVA" TO AU-EVENTO
                   MOVE SPACES TO AU-MATRICULA
                   WRITE AU-REGISTRO-AUDITORIA
                   DISPLAY " CONTA MARCADA INATIVA: " CM-LOGIN
                       " ULTIMA MOVIMENTACAO: " WS-DATA-REFERENCIA
                   PERFORM 2900-LISTA-CONTA-INATIVA
               END-IF.

      * LINHA DO RELATORIO DE RECURSOS NAO RECLAMADOS
           2900-LISTA-CONTA-INATIVA.
               ADD 1 TO WS-TOTAL-INATIVAS
               ADD CM-SALDO TO WS-TOTAL-SALDO-CORRENTE
               ADD CM-SALDO-POUPANCA TO WS-TOTAL-SALDO-POUPANCA
               ADD CM-SALDO-BLOQUEIO-JUDICIAL TO WS-TOTAL-SALDO-JUDICIAL
               DISPLAY " INATIVA: " CM-LOGIN " " CM-NOME
               DISPLAY "   CPF: " CM-CPF
                   "  INATIVA DESDE: " CM-DATA-INATIVACAO
               DISPLAY "   CORRENTE: " CM-SALDO
                   "  POUPANCA: " CM-SALDO-POUPANCA
               IF CM-SALDO-BLOQUEIO-JUDICIAL > ZERO
                   DISPLAY "   BLOQUEIO JUDICIAL: "
                       CM-SALDO-BLOQUEIO-JUDICIAL
               END-IF.

      *--------------------------------------------------------*
      * PARAMETROS E DATA DE CORTE                              *
      *--------------------------------------------------------*
      * SEM O PRAZO NAO HA COMO DECIDIR A INATIVIDADE - O BATCH
      * NAO RODA
           1100-CARREGA-PARAMETRO.
               OPEN INPUT PARAMETRO-INATIVA
               IF WS-FS-PARMINAT = '35'
                   DISPLAY " ARQUIVO DE PARAMETROS PARMINAT"
                   DISPLAY " NAO ENCONTRADO - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PARAMETRO-INATIVA
                   AT END
                       DISPLAY " ARQUIVO DE PARAMETROS VAZIO -"
                       DISPLAY " EXECUCAO ABORTADA"
                       CLOSE PARAMETRO-INATIVA
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE PI-MESES-INATIVIDADE TO WS-MESES-INATIVIDADE
               CLOSE PARAMETRO-INATIVA
               IF WS-MESES-INATIVIDADE = ZERO
                   DISPLAY " PRAZO DE INATIVIDADE ZERADO NO PARMINAT"
                   DISPLAY " - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * CORTE = DATA DE PROCESSAMENTO MENOS O PRAZO EM MESES, NO
      * MESMO DIA (A COMPARACAO E POR AAAAMMDD, ENTAO UM DIA 31 EM
      * MES MAIS CURTO CONTINUA SERVINDO DE LIMITE)
           1200-DEFINE-DATA-CORTE.
               MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-ANO-CORTE
               MOVE WS-DATA-PROCESSAMENTO(5:2) TO WS-MES-CORTE
               COMPUTE WS-MESES-CORTE =
                   WS-ANO-CORTE * 12 + WS-MES-CORTE - 1
                   - WS-MESES-INATIVIDADE
               DIVIDE WS-MESES-CORTE BY 12 GIVING WS-ANO-CORTE
                   REMAINDER WS-MES-CORTE
               ADD 1 TO WS-MES-CORTE
               MOVE WS-ANO-CORTE TO WS-DATA-CORTE(1:4)
               MOVE WS-MES-CORTE TO WS-DATA-CORTE(5:2)
               MOVE WS-DATA-PROCESSAMENTO(7:2) TO WS-DATA-CORTE(7:2).

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
           1000-ABRE-ARQUIVOS.
               OPEN I-O CONTA-MESTRE
               OPEN INPUT MOVIMENTO
               SET WS-COM-HISTORICO TO TRUE
               OPEN INPUT HISTORICO
               IF WS-FS-HISTORICO = '35'
                   SET WS-SEM-HISTORICO TO TRUE
               END-IF
               OPEN EXTEND AUDITORIA
               IF WS-FS-AUDITORIA = '35'
                   OPEN OUTPUT AUDITORIA
                   CLOSE AUDITORIA
                   OPEN EXTEND AUDITORIA
               END-IF
               DISPLAY "=========================================="
               DISPLAY " CE029-CONTAS-INATIVAS - MARCACAO E"
               DISPLAY " RELATORIO DE CONTAS INATIVAS"
               DISPLAY " DATA DE PROCESSAMENTO: " WS-DATA-PROCESSAMENTO
               DISPLAY " PRAZO (MESES):         " WS-MESES-INATIVIDADE
               DISPLAY " SEM MOVIMENTACAO DESDE ANTES DE: "
                   WS-DATA-CORTE
               IF WS-SEM-HISTORICO
                   DISPLAY " SEM ARQUIVO HISTORICO - SO O MOVIMENT"
                   DISPLAY " SERA LIDO"
               END-IF
               DISPLAY "=========================================="
               DISPLAY " "
               DISPLAY "-- CONTAS INATIVAS -----------------------"
               READ CONTA-MESTRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTA
               END-READ.

           9000-FINALIZA.
               CLOSE CONTA-MESTRE
               CLOSE MOVIMENTO
               IF WS-COM-HISTORICO
                   CLOSE HISTORICO
               END-IF
               CLOSE AUDITORIA
               DISPLAY " "
               DISPLAY "=========================================="
               DISPLAY "-- RESUMO --------------------------------"
               DISPLAY " CONTAS LIDAS:                " WS-TOTAL-CONTAS
               DISPLAY " CONTAS AVALIADAS:            "
                   WS-TOTAL-AVALIADAS
               DISPLAY " MARCADAS INATIVAS NO MES:    "
                   WS-TOTAL-MARCADAS
               DISPLAY " CONTAS ENCERRADAS (IGNORADAS):"
                   WS-TOTAL-ENCERRADAS
               DISPLAY " CONTAS COM PENDENCIA:        "
                   WS-TOTAL-PENDENTES
               DISPLAY " ERROS DE GRAVACAO:           " WS-TOTAL-ERROS
               DISPLAY " LANCAMENTOS DO MOVIMENT:     "
                   WS-TOTAL-LANC-MOVIMENTO
               DISPLAY " LANCAMENTOS DO HISTORICO:    "
                   WS-TOTAL-LANC-HISTORICO
               DISPLAY "------------------------------------------"
               DISPLAY " TOTAL DE CONTAS INATIVAS:    "
                   WS-TOTAL-INATIVAS
               DISPLAY " SALDO CORRENTE DAS INATIVAS: "
                   WS-TOTAL-SALDO-CORRENTE
               DISPLAY " SALDO POUPANCA DAS INATIVAS: "
                   WS-TOTAL-SALDO-POUPANCA
               DISPLAY " RESERVA JUDICIAL DAS INATIVAS:"
                   WS-TOTAL-SALDO-JUDICIAL
               DISPLAY "==========================================".

           END PROGRAM CE029-CONTAS-INATIVAS.
