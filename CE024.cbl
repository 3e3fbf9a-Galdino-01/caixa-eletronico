      *PROJETO CAIXA ELETRONICO - CONTROLADOR DA CADEIA NOTURNA
      *
      * EXECUTA A CADEIA NOTURNA NA ORDEM DA TABELA DE PASSOS
      * (CADEIANT), NO LUGAR DO OPERADOR RODANDO JOB POR JOB:
      *   1. ABRE A JANELA - OU RETOMA A ULTIMA, SE O LOG MOSTRA
      *      QUE ELA NAO FOI CONCLUIDA - E GRAVA O PARMDATA UMA
      *      UNICA VEZ COM A DATA DA JANELA, PARA QUE TODOS OS
      *      PASSOS PROCESSEM A MESMA DATA;
      *   2. PARA CADA PASSO: PULA O QUE JA TERMINOU BEM NESTA
      *      JANELA (REEXECUCAO), DISPENSA O QUE NAO RODA NESTA DATA
      *      (SO DIA UTIL DO CALENFER / SO ULTIMO DIA UTIL DO MES),
      *      CONFERE OS PRE-REQUISITOS E EXECUTA O COMANDO DO PASSO;
      *   3. UM PASSO QUE TERMINA COM RETORNO DIFERENTE DE ZERO (OU
      *      COM PRE-REQUISITO PENDENTE) INTERROMPE A CADEIA - O
      *      SEGUINTE NAO RODA.
      * O LOG DE EXECUCAO (LOGCADEI) RECEBE INICIO, FIM E RETORNO DE
      * CADA PASSO. A REEXECUCAO DEPOIS DE CORRIGIDA A CAUSA DA
      * FALHA RETOMA A MESMA JANELA A PARTIR DO PASSO QUE FALHOU,
      * SEM REPETIR OS QUE JA TERMINARAM. JANELA NOVA E SEMPRE A DA
      * DATA DO SISTEMA; JANELA JA CONCLUIDA NAO E REPETIDA. O
      * RETORNO DO CONTROLADOR E ZERO COM A JANELA CONCLUIDA E 8
      * COM A CADEIA INTERROMPIDA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE024-CONTROLA-CADEIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-PASSOS ASSIGN TO "CADEIANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASSOS.

           SELECT LOG-EXECUCAO ASSIGN TO "LOGCADEI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT PARAMETRO-DATA ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.

           SELECT CALENDARIO ASSIGN TO "CALENFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALENDARIO.

       DATA DIVISION.

           FILE SECTION.

           FD  TABELA-PASSOS.
           COPY CADEIA.

           FD  LOG-EXECUCAO.
           COPY LOGCADEI.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           FD  CALENDARIO.
           COPY CALEND.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-PASSOS PIC X(02).
           77 WS-FS-LOG PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-FS-CALENDARIO PIC X(02).
           77 WS-DATA-SISTEMA PIC 9(08).
           77 WS-HORA-SISTEMA PIC 9(06).
           77 WS-DATA-JANELA PIC 9(08).

      * TABELA DE PASSOS CARREGADA NA PARTIDA - A SITUACAO DIZ SE
      * O PASSO JA TERMINOU BEM (OU FOI DISPENSADO) NESTA JANELA
           77 WS-MAXIMO-PASSOS PIC 9(02) VALUE 30.
           77 WS-TOTAL-PASSOS PIC 9(02) VALUE ZERO.
           77 WS-IND-PASSO PIC 9(02) VALUE ZERO.
           77 WS-IND-BUSCA PIC 9(02) VALUE ZERO.
           77 WS-IND-PRE PIC 9(01) VALUE ZERO.

           01 WS-TABELA-PASSOS.
              05 WS-ENTRADA-PASSO OCCURS 30 TIMES.
                 10 WS-TAB-PROGRAMA PIC X(08).
                 10 WS-TAB-COMANDO PIC X(60).
                 10 WS-TAB-PRE-REQUISITO PIC X(08) OCCURS 4 TIMES.
                 10 WS-TAB-SO-DIA-UTIL PIC X(01).
                 10 WS-TAB-SO-FIM-DE-MES PIC X(01).
                 10 WS-TAB-SITUACAO PIC X(01).

           77 WS-PROGRAMA-PROCURADO PIC X(08).
           77 WS-PROGRAMA-ACHADO-SW PIC X(01).
               88 WS-PROGRAMA-ACHADO VALUE 'S'.
               88 WS-PROGRAMA-NAO-ACHADO VALUE 'N'.
           77 WS-PRE-REQUISITO-SW PIC X(01).
               88 WS-PRE-REQUISITOS-OK VALUE 'S'.
               88 WS-PRE-REQUISITO-PENDENTE VALUE 'N'.
           77 WS-TABELA-SW PIC X(01).
               88 WS-TABELA-OK VALUE 'S'.
               88 WS-TABELA-COM-ERRO VALUE 'N'.

      * SITUACAO DA ULTIMA JANELA REGISTRADA NO LOG
           77 WS-ULTIMA-JANELA PIC 9(08) VALUE ZERO.
           77 WS-JANELA-LOG-SW PIC X(01) VALUE 'N'.
               88 WS-ULTIMA-JANELA-CONCLUIDA VALUE 'S'.
               88 WS-ULTIMA-JANELA-ABERTA VALUE 'N'.
           77 WS-RETOMADA-SW PIC X(01) VALUE 'N'.
               88 WS-JANELA-RETOMADA VALUE 'S'.
               88 WS-JANELA-NOVA VALUE 'N'.

      * SITUACAO DA CADEIA NESTA EXECUCAO
           77 WS-CADEIA-SW PIC X(01) VALUE 'N'.
               88 WS-CADEIA-INTERROMPIDA VALUE 'S'.
               88 WS-CADEIA-EM-ANDAMENTO VALUE 'N'.
           77 WS-COMANDO PIC X(60).
           77 WS-RETORNO-PASSO PIC S9(04) VALUE ZERO.
           77 WS-RETORNO-LOG PIC 9(04) VALUE ZERO.
           77 WS-OBSERVACAO PIC X(30).
           77 WS-TIPO-EVENTO PIC X(01).

      * CALENDARIO DE FERIADOS CARREGADO NA PARTIDA
           77 WS-MAXIMO-FERIADOS PIC 9(03) VALUE 100.
           77 WS-TOTAL-FERIADOS PIC 9(03) VALUE ZERO.
           77 WS-IND-FERIADO PIC 9(03) VALUE ZERO.

           01 WS-TABELA-FERIADOS.
              05 WS-TAB-FERIADO OCCURS 100 TIMES PIC 9(08).

      * APOIO DE CALENDARIO - DIA DA SEMANA PELO NUMERO SERIAL DE
      * DIAS (RESTO 5 = SABADO, 6 = DOMINGO) E AVANCO DE UM DIA
      * PARA SABER SE AINDA HA DIA UTIL NO MES DEPOIS DA JANELA
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
           77 WS-JANELA-DIA-UTIL-SW PIC X(01).
               88 WS-JANELA-EM-DIA-UTIL VALUE 'S'.
               88 WS-JANELA-EM-DIA-NAO-UTIL VALUE 'N'.
           77 WS-JANELA-FIM-MES-SW PIC X(01).
               88 WS-JANELA-NO-FIM-DO-MES VALUE 'S'.
               88 WS-JANELA-NO-MEIO-DO-MES VALUE 'N'.

      * TOTAIS DO RELATORIO
           77 WS-TOTAL-EXECUTADOS PIC 9(02) VALUE ZERO.
           77 WS-TOTAL-JA-CONCLUIDOS PIC 9(02) VALUE ZERO.
           77 WS-TOTAL-DISPENSADOS PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1000-CARREGA-PASSOS.
       PERFORM 1100-LE-LOG-DE-EXECUCAO.
       PERFORM 1200-DEFINE-JANELA.
       PERFORM 1300-GRAVA-PARMDATA.
       PERFORM 1550-CARREGA-CALENDARIO.
       PERFORM 1400-CLASSIFICA-DATA-JANELA.
       PERFORM 1500-EXIBE-CABECALHO.
       MOVE ZERO TO WS-IND-PASSO.
       PERFORM 2000-TRATA-UM-PASSO
           UNTIL WS-IND-PASSO >= WS-TOTAL-PASSOS
              OR WS-CADEIA-INTERROMPIDA.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * EXECUCAO DE CADA PASSO DA CADEIA                        *
      *--------------------------------------------------------*
           2000-TRATA-UM-PASSO.
               ADD 1 TO WS-IND-PASSO
               IF WS-TAB-SITUACAO(WS-IND-PASSO) = 'C'
                   ADD 1 TO WS-TOTAL-JA-CONCLUIDOS
                   DISPLAY " " WS-TAB-PROGRAMA(WS-IND-PASSO)
                       " JA CONCLUIDO NESTA JANELA - PULADO"
               ELSE
                   IF (WS-TAB-SO-DIA-UTIL(WS-IND-PASSO) = 'S'
                       AND WS-JANELA-EM-DIA-NAO-UTIL)
                      OR (WS-TAB-SO-FIM-DE-MES(WS-IND-PASSO) = 'S'
                       AND WS-JANELA-NO-MEIO-DO-MES)
                       PERFORM 2100-DISPENSA-PASSO
                   ELSE
                       PERFORM 2200-CONFERE-PRE-REQUISITOS
                       IF WS-PRE-REQUISITOS-OK
                           PERFORM 2300-EXECUTA-PASSO
                       END-IF
                   END-IF
               END-IF.

      * O PASSO DISPENSADO PELO CALENDARIO CONTA COMO CONCLUIDO
      * PARA OS PRE-REQUISITOS E PARA A RETOMADA
           2100-DISPENSA-PASSO.
               MOVE 'C' TO WS-TAB-SITUACAO(WS-IND-PASSO)
               ADD 1 TO WS-TOTAL-DISPENSADOS
               IF WS-TAB-SO-FIM-DE-MES(WS-IND-PASSO) = 'S'
                  AND WS-JANELA-NO-MEIO-DO-MES
                   MOVE "SO NO ULTIMO DIA UTIL DO MES"
                       TO WS-OBSERVACAO
               ELSE
                   MOVE "SO EM DIA UTIL" TO WS-OBSERVACAO
               END-IF
               MOVE 'D' TO WS-TIPO-EVENTO
               MOVE ZERO TO WS-RETORNO-LOG
               PERFORM 8000-GRAVA-LOG
               DISPLAY " " WS-TAB-PROGRAMA(WS-IND-PASSO)
                   " DISPENSADO - " WS-OBSERVACAO.

      * TODO PRE-REQUISITO PRECISA TER TERMINADO BEM NESTA JANELA;
      * O PRIMEIRO PENDENTE INTERROMPE A CADEIA
           2200-CONFERE-PRE-REQUISITOS.
               SET WS-PRE-REQUISITOS-OK TO TRUE
               MOVE ZERO TO WS-IND-PRE
               PERFORM 2210-CONFERE-UM-PRE-REQUISITO
                   UNTIL WS-IND-PRE >= 4
                      OR WS-PRE-REQUISITO-PENDENTE
               IF WS-PRE-REQUISITO-PENDENTE
                   SET WS-CADEIA-INTERROMPIDA TO TRUE
                   MOVE 'P' TO WS-TIPO-EVENTO
                   MOVE ZERO TO WS-RETORNO-LOG
                   PERFORM 8000-GRAVA-LOG
                   DISPLAY " " WS-TAB-PROGRAMA(WS-IND-PASSO)
                       " NAO EXECUTADO - " WS-OBSERVACAO
               END-IF.

           2210-CONFERE-UM-PRE-REQUISITO.
               ADD 1 TO WS-IND-PRE
               IF WS-TAB-PRE-REQUISITO(WS-IND-PASSO, WS-IND-PRE)
                      NOT = SPACES
                   MOVE WS-TAB-PRE-REQUISITO(WS-IND-PASSO, WS-IND-PRE)
                       TO WS-PROGRAMA-PROCURADO
                   PERFORM 2900-LOCALIZA-PROGRAMA
                   IF WS-PROGRAMA-NAO-ACHADO
                       SET WS-PRE-REQUISITO-PENDENTE TO TRUE
                   ELSE
                       IF WS-TAB-SITUACAO(WS-IND-BUSCA) NOT = 'C'
                           SET WS-PRE-REQUISITO-PENDENTE TO TRUE
                       END-IF
                   END-IF
                   IF WS-PRE-REQUISITO-PENDENTE
                       MOVE SPACES TO WS-OBSERVACAO
                       STRING "PRE-REQUISITO "
                              WS-PROGRAMA-PROCURADO
                              " PENDENTE"
                           DELIMITED BY SIZE INTO WS-OBSERVACAO
                   END-IF
               END-IF.

      * O RETORNO DO PASSO E O CODIGO DE SAIDA DO PROGRAMA - OS
      * BATCHES DEVOLVEM 8 QUANDO RECUSAM OU ABORTAM A EXECUCAO
           2300-EXECUTA-PASSO.
               MOVE 'I' TO WS-TIPO-EVENTO
               MOVE ZERO TO WS-RETORNO-LOG
               MOVE SPACES TO WS-OBSERVACAO
               PERFORM 8000-GRAVA-LOG
               DISPLAY "------------------------------------------"
               DISPLAY " INICIO DO PASSO " WS-IND-PASSO " - "
                   WS-TAB-PROGRAMA(WS-IND-PASSO)
               DISPLAY "------------------------------------------"

               MOVE WS-TAB-COMANDO(WS-IND-PASSO) TO WS-COMANDO
               CALL "SYSTEM" USING WS-COMANDO
               MOVE RETURN-CODE TO WS-RETORNO-PASSO
               MOVE ZERO TO RETURN-CODE

               MOVE 'F' TO WS-TIPO-EVENTO
               IF WS-RETORNO-PASSO < ZERO
                   MOVE 9999 TO WS-RETORNO-LOG
               ELSE
                   MOVE WS-RETORNO-PASSO TO WS-RETORNO-LOG
               END-IF
               IF WS-RETORNO-LOG = ZERO
                   MOVE 'C' TO WS-TAB-SITUACAO(WS-IND-PASSO)
                   ADD 1 TO WS-TOTAL-EXECUTADOS
                   MOVE "TERMINO NORMAL" TO WS-OBSERVACAO
               ELSE
                   SET WS-CADEIA-INTERROMPIDA TO TRUE
                   MOVE "FALHA - CADEIA INTERROMPIDA" TO WS-OBSERVACAO
               END-IF
               PERFORM 8000-GRAVA-LOG
               DISPLAY "------------------------------------------"
               DISPLAY " FIM DO PASSO " WS-IND-PASSO " - "
                   WS-TAB-PROGRAMA(WS-IND-PASSO) " RETORNO "
                   WS-RETORNO-LOG
               DISPLAY "------------------------------------------".

      * PROCURA WS-PROGRAMA-PROCURADO NA TABELA DE PASSOS
           2900-LOCALIZA-PROGRAMA.
               SET WS-PROGRAMA-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-BUSCA
               PERFORM 2910-COMPARA-UM-PROGRAMA
                   UNTIL WS-PROGRAMA-ACHADO
                      OR WS-IND-BUSCA >= WS-TOTAL-PASSOS.

           2910-COMPARA-UM-PROGRAMA.
               ADD 1 TO WS-IND-BUSCA
               IF WS-TAB-PROGRAMA(WS-IND-BUSCA) = WS-PROGRAMA-PROCURADO
                   SET WS-PROGRAMA-ACHADO TO TRUE
               END-IF.

      * GRAVA UM EVENTO DO PASSO WS-IND-PASSO (OU DA JANELA, COM
      * WS-IND-PASSO ZERADO) NO LOG - ABERTO E FECHADO A CADA
      * EVENTO PARA QUE UMA QUEDA NO MEIO DE UM PASSO NAO LEVE
      * JUNTO O QUE JA FOI REGISTRADO
           8000-GRAVA-LOG.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               OPEN EXTEND LOG-EXECUCAO
               IF WS-FS-LOG = '35'
                   OPEN OUTPUT LOG-EXECUCAO
               END-IF
               MOVE WS-DATA-JANELA TO LG-DATA-JANELA
               MOVE WS-TIPO-EVENTO TO LG-TIPO-EVENTO
               IF LG-JANELA-CONCLUIDA
                   MOVE ZERO TO LG-SEQUENCIA
                   MOVE SPACES TO LG-PROGRAMA
               ELSE
                   MOVE WS-IND-PASSO TO LG-SEQUENCIA
                   MOVE WS-TAB-PROGRAMA(WS-IND-PASSO) TO LG-PROGRAMA
               END-IF
               MOVE WS-DATA-SISTEMA TO LG-DATA-EVENTO
               MOVE WS-HORA-SISTEMA TO LG-HORA-EVENTO
               MOVE WS-RETORNO-LOG TO LG-RETORNO
               MOVE WS-OBSERVACAO TO LG-OBSERVACAO
               WRITE LG-REGISTRO-LOG
               CLOSE LOG-EXECUCAO.

      *--------------------------------------------------------*
      * TABELA DE PASSOS, LOG E DATA DA JANELA                  *
      *--------------------------------------------------------*
      * SEM TABELA NAO HA CADEIA; PRE-REQUISITO QUE NAO E UM PASSO
      * ANTERIOR DA TABELA NUNCA SERIA SATISFEITO - A TABELA E
      * RECUSADA INTEIRA ANTES DE RODAR QUALQUER PASSO
           1000-CARREGA-PASSOS.
               OPEN INPUT TABELA-PASSOS
               IF WS-FS-PASSOS = '35'
                   DISPLAY " TABELA DE PASSOS CADEIANT NAO"
                   DISPLAY " ENCONTRADA - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-TABELA-OK TO TRUE
               MOVE SPACES TO WS-FS-PASSOS
               PERFORM 1010-LER-UM-PASSO
                   UNTIL WS-FS-PASSOS = '10'
               CLOSE TABELA-PASSOS
               IF WS-TOTAL-PASSOS = ZERO
                   DISPLAY " TABELA DE PASSOS VAZIA -"
                   DISPLAY " EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-TABELA-COM-ERRO
                   DISPLAY " TABELA DE PASSOS COM ERRO -"
                   DISPLAY " EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           1010-LER-UM-PASSO.
               READ TABELA-PASSOS
                   AT END
                       MOVE '10' TO WS-FS-PASSOS
                   NOT AT END
                       IF WS-TOTAL-PASSOS < WS-MAXIMO-PASSOS
                           PERFORM 1020-VALIDA-E-GUARDA-PASSO
                       ELSE
                           DISPLAY " TABELA DE PASSOS CHEIA - PASSO"
                           DISPLAY " IGNORADO: " PS-PROGRAMA
                           SET WS-TABELA-COM-ERRO TO TRUE
                       END-IF
               END-READ.

           1020-VALIDA-E-GUARDA-PASSO.
               IF PS-PROGRAMA = SPACES OR PS-COMANDO = SPACES
                   DISPLAY " PASSO SEM PROGRAMA OU COMANDO NA"
                   DISPLAY " TABELA DE PASSOS"
                   SET WS-TABELA-COM-ERRO TO TRUE
               END-IF
               MOVE ZERO TO WS-IND-PRE
               PERFORM 1030-VALIDA-UM-PRE-REQUISITO
                   UNTIL WS-IND-PRE >= 4
               ADD 1 TO WS-TOTAL-PASSOS
               MOVE PS-PROGRAMA TO WS-TAB-PROGRAMA(WS-TOTAL-PASSOS)
               MOVE PS-COMANDO TO WS-TAB-COMANDO(WS-TOTAL-PASSOS)
               MOVE PS-PRE-REQUISITO(1)
                   TO WS-TAB-PRE-REQUISITO(WS-TOTAL-PASSOS, 1)
               MOVE PS-PRE-REQUISITO(2)
                   TO WS-TAB-PRE-REQUISITO(WS-TOTAL-PASSOS, 2)
               MOVE PS-PRE-REQUISITO(3)
                   TO WS-TAB-PRE-REQUISITO(WS-TOTAL-PASSOS, 3)
               MOVE PS-PRE-REQUISITO(4)
                   TO WS-TAB-PRE-REQUISITO(WS-TOTAL-PASSOS, 4)
               MOVE PS-SO-DIA-UTIL
                   TO WS-TAB-SO-DIA-UTIL(WS-TOTAL-PASSOS)
               MOVE PS-SO-FIM-DE-MES
                   TO WS-TAB-SO-FIM-DE-MES(WS-TOTAL-PASSOS)
               MOVE SPACE TO WS-TAB-SITUACAO(WS-TOTAL-PASSOS).

      * A TABELA AINDA TEM SO OS PASSOS ANTERIORES A ESTE
           1030-VALIDA-UM-PRE-REQUISITO.
               ADD 1 TO WS-IND-PRE
               IF PS-PRE-REQUISITO(WS-IND-PRE) NOT = SPACES
                   MOVE PS-PRE-REQUISITO(WS-IND-PRE)
                       TO WS-PROGRAMA-PROCURADO
                   PERFORM 2900-LOCALIZA-PROGRAMA
                   IF WS-PROGRAMA-NAO-ACHADO
                       DISPLAY " PRE-REQUISITO " WS-PROGRAMA-PROCURADO
                           " DE " PS-PROGRAMA
                       DISPLAY " NAO E PASSO ANTERIOR DA TABELA"
                       SET WS-TABELA-COM-ERRO TO TRUE
                   END-IF
               END-IF.

      * O LOG E LIDO INTEIRO: A ULTIMA JANELA REGISTRADA E AS
      * MARCAS DE CONCLUSAO DOS PASSOS DELA (FIM COM RETORNO ZERO
      * OU DISPENSA) FICAM NA TABELA DE PASSOS
           1100-LE-LOG-DE-EXECUCAO.
               OPEN INPUT LOG-EXECUCAO
               IF WS-FS-LOG NOT = '35'
                   MOVE SPACES TO WS-FS-LOG
                   PERFORM 1110-LER-UM-EVENTO
                       UNTIL WS-FS-LOG = '10'
                   CLOSE LOG-EXECUCAO
               END-IF.

           1110-LER-UM-EVENTO.
               READ LOG-EXECUCAO
                   AT END
                       MOVE '10' TO WS-FS-LOG
                   NOT AT END
                       IF LG-DATA-JANELA NOT = WS-ULTIMA-JANELA
                           MOVE LG-DATA-JANELA TO WS-ULTIMA-JANELA
                           SET WS-ULTIMA-JANELA-ABERTA TO TRUE
                           PERFORM 1120-LIMPA-SITUACAO
                       END-IF
                       IF LG-JANELA-CONCLUIDA
                           SET WS-ULTIMA-JANELA-CONCLUIDA TO TRUE
                       END-IF
                       IF (LG-FIM-PASSO AND LG-RETORNO = ZERO)
                          OR LG-PASSO-DISPENSADO
                           MOVE LG-PROGRAMA TO WS-PROGRAMA-PROCURADO
                           PERFORM 2900-LOCALIZA-PROGRAMA
                           IF WS-PROGRAMA-ACHADO
                               MOVE 'C'
                                   TO WS-TAB-SITUACAO(WS-IND-BUSCA)
                           END-IF
                       END-IF
               END-READ.

           1120-LIMPA-SITUACAO.
               MOVE ZERO TO WS-IND-BUSCA
               PERFORM 1125-LIMPA-UM-PASSO
                   UNTIL WS-IND-BUSCA >= WS-TOTAL-PASSOS.

           1125-LIMPA-UM-PASSO.
               ADD 1 TO WS-IND-BUSCA
               MOVE SPACE TO WS-TAB-SITUACAO(WS-IND-BUSCA).

      * JANELA NAO CONCLUIDA NO LOG E RETOMADA NA MESMA DATA; SENAO
      * ABRE A JANELA DA DATA DO SISTEMA, DESDE QUE ELA AINDA NAO
      * TENHA SIDO CONCLUIDA
           1200-DEFINE-JANELA.
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               IF WS-ULTIMA-JANELA NOT = ZERO
                  AND WS-ULTIMA-JANELA-ABERTA
                   SET WS-JANELA-RETOMADA TO TRUE
                   MOVE WS-ULTIMA-JANELA TO WS-DATA-JANELA
               ELSE
                   SET WS-JANELA-NOVA TO TRUE
                   MOVE WS-DATA-SISTEMA TO WS-DATA-JANELA
                   IF WS-DATA-JANELA <= WS-ULTIMA-JANELA
                       DISPLAY " JANELA DE " WS-DATA-JANELA
                           " JA CONCLUIDA"
                       DISPLAY " EXECUCAO RECUSADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1120-LIMPA-SITUACAO
               END-IF.

      * A DATA DA JANELA VALE PARA TODOS OS PASSOS - NENHUM DELES
      * CAI NA DATA DO SISTEMA SE A JANELA VIRAR A MEIA-NOITE
           1300-GRAVA-PARMDATA.
               OPEN OUTPUT PARAMETRO-DATA
               MOVE WS-DATA-JANELA TO PD-DATA-PROCESSAMENTO
               WRITE PD-REGISTRO-PARAMETRO-DATA
               CLOSE PARAMETRO-DATA.

      * DIA UTIL = NEM SABADO/DOMINGO NEM FERIADO DO CALENDARIO;
      * FIM DO MES = DIA UTIL SEM OUTRO DIA UTIL DEPOIS DELE NO MES
           1400-CLASSIFICA-DATA-JANELA.
               MOVE WS-DATA-JANELA TO WS-DATA-CANDIDATA
               PERFORM 1590-VERIFICA-DIA-UTIL
               IF WS-DIA-UTIL
                   SET WS-JANELA-EM-DIA-UTIL TO TRUE
                   SET WS-JANELA-NO-FIM-DO-MES TO TRUE
                   MOVE WS-DATA-JANELA TO WS-DATA-CANDIDATA
                   PERFORM 1410-PROCURA-DIA-UTIL-SEGUINTE
                       UNTIL WS-JANELA-NO-MEIO-DO-MES
                          OR WS-DATA-CANDIDATA(1:6) NOT =
                             WS-DATA-JANELA(1:6)
               ELSE
                   SET WS-JANELA-EM-DIA-NAO-UTIL TO TRUE
                   SET WS-JANELA-NO-MEIO-DO-MES TO TRUE
               END-IF.

           1410-PROCURA-DIA-UTIL-SEGUINTE.
               PERFORM 1580-AVANCA-UM-DIA
               IF WS-DATA-CANDIDATA(1:6) = WS-DATA-JANELA(1:6)
                   PERFORM 1590-VERIFICA-DIA-UTIL
                   IF WS-DIA-UTIL
                       SET WS-JANELA-NO-MEIO-DO-MES TO TRUE
                   END-IF
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

           1580-AVANCA-UM-DIA.
               MOVE WS-DATA-CANDIDATA(1:4) TO WS-ANO-CALC
               MOVE WS-DATA-CANDIDATA(5:2) TO WS-MES-CALC
               MOVE WS-DATA-CANDIDATA(7:2) TO WS-DIA-CALC
               PERFORM 1585-ULTIMO-DIA-DO-MES
               IF WS-DIA-CALC >= WS-ULTIMO-DIA-MES
                   MOVE 01 TO WS-DIA-CALC
                   IF WS-MES-CALC = 12
                       MOVE 01 TO WS-MES-CALC
                       ADD 1 TO WS-ANO-CALC
                   ELSE
                       ADD 1 TO WS-MES-CALC
                   END-IF
               ELSE
                   ADD 1 TO WS-DIA-CALC
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

      *--------------------------------------------------------*
      * CABECALHO E FECHAMENTO DO RELATORIO                     *
      *--------------------------------------------------------*
           1500-EXIBE-CABECALHO.
               DISPLAY "=========================================="
               DISPLAY " CE024-CONTROLA-CADEIA - CADEIA NOTURNA"
               DISPLAY " DATA DA JANELA: " WS-DATA-JANELA
               IF WS-JANELA-RETOMADA
                   DISPLAY " RETOMADA DA JANELA INTERROMPIDA"
               END-IF
               IF WS-JANELA-EM-DIA-NAO-UTIL
                   DISPLAY " DIA NAO UTIL - SO OS PASSOS DIARIOS"
               END-IF
               IF WS-JANELA-NO-FIM-DO-MES
                   DISPLAY " ULTIMO DIA UTIL DO MES - COM OS"
                   DISPLAY " PASSOS DE FIM DE MES"
               END-IF
               DISPLAY " PASSOS NA TABELA: " WS-TOTAL-PASSOS
               DISPLAY "==========================================".

      * A JANELA SO E DADA COMO CONCLUIDA QUANDO TODOS OS PASSOS
      * TERMINARAM BEM OU FORAM DISPENSADOS
           9000-FINALIZA.
               IF WS-CADEIA-INTERROMPIDA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'C' TO WS-TIPO-EVENTO
                   MOVE ZERO TO WS-RETORNO-LOG
                   MOVE "JANELA CONCLUIDA" TO WS-OBSERVACAO
                   PERFORM 8000-GRAVA-LOG
               END-IF
               DISPLAY "=========================================="
               DISPLAY " PASSOS EXECUTADOS:           "
                   WS-TOTAL-EXECUTADOS
               DISPLAY " PASSOS JA CONCLUIDOS (PULO): "
                   WS-TOTAL-JA-CONCLUIDOS
               DISPLAY " PASSOS DISPENSADOS:          "
                   WS-TOTAL-DISPENSADOS
               IF WS-CADEIA-INTERROMPIDA
                   DISPLAY " CADEIA INTERROMPIDA NO PASSO "
                       WS-IND-PASSO " - " WS-TAB-PROGRAMA(WS-IND-PASSO)
                   DISPLAY " CORRIJA A CAUSA E REEXECUTE - A JANELA"
                   DISPLAY " SERA RETOMADA DESTE PASSO"
               ELSE
                   DISPLAY " JANELA CONCLUIDA"
               END-IF
               DISPLAY "==========================================".

           END PROGRAM CE024-CONTROLA-CADEIA.
