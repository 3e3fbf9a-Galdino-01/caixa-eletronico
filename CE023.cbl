      *PROJETO CAIXA ELETRONICO - MOVIMENTACAO EM ESPECIE (COAF)
      *
      * BATCH MENSAL DO COMPLIANCE (PREVENCAO A LAVAGEM DE
      * DINHEIRO): LE OS LANCAMENTOS DO MES DE REFERENCIA NO
      * MOVIMENT E, QUANDO O PERIODO JA FOI EXPURGADO, NO
      * HISTORICO (MOVHISTO), E AGRUPA POR CPF DO TITULAR
      * (CM-CPF) OS DEPOSITOS 'DE' E SAQUES 'SA' EM ESPECIE.
      * APONTA:
      *   - OPERACAO ISOLADA IGUAL OU ACIMA DO VALOR DE
      *     COMUNICACAO OBRIGATORIA;
      *   - FRACIONAMENTO: DUAS OU MAIS OPERACOES DO MESMO TIPO,
      *     CADA UMA ABAIXO DO VALOR DE COMUNICACAO, QUE NO MESMO
      *     DIA OU NA MESMA SEMANA (SEGUNDA A DOMINGO) SOMAM O
      *     VALOR DE COMUNICACAO OU MAIS. A SOMA E DO CPF, JUNTANDO
      *     TODAS AS CONTAS DELE; A SEMANA SO E APONTADA QUANDO
      *     NENHUM DIA DELA JA FOI;
      *   - CONTA QUE RECEBE CREDITO 'TR'/'TC' E SACA QUASE TUDO EM
      *     ESPECIE EM SEGUIDA (PERCENTUAL E PRAZO EM DIAS DO
      *     PARAMETRO). O PRAZO E CONTADO DENTRO DO MES DE
      *     REFERENCIA - CREDITO NO FIM DO MES SACADO NO MES
      *     SEGUINTE APARECE NA ANALISE DO MES SEGUINTE SO SE O
      *     CREDITO TAMBEM ESTIVER NELE.
      * A SAIDA E O RELATORIO PARA O COMPLIANCE E O ARQUIVO DE
      * COMUNICACAO AO COAF (COAFCOMU). OS LIMITES E O MES DE
      * REFERENCIA VEM DO PARAMETRO PARMCOAF. SO LE - NAO ALTERA
      * CONTA NEM MOVIMENTO, E PODE SER REEXECUTADO A VONTADE (O
      * ARQUIVO DE COMUNICACAO E REGRAVADO A CADA EXECUCAO). UM
      * LANCAMENTO QUE ESTEJA NOS DOIS ARQUIVOS (EXPURGO
      * INTERROMPIDO) E LIDO SO UMA VEZ: DO MOVIMENT SO ENTRA O QUE
      * TEM ID MAIOR QUE O ULTIMO ID DO LOGIN NO HISTORICO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE023-COAF-ESPECIE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-MESTRE ASSIGN TO "CONTAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT PARAMETRO ASSIGN TO "PARMCOAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETRO.

           SELECT COMUNICACAO ASSIGN TO "COAFCOMU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMUNICACAO.

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

           FD  PARAMETRO.
           COPY PARMCOAF.

           FD  COMUNICACAO.
           COPY COAFCOM.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-CONTA PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-HISTORICO PIC X(02).
           77 WS-FS-PARAMETRO PIC X(02).
           77 WS-FS-COMUNICACAO PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-SISTEMA PIC 9(08).
           77 WS-HORA-SISTEMA PIC 9(06).

           77 WS-HISTORICO-SW PIC X(01).
               88 WS-COM-HISTORICO VALUE 'S'.
               88 WS-SEM-HISTORICO VALUE 'N'.

      * PARAMETROS CARREGADOS NA PARTIDA
           77 WS-MES-PARAMETRO PIC 9(06).
           77 WS-VALOR-COMUNICACAO PIC 9(10)V99.
           77 WS-PERCENTUAL-SAQUE PIC 9(03).
           77 WS-DIAS-SAQUE PIC 9(02).
           77 WS-VALOR-MINIMO-CREDITO PIC 9(10)V99.

      * MES DE REFERENCIA DA ANALISE - O DO PARAMETRO OU, ZERADO
      * NELE, O MES CALENDARIO ANTERIOR AO DA DATA DE PROCESSAMENTO
           77 WS-MES-REFERENCIA PIC 9(06).
           77 WS-ANO-ATUAL PIC 9(04).
           77 WS-MES-ATUAL PIC 9(02).
           77 WS-ANO-REFERENCIA PIC 9(04).
           77 WS-MES-REF-NUM PIC 9(02).
           77 WS-INICIO-MES PIC 9(08).
           77 WS-FIM-MES PIC 9(08).
           77 WS-DIAS-NO-MES PIC 9(02).

      * APOIO DE CALENDARIO - ULTIMO DIA DO MES E DIA DA SEMANA DO
      * DIA 1 PELO NUMERO SERIAL DE DIAS (RESTO 0 = SEGUNDA ...
      * 6 = DOMINGO), QUE DEFINE A SEMANA DE CADA DIA DO MES
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
           77 WS-DESLOCAMENTO-SEMANA PIC 9(01).
           77 WS-POSICAO-NA-SEMANA PIC 9(02).

      * LANCAMENTO EM ANALISE - COPIADO DO MOVIMENT OU DO HISTORICO
           77 WS-LANC-TIPO PIC X(02).
           77 WS-LANC-VALOR PIC 9(10)V99.
           77 WS-LANC-DATA PIC 9(08).
           77 WS-LANC-TERMINAL PIC X(08).
           77 WS-DIA-LANC PIC 9(02).
           77 WS-MAIOR-ID-HISTORICO PIC 9(08).

      * JANELA DE CREDITO 'TR'/'TC' DA CONTA EM ANALISE - ABERTA NO
      * PRIMEIRO CREDITO E VALIDA POR WS-DIAS-SAQUE DIAS; OS
      * CREDITOS E SAQUES DENTRO DELA SAO SOMADOS
           77 WS-JANELA-SW PIC X(01).
               88 WS-JANELA-ABERTA VALUE 'S'.
               88 WS-JANELA-FECHADA VALUE 'N'.
           77 WS-JANELA-APONTADA-SW PIC X(01).
               88 WS-JANELA-APONTADA VALUE 'S'.
               88 WS-JANELA-NAO-APONTADA VALUE 'N'.
           77 WS-JANELA-DATA-INICIAL PIC 9(08).
           77 WS-JANELA-DIA PIC 9(02).
           77 WS-JANELA-CREDITO PIC 9(12)V99.
           77 WS-JANELA-SAQUES PIC 9(12)V99.
           77 WS-JANELA-QTD-SAQUES PIC 9(05).
           77 WS-DIAS-DECORRIDOS PIC 9(02).

      * ACUMULADORES POR CPF - OPERACOES EM ESPECIE DO MES E, POR
      * DIA, SO AS ABAIXO DO VALOR DE COMUNICACAO (AS QUE PODEM
      * COMPOR UM FRACIONAMENTO). CONTA SEM CPF CADASTRADO (ZERO)
      * FICA NUMA ENTRADA PROPRIA, IDENTIFICADA PELO LOGIN
           77 WS-MAXIMO-CPFS PIC 9(03) VALUE 500.
           77 WS-TOTAL-CPFS PIC 9(03) VALUE ZERO.
           77 WS-IND-CPF PIC 9(03) VALUE ZERO.
           77 WS-IND-DIA PIC 9(02) VALUE ZERO.
           77 WS-CPF-ACHADO-SW PIC X(01).
               88 WS-CPF-ACHADO VALUE 'S'.
               88 WS-CPF-NAO-ACHADO VALUE 'N'.

           01 WS-TABELA-CPFS.
              05 WS-ENTRADA-CPF OCCURS 500 TIMES.
                 10 WS-TAB-CPF PIC 9(11).
                 10 WS-TAB-LOGIN-REF PIC X(20).
                 10 WS-TAB-NOME PIC X(40).
                 10 WS-TAB-CONTAS PIC 9(03).
                 10 WS-TAB-QTD-DE PIC 9(05).
                 10 WS-TAB-VALOR-DE PIC 9(12)V99.
                 10 WS-TAB-QTD-SA PIC 9(05).
                 10 WS-TAB-VALOR-SA PIC 9(12)V99.
                 10 WS-TAB-ALERTAS PIC 9(05).
                 10 WS-TAB-DIA OCCURS 31 TIMES.
                    15 WS-TAB-DIA-QTD-DE PIC 9(03).
                    15 WS-TAB-DIA-VALOR-DE PIC 9(12)V99.
                    15 WS-TAB-DIA-QTD-SA PIC 9(03).
                    15 WS-TAB-DIA-VALOR-SA PIC 9(12)V99.

      * APURACAO DO FRACIONAMENTO DE UM CPF E UM TIPO ('DE'/'SA') -
      * O MES TEM NO MAXIMO SEIS SEMANAS DE SEGUNDA A DOMINGO
           77 WS-TIPO-ANALISE PIC X(02).
           77 WS-DIA-QTD PIC 9(03).
           77 WS-DIA-VALOR PIC 9(12)V99.
           77 WS-IND-SEMANA PIC 9(01) VALUE ZERO.
           77 WS-DATA-MONTADA PIC 9(08).

           01 WS-TABELA-SEMANAS.
              05 WS-ENTRADA-SEMANA OCCURS 6 TIMES.
                 10 WS-SEM-QTD PIC 9(05).
                 10 WS-SEM-VALOR PIC 9(12)V99.
                 10 WS-SEM-DIA-INICIAL PIC 9(02).
                 10 WS-SEM-DIA-FINAL PIC 9(02).
                 10 WS-SEM-APONTADA-SW PIC X(01).

      * TOTAIS DO RELATORIO
           77 WS-TOTAL-CONTAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-LANC-MOVIMENTO PIC 9(08) VALUE ZERO.
           77 WS-TOTAL-LANC-HISTORICO PIC 9(08) VALUE ZERO.
           77 WS-TOTAL-ESPECIE PIC 9(08) VALUE ZERO.
           77 WS-TOTAL-ENQ-LIMITE PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ENQ-FRAC-DIA PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ENQ-FRAC-SEMANA PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-ENQ-CREDITO PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-COMUNICACOES PIC 9(07) VALUE ZERO.
           77 WS-VALOR-COMUNICADO PIC 9(14)V99 VALUE ZERO.
           77 WS-CONTAS-FORA-TABELA PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1100-CARREGA-PARAMETROS.
       PERFORM 1200-DEFINE-PERIODO.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 2000-ANALISA-UMA-CONTA UNTIL WS-FS-CONTA = '10'.
       PERFORM 3000-ANALISA-FRACIONAMENTO.
       PERFORM 4000-RESUMO-POR-CPF.
       PERFORM 5000-GRAVA-TRAILER.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * ANALISE DOS LANCAMENTOS DE CADA CONTA DO CONTA-MESTRE   *
      *--------------------------------------------------------*
      * TODA CONTA ENTRA, INCLUSIVE A ENCERRADA - O QUE IMPORTA E
      * O QUE ELA MOVIMENTOU NO MES DE REFERENCIA
           2000-ANALISA-UMA-CONTA.
               ADD 1 TO WS-TOTAL-CONTAS
               PERFORM 2100-LOCALIZA-CPF
               SET WS-JANELA-FECHADA TO TRUE
               MOVE ZERO TO WS-MAIOR-ID-HISTORICO
               IF WS-COM-HISTORICO
                   PERFORM 2200-VARRE-HISTORICO
               END-IF
               PERFORM 2300-VARRE-MOVIMENTO

               READ CONTA-MESTRE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTA
               END-READ.

           2100-LOCALIZA-CPF.
               SET WS-CPF-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-CPF
               PERFORM 2110-PROCURA-CPF
                   UNTIL WS-CPF-ACHADO
                      OR WS-IND-CPF >= WS-TOTAL-CPFS

               IF WS-CPF-NAO-ACHADO
                   IF WS-TOTAL-CPFS < WS-MAXIMO-CPFS
                       ADD 1 TO WS-TOTAL-CPFS
                       MOVE WS-TOTAL-CPFS TO WS-IND-CPF
                       MOVE CM-CPF TO WS-TAB-CPF(WS-IND-CPF)
                       MOVE CM-LOGIN TO WS-TAB-LOGIN-REF(WS-IND-CPF)
                       MOVE CM-NOME TO WS-TAB-NOME(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-CONTAS(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-QTD-DE(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-VALOR-DE(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-QTD-SA(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-VALOR-SA(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-ALERTAS(WS-IND-CPF)
                       MOVE ZERO TO WS-IND-DIA
                       PERFORM 2120-ZERA-UM-DIA
                           UNTIL WS-IND-DIA >= 31
                       SET WS-CPF-ACHADO TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTAS-FORA-TABELA
                       DISPLAY " TABELA DE CPFS CHEIA - CONTA SEM"
                       DISPLAY " ANALISE DE FRACIONAMENTO: " CM-LOGIN
                   END-IF
               END-IF

               IF WS-CPF-ACHADO
                   ADD 1 TO WS-TAB-CONTAS(WS-IND-CPF)
               END-IF.

           2110-PROCURA-CPF.
               ADD 1 TO WS-IND-CPF
               IF WS-TAB-CPF(WS-IND-CPF) = CM-CPF
                   IF CM-CPF NOT = ZERO
                      OR WS-TAB-LOGIN-REF(WS-IND-CPF) = CM-LOGIN
                       SET WS-CPF-ACHADO TO TRUE
                   END-IF
               END-IF.

           2120-ZERA-UM-DIA.
               ADD 1 TO WS-IND-DIA
               MOVE ZERO TO WS-TAB-DIA-QTD-DE(WS-IND-CPF, WS-IND-DIA)
               MOVE ZERO
                   TO WS-TAB-DIA-VALOR-DE(WS-IND-CPF, WS-IND-DIA)
               MOVE ZERO TO WS-TAB-DIA-QTD-SA(WS-IND-CPF, WS-IND-DIA)
               MOVE ZERO
                   TO WS-TAB-DIA-VALOR-SA(WS-IND-CPF, WS-IND-DIA).

      * O HISTORICO E LIDO ATE O FIM DO LOGIN (NAO SO ATE O FIM DO
      * MES) PARA SE SABER O ULTIMO ID JA EXPURGADO DA CONTA
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
                           MOVE MH-ID TO WS-MAIOR-ID-HISTORICO
                           IF MH-DATA-MOVIMENTO >= WS-INICIO-MES
                              AND MH-DATA-MOVIMENTO <= WS-FIM-MES
                               ADD 1 TO WS-TOTAL-LANC-HISTORICO
                               MOVE MH-TIPO-OPERACAO TO WS-LANC-TIPO
                               MOVE MH-VALOR TO WS-LANC-VALOR
                               MOVE MH-DATA-MOVIMENTO TO WS-LANC-DATA
                               MOVE MH-TERMINAL TO WS-LANC-TERMINAL
                               PERFORM 2400-ANALISA-LANCAMENTO
                           END-IF
                       END-IF
               END-READ.

      * O MOVIMENT E CRONOLOGICO DENTRO DO LOGIN (ID CRESCENTE) -
      * O PRIMEIRO LANCAMENTO DEPOIS DO FIM DO MES ENCERRA A LEITURA
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
                          OR MV-DATA-MOVIMENTO > WS-FIM-MES
                           MOVE '10' TO WS-FS-MOVIMENTO
                       ELSE
                           IF MV-DATA-MOVIMENTO >= WS-INICIO-MES
                               ADD 1 TO WS-TOTAL-LANC-MOVIMENTO
                               MOVE MV-TIPO-OPERACAO TO WS-LANC-TIPO
                               MOVE MV-VALOR TO WS-LANC-VALOR
                               MOVE MV-DATA-MOVIMENTO TO WS-LANC-DATA
                               MOVE MV-TERMINAL TO WS-LANC-TERMINAL
                               PERFORM 2400-ANALISA-LANCAMENTO
                           END-IF
                       END-IF
               END-READ.

           2400-ANALISA-LANCAMENTO.
               MOVE WS-LANC-DATA(7:2) TO WS-DIA-LANC
               EVALUATE WS-LANC-TIPO
                   WHEN 'DE'
                       PERFORM 2410-ANALISA-ESPECIE
                   WHEN 'SA'
                       PERFORM 2410-ANALISA-ESPECIE
                       PERFORM 2430-CONFERE-SAQUE-DO-CREDITO
                   WHEN 'TR'
                   WHEN 'TC'
                       PERFORM 2420-REGISTRA-CREDITO
               END-EVALUATE.

      * OPERACAO ISOLADA NO VALOR DE COMUNICACAO OU ACIMA E
      * COMUNICADA NA HORA; ABAIXO DELE VAI PARA O ACUMULADO DO
      * DIA DO CPF, QUE O FRACIONAMENTO ANALISA NO FIM
           2410-ANALISA-ESPECIE.
               ADD 1 TO WS-TOTAL-ESPECIE
               IF WS-CPF-ACHADO
                   IF WS-LANC-TIPO = 'DE'
                       ADD 1 TO WS-TAB-QTD-DE(WS-IND-CPF)
                       ADD WS-LANC-VALOR TO WS-TAB-VALOR-DE(WS-IND-CPF)
                   ELSE
                       ADD 1 TO WS-TAB-QTD-SA(WS-IND-CPF)
                       ADD WS-LANC-VALOR TO WS-TAB-VALOR-SA(WS-IND-CPF)
                   END-IF
               END-IF

               IF WS-LANC-VALOR >= WS-VALOR-COMUNICACAO
                   MOVE 01 TO CF-ENQUADRAMENTO
                   MOVE CM-CPF TO CF-CPF
                   MOVE CM-NOME TO CF-NOME
                   MOVE CM-LOGIN TO CF-LOGIN
                   MOVE WS-LANC-TIPO TO CF-TIPO-OPERACAO
                   MOVE WS-LANC-DATA TO CF-DATA-INICIAL
                   MOVE WS-LANC-DATA TO CF-DATA-FINAL
                   MOVE 1 TO CF-QTD-OPERACOES
                   MOVE WS-LANC-VALOR TO CF-VALOR
                   MOVE ZERO TO CF-VALOR-CREDITO
                   MOVE WS-LANC-TERMINAL TO CF-TERMINAL
                   PERFORM 8000-GRAVA-COMUNICACAO
                   ADD 1 TO WS-TOTAL-ENQ-LIMITE
                   IF WS-CPF-ACHADO
                       ADD 1 TO WS-TAB-ALERTAS(WS-IND-CPF)
                   END-IF
                   DISPLAY " ACIMA DO LIMITE: CPF " CM-CPF " "
                       CM-LOGIN
                   DISPLAY "   " WS-LANC-DATA " " WS-LANC-TIPO " "
                       WS-LANC-VALOR " TERMINAL " WS-LANC-TERMINAL
               ELSE
                   IF WS-CPF-ACHADO
                       PERFORM 2415-SOMA-NO-DIA
                   END-IF
               END-IF.

           2415-SOMA-NO-DIA.
               IF WS-LANC-TIPO = 'DE'
                   ADD 1 TO WS-TAB-DIA-QTD-DE(WS-IND-CPF, WS-DIA-LANC)
                   ADD WS-LANC-VALOR
                       TO WS-TAB-DIA-VALOR-DE(WS-IND-CPF, WS-DIA-LANC)
               ELSE
                   ADD 1 TO WS-TAB-DIA-QTD-SA(WS-IND-CPF, WS-DIA-LANC)
                   ADD WS-LANC-VALOR
                       TO WS-TAB-DIA-VALOR-SA(WS-IND-CPF, WS-DIA-LANC)
               END-IF.

      * CREDITO FORA DO PRAZO DA JANELA ABERTA FECHA A ANTERIOR E
      * ABRE OUTRA; DENTRO DELE SOMA NO CREDITO DA JANELA
           2420-REGISTRA-CREDITO.
               IF WS-JANELA-ABERTA
                   COMPUTE WS-DIAS-DECORRIDOS =
                       WS-DIA-LANC - WS-JANELA-DIA
                   IF WS-DIAS-DECORRIDOS > WS-DIAS-SAQUE
                       SET WS-JANELA-FECHADA TO TRUE
                   END-IF
               END-IF

               IF WS-JANELA-FECHADA
                   SET WS-JANELA-ABERTA TO TRUE
                   SET WS-JANELA-NAO-APONTADA TO TRUE
                   MOVE WS-LANC-DATA TO WS-JANELA-DATA-INICIAL
                   MOVE WS-DIA-LANC TO WS-JANELA-DIA
                   MOVE WS-LANC-VALOR TO WS-JANELA-CREDITO
                   MOVE ZERO TO WS-JANELA-SAQUES
                   MOVE ZERO TO WS-JANELA-QTD-SAQUES
               ELSE
                   ADD WS-LANC-VALOR TO WS-JANELA-CREDITO
               END-IF.

      * SAQUE DENTRO DO PRAZO DA JANELA SOMA NOS SAQUES DELA; A
      * JANELA E APONTADA UMA VEZ SO, QUANDO OS SAQUES CHEGAM AO
      * PERCENTUAL DO CREDITO RECEBIDO
           2430-CONFERE-SAQUE-DO-CREDITO.
               IF WS-JANELA-ABERTA
                   COMPUTE WS-DIAS-DECORRIDOS =
                       WS-DIA-LANC - WS-JANELA-DIA
                   IF WS-DIAS-DECORRIDOS > WS-DIAS-SAQUE
                       SET WS-JANELA-FECHADA TO TRUE
                   ELSE
                       ADD WS-LANC-VALOR TO WS-JANELA-SAQUES
                       ADD 1 TO WS-JANELA-QTD-SAQUES
                       IF WS-JANELA-NAO-APONTADA
                          AND WS-JANELA-CREDITO >=
                              WS-VALOR-MINIMO-CREDITO
                          AND WS-JANELA-SAQUES * 100 >=
                              WS-JANELA-CREDITO * WS-PERCENTUAL-SAQUE
                           PERFORM 2440-APONTA-CREDITO-SACADO
                       END-IF
                   END-IF
               END-IF.

           2440-APONTA-CREDITO-SACADO.
               SET WS-JANELA-APONTADA TO TRUE
               MOVE 04 TO CF-ENQUADRAMENTO
               MOVE CM-CPF TO CF-CPF
               MOVE CM-NOME TO CF-NOME
               MOVE CM-LOGIN TO CF-LOGIN
               MOVE 'SA' TO CF-TIPO-OPERACAO
               MOVE WS-JANELA-DATA-INICIAL TO CF-DATA-INICIAL
               MOVE WS-LANC-DATA TO CF-DATA-FINAL
               MOVE WS-JANELA-QTD-SAQUES TO CF-QTD-OPERACOES
               MOVE WS-JANELA-SAQUES TO CF-VALOR
               MOVE WS-JANELA-CREDITO TO CF-VALOR-CREDITO
               MOVE WS-LANC-TERMINAL TO CF-TERMINAL
               PERFORM 8000-GRAVA-COMUNICACAO
               ADD 1 TO WS-TOTAL-ENQ-CREDITO
               IF WS-CPF-ACHADO
                   ADD 1 TO WS-TAB-ALERTAS(WS-IND-CPF)
               END-IF
               DISPLAY " CREDITO SACADO EM ESPECIE: CPF " CM-CPF " "
                   CM-LOGIN
               DISPLAY "   CREDITO " WS-JANELA-CREDITO " EM "
                   WS-JANELA-DATA-INICIAL " SAQUES "
                   WS-JANELA-SAQUES " ATE " WS-LANC-DATA.

      *--------------------------------------------------------*
      * FRACIONAMENTO - DIA E SEMANA DE CADA CPF                *
      *--------------------------------------------------------*
           3000-ANALISA-FRACIONAMENTO.
               DISPLAY " "
               DISPLAY "-- FRACIONAMENTO POR CPF -----------------"
               MOVE ZERO TO WS-IND-CPF
               PERFORM 3100-ANALISA-UM-CPF
                   UNTIL WS-IND-CPF >= WS-TOTAL-CPFS.

           3100-ANALISA-UM-CPF.
               ADD 1 TO WS-IND-CPF
               MOVE 'DE' TO WS-TIPO-ANALISE
               PERFORM 3200-ANALISA-UM-TIPO
               MOVE 'SA' TO WS-TIPO-ANALISE
               PERFORM 3200-ANALISA-UM-TIPO.

           3200-ANALISA-UM-TIPO.
               MOVE ZERO TO WS-IND-SEMANA
               PERFORM 3205-ZERA-UMA-SEMANA
                   UNTIL WS-IND-SEMANA >= 6
               MOVE ZERO TO WS-IND-DIA
               PERFORM 3210-ANALISA-UM-DIA
                   UNTIL WS-IND-DIA >= WS-DIAS-NO-MES
               MOVE ZERO TO WS-IND-SEMANA
               PERFORM 3220-ANALISA-UMA-SEMANA
                   UNTIL WS-IND-SEMANA >= 6.

           3205-ZERA-UMA-SEMANA.
               ADD 1 TO WS-IND-SEMANA
               MOVE ZERO TO WS-SEM-QTD(WS-IND-SEMANA)
               MOVE ZERO TO WS-SEM-VALOR(WS-IND-SEMANA)
               MOVE ZERO TO WS-SEM-DIA-INICIAL(WS-IND-SEMANA)
               MOVE ZERO TO WS-SEM-DIA-FINAL(WS-IND-SEMANA)
               MOVE 'N' TO WS-SEM-APONTADA-SW(WS-IND-SEMANA).

      * O DIA ENTRA NA SUA SEMANA (SEGUNDA A DOMINGO) E, SE SOZINHO
      * JA FECHA UM FRACIONAMENTO, E APONTADO E MARCA A SEMANA
           3210-ANALISA-UM-DIA.
               ADD 1 TO WS-IND-DIA
               IF WS-TIPO-ANALISE = 'DE'
                   MOVE WS-TAB-DIA-QTD-DE(WS-IND-CPF, WS-IND-DIA)
                       TO WS-DIA-QTD
                   MOVE WS-TAB-DIA-VALOR-DE(WS-IND-CPF, WS-IND-DIA)
                       TO WS-DIA-VALOR
               ELSE
                   MOVE WS-TAB-DIA-QTD-SA(WS-IND-CPF, WS-IND-DIA)
                       TO WS-DIA-QTD
                   MOVE WS-TAB-DIA-VALOR-SA(WS-IND-CPF, WS-IND-DIA)
                       TO WS-DIA-VALOR
               END-IF

               IF WS-DIA-QTD > ZERO
                   COMPUTE WS-POSICAO-NA-SEMANA =
                       WS-IND-DIA - 1 + WS-DESLOCAMENTO-SEMANA
                   DIVIDE WS-POSICAO-NA-SEMANA BY 7
                       GIVING WS-IND-SEMANA
                   ADD 1 TO WS-IND-SEMANA
                   IF WS-SEM-QTD(WS-IND-SEMANA) = ZERO
                       MOVE WS-IND-DIA
                           TO WS-SEM-DIA-INICIAL(WS-IND-SEMANA)
                   END-IF
                   MOVE WS-IND-DIA TO WS-SEM-DIA-FINAL(WS-IND-SEMANA)
                   ADD WS-DIA-QTD TO WS-SEM-QTD(WS-IND-SEMANA)
                   ADD WS-DIA-VALOR TO WS-SEM-VALOR(WS-IND-SEMANA)

                   IF WS-DIA-QTD >= 2
                      AND WS-DIA-VALOR >= WS-VALOR-COMUNICACAO
                       MOVE 'S' TO WS-SEM-APONTADA-SW(WS-IND-SEMANA)
                       MOVE 02 TO CF-ENQUADRAMENTO
                       MOVE WS-IND-DIA TO WS-DIA-CALC
                       PERFORM 3300-APONTA-FRACIONAMENTO
                       ADD 1 TO WS-TOTAL-ENQ-FRAC-DIA
                   END-IF
               END-IF.

           3220-ANALISA-UMA-SEMANA.
               ADD 1 TO WS-IND-SEMANA
               IF WS-SEM-QTD(WS-IND-SEMANA) >= 2
                  AND WS-SEM-VALOR(WS-IND-SEMANA) >=
                      WS-VALOR-COMUNICACAO
                  AND WS-SEM-APONTADA-SW(WS-IND-SEMANA) = 'N'
                   MOVE WS-SEM-QTD(WS-IND-SEMANA) TO WS-DIA-QTD
                   MOVE WS-SEM-VALOR(WS-IND-SEMANA) TO WS-DIA-VALOR
                   MOVE 03 TO CF-ENQUADRAMENTO
                   MOVE WS-SEM-DIA-INICIAL(WS-IND-SEMANA)
                       TO WS-DIA-CALC
                   PERFORM 3300-APONTA-FRACIONAMENTO
                   ADD 1 TO WS-TOTAL-ENQ-FRAC-SEMANA
               END-IF.

      * GRAVA O FRACIONAMENTO DO CPF EM WS-IND-CPF: QUANTIDADE E
      * VALOR EM WS-DIA-QTD/WS-DIA-VALOR E PRIMEIRO DIA EM
      * WS-DIA-CALC; NA SEMANA O ULTIMO DIA E O DA SEMANA EM
      * WS-IND-SEMANA. A CONTA SEM CPF LEVA O LOGIN NO REGISTRO
           3300-APONTA-FRACIONAMENTO.
               MOVE WS-TAB-CPF(WS-IND-CPF) TO CF-CPF
               MOVE WS-TAB-NOME(WS-IND-CPF) TO CF-NOME
               IF WS-TAB-CPF(WS-IND-CPF) = ZERO
                   MOVE WS-TAB-LOGIN-REF(WS-IND-CPF) TO CF-LOGIN
               ELSE
                   MOVE SPACES TO CF-LOGIN
               END-IF
               MOVE WS-TIPO-ANALISE TO CF-TIPO-OPERACAO
               MOVE WS-INICIO-MES TO WS-DATA-MONTADA
               MOVE WS-DIA-CALC TO WS-DATA-MONTADA(7:2)
               MOVE WS-DATA-MONTADA TO CF-DATA-INICIAL
               IF CF-ENQ-FRACIONAMENTO-DIA
                   MOVE WS-DATA-MONTADA TO CF-DATA-FINAL
               ELSE
                   MOVE WS-SEM-DIA-FINAL(WS-IND-SEMANA)
                       TO WS-DATA-MONTADA(7:2)
                   MOVE WS-DATA-MONTADA TO CF-DATA-FINAL
               END-IF
               MOVE WS-DIA-QTD TO CF-QTD-OPERACOES
               MOVE WS-DIA-VALOR TO CF-VALOR
               MOVE ZERO TO CF-VALOR-CREDITO
               MOVE SPACES TO CF-TERMINAL
               PERFORM 8000-GRAVA-COMUNICACAO
               ADD 1 TO WS-TAB-ALERTAS(WS-IND-CPF)
               IF CF-ENQ-FRACIONAMENTO-DIA
                   DISPLAY " FRACIONAMENTO NO DIA: CPF " CF-CPF " "
                       CF-TIPO-OPERACAO
               ELSE
                   DISPLAY " FRACIONAMENTO NA SEMANA: CPF " CF-CPF
                       " " CF-TIPO-OPERACAO
               END-IF
               DISPLAY "   " CF-DATA-INICIAL " A " CF-DATA-FINAL " "
                   CF-QTD-OPERACOES " OPER. TOTAL " CF-VALOR.

      *--------------------------------------------------------*
      * RESUMO POR CPF E TRAILER DO ARQUIVO DE COMUNICACAO      *
      *--------------------------------------------------------*
           4000-RESUMO-POR-CPF.
               DISPLAY " "
               DISPLAY "-- ESPECIE POR CPF NO MES ----------------"
               DISPLAY " CPF         QTD   VALOR (DE / SA)  ALERTAS"
               MOVE ZERO TO WS-IND-CPF
               PERFORM 4100-IMPRIME-UM-CPF
                   UNTIL WS-IND-CPF >= WS-TOTAL-CPFS.

           4100-IMPRIME-UM-CPF.
               ADD 1 TO WS-IND-CPF
               IF WS-TAB-QTD-DE(WS-IND-CPF) > ZERO
                  OR WS-TAB-QTD-SA(WS-IND-CPF) > ZERO
                   IF WS-TAB-CPF(WS-IND-CPF) = ZERO
                       DISPLAY " SEM CPF - LOGIN "
                           WS-TAB-LOGIN-REF(WS-IND-CPF)
                   END-IF
                   DISPLAY " " WS-TAB-CPF(WS-IND-CPF) " DE "
                       WS-TAB-QTD-DE(WS-IND-CPF) " "
                       WS-TAB-VALOR-DE(WS-IND-CPF) " "
                       WS-TAB-ALERTAS(WS-IND-CPF)
                   DISPLAY "             SA "
                       WS-TAB-QTD-SA(WS-IND-CPF) " "
                       WS-TAB-VALOR-SA(WS-IND-CPF)
               END-IF.

           5000-GRAVA-TRAILER.
               SET CF-REG-TRAILER TO TRUE
               MOVE WS-MES-REFERENCIA TO CF-MES-REFERENCIA
               MOVE ZERO TO CF-ENQUADRAMENTO
               MOVE ZERO TO CF-CPF
               MOVE SPACES TO CF-NOME
               MOVE SPACES TO CF-LOGIN
               MOVE SPACES TO CF-TIPO-OPERACAO
               MOVE ZERO TO CF-DATA-INICIAL
               MOVE ZERO TO CF-DATA-FINAL
               MOVE ZERO TO CF-QTD-OPERACOES
               MOVE ZERO TO CF-VALOR
               MOVE ZERO TO CF-VALOR-CREDITO
               MOVE SPACES TO CF-TERMINAL
               MOVE WS-TOTAL-COMUNICACOES TO CF-TOTAL-COMUNICACOES
               MOVE WS-VALOR-COMUNICADO TO CF-TOTAL-VALOR
               WRITE CF-REGISTRO-COMUNICACAO.

      * GRAVA O REGISTRO-COMUNICACAO PREPARADO PELO CHAMADOR
           8000-GRAVA-COMUNICACAO.
               SET CF-REG-COMUNICACAO TO TRUE
               MOVE WS-MES-REFERENCIA TO CF-MES-REFERENCIA
               MOVE ZERO TO CF-TOTAL-COMUNICACOES
               MOVE ZERO TO CF-TOTAL-VALOR
               WRITE CF-REGISTRO-COMUNICACAO
               ADD 1 TO WS-TOTAL-COMUNICACOES
               ADD CF-VALOR TO WS-VALOR-COMUNICADO.

      *--------------------------------------------------------*
      * PARAMETROS E PERIODO DE REFERENCIA                      *
      *--------------------------------------------------------*
      * SEM PARAMETRO NAO HA ANALISE - E NADA E ABERTO ANTES, PARA
      * NAO ZERAR O ARQUIVO DE COMUNICACAO DA ULTIMA EXECUCAO
           1100-CARREGA-PARAMETROS.
               OPEN INPUT PARAMETRO
               IF WS-FS-PARAMETRO = '35'
                   DISPLAY " ARQUIVO DE PARAMETROS PARMCOAF"
                   DISPLAY " NAO ENCONTRADO - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PARAMETRO
                   AT END
                       DISPLAY " ARQUIVO DE PARAMETROS VAZIO -"
                       DISPLAY " EXECUCAO ABORTADA"
                       CLOSE PARAMETRO
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE PL-MES-REFERENCIA TO WS-MES-PARAMETRO
               MOVE PL-VALOR-COMUNICACAO TO WS-VALOR-COMUNICACAO
               MOVE PL-PERCENTUAL-SAQUE TO WS-PERCENTUAL-SAQUE
               MOVE PL-DIAS-SAQUE TO WS-DIAS-SAQUE
               MOVE PL-VALOR-MINIMO-CREDITO TO WS-VALOR-MINIMO-CREDITO
               CLOSE PARAMETRO
               IF WS-VALOR-COMUNICACAO = ZERO
                  OR WS-PERCENTUAL-SAQUE = ZERO
                   DISPLAY " VALOR DE COMUNICACAO OU PERCENTUAL"
                   DISPLAY " ZERADO NO PARMCOAF - EXECUCAO ABORTADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * MES DO PARAMETRO OU MES CALENDARIO ANTERIOR AO MES DE
      * PROCESSAMENTO (COMO NO EXTRATO MENSAL), DO DIA 1 AO ULTIMO
      * DIA, E A SEMANA EM QUE CAI O DIA 1
           1200-DEFINE-PERIODO.
               IF WS-MES-PARAMETRO NOT = ZERO
                   MOVE WS-MES-PARAMETRO TO WS-MES-REFERENCIA
                   MOVE WS-MES-REFERENCIA(1:4) TO WS-ANO-REFERENCIA
                   MOVE WS-MES-REFERENCIA(5:2) TO WS-MES-REF-NUM
                   IF WS-MES-REF-NUM < 1 OR WS-MES-REF-NUM > 12
                       DISPLAY " MES DE REFERENCIA INVALIDO NO"
                       DISPLAY " PARMCOAF - EXECUCAO ABORTADA"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-ANO-ATUAL
                   MOVE WS-DATA-PROCESSAMENTO(5:2) TO WS-MES-ATUAL
                   IF WS-MES-ATUAL = 1
                       COMPUTE WS-ANO-REFERENCIA = WS-ANO-ATUAL - 1
                       MOVE 12 TO WS-MES-REF-NUM
                   ELSE
                       MOVE WS-ANO-ATUAL TO WS-ANO-REFERENCIA
                       COMPUTE WS-MES-REF-NUM = WS-MES-ATUAL - 1
                   END-IF
                   MOVE WS-ANO-REFERENCIA TO WS-MES-REFERENCIA(1:4)
                   MOVE WS-MES-REF-NUM TO WS-MES-REFERENCIA(5:2)
               END-IF

               MOVE WS-ANO-REFERENCIA TO WS-ANO-CALC
               MOVE WS-MES-REF-NUM TO WS-MES-CALC
               PERFORM 1585-ULTIMO-DIA-DO-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-DIAS-NO-MES
               MOVE WS-MES-REFERENCIA TO WS-INICIO-MES(1:6)
               MOVE 01 TO WS-INICIO-MES(7:2)
               MOVE WS-MES-REFERENCIA TO WS-FIM-MES(1:6)
               MOVE WS-ULTIMO-DIA-MES TO WS-FIM-MES(7:2)
               MOVE 01 TO WS-DIA-CALC
               PERFORM 1590-DIA-DA-SEMANA
               MOVE WS-DIA-SEMANA TO WS-DESLOCAMENTO-SEMANA.

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

      * DIA DA SEMANA DE WS-DIA-CALC/WS-MES-CALC/WS-ANO-CALC PELO
      * NUMERO SERIAL DE DIAS (GREGORIANO, DIVISOES INTEIRAS EM
      * PASSOS SEPARADOS PORQUE O COMPUTE NAO TRUNCA
      * INTERMEDIARIOS): RESTO 0 = SEGUNDA ... 6 = DOMINGO
           1590-DIA-DA-SEMANA.
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
                   REMAINDER WS-DIA-SEMANA.

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

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
           1000-ABRE-ARQUIVOS.
               OPEN INPUT CONTA-MESTRE
               OPEN INPUT MOVIMENTO
               SET WS-COM-HISTORICO TO TRUE
               OPEN INPUT HISTORICO
               IF WS-FS-HISTORICO = '35'
                   SET WS-SEM-HISTORICO TO TRUE
               END-IF
               OPEN OUTPUT COMUNICACAO
               DISPLAY "=========================================="
               DISPLAY " CE023-COAF-ESPECIE - MOVIMENTACAO EM"
               DISPLAY " ESPECIE PARA O COMPLIANCE (COAF)"
               DISPLAY " DATA DE PROCESSAMENTO: " WS-DATA-PROCESSAMENTO
               DISPLAY " MES DE REFERENCIA:     " WS-MES-REFERENCIA
               DISPLAY " VALOR DE COMUNICACAO:  " WS-VALOR-COMUNICACAO
               IF WS-SEM-HISTORICO
                   DISPLAY " SEM ARQUIVO HISTORICO - SO O MOVIMENT"
                   DISPLAY " SERA LIDO"
               END-IF
               DISPLAY "=========================================="
               DISPLAY " "
               DISPLAY "-- OCORRENCIAS POR CONTA -----------------"
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
               CLOSE COMUNICACAO
               DISPLAY " "
               DISPLAY "=========================================="
               DISPLAY " CONTAS ANALISADAS:           " WS-TOTAL-CONTAS
               DISPLAY " CPFS DISTINTOS:              " WS-TOTAL-CPFS
               DISPLAY " LANCAMENTOS DO MOVIMENT:     "
                   WS-TOTAL-LANC-MOVIMENTO
               DISPLAY " LANCAMENTOS DO HISTORICO:    "
                   WS-TOTAL-LANC-HISTORICO
               DISPLAY " OPERACOES EM ESPECIE:        " WS-TOTAL-ESPECIE
               DISPLAY " ACIMA DO LIMITE:             "
                   WS-TOTAL-ENQ-LIMITE
               DISPLAY " FRACIONAMENTO NO DIA:        "
                   WS-TOTAL-ENQ-FRAC-DIA
               DISPLAY " FRACIONAMENTO NA SEMANA:     "
                   WS-TOTAL-ENQ-FRAC-SEMANA
               DISPLAY " CREDITO SACADO EM ESPECIE:   "
                   WS-TOTAL-ENQ-CREDITO
               DISPLAY " COMUNICACOES GRAVADAS:       "
                   WS-TOTAL-COMUNICACOES
               DISPLAY " VALOR COMUNICADO:            "
                   WS-VALOR-COMUNICADO
               DISPLAY " CONTAS FORA DA TABELA DE CPF:"
                   WS-CONTAS-FORA-TABELA
               DISPLAY "==========================================".

           END PROGRAM CE023-COAF-ESPECIE.
