      *PROJETO CAIXA ELETRONICO - SOBRAS E FALTAS DE CAIXA
      *
      * RELATORIO DOS RECOLHIMENTOS DE CASSETE DO PERIODO: PARA
      * CADA RECOLHIMENTO REGISTRADO NO L005 (CXRECOLH), A SOBRA E
      * A FALTA APURADAS NA CONTAGEM FISICA DO TESOUREIRO, O VALOR
      * QUE O SISTEMA ACHA QUE SAIU PELA GAVETA (CEDULAS
      * DISPENSADAS X DENOMINACAO) E OS SAQUES DO MOVIMENTO DO
      * MESMO TERMINAL NO MESMO INTERVALO - DO RECOLHIMENTO
      * ANTERIOR DO TERMINAL ATE ESTE - PELA MESMA REGRA DO
      * FECHAMENTO POR TERMINAL (CE010). SAQUE QUE NAO BATE COM A
      * DISPENSA APONTA FALHA DO TERMINAL; CONTAGEM QUE NAO BATE
      * COM O TEORICO APONTA SOBRA OU FALTA NA GAVETA. FECHA COM O
      * RESUMO POR TERMINAL NO PERIODO.
      * O PERIODO VEM DO PARMPERI; SEM ELE, E DO DIA 1 DO MES DA
      * DATA DE PROCESSAMENTO ATE ELA. SO LEITURA - PODE SER
      * REEXECUTADO A QUALQUER MOMENTO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE025-SOBRA-FALTA-CAIXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOLHIMENTO ASSIGN TO "CXRECOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECOLHIMENTO.

           SELECT MOVIMENTO ASSIGN TO "MOVIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-CHAVE
               FILE STATUS IS WS-FS-MOVIMENTO.

           SELECT PARAMETRO-PERIODO ASSIGN TO "PARMPERI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMPERI.

           SELECT PARAMETRO-DATA ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.

       DATA DIVISION.

           FILE SECTION.

           FD  RECOLHIMENTO.
           COPY RECOLHE.

           FD  MOVIMENTO.
           COPY MOVTO.

           FD  PARAMETRO-PERIODO.
           COPY PARMPERI.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-RECOLHIMENTO PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-PARMPERI PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-INICIAL PIC 9(08).
           77 WS-DATA-FINAL PIC 9(08).

      * MOMENTO (DATA + HORA) DO REGISTRO LIDO - E POR ELE QUE
      * O SAQUE CAI NO INTERVALO DE UM RECOLHIMENTO
           77 WS-MOMENTO PIC 9(14).

      * TERMINAIS - O ULTIMO RECOLHIMENTO LIDO DE CADA UM (INICIO
      * DO INTERVALO DO PROXIMO), O RECOLHIMENTO EM MONTAGEM E OS
      * TOTAIS DO PERIODO
           77 WS-MAXIMO-TERMINAIS PIC 9(02) VALUE 50.
           77 WS-TOTAL-TERMINAIS PIC 9(02) VALUE ZERO.
           77 WS-IND-TERMINAL PIC 9(02) VALUE ZERO.
           77 WS-TERMINAL-PROCURADO PIC X(08).
           77 WS-TERMINAL-ACHADO-SW PIC X(01).
               88 WS-TERMINAL-ACHADO VALUE 'S'.
               88 WS-TERMINAL-NAO-ACHADO VALUE 'N'.

           01 WS-TABELA-TERMINAIS.
              05 WS-ENTRADA-TERMINAL OCCURS 50 TIMES.
                 10 WS-TAB-TM-TERMINAL PIC X(08).
                 10 WS-TAB-TM-ULTIMO-MOMENTO PIC 9(14).
                 10 WS-TAB-TM-RECOLH-ATUAL PIC 9(03).
                 10 WS-TAB-TM-QTD-RECOLH PIC 9(05).
                 10 WS-TAB-TM-SAQUES PIC 9(12)V99.
                 10 WS-TAB-TM-DISPENSADO PIC 9(12)V99.
                 10 WS-TAB-TM-SOBRA PIC 9(12)V99.
                 10 WS-TAB-TM-FALTA PIC 9(12)V99.

      * RECOLHIMENTOS DO PERIODO - INTERVALO (INICIO EXCLUSIVO, FIM
      * INCLUSIVO) E VALORES APURADOS
           77 WS-MAXIMO-RECOLH PIC 9(03) VALUE 300.
           77 WS-TOTAL-RECOLH PIC 9(03) VALUE ZERO.
           77 WS-IND-RECOLH PIC 9(03) VALUE ZERO.

           01 WS-TABELA-RECOLHIMENTOS.
              05 WS-ENTRADA-RECOLH OCCURS 300 TIMES.
                 10 WS-TAB-RC-TERMINAL PIC X(08).
                 10 WS-TAB-RC-INICIO PIC 9(14).
                 10 WS-TAB-RC-FIM PIC 9(14).
                 10 WS-TAB-RC-MATRICULA PIC X(10).
                 10 WS-TAB-RC-DISPENSADO PIC 9(12)V99.
                 10 WS-TAB-RC-SAQUES PIC 9(12)V99.
                 10 WS-TAB-RC-SOBRA PIC 9(12)V99.
                 10 WS-TAB-RC-FALTA PIC 9(12)V99.

           77 WS-DIVERGENCIA PIC S9(12)V99.
           77 WS-VALOR-DISPENSADO PIC 9(12)V99.

      * TOTAIS GERAIS DO RELATORIO
           77 WS-TOTAL-SAQUES PIC 9(14)V99 VALUE ZERO.
           77 WS-TOTAL-DISPENSADO PIC 9(14)V99 VALUE ZERO.
           77 WS-TOTAL-SOBRA PIC 9(14)V99 VALUE ZERO.
           77 WS-TOTAL-FALTA PIC 9(14)V99 VALUE ZERO.
           77 WS-TOTAL-FORA-TABELA PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1100-DEFINE-PERIODO.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 2000-TRATA-UM-RECOLHIMENTO
           UNTIL WS-FS-RECOLHIMENTO = '10'.
       PERFORM 3000-CRUZA-SAQUES.
       PERFORM 4000-IMPRIME-RECOLHIMENTOS.
       PERFORM 5000-IMPRIME-TERMINAIS.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * RECOLHIMENTOS - O ARQUIVO E LIDO INTEIRO, EM ORDEM DE   *
      * GRAVACAO, PARA QUE O PRIMEIRO RECOLHIMENTO DO PERIODO   *
      * TENHA O INICIO DO INTERVALO NO RECOLHIMENTO ANTERIOR    *
      *--------------------------------------------------------*
           2000-TRATA-UM-RECOLHIMENTO.
               READ RECOLHIMENTO
                   AT END
                       MOVE '10' TO WS-FS-RECOLHIMENTO
                   NOT AT END
                       PERFORM 2100-ACUMULA-LINHA
               END-READ.

      * CADA RECOLHIMENTO TEM UMA LINHA POR DENOMINACAO COM O MESMO
      * TERMINAL, DATA E HORA - A PRIMEIRA LINHA DE UM MOMENTO NOVO
      * ABRE O RECOLHIMENTO E FECHA O INTERVALO DO TERMINAL
           2100-ACUMULA-LINHA.
               MOVE RC-TERMINAL TO WS-TERMINAL-PROCURADO
               PERFORM 2900-LOCALIZA-TERMINAL
               IF WS-TERMINAL-ACHADO
                   COMPUTE WS-MOMENTO =
                       (RC-DATA-RECOLHIMENTO * 1000000)
                       + RC-HORA-RECOLHIMENTO
                   IF WS-MOMENTO NOT =
                          WS-TAB-TM-ULTIMO-MOMENTO(WS-IND-TERMINAL)
                       PERFORM 2200-ABRE-RECOLHIMENTO
                   END-IF
                   IF WS-TAB-TM-RECOLH-ATUAL(WS-IND-TERMINAL)
                          NOT = ZERO
                       MOVE WS-TAB-TM-RECOLH-ATUAL(WS-IND-TERMINAL)
                           TO WS-IND-RECOLH
                       PERFORM 2300-SOMA-DENOMINACAO
                   END-IF
               END-IF.

      * SO O RECOLHIMENTO DENTRO DO PERIODO ENTRA NA TABELA; O DE
      * FORA SO MARCA O INICIO DO INTERVALO DO SEGUINTE
           2200-ABRE-RECOLHIMENTO.
               MOVE ZERO TO WS-TAB-TM-RECOLH-ATUAL(WS-IND-TERMINAL)
               IF RC-DATA-RECOLHIMENTO >= WS-DATA-INICIAL
                  AND RC-DATA-RECOLHIMENTO <= WS-DATA-FINAL
                   IF WS-TOTAL-RECOLH < WS-MAXIMO-RECOLH
                       ADD 1 TO WS-TOTAL-RECOLH
                       MOVE WS-TOTAL-RECOLH TO WS-IND-RECOLH
                       MOVE WS-IND-RECOLH
                           TO WS-TAB-TM-RECOLH-ATUAL(WS-IND-TERMINAL)
                       MOVE RC-TERMINAL
                           TO WS-TAB-RC-TERMINAL(WS-IND-RECOLH)
                       MOVE WS-TAB-TM-ULTIMO-MOMENTO(WS-IND-TERMINAL)
                           TO WS-TAB-RC-INICIO(WS-IND-RECOLH)
                       MOVE WS-MOMENTO
                           TO WS-TAB-RC-FIM(WS-IND-RECOLH)
                       MOVE RC-MATRICULA
                           TO WS-TAB-RC-MATRICULA(WS-IND-RECOLH)
                       MOVE ZERO
                           TO WS-TAB-RC-DISPENSADO(WS-IND-RECOLH)
                       MOVE ZERO TO WS-TAB-RC-SAQUES(WS-IND-RECOLH)
                       MOVE ZERO TO WS-TAB-RC-SOBRA(WS-IND-RECOLH)
                       MOVE ZERO TO WS-TAB-RC-FALTA(WS-IND-RECOLH)
                       ADD 1 TO WS-TAB-TM-QTD-RECOLH(WS-IND-TERMINAL)
                   ELSE
                       ADD 1 TO WS-TOTAL-FORA-TABELA
                       DISPLAY " TABELA DE RECOLHIMENTOS CHEIA -"
                       DISPLAY " FORA DO RELATORIO: " RC-TERMINAL
                           " " RC-DATA-RECOLHIMENTO
                   END-IF
               END-IF
               MOVE WS-MOMENTO
                   TO WS-TAB-TM-ULTIMO-MOMENTO(WS-IND-TERMINAL).

           2300-SOMA-DENOMINACAO.
               COMPUTE WS-VALOR-DISPENSADO =
                   RC-QTD-DISPENSADA * RC-DENOMINACAO
               ADD WS-VALOR-DISPENSADO
                   TO WS-TAB-RC-DISPENSADO(WS-IND-RECOLH)
               ADD WS-VALOR-DISPENSADO
                   TO WS-TAB-TM-DISPENSADO(WS-IND-TERMINAL)
               ADD WS-VALOR-DISPENSADO TO WS-TOTAL-DISPENSADO
               IF RC-VALOR-DIFERENCA > ZERO
                   ADD RC-VALOR-DIFERENCA
                       TO WS-TAB-RC-SOBRA(WS-IND-RECOLH)
                   ADD RC-VALOR-DIFERENCA
                       TO WS-TAB-TM-SOBRA(WS-IND-TERMINAL)
                   ADD RC-VALOR-DIFERENCA TO WS-TOTAL-SOBRA
               END-IF
               IF RC-VALOR-DIFERENCA < ZERO
                   SUBTRACT RC-VALOR-DIFERENCA
                       FROM WS-TAB-RC-FALTA(WS-IND-RECOLH)
                   SUBTRACT RC-VALOR-DIFERENCA
                       FROM WS-TAB-TM-FALTA(WS-IND-TERMINAL)
                   SUBTRACT RC-VALOR-DIFERENCA FROM WS-TOTAL-FALTA
               END-IF.

      * PROCURA WS-TERMINAL-PROCURADO NA TABELA, INCLUINDO O
      * TERMINAL AINDA NAO VISTO
           2900-LOCALIZA-TERMINAL.
               SET WS-TERMINAL-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-TERMINAL
               PERFORM 2910-PROCURA-TERMINAL
                   UNTIL WS-TERMINAL-ACHADO
                      OR WS-IND-TERMINAL >= WS-TOTAL-TERMINAIS
               IF WS-TERMINAL-NAO-ACHADO
                   IF WS-TOTAL-TERMINAIS < WS-MAXIMO-TERMINAIS
                       ADD 1 TO WS-TOTAL-TERMINAIS
                       MOVE WS-TOTAL-TERMINAIS TO WS-IND-TERMINAL
                       MOVE WS-TERMINAL-PROCURADO
                           TO WS-TAB-TM-TERMINAL(WS-IND-TERMINAL)
                       MOVE ZERO
                           TO WS-TAB-TM-ULTIMO-MOMENTO(WS-IND-TERMINAL)
                       MOVE ZERO
                           TO WS-TAB-TM-RECOLH-ATUAL(WS-IND-TERMINAL)
                       MOVE ZERO
                           TO WS-TAB-TM-QTD-RECOLH(WS-IND-TERMINAL)
                       MOVE ZERO TO WS-TAB-TM-SAQUES(WS-IND-TERMINAL)
                       MOVE ZERO
                           TO WS-TAB-TM-DISPENSADO(WS-IND-TERMINAL)
                       MOVE ZERO TO WS-TAB-TM-SOBRA(WS-IND-TERMINAL)
                       MOVE ZERO TO WS-TAB-TM-FALTA(WS-IND-TERMINAL)
                       SET WS-TERMINAL-ACHADO TO TRUE
                   ELSE
                       DISPLAY " TABELA DE TERMINAIS CHEIA -"
                       DISPLAY " TERMINAL FORA DO RELATORIO: "
                           WS-TERMINAL-PROCURADO
                   END-IF
               END-IF.

           2910-PROCURA-TERMINAL.
               ADD 1 TO WS-IND-TERMINAL
               IF WS-TAB-TM-TERMINAL(WS-IND-TERMINAL) =
                      WS-TERMINAL-PROCURADO
                   SET WS-TERMINAL-ACHADO TO TRUE
               END-IF.

      *--------------------------------------------------------*
      * SAQUES DO MOVIMENTO - MESMA REGRA DO CE010: O SAQUE     *
      * ('SA') CONTA PARA O TERMINAL QUE O GRAVOU               *
      *--------------------------------------------------------*
           3000-CRUZA-SAQUES.
               OPEN INPUT MOVIMENTO
               IF WS-FS-MOVIMENTO = '35'
                   DISPLAY " SEM ARQUIVO DE MOVIMENTO - SAQUES"
                   DISPLAY " ZERADOS NO CRUZAMENTO"
               ELSE
                   MOVE SPACES TO WS-FS-MOVIMENTO
                   MOVE LOW-VALUES TO MV-CHAVE
                   START MOVIMENTO KEY IS >= MV-CHAVE
                       INVALID KEY
                           MOVE '10' TO WS-FS-MOVIMENTO
                   END-START
                   PERFORM 3100-LER-UM-MOVIMENTO
                       UNTIL WS-FS-MOVIMENTO = '10'
                   CLOSE MOVIMENTO
               END-IF.

           3100-LER-UM-MOVIMENTO.
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-MOVIMENTO
                   NOT AT END
                       IF MV-OP-SAQUE
                           PERFORM 3200-SOMA-SAQUE
                       END-IF
               END-READ.

      * O SAQUE ENTRA NO TOTAL DO TERMINAL QUANDO E DO PERIODO E NO
      * RECOLHIMENTO CUJO INTERVALO O CONTEM
           3200-SOMA-SAQUE.
               MOVE MV-TERMINAL TO WS-TERMINAL-PROCURADO
               PERFORM 2900-LOCALIZA-TERMINAL
               IF WS-TERMINAL-ACHADO
                   IF MV-DATA-MOVIMENTO >= WS-DATA-INICIAL
                      AND MV-DATA-MOVIMENTO <= WS-DATA-FINAL
                       ADD MV-VALOR
                           TO WS-TAB-TM-SAQUES(WS-IND-TERMINAL)
                       ADD MV-VALOR TO WS-TOTAL-SAQUES
                   END-IF
                   COMPUTE WS-MOMENTO =
                       (MV-DATA-MOVIMENTO * 1000000)
                       + MV-HORA-MOVIMENTO
                   MOVE ZERO TO WS-IND-RECOLH
                   PERFORM 3210-TESTA-UM-INTERVALO
                       UNTIL WS-IND-RECOLH >= WS-TOTAL-RECOLH
               END-IF.

           3210-TESTA-UM-INTERVALO.
               ADD 1 TO WS-IND-RECOLH
               IF WS-TAB-RC-TERMINAL(WS-IND-RECOLH) = MV-TERMINAL
                  AND WS-MOMENTO > WS-TAB-RC-INICIO(WS-IND-RECOLH)
                  AND WS-MOMENTO <= WS-TAB-RC-FIM(WS-IND-RECOLH)
                   ADD MV-VALOR TO WS-TAB-RC-SAQUES(WS-IND-RECOLH)
               END-IF.

      *--------------------------------------------------------*
      * IMPRESSAO DO RELATORIO                                  *
      *--------------------------------------------------------*
      * DIVERGENCIA = SAQUES DO MOVIMENTO MENOS O DISPENSADO PELOS
      * CASSETES NO INTERVALO (O PRIMEIRO RECOLHIMENTO DE UM
      * TERMINAL TEM INICIO ZERO - TODO O MOVIMENTO ANTERIOR)
           4000-IMPRIME-RECOLHIMENTOS.
               DISPLAY "-- RECOLHIMENTOS DO PERIODO --------------"
               DISPLAY " TERMINAL DESDE          ATE           "
                   " MATRICULA"
               DISPLAY "   DISPENSADO   SAQUES MOVTO   DIVERGENCIA"
                   "   SOBRA   FALTA"
               MOVE ZERO TO WS-IND-RECOLH
               PERFORM 4100-IMPRIME-UM-RECOLHIMENTO
                   UNTIL WS-IND-RECOLH >= WS-TOTAL-RECOLH.

           4100-IMPRIME-UM-RECOLHIMENTO.
               ADD 1 TO WS-IND-RECOLH
               COMPUTE WS-DIVERGENCIA =
                   WS-TAB-RC-SAQUES(WS-IND-RECOLH)
                   - WS-TAB-RC-DISPENSADO(WS-IND-RECOLH)
               DISPLAY " " WS-TAB-RC-TERMINAL(WS-IND-RECOLH)
                   " " WS-TAB-RC-INICIO(WS-IND-RECOLH)
                   " " WS-TAB-RC-FIM(WS-IND-RECOLH)
                   " " WS-TAB-RC-MATRICULA(WS-IND-RECOLH)
               DISPLAY "   " WS-TAB-RC-DISPENSADO(WS-IND-RECOLH)
                   " " WS-TAB-RC-SAQUES(WS-IND-RECOLH)
                   " " WS-DIVERGENCIA
                   " " WS-TAB-RC-SOBRA(WS-IND-RECOLH)
                   " " WS-TAB-RC-FALTA(WS-IND-RECOLH)
               IF WS-DIVERGENCIA NOT = ZERO
                   DISPLAY "   *** SAQUES NAO BATEM COM A DISPENSA"
               END-IF.

           5000-IMPRIME-TERMINAIS.
               DISPLAY "-- RESUMO POR TERMINAL NO PERIODO --------"
               DISPLAY " TERMINAL RECOLH  SAQUES (CE010)"
                   "   DISPENSADO   SOBRA   FALTA"
               MOVE ZERO TO WS-IND-TERMINAL
               PERFORM 5100-IMPRIME-UM-TERMINAL
                   UNTIL WS-IND-TERMINAL >= WS-TOTAL-TERMINAIS.

      * TERMINAL SEM RECOLHIMENTO NEM SAQUE NO PERIODO NAO SAI
           5100-IMPRIME-UM-TERMINAL.
               ADD 1 TO WS-IND-TERMINAL
               IF WS-TAB-TM-QTD-RECOLH(WS-IND-TERMINAL) > ZERO
                  OR WS-TAB-TM-SAQUES(WS-IND-TERMINAL) > ZERO
                   DISPLAY " " WS-TAB-TM-TERMINAL(WS-IND-TERMINAL)
                       " " WS-TAB-TM-QTD-RECOLH(WS-IND-TERMINAL)
                       " " WS-TAB-TM-SAQUES(WS-IND-TERMINAL)
                       " " WS-TAB-TM-DISPENSADO(WS-IND-TERMINAL)
                       " " WS-TAB-TM-SOBRA(WS-IND-TERMINAL)
                       " " WS-TAB-TM-FALTA(WS-IND-TERMINAL)
               END-IF.

      *--------------------------------------------------------*
      * DATA DE PROCESSAMENTO E PERIODO DO RELATORIO            *
      *--------------------------------------------------------*
      * A DATA VEM DO ARQUIVO DE PARAMETRO GRAVADO PELO OPERADOR
      * E SO CAI PARA A DATA DO SISTEMA QUANDO O PARAMETRO NAO
      * EXISTE - MESMA DISCIPLINA DOS DEMAIS BATCHES
           1500-DEFINE-DATA-PROCESSAMENTO.
               ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
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

      * PERIODO INFORMADO NO PARMPERI OU, NA FALTA DELE, O MES DA
      * DATA DE PROCESSAMENTO ATE ELA; PERIODO INVERTIDO E RECUSADO
           1100-DEFINE-PERIODO.
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-INICIAL
               MOVE 01 TO WS-DATA-INICIAL(7:2)
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-FINAL
               OPEN INPUT PARAMETRO-PERIODO
               IF WS-FS-PARMPERI NOT = '35'
                   READ PARAMETRO-PERIODO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PP-DATA-INICIAL NOT = ZERO
                              AND PP-DATA-FINAL NOT = ZERO
                               MOVE PP-DATA-INICIAL TO WS-DATA-INICIAL
                               MOVE PP-DATA-FINAL TO WS-DATA-FINAL
                           END-IF
                   END-READ
                   CLOSE PARAMETRO-PERIODO
               END-IF
               IF WS-DATA-INICIAL > WS-DATA-FINAL
                   DISPLAY " PERIODO INVALIDO: " WS-DATA-INICIAL
                       " A " WS-DATA-FINAL
                   DISPLAY " EXECUCAO RECUSADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
           1000-ABRE-ARQUIVOS.
               OPEN INPUT RECOLHIMENTO
               IF WS-FS-RECOLHIMENTO = '35'
                   DISPLAY " SEM ARQUIVO DE RECOLHIMENTOS -"
                   DISPLAY " NADA A APURAR"
                   STOP RUN
               END-IF
               DISPLAY "=========================================="
               DISPLAY " CE025-SOBRA-FALTA-CAIXA - SOBRAS E"
               DISPLAY " FALTAS NOS RECOLHIMENTOS DE CASSETE"
               DISPLAY " PERIODO: " WS-DATA-INICIAL " A "
                   WS-DATA-FINAL
               DISPLAY "=========================================="
               MOVE SPACES TO WS-FS-RECOLHIMENTO.

           9000-FINALIZA.
               CLOSE RECOLHIMENTO
               DISPLAY "=========================================="
               DISPLAY " RECOLHIMENTOS NO PERIODO:  " WS-TOTAL-RECOLH
               DISPLAY " FORA DA TABELA:            "
                   WS-TOTAL-FORA-TABELA
               DISPLAY " SAQUES NO PERIODO:         " WS-TOTAL-SAQUES
               DISPLAY " DISPENSADO NOS RECOLHIM.:  "
                   WS-TOTAL-DISPENSADO
               DISPLAY " TOTAL DE SOBRAS:           " WS-TOTAL-SOBRA
               DISPLAY " TOTAL DE FALTAS:           " WS-TOTAL-FALTA
               DISPLAY "==========================================".

           END PROGRAM CE025-SOBRA-FALTA-CAIXA.
