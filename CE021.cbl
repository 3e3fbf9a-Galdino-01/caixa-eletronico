      *PROJETO CAIXA ELETRONICO - ACOES ADMINISTRATIVAS POR OPERADOR
      *
      * RELATORIO DA AUDITORIA INTERNA SOBRE O ARQUIVO DE AUDITORIA
      * DE SEGURANCA (AUDITSEG): SO OS EVENTOS DAS FUNCOES
      * ADMINISTRATIVAS DO TERMINAL (OS QUE LEVAM A MATRICULA DO
      * OPERADOR EM AU-MATRICULA). LISTA CADA ACAO - QUEM, QUANDO,
      * EM QUAL TERMINAL, O QUE E SOBRE QUAL CONTA OU OPERADOR - E
      * FECHA COM O RESUMO POR MATRICULA E TERMINAL, COM O NOME DO
      * OPERADOR TIRADO DO OPERMST E AS RECUSAS DE AUTORIZACAO EM
      * COLUNA PROPRIA. EVENTOS GRAVADOS ANTES DO CADASTRO DE
      * OPERADORES NAO TEM MATRICULA E FICAM DE FORA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE021-ACOES-ADMINISTRATIVAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT OPERADOR-MESTRE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-MATRICULA
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.

           FILE SECTION.

           FD  AUDITORIA.
           COPY AUDITSEG.

           FD  OPERADOR-MESTRE.
           COPY OPERMST.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-AUDITORIA PIC X(02).
           77 WS-FS-OPERADOR PIC X(02).
           77 WS-TOTAL-EVENTOS PIC 9(07) VALUE ZERO.
           77 WS-TOTAL-ACOES PIC 9(07) VALUE ZERO.
           77 WS-TOTAL-RECUSAS PIC 9(07) VALUE ZERO.
           77 WS-NOME-OPERADOR PIC X(40).

      * RECUSA DE AUTORIZACAO: EVENTOS DA AUTENTICACAO DO OPERADOR
      * ("OPERADOR-...") E DAS FUNCOES ("...-AUTORIZ NEGADA",
      * "...-LIMITE EXCEDIDO")
           77 WS-RECUSA-SW PIC X(01).
               88 WS-EVENTO-RECUSA VALUE 'S'.
               88 WS-EVENTO-ACAO VALUE 'N'.
           77 WS-QTD-RECUSA PIC 9(02).

      * ACUMULADORES POR MATRICULA + TERMINAL
           77 WS-MAXIMO-PARES PIC 9(03) VALUE 300.
           77 WS-TOTAL-PARES PIC 9(03) VALUE ZERO.
           77 WS-IND-PAR PIC 9(03) VALUE ZERO.
           77 WS-PAR-ACHADO-SW PIC X(01).
               88 WS-PAR-ACHADO VALUE 'S'.
               88 WS-PAR-NAO-ACHADO VALUE 'N'.

           01 WS-TABELA-PARES.
              05 WS-ENTRADA-PAR OCCURS 300 TIMES.
                 10 WS-TAB-PR-CHAVE.
                    15 WS-TAB-PR-MATRICULA PIC X(10).
                    15 WS-TAB-PR-TERMINAL PIC X(08).
                 10 WS-TAB-PR-ACOES PIC 9(05).
                 10 WS-TAB-PR-RECUSAS PIC 9(05).
                 10 WS-TAB-PR-PRIMEIRA-DATA PIC 9(08).
                 10 WS-TAB-PR-ULTIMA-DATA PIC 9(08).

      * ORDENACAO DO RESUMO (SELECAO DIRETA SOBRE A TABELA, POR
      * MATRICULA E TERMINAL)
           77 WS-IND-ORDENACAO PIC 9(03) VALUE ZERO.
           77 WS-IND-VARREDURA PIC 9(03) VALUE ZERO.
           77 WS-IND-MENOR PIC 9(03) VALUE ZERO.
           77 WS-MATRICULA-ANTERIOR PIC X(10) VALUE SPACES.
           01 WS-ENTRADA-TROCA.
              05 WS-TROCA-CHAVE PIC X(18).
              05 WS-TROCA-ACOES PIC 9(05).
              05 WS-TROCA-RECUSAS PIC 9(05).
              05 WS-TROCA-PRIMEIRA-DATA PIC 9(08).
              05 WS-TROCA-ULTIMA-DATA PIC 9(08).

       PROCEDURE DIVISION.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 2000-PROCESSA-UM-EVENTO
           UNTIL WS-FS-AUDITORIA = '10'.
       PERFORM 3000-RESUMO-POR-OPERADOR.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * LISTA DAS ACOES ADMINISTRATIVAS                         *
      *--------------------------------------------------------*
           2000-PROCESSA-UM-EVENTO.
               READ AUDITORIA
                   AT END
                       MOVE '10' TO WS-FS-AUDITORIA
                   NOT AT END
                       ADD 1 TO WS-TOTAL-EVENTOS
                       IF AU-MATRICULA NOT = SPACES
                          AND AU-MATRICULA NOT = LOW-VALUES
                           PERFORM 2100-LISTA-UMA-ACAO
                       END-IF
               END-READ.

           2100-LISTA-UMA-ACAO.
               SET WS-EVENTO-ACAO TO TRUE
               MOVE ZERO TO WS-QTD-RECUSA
               INSPECT AU-EVENTO TALLYING WS-QTD-RECUSA
                   FOR ALL "AUTORIZ NEGADA"
                       ALL "LIMITE EXCEDIDO"
               IF WS-QTD-RECUSA > ZERO
                  OR AU-EVENTO(1:9) = "OPERADOR-"
                   SET WS-EVENTO-RECUSA TO TRUE
               END-IF
      * A TROCA DE SENHA DO PROPRIO OPERADOR E ACAO, NAO RECUSA
               IF AU-EVENTO = "OPERADOR-TROCA DE SENHA"
                  OR AU-EVENTO = "OPERADOR-SENHA REDEFINIDA"
                   SET WS-EVENTO-ACAO TO TRUE
               END-IF

               IF WS-EVENTO-RECUSA
                   ADD 1 TO WS-TOTAL-RECUSAS
               ELSE
                   ADD 1 TO WS-TOTAL-ACOES
               END-IF

               DISPLAY " " AU-DATA-OCORRENCIA " " AU-HORA-OCORRENCIA
                   " " AU-MATRICULA " " AU-TERMINAL " " AU-EVENTO
                   " " AU-LOGIN

               PERFORM 2200-SOMA-NO-PAR.

           2200-SOMA-NO-PAR.
               SET WS-PAR-NAO-ACHADO TO TRUE
               MOVE ZERO TO WS-IND-PAR
               PERFORM 2210-PROCURA-PAR
                   UNTIL WS-PAR-ACHADO
                      OR WS-IND-PAR >= WS-TOTAL-PARES

               IF WS-PAR-NAO-ACHADO
                   IF WS-TOTAL-PARES < WS-MAXIMO-PARES
                       ADD 1 TO WS-TOTAL-PARES
                       MOVE WS-TOTAL-PARES TO WS-IND-PAR
                       MOVE AU-MATRICULA
                           TO WS-TAB-PR-MATRICULA(WS-IND-PAR)
                       MOVE AU-TERMINAL
                           TO WS-TAB-PR-TERMINAL(WS-IND-PAR)
                       MOVE ZERO TO WS-TAB-PR-ACOES(WS-IND-PAR)
                       MOVE ZERO TO WS-TAB-PR-RECUSAS(WS-IND-PAR)
                       MOVE AU-DATA-OCORRENCIA
                           TO WS-TAB-PR-PRIMEIRA-DATA(WS-IND-PAR)
                       SET WS-PAR-ACHADO TO TRUE
                   ELSE
                       DISPLAY " TABELA DE OPERADORES CHEIA - EVENTO"
                       DISPLAY " FORA DO RESUMO: " AU-MATRICULA
                   END-IF
               END-IF

               IF WS-PAR-ACHADO
                   IF WS-EVENTO-RECUSA
                       ADD 1 TO WS-TAB-PR-RECUSAS(WS-IND-PAR)
                   ELSE
                       ADD 1 TO WS-TAB-PR-ACOES(WS-IND-PAR)
                   END-IF
                   MOVE AU-DATA-OCORRENCIA
                       TO WS-TAB-PR-ULTIMA-DATA(WS-IND-PAR)
               END-IF.

           2210-PROCURA-PAR.
               ADD 1 TO WS-IND-PAR
               IF WS-TAB-PR-MATRICULA(WS-IND-PAR) = AU-MATRICULA
                  AND WS-TAB-PR-TERMINAL(WS-IND-PAR) = AU-TERMINAL
                   SET WS-PAR-ACHADO TO TRUE
               END-IF.

      *--------------------------------------------------------*
      * RESUMO POR MATRICULA E TERMINAL                         *
      *--------------------------------------------------------*
      * ORDENA A TABELA POR MATRICULA + TERMINAL (SELECAO DIRETA)
      * E IMPRIME; O NOME DO OPERADOR SAI NA PRIMEIRA LINHA DE CADA
      * MATRICULA
           3000-RESUMO-POR-OPERADOR.
               DISPLAY " "
               DISPLAY "-- RESUMO POR OPERADOR E TERMINAL --------"
               DISPLAY " MATRICULA  TERMINAL  ACOES RECUSAS"
                   " PRIMEIRA ULTIMA"
               MOVE ZERO TO WS-IND-ORDENACAO
               PERFORM 3100-ORDENA-UMA-POSICAO
                   UNTIL WS-IND-ORDENACAO >= WS-TOTAL-PARES.

           3100-ORDENA-UMA-POSICAO.
               ADD 1 TO WS-IND-ORDENACAO
               MOVE WS-IND-ORDENACAO TO WS-IND-MENOR
               MOVE WS-IND-ORDENACAO TO WS-IND-VARREDURA
               PERFORM 3110-COMPARA-UMA-POSICAO
                   UNTIL WS-IND-VARREDURA >= WS-TOTAL-PARES

               IF WS-IND-MENOR NOT = WS-IND-ORDENACAO
                   MOVE WS-ENTRADA-PAR(WS-IND-ORDENACAO)
                       TO WS-ENTRADA-TROCA
                   MOVE WS-ENTRADA-PAR(WS-IND-MENOR)
                       TO WS-ENTRADA-PAR(WS-IND-ORDENACAO)
                   MOVE WS-ENTRADA-TROCA
                       TO WS-ENTRADA-PAR(WS-IND-MENOR)
               END-IF

               IF WS-TAB-PR-MATRICULA(WS-IND-ORDENACAO) NOT =
                      WS-MATRICULA-ANTERIOR
                   PERFORM 3200-IMPRIME-OPERADOR
               END-IF

               DISPLAY " " WS-TAB-PR-MATRICULA(WS-IND-ORDENACAO)
                   " " WS-TAB-PR-TERMINAL(WS-IND-ORDENACAO)
                   "  " WS-TAB-PR-ACOES(WS-IND-ORDENACAO)
                   " " WS-TAB-PR-RECUSAS(WS-IND-ORDENACAO)
                   "   " WS-TAB-PR-PRIMEIRA-DATA(WS-IND-ORDENACAO)
                   " " WS-TAB-PR-ULTIMA-DATA(WS-IND-ORDENACAO).

           3110-COMPARA-UMA-POSICAO.
               ADD 1 TO WS-IND-VARREDURA
               IF WS-TAB-PR-CHAVE(WS-IND-VARREDURA) <
                      WS-TAB-PR-CHAVE(WS-IND-MENOR)
                   MOVE WS-IND-VARREDURA TO WS-IND-MENOR
               END-IF.

      * MATRICULA SEM CADASTRO NO OPERMST (DIGITADA ERRADA NA
      * AUTENTICACAO) SAI MARCADA - E JUSTAMENTE O QUE O AUDITOR
      * PRECISA VER
           3200-IMPRIME-OPERADOR.
               MOVE WS-TAB-PR-MATRICULA(WS-IND-ORDENACAO)
                   TO WS-MATRICULA-ANTERIOR
               MOVE WS-MATRICULA-ANTERIOR TO OP-MATRICULA
               READ OPERADOR-MESTRE
                   INVALID KEY
                       MOVE "*** MATRICULA NAO CADASTRADA ***"
                           TO WS-NOME-OPERADOR
                   NOT INVALID KEY
                       MOVE OP-NOME TO WS-NOME-OPERADOR
               END-READ
               DISPLAY " "
               DISPLAY " OPERADOR " WS-MATRICULA-ANTERIOR " - "
                   WS-NOME-OPERADOR.

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
           1000-ABRE-ARQUIVOS.
               OPEN INPUT AUDITORIA
               IF WS-FS-AUDITORIA = '35'
                   DISPLAY " SEM ARQUIVO DE AUDITORIA -"
                   DISPLAY " NENHUMA ACAO A RELATAR"
                   STOP RUN
               END-IF
               OPEN INPUT OPERADOR-MESTRE
               IF WS-FS-OPERADOR = '35'
                   DISPLAY " SEM CADASTRO DE OPERADORES (OPERMST) -"
                   DISPLAY " EXECUTE ANTES A CARGA (CE020)"
                   CLOSE AUDITORIA
                   STOP RUN
               END-IF
               DISPLAY "=========================================="
               DISPLAY " CE021-ACOES-ADMINISTRATIVAS - ACOES POR"
               DISPLAY " OPERADOR E TERMINAL"
               DISPLAY "=========================================="
               DISPLAY " DATA     HORA   MATRICULA  TERMINAL"
                   " EVENTO                         LOGIN".

           9000-FINALIZA.
               CLOSE AUDITORIA
               CLOSE OPERADOR-MESTRE
               DISPLAY " "
               DISPLAY "=========================================="
               DISPLAY " EVENTOS LIDOS:           " WS-TOTAL-EVENTOS
               DISPLAY " ACOES ADMINISTRATIVAS:   " WS-TOTAL-ACOES
               DISPLAY " RECUSAS DE AUTORIZACAO:  " WS-TOTAL-RECUSAS
               DISPLAY " PARES OPERADOR/TERMINAL: " WS-TOTAL-PARES
               DISPLAY "==========================================".

           END PROGRAM CE021-ACOES-ADMINISTRATIVAS.
