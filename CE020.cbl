      *PROJETO CAIXA ELETRONICO - CARGA DE OPERADORES
      *
      * CARGA DO CADASTRO DE OPERADORES DA AGENCIA (OPERMST) A PARTIR
      * DO ARQUIVO OPERCARG ENVIADO PELO RH: MATRICULA, NOME, PERFIL
      * E SENHA PROVISORIA DE 6 DIGITOS. E POR AQUI QUE ENTRAM OS
      * PRIMEIROS GERENTES DE UMA AGENCIA NOVA - DAI EM DIANTE A
      * INCLUSAO, ALTERACAO E DESBLOQUEIO SAO FEITOS PELO GERENTE NO
      * TERMINAL. SO MATRICULA NOVA E CARREGADA; A JA CADASTRADA E
      * REJEITADA (PARA NAO DESFAZER UM BLOQUEIO OU UMA TROCA DE
      * SENHA FEITA NO TERMINAL). A SENHA PROVISORIA E GRAVADA JA
      * CODIFICADA E SAI VENCIDA, OBRIGANDO A TROCA NO PRIMEIRO USO.
      * ROTEIRO DO OPERADOR:
      *   1. GRAVAR O ARQUIVO OPERCARG RECEBIDO
      *   2. EXECUTAR ESTE PROGRAMA
      *   3. CONFERIR OS TOTAIS LIDO/GRAVADO/REJEITADO DO RELATORIO
      *   4. DESCARTAR O OPERCARG (TEM SENHAS PROVISORIAS ABERTAS)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE020-CARGA-OPERADORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGA-OPERADORES ASSIGN TO "OPERCARG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARGA.

           SELECT OPERADOR-MESTRE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-MATRICULA
               FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.

           FILE SECTION.

      * LAYOUT DO ARQUIVO RECEBIDO DO RH - SO ESTE PROGRAMA O LE,
      * POR ISSO FICA DECLARADO AQUI E NAO EM COPYBOOK
           FD  CARGA-OPERADORES.
           01  OC-REGISTRO-CARGA.
               05  OC-MATRICULA           PIC X(10).
               05  OC-NOME                PIC X(40).
               05  OC-PERFIL              PIC X(01).
               05  OC-SENHA-PROVISORIA    PIC 9(06).

           FD  OPERADOR-MESTRE.
           COPY OPERMST.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-CARGA PIC X(02).
           77 WS-FS-OPERADOR PIC X(02).
           77 WS-DATA-HOJE PIC 9(08).

      * SENHA - MESMA CODIFICACAO UNIDIRECIONAL DO TERMINAL
           77 WS-SENHA-TEMP PIC 9(06).
           77 WS-HASH-NUM PIC 9(12).
           77 WS-SENHA-HASH-CALC PIC X(12).
           77 WS-SENHA-RESTANTE PIC 9(06).
           77 WS-DIGITO-SENHA PIC 9(01).
           77 WS-ACUMULADOR-HASH PIC 9(12).

      * TOTAIS DO RELATORIO DE CARGA
           77 WS-TOTAL-LIDOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-GRAVADOS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-REJEITADOS PIC 9(05) VALUE ZERO.

           77 WS-REGISTRO-SW PIC X(01).
               88 WS-REGISTRO-OK VALUE 'S'.
               88 WS-REGISTRO-NOK VALUE 'N'.

       PROCEDURE DIVISION.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 2000-CARREGA-UM-OPERADOR
           UNTIL WS-FS-CARGA = '10'.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * CARGA DE CADA OPERADOR DO ARQUIVO DO RH                 *
      *--------------------------------------------------------*
           2000-CARREGA-UM-OPERADOR.
               READ CARGA-OPERADORES
                   AT END
                       MOVE '10' TO WS-FS-CARGA
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 2100-VALIDA-OPERADOR
                       IF WS-REGISTRO-OK
                           PERFORM 2200-GRAVA-OPERADOR
                       ELSE
                           ADD 1 TO WS-TOTAL-REJEITADOS
                       END-IF
               END-READ.

           2100-VALIDA-OPERADOR.
               SET WS-REGISTRO-OK TO TRUE
               IF OC-MATRICULA = SPACES
                   DISPLAY " MATRICULA EM BRANCO - REJEITADO: "
                       OC-NOME
                   SET WS-REGISTRO-NOK TO TRUE
               END-IF
               IF WS-REGISTRO-OK
                   IF OC-NOME = SPACES
                       DISPLAY " NOME EM BRANCO - REJEITADO: "
                           OC-MATRICULA
                       SET WS-REGISTRO-NOK TO TRUE
                   END-IF
               END-IF
               IF WS-REGISTRO-OK
                   IF OC-PERFIL NOT = 'G' AND
                      OC-PERFIL NOT = 'T' AND
                      OC-PERFIL NOT = 'C'
                       DISPLAY " PERFIL INVALIDO - REJEITADO: "
                           OC-MATRICULA " " OC-PERFIL
                       SET WS-REGISTRO-NOK TO TRUE
                   END-IF
               END-IF
               IF WS-REGISTRO-OK
                   IF OC-SENHA-PROVISORIA NOT NUMERIC
                       DISPLAY " SENHA NAO NUMERICA - REJEITADO: "
                           OC-MATRICULA
                       SET WS-REGISTRO-NOK TO TRUE
                   END-IF
               END-IF.

           2200-GRAVA-OPERADOR.
               MOVE OC-MATRICULA TO OP-MATRICULA
               MOVE OC-NOME TO OP-NOME
               MOVE OC-PERFIL TO OP-PERFIL
               SET OP-ATIVO TO TRUE
               MOVE ZERO TO OP-TENTATIVAS-FALHAS
               MOVE ZERO TO OP-DATA-ULTIMA-TROCA-SENHA
               MOVE WS-DATA-HOJE TO OP-DATA-INCLUSAO
               MOVE OC-SENHA-PROVISORIA TO WS-SENHA-TEMP
               PERFORM 2900-CODIFICA-SENHA
               MOVE WS-SENHA-HASH-CALC TO OP-SENHA-HASH
               WRITE OP-REGISTRO-OPERADOR
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-REJEITADOS
                       DISPLAY " MATRICULA JA CADASTRADA - "
                           "MANTER NO TERMINAL: " OC-MATRICULA
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-GRAVADOS
               END-WRITE.

      * CODIFICACAO UNIDIRECIONAL DA SENHA - A MESMA DO TERMINAL
      * (2900-CODIFICA-SENHA DO CAIXA ELETRONICO), PARA QUE A SENHA
      * PROVISORIA CARREGADA AQUI CONFIRA NA AUTENTICACAO
           2900-CODIFICA-SENHA.
               MOVE WS-SENHA-TEMP TO WS-SENHA-RESTANTE
               MOVE 1 TO WS-ACUMULADOR-HASH
               PERFORM 2910-DOBRA-UM-DIGITO 6 TIMES
               MOVE WS-ACUMULADOR-HASH TO WS-HASH-NUM
               MOVE WS-HASH-NUM TO WS-SENHA-HASH-CALC.

           2910-DOBRA-UM-DIGITO.
               DIVIDE WS-SENHA-RESTANTE BY 10
                   GIVING WS-SENHA-RESTANTE
                   REMAINDER WS-DIGITO-SENHA
               COMPUTE WS-ACUMULADOR-HASH =
                   (WS-ACUMULADOR-HASH * 31) + WS-DIGITO-SENHA + 7.

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
           1000-ABRE-ARQUIVOS.
               OPEN INPUT CARGA-OPERADORES
               IF WS-FS-CARGA = '35'
                   DISPLAY " ARQUIVO OPERCARG NAO ENCONTRADO -"
                   DISPLAY " NENHUM OPERADOR A CARREGAR"
                   STOP RUN
               END-IF
               OPEN I-O OPERADOR-MESTRE
               IF WS-FS-OPERADOR = '35'
                   OPEN OUTPUT OPERADOR-MESTRE
                   CLOSE OPERADOR-MESTRE
                   OPEN I-O OPERADOR-MESTRE
               END-IF
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               DISPLAY "=========================================="
               DISPLAY " CE020-CARGA-OPERADORES - CARGA DO"
               DISPLAY " CADASTRO DE OPERADORES"
               DISPLAY "==========================================".

           9000-FINALIZA.
               CLOSE CARGA-OPERADORES
               CLOSE OPERADOR-MESTRE
               DISPLAY "=========================================="
               DISPLAY " OPERADORES LIDOS:      " WS-TOTAL-LIDOS
               DISPLAY " OPERADORES GRAVADOS:   " WS-TOTAL-GRAVADOS
               DISPLAY " OPERADORES REJEITADOS: " WS-TOTAL-REJEITADOS
               DISPLAY "==========================================".

           END PROGRAM CE020-CARGA-OPERADORES.
