      *PROJETO CAIXA ELETRONICO - INFORME DE RENDIMENTOS ANUAL
      *
      * BATCH ANUAL (FEVEREIRO) DO INFORME DE RENDIMENTOS PARA A
      * DECLARACAO DE IMPOSTO DE RENDA. O ANO-BASE E O ANO
      * ANTERIOR AO DA DATA DE PROCESSAMENTO. PARA CADA CPF DO
      * CONTAMST, JUNTANDO TODAS AS CONTAS DELE, APURA:
      *   - O SALDO DA CONTA CORRENTE E O DA POUPANCA EM 31/12 DO
      *     ANO ANTERIOR AO ANO-BASE E EM 31/12 DO ANO-BASE;
      *   - O RENDIMENTO DA POUPANCA ('RP') CREDITADO NO ANO-BASE.
      * OS SALDOS NAS DATAS SAO RECONSTITUIDOS DE TRAS PARA
      * FRENTE: SALDO ATUAL DA CONTA MENOS O EFEITO DOS
      * LANCAMENTOS POSTERIORES A DATA (NA CORRENTE, CREDITO SOMA
      * E DEBITO SUBTRAI; 'DC', 'RP', 'BP' E 'TJ' NAO MOVEM A
      * CORRENTE; NA POUPANCA SO 'AP', 'RS', 'RP' E 'BP'). O VALOR
      * NA RESERVA JUDICIAL NAO ENTRA NOS SALDOS. O LANCAMENTO AINDA
      * PENDENTE NA CONTA (JA APLICADO AO SALDO, SEM GRAVACAO NO
      * MOVIMENTO) ENTRA COMO SE JA ESTIVESSE GRAVADO. OS
      * LANCAMENTOS SAO LIDOS NO HISTORICO (MOVHISTO) DO EXPURGO
      * ANUAL (CE012) E NO MOVIMENT; UM LANCAMENTO QUE ESTEJA NOS
      * DOIS ARQUIVOS (EXPURGO INTERROMPIDO) E LIDO SO UMA VEZ: DO
      * MOVIMENT SO ENTRA O QUE TEM ID MAIOR QUE O ULTIMO ID DO
      * LOGIN NO HISTORICO. CONTA ABERTA DEPOIS DA DATA TEM SALDO
      * ZERO NELA.
      * A SAIDA E O ARQUIVO DE INFORMES (INFREND), UM POR CPF COM
      * NOME E ENDERECO PARA A MALA DIRETA, COM TRAILER DE
      * TOTAIS, E O RELATORIO RESUMO COM OS TOTAIS DO BANCO PARA A
      * CONFERENCIA COM A CONTABILIDADE. SO LE - NAO ALTERA CONTA
      * NEM MOVIMENTO, E PODE SER REEXECUTADO A VONTADE (O ARQUIVO
      * DE INFORMES E REGRAVADO A CADA EXECUCAO).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE027-INFORME-RENDIMENTOS.

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

           SELECT INFORME ASSIGN TO "INFREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INFORME.

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

           FD  INFORME.
           COPY INFREND.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-CONTA PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-HISTORICO PIC X(02).
           77 WS-FS-INFORME PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-SISTEMA PIC 9(08).

           77 WS-HISTORICO-SW PIC X(01).
               88 WS-COM-HISTORICO VALUE 'S'.
               88 WS-SEM-HISTORICO VALUE 'N'.

      * ANO-BASE E AS DUAS DATAS DE POSICAO (31/12 DO ANO ANTERIOR
      * AO ANO-BASE E 31/12 DO ANO-BASE)
           77 WS-ANO-BASE PIC 9(04).
           77 WS-ANO-ANTERIOR PIC 9(04).
           77 WS-DATA-POSICAO-ANTERIOR PIC 9(08).
           77 WS-DATA-POSICAO-BASE PIC 9(08).

      * LANCAMENTO EM ANALISE - COPIADO DO MOVIMENT, DO HISTORICO
      * OU DA PENDENCIA DA CONTA
           77 WS-LANC-TIPO PIC X(02).
           77 WS-LANC-VALOR PIC 9(10)V99.
           77 WS-LANC-DATA PIC 9(08).
           77 WS-MAIOR-ID-HISTORICO PIC 9(08).
           77 WS-EFEITO-CORRENTE PIC S9(10)V99.
           77 WS-EFEITO-POUPANCA PIC S9(10)V99.

      * APURACAO DA CONTA EM ANALISE - EFEITO LIQUIDO DOS
      * LANCAMENTOS POSTERIORES A CADA DATA DE POSICAO
           77 WS-CORRENTE-APOS-ANTERIOR PIC S9(12)V99.
           77 WS-CORRENTE-APOS-BASE PIC S9(12)V99.
           77 WS-POUPANCA-APOS-ANTERIOR PIC S9(12)V99.
           77 WS-POUPANCA-APOS-BASE PIC S9(12)V99.
           77 WS-RENDIMENTO-CONTA PIC 9(12)V99.
           77 WS-CORRENTE-ANTERIOR PIC S9(12)V99.
           77 WS-CORRENTE-BASE PIC S9(12)V99.
           77 WS-POUPANCA-ANTERIOR PIC S9(12)V99.
           77 WS-POUPANCA-BASE PIC S9(12)V99.

      * ACUMULADORES POR CPF - CONTA SEM CPF CADASTRADO (ZERO)
      * FICA NUMA ENTRADA PROPRIA, IDENTIFICADA PELO LOGIN
           77 WS-MAXIMO-CPFS PIC 9(03) VALUE 500.
           77 WS-TOTAL-CPFS PIC 9(03) VALUE ZERO.
           77 WS-IND-CPF PIC 9(03) VALUE ZERO.
           77 WS-CPF-ACHADO-SW PIC X(01).
               88 WS-CPF-ACHADO VALUE 'S'.
               88 WS-CPF-NAO-ACHADO VALUE 'N'.

           01 WS-TABELA-CPFS.
              05 WS-ENTRADA-CPF OCCURS 500 TIMES.
                 10 WS-TAB-CPF PIC 9(11).
                 10 WS-TAB-LOGIN-REF PIC X(20).
                 10 WS-TAB-NOME PIC X(40).
                 10 WS-TAB-ENDERECO PIC X(60).
                 10 WS-TAB-CONTAS PIC 9(03).
                 10 WS-TAB-CORRENTE-ANTERIOR PIC S9(12)V99.
                 10 WS-TAB-CORRENTE-BASE PIC S9(12)V99.
                 10 WS-TAB-POUPANCA-ANTERIOR PIC 9(12)V99.
                 10 WS-TAB-POUPANCA-BASE PIC 9(12)V99.
                 10 WS-TAB-RENDIMENTO PIC 9(12)V99.

      * TOTAIS DO BANCO E DE CONTROLE
           77 WS-TOTAL-CONTAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-LANC-MOVIMENTO PIC 9(08) VALUE ZERO.
           77 WS-TOTAL-LANC-HISTORICO PIC 9(08) VALUE ZERO.
           77 WS-TOTAL-PENDENTES PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-DIVERGENTES PIC 9(05) VALUE ZERO.
           77 WS-CONTAS-FORA-TABELA PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-INFORMES PIC 9(07) VALUE ZERO.
           77 WS-TOTAL-SEM-VALOR PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-CORRENTE-ANTERIOR PIC S9(12)V99 VALUE ZERO.
           77 WS-TOTAL-CORRENTE-BASE PIC S9(12)V99 VALUE ZERO.
           77 WS-TOTAL-POUPANCA-ANTERIOR PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-POUPANCA-BASE PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-RENDIMENTO PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1200-DEFINE-ANO-BASE.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 2000-APURA-UMA-CONTA UNTIL WS-FS-CONTA = '10'.
       PERFORM 3000-GRAVA-INFORMES.
       PERFORM 4000-GRAVA-TRAILER.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * APURACAO DE CADA CONTA DO CONTA-MESTRE                  *
      *--------------------------------------------------------*
      * TODA CONTA ENTRA, INCLUSIVE A ENCERRADA - ELA PODE TER
      * TIDO SALDO EM UMA DAS DATAS OU RENDIMENTO NO ANO-BASE
           2000-APURA-UMA-CONTA.
               ADD 1 TO WS-TOTAL-CONTAS
               MOVE ZERO TO WS-CORRENTE-APOS-ANTERIOR
               MOVE ZERO TO WS-CORRENTE-APOS-BASE
               MOVE ZERO TO WS-POUPANCA-APOS-ANTERIOR
               MOVE ZERO TO WS-POUPANCA-APOS-BASE
               MOVE ZERO TO WS-RENDIMENTO-CONTA
               MOVE ZERO TO WS-MAIOR-ID-HISTORICO
               IF WS-COM-HISTORICO
                   PERFORM 2200-VARRE-HISTORICO
               END-IF
               PERFORM 2300-VARRE-MOVIMENTO
               IF NOT CM-SEM-PENDENCIA
                   ADD 1 TO WS-TOTAL-PENDENTES
                   DISPLAY " CONTA COM LANCAMENTO PENDENTE, CONSIDERADO"
                       " NA APURACAO: " CM-LOGIN
                   MOVE CM-PENDENTE-TIPO TO WS-LANC-TIPO
                   MOVE CM-PENDENTE-VALOR TO WS-LANC-VALOR
                   MOVE CM-PENDENTE-DATA TO WS-LANC-DATA
                   PERFORM 2400-APURA-LANCAMENTO
               END-IF
               PERFORM 2500-CALCULA-SALDOS
               PERFORM 2100-LOCALIZA-CPF
               IF WS-CPF-ACHADO
                   PERFORM 2600-ACUMULA-NO-CPF
               END-IF

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
                       MOVE CM-ENDERECO TO WS-TAB-ENDERECO(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-CONTAS(WS-IND-CPF)
                       MOVE ZERO
                           TO WS-TAB-CORRENTE-ANTERIOR(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-CORRENTE-BASE(WS-IND-CPF)
                       MOVE ZERO
                           TO WS-TAB-POUPANCA-ANTERIOR(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-POUPANCA-BASE(WS-IND-CPF)
                       MOVE ZERO TO WS-TAB-RENDIMENTO(WS-IND-CPF)
                       SET WS-CPF-ACHADO TO TRUE
                   ELSE
                       ADD 1 TO WS-CONTAS-FORA-TABELA
                       DISPLAY " TABELA DE CPFS CHEIA - CONTA SEM"
                       DISPLAY " INFORME: " CM-LOGIN
                   END-IF
               END-IF.

           2110-PROCURA-CPF.
               ADD 1 TO WS-IND-CPF
               IF WS-TAB-CPF(WS-IND-CPF) = CM-CPF
                   IF CM-CPF NOT = ZERO
                      OR WS-TAB-LOGIN-REF(WS-IND-CPF) = CM-LOGIN
                       SET WS-CPF-ACHADO TO TRUE
                   END-IF
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
                           MOVE MH-ID TO WS-MAIOR-ID-HISTORICO
                           IF MH-DATA-MOVIMENTO >
                                  WS-DATA-POSICAO-ANTERIOR
                               ADD 1 TO WS-TOTAL-LANC-HISTORICO
                               MOVE MH-TIPO-OPERACAO TO WS-LANC-TIPO
                               MOVE MH-VALOR TO WS-LANC-VALOR
                               MOVE MH-DATA-MOVIMENTO TO WS-LANC-DATA
                               PERFORM 2400-APURA-LANCAMENTO
                           END-IF
                       END-IF
               END-READ.

      * DO MOVIMENT SO O QUE VEM DEPOIS DO ULTIMO ID DO HISTORICO,
      * ATE O FIM DO LOGIN - OS LANCAMENTOS DEPOIS DO ANO-BASE
      * TAMBEM CONTAM, PORQUE O SALDO DE PARTIDA E O ATUAL
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
                           IF MV-DATA-MOVIMENTO >
                                  WS-DATA-POSICAO-ANTERIOR
                               ADD 1 TO WS-TOTAL-LANC-MOVIMENTO
                               MOVE MV-TIPO-OPERACAO TO WS-LANC-TIPO
                               MOVE MV-VALOR TO WS-LANC-VALOR
                               MOVE MV-DATA-MOVIMENTO TO WS-LANC-DATA
                               PERFORM 2400-APURA-LANCAMENTO
                           END-IF
                       END-IF
               END-READ.

      * EFEITO DO LANCAMENTO NA CORRENTE E NA POUPANCA - A MESMA
      * CLASSIFICACAO DE CREDITO/DEBITO DO EXTRATO MENSAL (CE003)
           2400-APURA-LANCAMENTO.
               EVALUATE WS-LANC-TIPO
                   WHEN 'DE'
                   WHEN 'TC'
                   WHEN 'RE'
                   WHEN 'EP'
                   WHEN 'RS'
                   WHEN 'LC'
                   WHEN 'TR'
                   WHEN 'DV'
                   WHEN 'DJ'
                       MOVE WS-LANC-VALOR TO WS-EFEITO-CORRENTE
                   WHEN 'DC'
                   WHEN 'RP'
                   WHEN 'BP'
                   WHEN 'TJ'
                       MOVE ZERO TO WS-EFEITO-CORRENTE
                   WHEN OTHER
                       COMPUTE WS-EFEITO-CORRENTE =
                           ZERO - WS-LANC-VALOR
               END-EVALUATE

               EVALUATE WS-LANC-TIPO
                   WHEN 'AP'
                   WHEN 'RP'
                       MOVE WS-LANC-VALOR TO WS-EFEITO-POUPANCA
                   WHEN 'RS'
                   WHEN 'BP'
                       COMPUTE WS-EFEITO-POUPANCA =
                           ZERO - WS-LANC-VALOR
                   WHEN OTHER
                       MOVE ZERO TO WS-EFEITO-POUPANCA
               END-EVALUATE

               IF WS-LANC-DATA > WS-DATA-POSICAO-ANTERIOR
                   ADD WS-EFEITO-CORRENTE TO WS-CORRENTE-APOS-ANTERIOR
                   ADD WS-EFEITO-POUPANCA TO WS-POUPANCA-APOS-ANTERIOR
               END-IF
               IF WS-LANC-DATA > WS-DATA-POSICAO-BASE
                   ADD WS-EFEITO-CORRENTE TO WS-CORRENTE-APOS-BASE
                   ADD WS-EFEITO-POUPANCA TO WS-POUPANCA-APOS-BASE
               END-IF

               IF WS-LANC-TIPO = 'RP'
                  AND WS-LANC-DATA(1:4) = WS-ANO-BASE
                   ADD WS-LANC-VALOR TO WS-RENDIMENTO-CONTA
               END-IF.

      * SALDO NA DATA = SALDO ATUAL MENOS O QUE ENTROU DEPOIS DELA.
      * POUPANCA RECONSTITUIDA NEGATIVA SO ACONTECE COM HISTORICO
      * INCOMPLETO - A CONTA E APONTADA E O SALDO FICA ZERO
           2500-CALCULA-SALDOS.
               COMPUTE WS-CORRENTE-ANTERIOR =
                   CM-SALDO - WS-CORRENTE-APOS-ANTERIOR
               COMPUTE WS-CORRENTE-BASE =
                   CM-SALDO - WS-CORRENTE-APOS-BASE
               COMPUTE WS-POUPANCA-ANTERIOR =
                   CM-SALDO-POUPANCA - WS-POUPANCA-APOS-ANTERIOR
               COMPUTE WS-POUPANCA-BASE =
                   CM-SALDO-POUPANCA - WS-POUPANCA-APOS-BASE

               IF CM-DATA-ABERTURA > WS-DATA-POSICAO-ANTERIOR
                   MOVE ZERO TO WS-CORRENTE-ANTERIOR
                   MOVE ZERO TO WS-POUPANCA-ANTERIOR
               END-IF
               IF CM-DATA-ABERTURA > WS-DATA-POSICAO-BASE
                   MOVE ZERO TO WS-CORRENTE-BASE
                   MOVE ZERO TO WS-POUPANCA-BASE
               END-IF

               IF WS-POUPANCA-ANTERIOR < ZERO
                  OR WS-POUPANCA-BASE < ZERO
                   ADD 1 TO WS-TOTAL-DIVERGENTES
                   DISPLAY " POUPANCA RECONSTITUIDA NEGATIVA - CONFERIR"
                       " O HISTORICO: " CM-LOGIN
                   IF WS-POUPANCA-ANTERIOR < ZERO
                       MOVE ZERO TO WS-POUPANCA-ANTERIOR
                   END-IF
                   IF WS-POUPANCA-BASE < ZERO
                       MOVE ZERO TO WS-POUPANCA-BASE
                   END-IF
               END-IF.

           2600-ACUMULA-NO-CPF.
               ADD 1 TO WS-TAB-CONTAS(WS-IND-CPF)
               ADD WS-CORRENTE-ANTERIOR
                   TO WS-TAB-CORRENTE-ANTERIOR(WS-IND-CPF)
               ADD WS-CORRENTE-BASE TO WS-TAB-CORRENTE-BASE(WS-IND-CPF)
               ADD WS-POUPANCA-ANTERIOR
                   TO WS-TAB-POUPANCA-ANTERIOR(WS-IND-CPF)
               ADD WS-POUPANCA-BASE TO WS-TAB-POUPANCA-BASE(WS-IND-CPF)
               ADD WS-RENDIMENTO-CONTA
                   TO WS-TAB-RENDIMENTO(WS-IND-CPF).

      *--------------------------------------------------------*
      * ARQUIVO DE INFORMES E TRAILER                           *
      *--------------------------------------------------------*
      * CPF SEM SALDO NAS DUAS DATAS E SEM RENDIMENTO NO ANO NAO
      * RECEBE INFORME (CONTA ABERTA DEPOIS DO ANO-BASE OU
      * ENCERRADA ANTES DELE)
           3000-GRAVA-INFORMES.
               MOVE ZERO TO WS-IND-CPF
               PERFORM 3100-GRAVA-UM-INFORME
                   UNTIL WS-IND-CPF >= WS-TOTAL-CPFS.

           3100-GRAVA-UM-INFORME.
               ADD 1 TO WS-IND-CPF
               IF WS-TAB-CORRENTE-ANTERIOR(WS-IND-CPF) = ZERO
                  AND WS-TAB-CORRENTE-BASE(WS-IND-CPF) = ZERO
                  AND WS-TAB-POUPANCA-ANTERIOR(WS-IND-CPF) = ZERO
                  AND WS-TAB-POUPANCA-BASE(WS-IND-CPF) = ZERO
                  AND WS-TAB-RENDIMENTO(WS-IND-CPF) = ZERO
                   ADD 1 TO WS-TOTAL-SEM-VALOR
               ELSE
                   SET IR-REG-INFORME TO TRUE
                   MOVE WS-ANO-BASE TO IR-ANO-BASE
                   MOVE WS-TAB-CPF(WS-IND-CPF) TO IR-CPF
                   IF WS-TAB-CPF(WS-IND-CPF) = ZERO
                       MOVE WS-TAB-LOGIN-REF(WS-IND-CPF) TO IR-LOGIN
                   ELSE
                       MOVE SPACES TO IR-LOGIN
                   END-IF
                   MOVE WS-TAB-NOME(WS-IND-CPF) TO IR-NOME
                   MOVE WS-TAB-ENDERECO(WS-IND-CPF) TO IR-ENDERECO
                   MOVE WS-TAB-CONTAS(WS-IND-CPF) TO IR-QTD-CONTAS
                   MOVE WS-TAB-CORRENTE-ANTERIOR(WS-IND-CPF)
                       TO IR-SALDO-CORRENTE-ANTERIOR
                   MOVE WS-TAB-CORRENTE-BASE(WS-IND-CPF)
                       TO IR-SALDO-CORRENTE-BASE
                   MOVE WS-TAB-POUPANCA-ANTERIOR(WS-IND-CPF)
                       TO IR-SALDO-POUPANCA-ANTERIOR
                   MOVE WS-TAB-POUPANCA-BASE(WS-IND-CPF)
                       TO IR-SALDO-POUPANCA-BASE
                   MOVE WS-TAB-RENDIMENTO(WS-IND-CPF)
                       TO IR-RENDIMENTO-POUPANCA
                   MOVE ZERO TO IR-TOTAL-INFORMES
                   WRITE IR-REGISTRO-INFORME
                   ADD 1 TO WS-TOTAL-INFORMES
                   ADD IR-SALDO-CORRENTE-ANTERIOR
                       TO WS-TOTAL-CORRENTE-ANTERIOR
                   ADD IR-SALDO-CORRENTE-BASE TO WS-TOTAL-CORRENTE-BASE
                   ADD IR-SALDO-POUPANCA-ANTERIOR
                       TO WS-TOTAL-POUPANCA-ANTERIOR
                   ADD IR-SALDO-POUPANCA-BASE TO WS-TOTAL-POUPANCA-BASE
                   ADD IR-RENDIMENTO-POUPANCA TO WS-TOTAL-RENDIMENTO
               END-IF.

           4000-GRAVA-TRAILER.
               SET IR-REG-TRAILER TO TRUE
               MOVE WS-ANO-BASE TO IR-ANO-BASE
               MOVE ZERO TO IR-CPF
               MOVE SPACES TO IR-LOGIN
               MOVE SPACES TO IR-NOME
               MOVE SPACES TO IR-ENDERECO
               MOVE ZERO TO IR-QTD-CONTAS
               MOVE WS-TOTAL-CORRENTE-ANTERIOR
                   TO IR-SALDO-CORRENTE-ANTERIOR
               MOVE WS-TOTAL-CORRENTE-BASE TO IR-SALDO-CORRENTE-BASE
               MOVE WS-TOTAL-POUPANCA-ANTERIOR
                   TO IR-SALDO-POUPANCA-ANTERIOR
               MOVE WS-TOTAL-POUPANCA-BASE TO IR-SALDO-POUPANCA-BASE
               MOVE WS-TOTAL-RENDIMENTO TO IR-RENDIMENTO-POUPANCA
               MOVE WS-TOTAL-INFORMES TO IR-TOTAL-INFORMES
               WRITE IR-REGISTRO-INFORME.

      *--------------------------------------------------------*
      * DATA DE PROCESSAMENTO E ANO-BASE                        *
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

      * O INFORME E DO ANO CALENDARIO ANTERIOR AO DA DATA DE
      * PROCESSAMENTO, COM POSICAO EM 31/12 DELE E DO ANO ANTES
           1200-DEFINE-ANO-BASE.
               MOVE WS-DATA-PROCESSAMENTO(1:4) TO WS-ANO-BASE
               SUBTRACT 1 FROM WS-ANO-BASE
               COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1
               MOVE WS-ANO-ANTERIOR TO WS-DATA-POSICAO-ANTERIOR(1:4)
               MOVE 1231 TO WS-DATA-POSICAO-ANTERIOR(5:4)
               MOVE WS-ANO-BASE TO WS-DATA-POSICAO-BASE(1:4)
               MOVE 1231 TO WS-DATA-POSICAO-BASE(5:4).

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
               OPEN OUTPUT INFORME
               DISPLAY "=========================================="
               DISPLAY " CE027-INFORME-RENDIMENTOS - INFORME DE"
               DISPLAY " RENDIMENTOS PARA O IMPOSTO DE RENDA"
               DISPLAY " DATA DE PROCESSAMENTO: " WS-DATA-PROCESSAMENTO
               DISPLAY " ANO-BASE:              " WS-ANO-BASE
               DISPLAY " POSICOES EM:           "
                   WS-DATA-POSICAO-ANTERIOR " E " WS-DATA-POSICAO-BASE
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
               CLOSE INFORME
               DISPLAY " "
               DISPLAY "=========================================="
               DISPLAY "-- RESUMO DO BANCO - ANO-BASE " WS-ANO-BASE
                   " -------"
               DISPLAY " CONTAS APURADAS:             " WS-TOTAL-CONTAS
               DISPLAY " CPFS DISTINTOS:              " WS-TOTAL-CPFS
               DISPLAY " INFORMES GRAVADOS:           "
                   WS-TOTAL-INFORMES
               DISPLAY " CPFS SEM VALOR A INFORMAR:   "
                   WS-TOTAL-SEM-VALOR
               DISPLAY " LANCAMENTOS DO MOVIMENT:     "
                   WS-TOTAL-LANC-MOVIMENTO
               DISPLAY " LANCAMENTOS DO HISTORICO:    "
                   WS-TOTAL-LANC-HISTORICO
               DISPLAY " CONTAS COM PENDENCIA:        "
                   WS-TOTAL-PENDENTES
               DISPLAY " CONTAS A CONFERIR:           "
                   WS-TOTAL-DIVERGENTES
               DISPLAY " CONTAS FORA DA TABELA DE CPF:"
                   WS-CONTAS-FORA-TABELA
               DISPLAY "------------------------------------------"
               DISPLAY " CORRENTE EM " WS-DATA-POSICAO-ANTERIOR ": "
                   WS-TOTAL-CORRENTE-ANTERIOR
               DISPLAY " CORRENTE EM " WS-DATA-POSICAO-BASE ": "
                   WS-TOTAL-CORRENTE-BASE
               DISPLAY " POUPANCA EM " WS-DATA-POSICAO-ANTERIOR ": "
                   WS-TOTAL-POUPANCA-ANTERIOR
               DISPLAY " POUPANCA EM " WS-DATA-POSICAO-BASE ": "
                   WS-TOTAL-POUPANCA-BASE
               DISPLAY " RENDIMENTO DA POUPANCA NO ANO: "
                   WS-TOTAL-RENDIMENTO
               DISPLAY "==========================================".

           END PROGRAM CE027-INFORME-RENDIMENTOS.
