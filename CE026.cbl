      *PROJETO CAIXA ELETRONICO - CONTESTACOES DE LANCAMENTO
      *
      * FILA DE TRATAMENTO DAS CONTESTACOES ABERTAS PELO CLIENTE NO
      * TERMINAL (OPCAO CONTESTAR LANCAMENTO - ARQUIVO CONTESTA).
      * PRIMEIRO APLICA AS DECISOES DIGITADAS PELA RETAGUARDA NO
      * CONTDECI: O DEFERIMENTO CREDITA NA CORRENTE O LANCAMENTO
      * 'DV' COM O MV-ID CONTESTADO EM MV-LOGIN-RELACIONADO, O
      * INDEFERIMENTO SO FECHA A CONTESTACAO; NOS DOIS CASOS O
      * CLIENTE RECEBE O AVISO NA CAIXA DE MENSAGENS. DEPOIS EMITE,
      * PARA CADA CONTESTACAO QUE CONTINUA ABERTA, O DOSSIE DE
      * ANALISE - O LANCAMENTO, O COMPROVANTE (COMPROVA), A POSICAO
      * DOS CASSETES E OS RECOLHIMENTOS DO TERMINAL DEPOIS DO
      * SAQUE, E OS EVENTOS DO AUDITSEG DO MESMO DIA NO TERMINAL OU
      * NO LOGIN PERTO DO HORARIO - E FECHA COM O AGING DAS
      * CONTESTACOES EM ABERTO PELA DATA DE PROCESSAMENTO.
      * SEM O CONTDECI O PROGRAMA SO EMITE DOSSIES E AGING. O
      * CREDITO SEGUE A DISCIPLINA DE CHECKPOINT DO TERMINAL, E A
      * REEXECUCAO NAO CREDITA DUAS VEZES: QUEM JA TEM 'DV' PARA O
      * LANCAMENTO SO TEM A CONTESTACAO FECHADA. CONTA ENCERRADA OU
      * COM PENDENCIA DE TERMINAL NAO E CREDITADA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CE026-CONTESTACOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTESTACAO ASSIGN TO "CONTESTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONTESTACAO.

           SELECT DECISAO ASSIGN TO "CONTDECI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECISAO.

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

           SELECT COMPROVANTE ASSIGN TO "COMPROVA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS WS-FS-COMPROVANTE.

           SELECT CASSETE ASSIGN TO "CXCASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CHAVE
               FILE STATUS IS WS-FS-CASSETE.

           SELECT RECOLHIMENTO ASSIGN TO "CXRECOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECOLHIMENTO.

           SELECT AUDITORIA ASSIGN TO "AUDITSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT PARAMETRO-DATA ASSIGN TO "PARMDATA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMDATA.

       DATA DIVISION.

           FILE SECTION.

           FD  CONTESTACAO.
           COPY CONTEST.

           FD  DECISAO.
           COPY CONTDEC.

           FD  CONTA-MESTRE.
           COPY CONTAM.

           FD  MOVIMENTO.
           COPY MOVTO.

           FD  CONTROLE-MOVIMENTO.
           COPY MOVCTL.

           FD  AVISOS.
           COPY AVISOCLI.

           FD  COMPROVANTE.
           COPY COMPROV.

           FD  CASSETE.
           COPY CASSETE.

           FD  RECOLHIMENTO.
           COPY RECOLHE.

           FD  AUDITORIA.
           COPY AUDITSEG.

           FD  PARAMETRO-DATA.
           COPY PARMDATA.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-CONTESTACAO PIC X(02).
           77 WS-FS-DECISAO PIC X(02).
           77 WS-FS-CONTA PIC X(02).
           77 WS-FS-MOVIMENTO PIC X(02).
           77 WS-FS-CONTROLE PIC X(02).
           77 WS-FS-AVISOS PIC X(02).
           77 WS-FS-COMPROVANTE PIC X(02).
           77 WS-FS-CASSETE PIC X(02).
           77 WS-FS-RECOLHIMENTO PIC X(02).
           77 WS-FS-AUDITORIA PIC X(02).
           77 WS-FS-PARMDATA PIC X(02).
           77 WS-DATA-PROCESSAMENTO PIC 9(08).
           77 WS-DATA-SISTEMA PIC 9(08).
           77 WS-HORA-AGORA PIC 9(06).

      * CONTADOR DE MOVIMENTO - MESMO CONTROLE (MOVCTL) DO TERMINAL
           77 WS-CONTADOR-MOVIMENTO PIC 9(08) VALUE ZERO.

      * DECISAO EM TRATAMENTO - O MV-ID CONTESTADO VAI EM TEXTO
      * PARA O MV-LOGIN-RELACIONADO DO CREDITO 'DV', E E POR ELE
      * QUE A REEXECUCAO RECONHECE A DEVOLUCAO JA CREDITADA
           77 WS-VALOR-DEVOLUCAO PIC 9(10)V99.
           77 WS-ID-DEVOLUCAO PIC 9(08).
           77 WS-ID-ORIGINAL-TEXTO PIC X(08).
           77 WS-DECISAO-SW PIC X(01).
               88 WS-DECISAO-OK VALUE 'S'.
               88 WS-DECISAO-NOK VALUE 'N'.
           77 WS-DEVOLUCAO-SW PIC X(01).
               88 WS-DEVOLUCAO-JA-CREDITADA VALUE 'S'.
               88 WS-DEVOLUCAO-NAO-CREDITADA VALUE 'N'.

      * AVISO AO CLIENTE - A DECISAO GERA UMA LINHA NA CAIXA DE
      * MENSAGENS DO LOGIN
           77 WS-AVISO-LOGIN PIC X(20).
           77 WS-AVISO-TEXTO PIC X(60).
           77 WS-PROXIMO-ID-AVISO PIC 9(08).

      * DOSSIE - JANELA DE HORARIO DOS EVENTOS DE AUDITORIA EM
      * TORNO DO LANCAMENTO (EM SEGUNDOS, PARA MAIS E PARA MENOS)
      * E MOMENTOS (DATA X 1000000 + HORA) PARA COMPARAR O
      * RECOLHIMENTO COM O LANCAMENTO
           77 WS-JANELA-AUDITORIA-SEG PIC 9(05) VALUE 1800.
           77 WS-HORA-TRAB PIC 9(06).
           77 WS-SEGUNDOS-TRAB PIC 9(05).
           77 WS-SEGUNDOS-LANCAMENTO PIC 9(05).
           77 WS-DIFERENCA-SEGUNDOS PIC S9(05).
           77 WS-MOMENTO-LANCAMENTO PIC 9(14).
           77 WS-MOMENTO-RECOLHIMENTO PIC 9(14).
           77 WS-DENOMINACAO-TRAB PIC 9(03).
           77 WS-QTD-TEORICA PIC S9(06).
           77 WS-TOTAL-ACHADOS PIC 9(03).
           77 WS-DESCRICAO-MOTIVO PIC X(22).

           01 WS-HORA-DECOMPOSTA.
              05 WS-HORA-HH PIC 9(02).
              05 WS-HORA-MM PIC 9(02).
              05 WS-HORA-SS PIC 9(02).

      * AGING - IDADE EM DIAS CORRIDOS DESDE A ABERTURA ATE A DATA
      * DE PROCESSAMENTO, PELO NUMERO SERIAL DE DIAS (GREGORIANO)
           77 WS-DATA-CANDIDATA PIC 9(08).
           77 WS-ANO-CALC PIC 9(04).
           77 WS-MES-CALC PIC 9(02).
           77 WS-DIA-CALC PIC 9(02).
           77 WS-DIAS-SERIAL PIC 9(07).
           77 WS-DIAS-SERIAL-HOJE PIC 9(07).
           77 WS-TEMP-DIV-A PIC 9(07).
           77 WS-TEMP-DIV-B PIC 9(07).
           77 WS-TEMP-DIV-C PIC 9(07).
           77 WS-TEMP-DIV-D PIC 9(07).
           77 WS-IDADE-DIAS PIC S9(05).
           77 WS-MAIOR-IDADE PIC S9(05) VALUE ZERO.
           77 WS-LIMITE-FAIXA-1 PIC 9(03) VALUE 5.
           77 WS-LIMITE-FAIXA-2 PIC 9(03) VALUE 10.
           77 WS-LIMITE-FAIXA-3 PIC 9(03) VALUE 30.
           77 WS-QTD-FAIXA-1 PIC 9(05) VALUE ZERO.
           77 WS-QTD-FAIXA-2 PIC 9(05) VALUE ZERO.
           77 WS-QTD-FAIXA-3 PIC 9(05) VALUE ZERO.
           77 WS-QTD-FAIXA-4 PIC 9(05) VALUE ZERO.
           77 WS-VALOR-FAIXA-1 PIC 9(12)V99 VALUE ZERO.
           77 WS-VALOR-FAIXA-2 PIC 9(12)V99 VALUE ZERO.
           77 WS-VALOR-FAIXA-3 PIC 9(12)V99 VALUE ZERO.
           77 WS-VALOR-FAIXA-4 PIC 9(12)V99 VALUE ZERO.

      * TOTAIS DE CONTROLE
           77 WS-DECISOES-LIDAS PIC 9(05) VALUE ZERO.
           77 WS-DECISOES-DEFERIDAS PIC 9(05) VALUE ZERO.
           77 WS-DECISOES-INDEFERIDAS PIC 9(05) VALUE ZERO.
           77 WS-DECISOES-REJEITADAS PIC 9(05) VALUE ZERO.
           77 WS-DECISOES-ADIADAS PIC 9(05) VALUE ZERO.
           77 WS-TOTAL-DEVOLVIDO PIC 9(12)V99 VALUE ZERO.
           77 WS-TOTAL-ABERTAS PIC 9(05) VALUE ZERO.
           77 WS-VALOR-ABERTO PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PERFORM 1500-DEFINE-DATA-PROCESSAMENTO.
       PERFORM 1000-ABRE-ARQUIVOS.
       PERFORM 1200-CARREGA-CONTADOR-MOVIMENTO.
       PERFORM 2000-APLICA-DECISOES.
       PERFORM 3000-EMITE-DOSSIES.
       PERFORM 3900-EMITE-AGING.
       PERFORM 9000-FINALIZA.
       STOP RUN.

      *--------------------------------------------------------*
      * DECISOES DA RETAGUARDA                                  *
      *--------------------------------------------------------*
           2000-APLICA-DECISOES.
               DISPLAY "-- DECISOES APLICADAS --------------------"
               OPEN INPUT DECISAO
               IF WS-FS-DECISAO = '35'
                   DISPLAY " SEM ARQUIVO DE DECISOES CONTDECI -"
                   DISPLAY " SO DOSSIES E AGING"
               ELSE
                   MOVE SPACES TO WS-FS-DECISAO
                   PERFORM 2100-LER-UMA-DECISAO
                       UNTIL WS-FS-DECISAO = '10'
                   CLOSE DECISAO
               END-IF.

           2100-LER-UMA-DECISAO.
               READ DECISAO
                   AT END
                       MOVE '10' TO WS-FS-DECISAO
                   NOT AT END
                       ADD 1 TO WS-DECISOES-LIDAS
                       PERFORM 2200-VALIDA-DECISAO
                       IF WS-DECISAO-OK
                           IF DS-DEFERE
                               PERFORM 2300-DEFERE-CONTESTACAO
                           ELSE
                               PERFORM 2400-INDEFERE-CONTESTACAO
                           END-IF
                       END-IF
               END-READ.

      * A DECISAO SO VALE PARA CONTESTACAO ABERTA E COM A
      * MATRICULA DE QUEM DECIDIU. NO DEFERIMENTO A DEVOLUCAO NAO
      * PASSA DO VALOR DO LANCAMENTO, E A CONTA PRECISA ESTAR
      * ABERTA E SEM PENDENCIA DE TERMINAL - COM PENDENCIA A
      * DECISAO E ADIADA E DEVE SER REENVIADA NA PROXIMA EXECUCAO;
      * CONTA ENCERRADA E DEVOLVIDA PELA AGENCIA, FORA DO SISTEMA
           2200-VALIDA-DECISAO.
               SET WS-DECISAO-OK TO TRUE
               DISPLAY " DECISAO " DS-DECISAO ": " DS-LOGIN " "
                   DS-MV-ID

               IF NOT DS-DEFERE AND NOT DS-INDEFERE
                   DISPLAY "   DECISAO INVALIDA - REJEITADA"
                   SET WS-DECISAO-NOK TO TRUE
               END-IF

               IF WS-DECISAO-OK AND DS-MATRICULA = SPACES
                   DISPLAY "   DECISAO SEM MATRICULA - REJEITADA"
                   SET WS-DECISAO-NOK TO TRUE
               END-IF

               IF WS-DECISAO-OK
                   MOVE DS-LOGIN TO CS-LOGIN
                   MOVE DS-MV-ID TO CS-MV-ID
                   READ CONTESTACAO
                       INVALID KEY
                           DISPLAY "   CONTESTACAO NAO ENCONTRADA -"
                               " REJEITADA"
                           SET WS-DECISAO-NOK TO TRUE
                   END-READ
               END-IF

               IF WS-DECISAO-OK AND NOT CS-ABERTA
                   DISPLAY "   CONTESTACAO JA DECIDIDA EM "
                       CS-DATA-DECISAO " - REJEITADA"
                   SET WS-DECISAO-NOK TO TRUE
               END-IF

               IF WS-DECISAO-OK AND DS-DEFERE
                   IF DS-VALOR-DEVOLVER = ZERO
                       MOVE CS-VALOR-CONTESTADO TO WS-VALOR-DEVOLUCAO
                   ELSE
                       MOVE DS-VALOR-DEVOLVER TO WS-VALOR-DEVOLUCAO
                   END-IF
                   IF WS-VALOR-DEVOLUCAO > CS-VALOR-LANCAMENTO
                       DISPLAY "   DEVOLUCAO ACIMA DO VALOR DO"
                           " LANCAMENTO - REJEITADA"
                       SET WS-DECISAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-DECISAO-OK AND DS-DEFERE
                   MOVE DS-LOGIN TO CM-LOGIN
                   READ CONTA-MESTRE
                       INVALID KEY
                           DISPLAY "   CONTA NAO ENCONTRADA -"
                               " REJEITADA"
                           SET WS-DECISAO-NOK TO TRUE
                   END-READ
               END-IF

               IF WS-DECISAO-OK AND DS-DEFERE
                  AND CM-CONTA-ENCERRADA
                   DISPLAY "   CONTA ENCERRADA - DEVOLUCAO PELA"
                       " AGENCIA - REJEITADA"
                   SET WS-DECISAO-NOK TO TRUE
               END-IF

               IF WS-DECISAO-NOK
                   ADD 1 TO WS-DECISOES-REJEITADAS
               END-IF

               IF WS-DECISAO-OK AND DS-DEFERE
                  AND NOT CM-SEM-PENDENCIA
                   DISPLAY "   CONTA COM PENDENCIA DE TERMINAL -"
                       " DECISAO ADIADA"
                   ADD 1 TO WS-DECISOES-ADIADAS
                   SET WS-DECISAO-NOK TO TRUE
               END-IF.

      * DEFERIMENTO - CREDITA A DEVOLUCAO (A MENOS QUE UMA EXECUCAO
      * ANTERIOR JA A TENHA CREDITADO) E SO ENTAO FECHA A
      * CONTESTACAO COM O MV-ID DO CREDITO
           2300-DEFERE-CONTESTACAO.
               MOVE DS-MV-ID TO WS-ID-ORIGINAL-TEXTO
               PERFORM 2310-VERIFICA-DEVOLUCAO
               IF WS-DEVOLUCAO-JA-CREDITADA
                   DISPLAY "   DEVOLUCAO JA CREDITADA NO LANCAMENTO "
                       WS-ID-DEVOLUCAO
               ELSE
                   PERFORM 2350-CREDITA-DEVOLUCAO
               END-IF

               SET CS-DEFERIDA TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO CS-DATA-DECISAO
               MOVE DS-MATRICULA TO CS-MATRICULA-DECISAO
               MOVE WS-VALOR-DEVOLUCAO TO CS-VALOR-DEVOLVIDO
               MOVE WS-ID-DEVOLUCAO TO CS-MV-ID-DEVOLUCAO
               MOVE DS-PARECER TO CS-PARECER
               REWRITE CS-REGISTRO-CONTESTACAO
               ADD 1 TO WS-DECISOES-DEFERIDAS
               ADD WS-VALOR-DEVOLUCAO TO WS-TOTAL-DEVOLVIDO
               DISPLAY "   DEFERIDA - DEVOLVIDO R$ " WS-VALOR-DEVOLUCAO

               MOVE CS-LOGIN TO WS-AVISO-LOGIN
               MOVE "LANCAMENTO" TO WS-AVISO-TEXTO
               MOVE WS-ID-ORIGINAL-TEXTO TO WS-AVISO-TEXTO(12:8)
               MOVE " CONTESTADO: DEFERIDO - VALOR DEVOLVIDO"
                   TO WS-AVISO-TEXTO(20:39)
               PERFORM 8500-GRAVA-AVISO.

      * POSICIONA NOS LANCAMENTOS DA CONTA (CHAVE LOGIN + ID) E
      * PROCURA UM 'DV' JA GRAVADO COM O MV-ID CONTESTADO EM
      * MV-LOGIN-RELACIONADO - E ESTA VERIFICACAO QUE IMPEDE A
      * DEVOLUCAO EM DOBRO QUANDO A EXECUCAO CAIU ENTRE O CREDITO E
      * O FECHAMENTO DA CONTESTACAO
           2310-VERIFICA-DEVOLUCAO.
               SET WS-DEVOLUCAO-NAO-CREDITADA TO TRUE
               MOVE SPACES TO WS-FS-MOVIMENTO
               MOVE DS-LOGIN TO MV-LOGIN
               MOVE ZERO TO MV-ID
               START MOVIMENTO KEY IS >= MV-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-MOVIMENTO
               END-START
               PERFORM 2320-LER-E-VERIFICAR-DEVOLUCAO
                   UNTIL WS-FS-MOVIMENTO = '10'.

           2320-LER-E-VERIFICAR-DEVOLUCAO.
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-MOVIMENTO
                   NOT AT END
                       IF MV-LOGIN NOT = DS-LOGIN
                           MOVE '10' TO WS-FS-MOVIMENTO
                       ELSE
                           IF MV-OP-DEVOLUCAO-CONTEST
                              AND MV-LOGIN-RELACIONADO(1:8) =
                                  WS-ID-ORIGINAL-TEXTO
                               SET WS-DEVOLUCAO-JA-CREDITADA TO TRUE
                               MOVE MV-ID TO WS-ID-DEVOLUCAO
                               MOVE MV-VALOR TO WS-VALOR-DEVOLUCAO
                               MOVE '10' TO WS-FS-MOVIMENTO
                           END-IF
                       END-IF
               END-READ.

      * CREDITA A DEVOLUCAO NA CORRENTE E GRAVA O LANCAMENTO 'DV' -
      * O SALDO E REGRAVADO JA COM A PENDENCIA MARCADA (MESMA
      * DISCIPLINA DE CHECKPOINT DO TERMINAL), DE FORMA QUE UMA
      * QUEDA ENTRE O REWRITE E A GRAVACAO DO MOVIMENTO SEJA
      * COMPLETADA PELA RECUPERACAO NO PROXIMO LOGIN DO CLIENTE
           2350-CREDITA-DEVOLUCAO.
               ACCEPT WS-HORA-AGORA FROM TIME
               COMPUTE CM-SALDO = CM-SALDO + WS-VALOR-DEVOLUCAO
               PERFORM 1290-ALOCA-MOVIMENTO-ID
               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE 'DV' TO CM-PENDENTE-TIPO
               MOVE WS-VALOR-DEVOLUCAO TO CM-PENDENTE-VALOR
               MOVE WS-ID-ORIGINAL-TEXTO TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-PROCESSAMENTO TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               MOVE 'DV' TO MV-TIPO-OPERACAO
               MOVE WS-VALOR-DEVOLUCAO TO MV-VALOR
               PERFORM 8000-GRAVA-MOVIMENTO
               MOVE WS-CONTADOR-MOVIMENTO TO WS-ID-DEVOLUCAO.

      * INDEFERIMENTO - SO FECHA A CONTESTACAO COM O PARECER E
      * AVISA O CLIENTE
           2400-INDEFERE-CONTESTACAO.
               SET CS-INDEFERIDA TO TRUE
               MOVE WS-DATA-PROCESSAMENTO TO CS-DATA-DECISAO
               MOVE DS-MATRICULA TO CS-MATRICULA-DECISAO
               MOVE ZERO TO CS-VALOR-DEVOLVIDO
               MOVE ZERO TO CS-MV-ID-DEVOLUCAO
               MOVE DS-PARECER TO CS-PARECER
               REWRITE CS-REGISTRO-CONTESTACAO
               ADD 1 TO WS-DECISOES-INDEFERIDAS
               DISPLAY "   INDEFERIDA"

               MOVE CS-LOGIN TO WS-AVISO-LOGIN
               MOVE "LANCAMENTO" TO WS-AVISO-TEXTO
               MOVE DS-MV-ID TO WS-AVISO-TEXTO(12:8)
               MOVE " CONTESTADO: INDEFERIDO - VEJA A AGENCIA"
                   TO WS-AVISO-TEXTO(20:40)
               PERFORM 8500-GRAVA-AVISO.

      *--------------------------------------------------------*
      * DOSSIE DE CADA CONTESTACAO EM ABERTO                    *
      *--------------------------------------------------------*
           3000-EMITE-DOSSIES.
               DISPLAY "=========================================="
               DISPLAY "-- CONTESTACOES EM ABERTO ----------------"
               MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-CANDIDATA
               PERFORM 1590-CALCULA-DIAS-SERIAL
               MOVE WS-DIAS-SERIAL TO WS-DIAS-SERIAL-HOJE
               MOVE SPACES TO WS-FS-CONTESTACAO
               MOVE LOW-VALUES TO CS-CHAVE
               START CONTESTACAO KEY IS >= CS-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-CONTESTACAO
               END-START
               PERFORM 3100-LER-UMA-CONTESTACAO
                   UNTIL WS-FS-CONTESTACAO = '10'
               IF WS-TOTAL-ABERTAS = ZERO
                   DISPLAY " NENHUMA CONTESTACAO EM ABERTO"
               END-IF.

           3100-LER-UMA-CONTESTACAO.
               READ CONTESTACAO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CONTESTACAO
                   NOT AT END
                       IF CS-ABERTA
                           PERFORM 3200-EMITE-UM-DOSSIE
                       END-IF
               END-READ.

           3200-EMITE-UM-DOSSIE.
               ADD 1 TO WS-TOTAL-ABERTAS
               ADD CS-VALOR-CONTESTADO TO WS-VALOR-ABERTO
               MOVE CS-DATA-ABERTURA TO WS-DATA-CANDIDATA
               PERFORM 1590-CALCULA-DIAS-SERIAL
               COMPUTE WS-IDADE-DIAS =
                   WS-DIAS-SERIAL-HOJE - WS-DIAS-SERIAL
               IF WS-IDADE-DIAS < ZERO
                   MOVE ZERO TO WS-IDADE-DIAS
               END-IF
               PERFORM 3250-CLASSIFICA-IDADE

               EVALUATE TRUE
                   WHEN CS-MOTIVO-NAO-RECONHECE
                       MOVE "NAO RECONHECE" TO WS-DESCRICAO-MOTIVO
                   WHEN CS-MOTIVO-NOTAS-NAO-ENTREGUES
                       MOVE "NOTAS NAO ENTREGUES" TO WS-DESCRICAO-MOTIVO
                   WHEN CS-MOTIVO-VALOR-DIVERGENTE
                       MOVE "VALOR DIVERGENTE" TO WS-DESCRICAO-MOTIVO
                   WHEN OTHER
                       MOVE "OUTRO MOTIVO" TO WS-DESCRICAO-MOTIVO
               END-EVALUATE

               DISPLAY "------------------------------------------"
               DISPLAY " CONTESTACAO " CS-LOGIN " LANCAMENTO "
                   CS-MV-ID
               DISPLAY " ABERTA EM " CS-DATA-ABERTURA " "
                   CS-HORA-ABERTURA " NO TERMINAL "
                   CS-TERMINAL-ABERTURA " HA " WS-IDADE-DIAS " DIAS"
               DISPLAY " MOTIVO: " WS-DESCRICAO-MOTIVO
                   " VALOR CONTESTADO: " CS-VALOR-CONTESTADO
               DISPLAY " RELATO: " CS-DESCRICAO
               PERFORM 3300-EXIBE-LANCAMENTO
               PERFORM 3400-EXIBE-COMPROVANTE
               IF CS-TIPO-LANCAMENTO = 'SA'
                   PERFORM 3500-EXIBE-CASSETES
                   PERFORM 3550-EXIBE-RECOLHIMENTOS
               ELSE
                   DISPLAY " LANCAMENTO SEM DISPENSA DE CEDULAS"
               END-IF
               PERFORM 3600-EXIBE-AUDITORIA.

      * FAIXAS DO AGING: ATE 5 DIAS, DE 6 A 10, DE 11 A 30 E ACIMA
      * DE 30 DIAS CORRIDOS DESDE A ABERTURA
           3250-CLASSIFICA-IDADE.
               IF WS-IDADE-DIAS > WS-MAIOR-IDADE
                   MOVE WS-IDADE-DIAS TO WS-MAIOR-IDADE
               END-IF
               IF WS-IDADE-DIAS <= WS-LIMITE-FAIXA-1
                   ADD 1 TO WS-QTD-FAIXA-1
                   ADD CS-VALOR-CONTESTADO TO WS-VALOR-FAIXA-1
               ELSE
                   IF WS-IDADE-DIAS <= WS-LIMITE-FAIXA-2
                       ADD 1 TO WS-QTD-FAIXA-2
                       ADD CS-VALOR-CONTESTADO TO WS-VALOR-FAIXA-2
                   ELSE
                       IF WS-IDADE-DIAS <= WS-LIMITE-FAIXA-3
                           ADD 1 TO WS-QTD-FAIXA-3
                           ADD CS-VALOR-CONTESTADO
                               TO WS-VALOR-FAIXA-3
                       ELSE
                           ADD 1 TO WS-QTD-FAIXA-4
                           ADD CS-VALOR-CONTESTADO
                               TO WS-VALOR-FAIXA-4
                       END-IF
                   END-IF
               END-IF.

      * O LANCAMENTO E LIDO DIRETO PELA CHAVE; SE JA FOI EXPURGADO
      * PARA O MOVHISTO, O DOSSIE USA A COPIA GRAVADA NA ABERTURA
           3300-EXIBE-LANCAMENTO.
               MOVE CS-LOGIN TO MV-LOGIN
               MOVE CS-MV-ID TO MV-ID
               READ MOVIMENTO
                   INVALID KEY
                       DISPLAY " LANCAMENTO FORA DO MOVIMENTO -"
                           " COPIA DA ABERTURA:"
                       DISPLAY "   " CS-TIPO-LANCAMENTO " R$ "
                           CS-VALOR-LANCAMENTO " EM "
                           CS-DATA-LANCAMENTO " " CS-HORA-LANCAMENTO
                           " TERMINAL " CS-TERMINAL-LANCAMENTO
                   NOT INVALID KEY
                       DISPLAY " LANCAMENTO:"
                       DISPLAY "   " MV-TIPO-OPERACAO " R$ " MV-VALOR
                           " EM " MV-DATA-MOVIMENTO " "
                           MV-HORA-MOVIMENTO " TERMINAL " MV-TERMINAL
                       DISPLAY "   SALDO RESULTANTE: "
                           MV-SALDO-RESULTANTE
               END-READ.

      * COMPROVANTE EMITIDO PARA O LANCAMENTO - OS COMPROVANTES DO
      * LOGIN SAO LIDOS EM ORDEM DE NUMERO ATE O DO MV-ID
           3400-EXIBE-COMPROVANTE.
               MOVE ZERO TO WS-TOTAL-ACHADOS
               MOVE SPACES TO WS-FS-COMPROVANTE
               MOVE CS-LOGIN TO CP-LOGIN
               MOVE ZERO TO CP-NUMERO
               START COMPROVANTE KEY IS >= CP-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-COMPROVANTE
               END-START
               PERFORM 3410-LER-E-VERIFICAR-COMPROVANTE
                   UNTIL WS-FS-COMPROVANTE = '10'
               IF WS-TOTAL-ACHADOS = ZERO
                   DISPLAY " SEM COMPROVANTE EMITIDO PARA O"
                       " LANCAMENTO"
               END-IF.

           3410-LER-E-VERIFICAR-COMPROVANTE.
               READ COMPROVANTE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-COMPROVANTE
                   NOT AT END
                       IF CP-LOGIN NOT = CS-LOGIN
                           MOVE '10' TO WS-FS-COMPROVANTE
                       ELSE
                           IF CP-MV-ID = CS-MV-ID
                               ADD 1 TO WS-TOTAL-ACHADOS
                               DISPLAY " COMPROVANTE NR " CP-NUMERO
                                   " AUTENTICACAO "
                                   CP-COD-AUTENTICACAO
                               DISPLAY "   EMITIDO NO TERMINAL "
                                   CP-TERMINAL " - 2AS VIAS: "
                                   CP-QTD-REIMPRESSOES
                               MOVE '10' TO WS-FS-COMPROVANTE
                           END-IF
                       END-IF
               END-READ.

      * POSICAO ATUAL DE CADA CASSETE DO TERMINAL DO SAQUE -
      * CARREGADA, DISPENSADA E O TEORICO QUE DEVIA ESTAR NA GAVETA
           3500-EXIBE-CASSETES.
               DISPLAY " CASSETES DO TERMINAL "
                   CS-TERMINAL-LANCAMENTO " (POSICAO ATUAL):"
               MOVE 100 TO WS-DENOMINACAO-TRAB
               PERFORM 3510-EXIBE-UM-CASSETE
               MOVE 050 TO WS-DENOMINACAO-TRAB
               PERFORM 3510-EXIBE-UM-CASSETE
               MOVE 020 TO WS-DENOMINACAO-TRAB
               PERFORM 3510-EXIBE-UM-CASSETE.

           3510-EXIBE-UM-CASSETE.
               MOVE CS-TERMINAL-LANCAMENTO TO CX-TERMINAL
               MOVE WS-DENOMINACAO-TRAB TO CX-DENOMINACAO
               READ CASSETE
                   INVALID KEY
                       DISPLAY "   CEDULA " WS-DENOMINACAO-TRAB
                           ": SEM CASSETE CADASTRADO"
                   NOT INVALID KEY
                       COMPUTE WS-QTD-TEORICA =
                           CX-QTD-CARREGADA - CX-QTD-DISPENSADA
                       DISPLAY "   CEDULA " WS-DENOMINACAO-TRAB
                           ": CARREGADA " CX-QTD-CARREGADA
                           " DISPENSADA " CX-QTD-DISPENSADA
                           " TEORICO " WS-QTD-TEORICA
               END-READ.

      * RECOLHIMENTOS DO TERMINAL DEPOIS DO SAQUE - A SOBRA NA
      * CONTAGEM FISICA E O INDICIO MAIS FORTE DE NOTAS NAO
      * ENTREGUES
           3550-EXIBE-RECOLHIMENTOS.
               MOVE ZERO TO WS-TOTAL-ACHADOS
               COMPUTE WS-MOMENTO-LANCAMENTO =
                   (CS-DATA-LANCAMENTO * 1000000) + CS-HORA-LANCAMENTO
               OPEN INPUT RECOLHIMENTO
               IF WS-FS-RECOLHIMENTO = '35'
                   DISPLAY " SEM ARQUIVO DE RECOLHIMENTOS"
               ELSE
                   MOVE SPACES TO WS-FS-RECOLHIMENTO
                   PERFORM 3560-LER-E-VERIFICAR-RECOLHIMENTO
                       UNTIL WS-FS-RECOLHIMENTO = '10'
                   CLOSE RECOLHIMENTO
                   IF WS-TOTAL-ACHADOS = ZERO
                       DISPLAY " NENHUM RECOLHIMENTO DO TERMINAL"
                           " DEPOIS DO LANCAMENTO"
                   END-IF
               END-IF.

           3560-LER-E-VERIFICAR-RECOLHIMENTO.
               READ RECOLHIMENTO
                   AT END
                       MOVE '10' TO WS-FS-RECOLHIMENTO
                   NOT AT END
                       COMPUTE WS-MOMENTO-RECOLHIMENTO =
                           (RC-DATA-RECOLHIMENTO * 1000000)
                           + RC-HORA-RECOLHIMENTO
                       IF RC-TERMINAL = CS-TERMINAL-LANCAMENTO
                          AND WS-MOMENTO-RECOLHIMENTO >
                              WS-MOMENTO-LANCAMENTO
                           ADD 1 TO WS-TOTAL-ACHADOS
                           DISPLAY " RECOLHIMENTO "
                               RC-DATA-RECOLHIMENTO " CEDULA "
                               RC-DENOMINACAO " DIFERENCA "
                               RC-QTD-DIFERENCA " R$ "
                               RC-VALOR-DIFERENCA
                       END-IF
               END-READ.

      * EVENTOS DE AUDITORIA DO DIA DO LANCAMENTO, NO MESMO
      * TERMINAL OU NO MESMO LOGIN, ATE WS-JANELA-AUDITORIA-SEG
      * SEGUNDOS ANTES OU DEPOIS DO HORARIO DO LANCAMENTO
           3600-EXIBE-AUDITORIA.
               MOVE ZERO TO WS-TOTAL-ACHADOS
               MOVE CS-HORA-LANCAMENTO TO WS-HORA-TRAB
               PERFORM 3650-CONVERTE-HORA-SEGUNDOS
               MOVE WS-SEGUNDOS-TRAB TO WS-SEGUNDOS-LANCAMENTO
               DISPLAY " EVENTOS DE AUDITORIA NO HORARIO:"
               OPEN INPUT AUDITORIA
               IF WS-FS-AUDITORIA = '35'
                   DISPLAY "   SEM ARQUIVO DE AUDITORIA"
               ELSE
                   MOVE SPACES TO WS-FS-AUDITORIA
                   PERFORM 3610-LER-E-VERIFICAR-EVENTO
                       UNTIL WS-FS-AUDITORIA = '10'
                   CLOSE AUDITORIA
                   IF WS-TOTAL-ACHADOS = ZERO
                       DISPLAY "   NENHUM EVENTO NA JANELA"
                   END-IF
               END-IF.

           3610-LER-E-VERIFICAR-EVENTO.
               READ AUDITORIA
                   AT END
                       MOVE '10' TO WS-FS-AUDITORIA
                   NOT AT END
                       IF AU-DATA-OCORRENCIA = CS-DATA-LANCAMENTO
                          AND (AU-TERMINAL = CS-TERMINAL-LANCAMENTO
                               OR AU-LOGIN = CS-LOGIN)
                           PERFORM 3620-VERIFICA-JANELA
                       END-IF
               END-READ.

           3620-VERIFICA-JANELA.
               MOVE AU-HORA-OCORRENCIA TO WS-HORA-TRAB
               PERFORM 3650-CONVERTE-HORA-SEGUNDOS
               COMPUTE WS-DIFERENCA-SEGUNDOS =
                   WS-SEGUNDOS-TRAB - WS-SEGUNDOS-LANCAMENTO
               IF WS-DIFERENCA-SEGUNDOS < ZERO
                   COMPUTE WS-DIFERENCA-SEGUNDOS =
                       ZERO - WS-DIFERENCA-SEGUNDOS
               END-IF
               IF WS-DIFERENCA-SEGUNDOS <= WS-JANELA-AUDITORIA-SEG
                   ADD 1 TO WS-TOTAL-ACHADOS
                   DISPLAY "   " AU-HORA-OCORRENCIA " " AU-TERMINAL
                       " " AU-LOGIN " " AU-EVENTO " " AU-MATRICULA
               END-IF.

           3650-CONVERTE-HORA-SEGUNDOS.
               MOVE WS-HORA-TRAB TO WS-HORA-DECOMPOSTA
               COMPUTE WS-SEGUNDOS-TRAB = (WS-HORA-HH * 3600)
                   + (WS-HORA-MM * 60) + WS-HORA-SS.

      *--------------------------------------------------------*
      * AGING DAS CONTESTACOES EM ABERTO                        *
      *--------------------------------------------------------*
           3900-EMITE-AGING.
               DISPLAY "=========================================="
               DISPLAY "-- AGING DAS CONTESTACOES EM ABERTO ------"
               DISPLAY " ATE 5 DIAS:        " WS-QTD-FAIXA-1
                   " R$ " WS-VALOR-FAIXA-1
               DISPLAY " DE 6 A 10 DIAS:    " WS-QTD-FAIXA-2
                   " R$ " WS-VALOR-FAIXA-2
               DISPLAY " DE 11 A 30 DIAS:   " WS-QTD-FAIXA-3
                   " R$ " WS-VALOR-FAIXA-3
               DISPLAY " ACIMA DE 30 DIAS:  " WS-QTD-FAIXA-4
                   " R$ " WS-VALOR-FAIXA-4
               DISPLAY " TOTAL EM ABERTO:   " WS-TOTAL-ABERTAS
                   " R$ " WS-VALOR-ABERTO
               DISPLAY " MAIS ANTIGA (DIAS): " WS-MAIOR-IDADE.

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
               MOVE WS-ID-ORIGINAL-TEXTO TO MV-LOGIN-RELACIONADO(1:8)
               MOVE "CE026" TO MV-TERMINAL
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
               MOVE "CE026" TO AV-ORIGEM
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
      * DATA DE PROCESSAMENTO E CALENDARIO                      *
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

      * NUMERO SERIAL DE DIAS DA DATA EM WS-DATA-CANDIDATA
      * (GREGORIANO, DIVISOES INTEIRAS EM PASSOS SEPARADOS PORQUE O
      * COMPUTE NAO TRUNCA INTERMEDIARIOS) - SO PARA DIFERENCAS
           1590-CALCULA-DIAS-SERIAL.
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
                   + WS-TEMP-DIV-D + WS-DIA-CALC - 429.

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS E RELATORIO           *
      *--------------------------------------------------------*
      * SEM O ARQUIVO DE CONTESTACOES NAO HA O QUE TRATAR - NENHUM
      * CLIENTE CONTESTOU AINDA; NAO E ERRO DA EXECUCAO
           1000-ABRE-ARQUIVOS.
               DISPLAY "=========================================="
               DISPLAY " CE026-CONTESTACOES - TRATAMENTO DAS"
               DISPLAY " CONTESTACOES DE LANCAMENTO"
               DISPLAY " DATA DE PROCESSAMENTO: " WS-DATA-PROCESSAMENTO
               DISPLAY "=========================================="
               OPEN I-O CONTESTACAO
               IF WS-FS-CONTESTACAO = '35'
                   DISPLAY " ARQUIVO DE CONTESTACOES CONTESTA NAO"
                   DISPLAY " ENCONTRADO - NADA A TRATAR"
                   STOP RUN
               END-IF
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
               OPEN INPUT COMPROVANTE
               OPEN INPUT CASSETE.

           9000-FINALIZA.
               CLOSE CONTESTACAO
               CLOSE CONTA-MESTRE
               CLOSE MOVIMENTO
               CLOSE AVISOS
               CLOSE COMPROVANTE
               CLOSE CASSETE
               DISPLAY "=========================================="
               DISPLAY " DECISOES LIDAS:            "
                   WS-DECISOES-LIDAS
               DISPLAY " DEFERIDAS:                 "
                   WS-DECISOES-DEFERIDAS
               DISPLAY " INDEFERIDAS:               "
                   WS-DECISOES-INDEFERIDAS
               DISPLAY " REJEITADAS:                "
                   WS-DECISOES-REJEITADAS
               DISPLAY " ADIADAS (PENDENCIA):       "
                   WS-DECISOES-ADIADAS
               DISPLAY " TOTAL DEVOLVIDO:           "
                   WS-TOTAL-DEVOLVIDO
               DISPLAY "==========================================".

           END PROGRAM CE026-CONTESTACOES.
