               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARGA.

           SELECT RECOLHIMENTO ASSIGN TO "CXRECOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECOLHIMENTO.

           SELECT COMPENSACAO ASSIGN TO "PAGCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPENSACAO.
               RECORD KEY IS CV-CODIGO
               FILE STATUS IS WS-FS-CONVENIO.

           SELECT OPERADOR-MESTRE ASSIGN TO "OPERMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-MATRICULA
               FILE STATUS IS WS-FS-OPERADOR.

           SELECT CONTESTACAO ASSIGN TO "CONTESTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHAVE
               FILE STATUS IS WS-FS-CONTESTACAO.

           SELECT EVENTO-TARIFAVEL ASSIGN TO "EVENTCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-CHAVE
               FILE STATUS IS WS-FS-EVENTO.

       DATA DIVISION.

           FILE SECTION.
           FD  CARGA-CASSETE.
           COPY CARGACX.

           FD  RECOLHIMENTO.
           COPY RECOLHE.

           FD  COMPENSACAO.
           COPY PAGTO.

           FD  CONVENIO-MESTRE.
           COPY CONVMST.

           FD  OPERADOR-MESTRE.
           COPY OPERMST.

           FD  CONTESTACAO.
           COPY CONTEST.

           FD  EVENTO-TARIFAVEL.
           COPY EVENTCLI.

           WORKING-STORAGE SECTION.

      * GLOBAL
           77 WS-FS-AGENDAMENTO PIC X(02).
           77 WS-FS-CASSETE PIC X(02).
           77 WS-FS-CARGA PIC X(02).
           77 WS-FS-RECOLHIMENTO PIC X(02).
           77 WS-FS-COMPENSACAO PIC X(02).
           77 WS-FS-TERMCONF PIC X(02).
           77 WS-FS-COMPROVANTE PIC X(02).
           77 WS-FS-REMESSA PIC X(02).
           77 WS-FS-AVISOS PIC X(02).
           77 WS-FS-CONVENIO PIC X(02).
           77 WS-FS-OPERADOR PIC X(02).
           77 WS-FS-CONTESTACAO PIC X(02).
           77 WS-FS-EVENTO PIC X(02).
           77 WS-DATA-HOJE PIC 9(08).
           77 WS-HORA-AGORA PIC 9(06).

           77 WS-AGENCIA PIC X(04) VALUE SPACES.
           77 WS-LOCALIZACAO PIC X(30) VALUE SPACES.
           77 WS-LOGIN-DESBLOQUEIO PIC X(20).
           77 WS-TENTATIVAS-DESBLOQUEIO PIC 9(01) VALUE ZERO.

      *ENCERRAMENTO DE CONTA NA AGENCIA - O SAQUE FINAL E PAGO NO
      *CAIXA DA AGENCIA E GRAVADO COM O TERMINAL 'AGENCIA', FORA
      *DA GAVETA DO TERMINAL (VER 8020-GRAVA-MOVIMENTO-AGENCIA)
           77 WS-TENTATIVAS-ENCERRAMENTO PIC 9(01) VALUE ZERO.
           77 WS-LOGIN-ENCERRAMENTO PIC X(20).
           77 WS-TERMINAL-AGENCIA PIC X(08) VALUE "AGENCIA".
           77 WS-FORMA-LIQUIDACAO PIC X(01).
           77 WS-CONFIRMA-ENCERRAMENTO PIC X(01).
           77 WS-VALOR-LIQUIDACAO PIC 9(10)V99.
           77 WS-TOTAL-CHEQUES-ABERTOS PIC 9(05).
           77 WS-TOTAL-AGEND-CANCELADOS PIC 9(05).

      *OPERADORES DA AGENCIA - TODA FUNCAO ADMINISTRATIVA EXIGE
      *MATRICULA E SENHA DE OPERADOR ATIVO COM O PERFIL DA FUNCAO
      *(9300-AUTENTICA-OPERADOR). A MATRICULA INFORMADA VAI PARA O
      *AUDITSEG E E LIMPA A CADA VOLTA A TELA INICIAL
           77 WS-MATRICULA-OPERADOR PIC X(10) VALUE SPACES.
           77 WS-SENHA-OPERADOR PIC 9(06).
           77 WS-PERFIL-EXIGIDO PIC X(01).
               88 WS-EXIGE-GERENTE VALUE 'G'.
               88 WS-EXIGE-TESOUREIRO VALUE 'T'.
               88 WS-EXIGE-CONVENIOS VALUE 'C'.
               88 WS-EXIGE-QUALQUER-PERFIL VALUE SPACE.
           77 WS-OPERADOR-SW PIC X(01).
               88 WS-OPERADOR-OK VALUE 'S'.
               88 WS-OPERADOR-NOK VALUE 'N'.

      *MANUTENCAO DO CADASTRO DE OPERADORES - FUNCAO DO GERENTE
           77 WS-TENTATIVAS-OPERADORES PIC 9(01) VALUE ZERO.
           77 WS-OPCAO-OPERADOR PIC X(01).
           77 WS-MATRICULA-ALVO PIC X(10).
           77 WS-OPERADOR-NOME PIC X(40).
           77 WS-OPERADOR-PERFIL PIC X(01).
           77 WS-OPERADOR-SITUACAO PIC X(01).
           77 WS-REDEFINE-SENHA PIC X(01).
           77 WS-OPERADOR-EXISTE-SW PIC X(01).
               88 WS-OPERADOR-EXISTE VALUE 'S'.
               88 WS-OPERADOR-NOVO VALUE 'N'.

      *L001 - ACESSO / CRIACAO
           77 WS-LOGIN PIC X(20).
           77 WS-SENHA PIC 9(06).
           77 WS-TOTAL-NAO-LIDOS PIC 9(03) VALUE ZERO.
           77 WS-MARCA-LIDAS PIC X(01).

      *EVENTOS TARIFAVEIS SEM LANCAMENTO NO MOVIMENTO (EVENTCLI) -
      *EXTRATO E 2A VIA, CONTADOS NA FRANQUIA PELO BATCH DE TARIFAS
           77 WS-EVENTO-CODIGO PIC X(02).
           77 WS-EVENTO-REFERENCIA PIC 9(08).
           77 WS-PROXIMA-SEQ-EVENTO PIC 9(08).

      *TROCA DE SENHA E EXPIRACAO PERIODICA
           77 WS-PRAZO-TROCA-SENHA-DIAS PIC 9(03) VALUE 180.
           77 WS-SENHA-ATUAL PIC 9(06).
           77 WS-DATA-TROCA-VERIFICADA PIC 9(08).
           77 WS-DIAS-SERIAL-TROCA PIC 9(07).
           77 WS-DIAS-DESDE-TROCA PIC S9(07).
           77 WS-SENHA-EXPIRADA-SW PIC X(01).
           77 WS-LIMITE-DIARIO-SAQUE PIC 9(10)V99 VALUE 1000,00.
           77 WS-TOTAL-SAQUE-DIA PIC 9(10)V99 VALUE ZERO.

      *CHEQUE ESPECIAL - O DISPONIVEL PARA SAQUE, TRANSFERENCIA E
      *PAGAMENTO E O SALDO DA CORRENTE MAIS O LIMITE APROVADO
      *(3050-CALCULA-DISPONIVEL); A MANUTENCAO DO LIMITE E FUNCAO
      *DO GERENTE NA AGENCIA (L024-LIMITE-CHEQUE-ESPECIAL)
           77 WS-SALDO-DISPONIVEL PIC S9(11)V99.
           77 WS-LIMITE-UTILIZADO PIC 9(10)V99.
           77 WS-TENTATIVAS-LIMITE PIC 9(01) VALUE ZERO.
           77 WS-LOGIN-LIMITE PIC X(20).
           77 WS-NOVO-LIMITE PIC 9(10)V99.
           77 WS-CONFIRMA-LIMITE PIC X(01).

      *EXTRATO
           77 WS-LIMITE-EXTRATO PIC 9(02) VALUE 10.
           77 WS-TOTAL-MOVIMENTOS-LOGIN PIC 9(05) VALUE ZERO.
           77 WS-REGISTROS-A-PULAR PIC 9(05) VALUE ZERO.
           77 WS-CONTADOR-LEITURA PIC 9(05) VALUE ZERO.

      *CONTESTACAO DE LANCAMENTO - O CLIENTE ESCOLHE UM DOS
      *LANCAMENTOS DE DEBITO LISTADOS (OS MESMOS DO EXTRATO) E A
      *RETAGUARDA DECIDE NO CE026
           77 WS-MV-ID-CONTESTADO PIC 9(08).
           77 WS-MENOR-ID-LISTADO PIC 9(08).
           77 WS-MOTIVO-CONTESTACAO PIC X(01).
           77 WS-DESCRICAO-CONTESTACAO PIC X(60).
           77 WS-VALOR-CONTESTADO PIC 9(10)V99.
           77 WS-CONFIRMA-CONTESTACAO PIC X(01).

      *CASSETES DE CEDULAS - DISPENSA DO SAQUE E ABASTECIMENTO
           77 WS-VALOR-INTEIRO-SAQUE PIC 9(10).
           77 WS-CENTAVOS-SAQUE PIC 9(02).
               88 WS-DISPENSA-OK VALUE 'S'.
               88 WS-DISPENSA-NOK VALUE 'N'.

      *RECOLHIMENTO DOS CASSETES - CONTAGEM FISICA DO TESOUREIRO
      *CONTRA O SALDO TEORICO (CARREGADA - DISPENSADA)
           77 WS-OPCAO-ABASTECIMENTO PIC X(01).
           77 WS-QTD-CONTADA-100 PIC 9(06).
           77 WS-QTD-CONTADA-050 PIC 9(06).
           77 WS-QTD-CONTADA-020 PIC 9(06).
           77 WS-QTD-CONTADA PIC 9(06).
           77 WS-CONFIRMA-RECOLHIMENTO PIC X(01).
           77 WS-TOTAL-SOBRA-CAIXA PIC 9(10)V99.
           77 WS-TOTAL-FALTA-CAIXA PIC 9(10)V99.

      *TRANSFERENCIA ENTRE CONTAS
           77 WS-LOGIN-DESTINO PIC X(20).
           77 WS-VALOR-TRANSFERENCIA PIC 9(10)V99 VALUE ZERO.
                       MOVE ZERO TO CM-SALDO
                       MOVE ZERO TO CM-SALDO-POUPANCA
                       MOVE ZERO TO CM-SALDO-BLOQUEADO
                       MOVE ZERO TO CM-LIMITE-CHEQUE-ESPECIAL
                       MOVE ZERO TO CM-SALDO-BLOQUEIO-JUDICIAL
                       MOVE ZERO TO CM-DATA-INATIVACAO
                       MOVE ZERO TO CM-DATA-REATIVACAO
                       MOVE ZERO TO CM-TENTATIVAS-FALHAS
                       SET CM-CONTA-ATIVA TO TRUE
                       MOVE ZERO TO CM-ULTIMO-MOVIMENTO-ID
                       MOVE WS-CPF-INFORMADO TO CM-CPF
                       MOVE WS-ENDERECO-INFORMADO TO CM-ENDERECO
                       MOVE WS-TELEFONE-INFORMADO TO CM-TELEFONE
                       MOVE ZERO TO CM-DATA-ENCERRAMENTO
                       ACCEPT CM-DATA-ABERTURA FROM DATE YYYYMMDD
                       ACCEPT CM-DATA-ULTIMA-TROCA-SENHA
                           FROM DATE YYYYMMDD
                           SET WS-LOGIN-INVALIDO TO TRUE
                   END-READ

      * CONTA ENCERRADA NA AGENCIA NAO ABRE SESSAO - O LOGIN NAO
      * PODE PASSAR PELO CAMINHO DE SUCESSO, QUE REGRAVARIA A
      * CONTA COMO ATIVA
                   IF WS-LOGIN-VALIDO AND CM-CONTA-ENCERRADA
                       DISPLAY "  CONTA ENCERRADA - FALE   "
                       DISPLAY "   COM A SUA AGENCIA       "
                       MOVE "ACESSO A CONTA ENCERRADA" TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                       SET WS-LOGIN-INVALIDO TO TRUE
                   END-IF

      * CONTA INATIVA SO VOLTA A OPERAR DEPOIS DE REATIVADA NA
      * AGENCIA - A RECUSA VEM ANTES DA SENHA PARA QUE UMA SENHA
      * ERRADA NAO TROQUE A MARCA DE INATIVA PELA DE BLOQUEADA
                   IF WS-LOGIN-VALIDO AND CM-CONTA-INATIVA
                       DISPLAY "  CONTA INATIVA - PROCURE  "
                       DISPLAY "  A SUA AGENCIA PARA       "
                       DISPLAY "  REATIVAR A CONTA         "
                       MOVE "ACESSO A CONTA INATIVA" TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                       SET WS-LOGIN-INVALIDO TO TRUE
                   END-IF

                   IF WS-LOGIN-VALIDO AND CM-CONTA-BLOQUEADA
                       DISPLAY "  CONTA BLOQUEADA - FALE   "
                       DISPLAY "   COM A SUA AGENCIA       "
      * POLITICA DE EXPIRACAO: SENHA VENCIDA OBRIGA A TROCA ANTES
      * DE LIBERAR O MENU - SE A TROCA NAO SE COMPLETAR, O ACESSO
      * VOLTA PARA A TELA INICIAL SEM ABRIR A SESSAO
                       MOVE CM-DATA-ULTIMA-TROCA-SENHA
                           TO WS-DATA-TROCA-VERIFICADA
                       PERFORM 2800-VERIFICA-EXPIRACAO-SENHA
                       IF WS-SENHA-EXPIRADA
                           DISPLAY "--------------------------"
                   END-IF.

           L003-INICIO.
                   MOVE SPACES TO WS-MATRICULA-OPERADOR
                   DISPLAY "     SEJA BEM VINDO AO    "
                   DISPLAY "        BANCO MGSL        "
                   DISPLAY "--------------------------"
                   DISPLAY "--------------------------"
                   DISPLAY "1 - ACESSAR SUA CONTA     "
                   DISPLAY "2 - CRIAR UMA CONTA NOVA  "
                   DISPLAY "3 - DESBLOQUEAR/REATIVAR  "
                   DISPLAY "4 - ABASTECER TERMINAL    "
                   DISPLAY "5 - MANTER CONVENIOS      "
                   DISPLAY "6 - ENCERRAR CONTA        "
                   DISPLAY "7 - AREA DO OPERADOR      "
                   DISPLAY "8 - LIMITE CHEQUE ESPECIAL"
                   DISPLAY "9 - SAIR                  "
                   ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
               WHEN '5'
                   PERFORM L006-CONVENIOS
               WHEN '6'
                   PERFORM L009-ENCERRAMENTO
               WHEN '7'
                   PERFORM L018-AREA-OPERADOR
               WHEN '8'
                   PERFORM L024-LIMITE-CHEQUE-ESPECIAL
               WHEN '9'
                   PERFORM 9000-ENCERRA-PROGRAMA
               WHEN OTHER
                   DISPLAY "ESCOLHA UMAS DAS OPCOES"
                   PERFORM L003-INICIO
           END-EVALUATE.

      * DESBLOQUEIO DE CONTA - EXIGE OPERADOR COM PERFIL DE GERENTE,
      * ZERA O CONTADOR DE TENTATIVAS FALHAS E REATIVA A CONTA. A
      * CONTA MARCADA INATIVA PELO CE029 E REATIVADA PELO MESMO
      * CAMINHO, COM EVENTO E AVISO PROPRIOS (L028). TODA
      * TENTATIVA (CONCEDIDA OU NEGADA) E GRAVADA NA AUDITORIA DE
      * SEGURANCA COM A MATRICULA, E A AUTORIZACAO FICA SUJEITA AO
      * MESMO LIMITE DE TENTATIVAS DO LOGIN NORMAL
      * (WS-LIMITE-TENTATIVAS) PARA NAO FICAR ABERTA A TENTATIVA E
      * ERRO ILIMITADOS NESTA SESSAO
           L004-DESBLOQUEIO.
                   IF WS-TENTATIVAS-DESBLOQUEIO >= WS-LIMITE-TENTATIVAS
                       DISPLAY "--------------------------"
                       PERFORM 9120-GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "--------------------------"
                       DISPLAY " DESBLOQUEIO / REATIVACAO "
                       DISPLAY "--------------------------"
                       DISPLAY "    INFORME O LOGIN:      "
                       ACCEPT WS-LOGIN-DESBLOQUEIO
                       MOVE WS-LOGIN-DESBLOQUEIO TO WS-LOGIN
                       SET WS-EXIGE-GERENTE TO TRUE
                       PERFORM 9300-AUTENTICA-OPERADOR
                       DISPLAY "--------------------------"

                       SET WS-DESBLOQUEIO-OK TO TRUE

                       IF WS-OPERADOR-NOK
                           ADD 1 TO WS-TENTATIVAS-DESBLOQUEIO
                           MOVE "DESBLOQUEIO-AUTORIZ NEGADA"
                               TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           SET WS-DESBLOQUEIO-NOK TO TRUE
                           END-READ
                       END-IF

      * CONTA ENCERRADA NAO VOLTA A ATIVA PELO DESBLOQUEIO - O
      * ENCERRAMENTO E DEFINITIVO
                       IF WS-DESBLOQUEIO-OK
                           IF CM-CONTA-ENCERRADA
                               DISPLAY "   CONTA ENCERRADA - NAO  "
                               DISPLAY "   PODE SER DESBLOQUEADA  "
                               MOVE "DESBLOQUEIO-CONTA ENCERRADA"
                                   TO AU-EVENTO
                               PERFORM 9120-GRAVA-AUDITORIA
                               SET WS-DESBLOQUEIO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-DESBLOQUEIO-OK
                           IF CM-CONTA-INATIVA
                               PERFORM L028-REATIVA-CONTA
                           ELSE
                               MOVE ZERO TO CM-TENTATIVAS-FALHAS
                               SET CM-CONTA-ATIVA TO TRUE
                               REWRITE CM-REGISTRO-CONTA
                               MOVE ZERO TO WS-TENTATIVAS-DESBLOQUEIO
                               MOVE "DESBLOQUEIO REALIZADO"
                                   TO AU-EVENTO
                               PERFORM 9120-GRAVA-AUDITORIA
                               MOVE WS-LOGIN-DESBLOQUEIO
                                   TO WS-AVISO-LOGIN
                               MOVE "CONTA DESBLOQUEADA PELA AGENCIA"
                                   TO WS-AVISO-TEXTO
                               PERFORM 9200-GRAVA-AVISO
                               DISPLAY "  CONTA DESBLOQUEADA COM   "
                               DISPLAY "         SUCESSO           "
                           END-IF
                       END-IF
                   END-IF

                   PERFORM L003-INICIO.

      * REATIVACAO DE CONTA INATIVA - A AUTORIZACAO DO GERENTE JA
      * FOI CONFERIDA NO L004. A DATA DA REATIVACAO RECOMECA A
      * CONTAGEM DO PRAZO DE INATIVIDADE NO CE029, E A TROCA FICA
      * REGISTRADA NA AUDITORIA COM A MATRICULA DO GERENTE
           L028-REATIVA-CONTA.
                   DISPLAY "  CONTA INATIVA DESDE     "
                   DISPLAY "  " CM-DATA-INATIVACAO
                   MOVE ZERO TO CM-TENTATIVAS-FALHAS
                   SET CM-CONTA-ATIVA TO TRUE
                   ACCEPT CM-DATA-REATIVACAO FROM DATE YYYYMMDD
                   REWRITE CM-REGISTRO-CONTA
                   MOVE ZERO TO WS-TENTATIVAS-DESBLOQUEIO
                   MOVE "REATIVACAO DE CONTA INATIVA" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
                   MOVE WS-LOGIN-DESBLOQUEIO TO WS-AVISO-LOGIN
                   MOVE "CONTA INATIVA REATIVADA PELA AGENCIA"
                       TO WS-AVISO-TEXTO
                   PERFORM 9200-GRAVA-AVISO
                   DISPLAY "  CONTA REATIVADA COM      "
                   DISPLAY "         SUCESSO           ".

      * ABASTECIMENTO DOS CASSETES DO TERMINAL - EXIGE OPERADOR COM
      * PERFIL DE TESOUREIRO E FICA SUJEITO AO MESMO LIMITE DE
      * TENTATIVAS NA SESSAO DO DESBLOQUEIO. CADA CARGA ACEITA E
      * SOMADA AO CASSETE DA DENOMINACAO E REGISTRADA NO ARQUIVO DE
      * CARGAS, QUE E A TRILHA USADA NO FECHAMENTO PARA BATER A
      * GAVETA FISICA CONTRA O MOVIMENTO. O RECOLHIMENTO REGISTRA A
      * CONTAGEM FISICA DAS CEDULAS QUE VOLTARAM E ZERA OS CASSETES
      * PARA A NOVA CARGA
           L005-ABASTECIMENTO.
                   IF WS-TENTATIVAS-ABASTECIMENTO >=
                          WS-LIMITE-TENTATIVAS
                       DISPLAY "--------------------------"
                       DISPLAY " ABASTECIMENTO DO TERMINAL"
                       DISPLAY "--------------------------"
                       MOVE SPACES TO WS-LOGIN
                       SET WS-EXIGE-TESOUREIRO TO TRUE
                       PERFORM 9300-AUTENTICA-OPERADOR
                       DISPLAY "--------------------------"

                       SET WS-OPERACAO-OK TO TRUE

                       IF WS-OPERADOR-NOK
                           ADD 1 TO WS-TENTATIVAS-ABASTECIMENTO
                           MOVE "ABASTECIMENTO-AUTORIZ NEGADA"
                               TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           SET WS-OPERACAO-NOK TO TRUE
                       END-IF

                       IF WS-OPERACAO-OK
                           MOVE ZERO TO WS-TENTATIVAS-ABASTECIMENTO
                           DISPLAY "1 - CARGA DE CEDULAS      "
                           DISPLAY "2 - RECOLHIMENTO DOS      "
                           DISPLAY "    CASSETES              "
                           DISPLAY "3 - VOLTAR                "
                           ACCEPT WS-OPCAO-ABASTECIMENTO
                           DISPLAY "--------------------------"

                           EVALUATE WS-OPCAO-ABASTECIMENTO
                               WHEN '1'
                                   PERFORM L025-CARGA-CEDULAS
                               WHEN '2'
                                   PERFORM L026-RECOLHIMENTO
                               WHEN '3'
                                   CONTINUE
                               WHEN OTHER
                                   DISPLAY "ESCOLHA UMAS DAS OPCOES"
                           END-EVALUATE
                       END-IF
                   END-IF

                   PERFORM L003-INICIO.

      * MANUTENCAO DO CADASTRO DE CONVENIOS DE ARRECADACAO -
      * EXIGE OPERADOR COM PERFIL DE CADASTRO DE CONVENIOS E FICA
      * SUJEITA AO MESMO LIMITE DE TENTATIVAS NA SESSAO. CONVENIO
      * EXISTENTE E REEXIBIDO E ALTERADO; CODIGO NOVO E INCLUIDO. E
      * ESTE CADASTRO QUE O PAGAMENTO DE CONTA CONSULTA PARA
      * RECUSAR CONVENIO NAO CADASTRADO, SUSPENSO, ACIMA DO TETO OU
      * FORA DO HORARIO DE CAPTURA
           L006-CONVENIOS.
                   IF WS-TENTATIVAS-CONVENIOS >= WS-LIMITE-TENTATIVAS
                       DISPLAY "--------------------------"
                       DISPLAY "--------------------------"
                       DISPLAY " MANUTENCAO DE CONVENIOS  "
                       DISPLAY "--------------------------"
                       MOVE SPACES TO WS-LOGIN
                       SET WS-EXIGE-CONVENIOS TO TRUE
                       PERFORM 9300-AUTENTICA-OPERADOR
                       DISPLAY "--------------------------"

                       SET WS-OPERACAO-OK TO TRUE

                       IF WS-OPERADOR-NOK
                           ADD 1 TO WS-TENTATIVAS-CONVENIOS
                           MOVE "CONVENIOS-AUTORIZ NEGADA"
                               TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF.

           L008-GRAVA-CONVENIO.
               MOVE WS-CONVENIO-CODIGO TO CV-CODIGO
               MOVE WS-CONVENIO-NOME TO CV-NOME
               MOVE WS-CONVENIO-SITUACAO TO CV-SITUACAO
               MOVE WS-CONVENIO-MAXIMO TO CV-VALOR-MAXIMO
               MOVE WS-CONVENIO-HORA-LIM TO CV-HORA-LIMITE
               IF WS-CONVENIO-EXISTE
                   REWRITE CV-REGISTRO-CONVENIO
                   MOVE SPACES TO WS-LOGIN
                   MOVE "CONVENIO ALTERADO" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
                   DISPLAY " CONVENIO ALTERADO COM     "
                   DISPLAY "        SUCESSO            "
               ELSE
                   WRITE CV-REGISTRO-CONVENIO
                       INVALID KEY
                           DISPLAY " ERRO AO GRAVAR CONVENIO   "
                       NOT INVALID KEY
                           MOVE SPACES TO WS-LOGIN
                           MOVE "CONVENIO INCLUIDO" TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           DISPLAY " CONVENIO INCLUIDO COM     "
                           DISPLAY "        SUCESSO            "
                   END-WRITE
               END-IF.

      * ENCERRAMENTO DE CONTA - FUNCAO DA AGENCIA, EXIGE OPERADOR
      * COM PERFIL DE GERENTE E FICA SUJEITA AO MESMO LIMITE DE
      * TENTATIVAS NA SESSAO. A CONTA NAO E ENCERRADA
      * COM CHEQUE EM COMPENSACAO (CM-SALDO-BLOQUEADO OU CHEQUE
      * AINDA NAO LIBERADO NO CHEQPEND) NEM COM SALDO DEVEDOR NO
      * CHEQUE ESPECIAL (CM-SALDO NEGATIVO - O CLIENTE QUITA A
      * DIVIDA ANTES). CONFIRMADO O PEDIDO, A
      * POUPANCA E RESGATADA PARA A CORRENTE ('RS'), OS
      * AGENDAMENTOS PENDENTES SAO CANCELADOS, O SALDO DA CORRENTE
      * E LIQUIDADO EM SAQUE NO CAIXA DA AGENCIA ('SA') OU EM
      * TRANSFERENCIA PARA OUTRA CONTA DO BANCO ('TD'/'TC') E SO
      * ENTAO A CONTA E GRAVADA COMO ENCERRADA - DAI EM DIANTE
      * NENHUM LOGIN NEM BATCH A TOCA
           L009-ENCERRAMENTO.
                   IF WS-TENTATIVAS-ENCERRAMENTO >=
                          WS-LIMITE-TENTATIVAS
                       DISPLAY "--------------------------"
                       DISPLAY " ENCERRAMENTO INDISPONIVEL"
                       DISPLAY "  TENTATIVAS EXCEDIDAS     "
                       DISPLAY "--------------------------"
                       MOVE WS-LOGIN-ENCERRAMENTO TO WS-LOGIN
                       MOVE "ENCERRAMENTO-LIMITE EXCEDIDO"
                           TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "--------------------------"
                       DISPLAY "   ENCERRAMENTO DE CONTA  "
                       DISPLAY "--------------------------"
                       DISPLAY "    INFORME O LOGIN:      "
                       ACCEPT WS-LOGIN-ENCERRAMENTO
                       MOVE WS-LOGIN-ENCERRAMENTO TO WS-LOGIN
                       SET WS-EXIGE-GERENTE TO TRUE
                       PERFORM 9300-AUTENTICA-OPERADOR
                       DISPLAY "--------------------------"

                       SET WS-OPERACAO-OK TO TRUE

                       IF WS-OPERADOR-NOK
                           ADD 1 TO WS-TENTATIVAS-ENCERRAMENTO
                           MOVE "ENCERRAMENTO-AUTORIZ NEGADA"
                               TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           SET WS-OPERACAO-NOK TO TRUE
                       END-IF

                       IF WS-OPERACAO-OK
                           MOVE WS-LOGIN TO CM-LOGIN
                           READ CONTA-MESTRE
                               INVALID KEY
                                   DISPLAY "   CONTA NAO ENCONTRADA   "
                                   MOVE "ENCERRAMENTO-CONTA INEXISTENTE"
                                       TO AU-EVENTO
                                   PERFORM 9120-GRAVA-AUDITORIA
                                   SET WS-OPERACAO-NOK TO TRUE
                           END-READ
                       END-IF

                       IF WS-OPERACAO-OK
                           IF CM-CONTA-ENCERRADA
                               DISPLAY "    CONTA JA ENCERRADA    "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

      * LANCAMENTO INTERROMPIDO NO TERMINAL E COMPLETADO ANTES DE
      * QUALQUER CONFERENCIA DE SALDO - MESMA RECUPERACAO DO LOGIN;
      * A RECUPERACAO PODE PASSAR PELA CONTA DE DESTINO, POR ISSO
      * A CONTA A ENCERRAR E RELIDA EM SEGUIDA
                       IF WS-OPERACAO-OK
                           PERFORM 2700-RECUPERA-CHECKPOINT
                           MOVE WS-LOGIN TO CM-LOGIN
                           READ CONTA-MESTRE
                       END-IF

                       IF WS-OPERACAO-OK
                           PERFORM L010-VERIFICA-CHEQUES
                           IF CM-SALDO-BLOQUEADO > ZERO
                              OR WS-TOTAL-CHEQUES-ABERTOS > ZERO
                               DISPLAY " CONTA COM CHEQUE EM       "
                               DISPLAY " COMPENSACAO - AGUARDE A   "
                               DISPLAY " LIBERACAO PARA ENCERRAR   "
                               MOVE "ENCERRAMENTO-CHEQUE PENDENTE"
                                   TO AU-EVENTO
                               PERFORM 9120-GRAVA-AUDITORIA
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           IF CM-SALDO < ZERO
                               DISPLAY " CONTA COM SALDO DEVEDOR NO"
                               DISPLAY " CHEQUE ESPECIAL - QUITE A "
                               DISPLAY " DIVIDA PARA ENCERRAR      "
                               DISPLAY " SALDO DA CORRENTE: R$ "
                                   CM-SALDO
                               MOVE "ENCERRAMENTO-SALDO DEVEDOR"
                                   TO AU-EVENTO
                               PERFORM 9120-GRAVA-AUDITORIA
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

      * VALOR NA RESERVA JUDICIAL SO SAI POR ORDEM DO JUIZO - A
      * CONTA NAO E ENCERRADA ENQUANTO HOUVER BLOQUEIO
                       IF WS-OPERACAO-OK
                           IF CM-SALDO-BLOQUEIO-JUDICIAL > ZERO
                               DISPLAY " CONTA COM BLOQUEIO JUDICIAL"
                               DISPLAY " - ENCERRAMENTO SO APOS O  "
                               DISPLAY " DESBLOQUEIO PELO JUIZO    "
                               DISPLAY " VALOR BLOQUEADO: R$ "
                                   CM-SALDO-BLOQUEIO-JUDICIAL
                               MOVE "ENCERRAMENTO-BLOQUEIO JUDICIAL"
                                   TO AU-EVENTO
                               PERFORM 9120-GRAVA-AUDITORIA
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           DISPLAY " TITULAR: " CM-NOME
                           DISPLAY " SALDO DA CORRENTE: R$ " CM-SALDO
                           DISPLAY " SALDO DA POUPANCA: R$ "
                               CM-SALDO-POUPANCA
                           COMPUTE WS-VALOR-LIQUIDACAO =
                               CM-SALDO + CM-SALDO-POUPANCA
                           MOVE '1' TO WS-FORMA-LIQUIDACAO
                           IF WS-VALOR-LIQUIDACAO > ZERO
                               DISPLAY " LIQUIDACAO DO SALDO:      "
                               DISPLAY " 1 - SAQUE NO CAIXA        "
                               DISPLAY " 2 - TRANSFERENCIA PARA    "
                               DISPLAY "     OUTRA CONTA DO BANCO  "
                               ACCEPT WS-FORMA-LIQUIDACAO
                               IF WS-FORMA-LIQUIDACAO = '2'
                                   DISPLAY " LOGIN DA CONTA DE DESTINO:"
                                   ACCEPT WS-LOGIN-DESTINO
                               END-IF
                           END-IF
                           DISPLAY " CONFIRMA O ENCERRAMENTO?  "
                           DISPLAY " (S/N):                    "
                           ACCEPT WS-CONFIRMA-ENCERRAMENTO
                           DISPLAY "--------------------------"
                           IF WS-CONFIRMA-ENCERRAMENTO NOT = 'S'
                              AND WS-CONFIRMA-ENCERRAMENTO NOT = 's'
                               DISPLAY " ENCERRAMENTO NAO CONFIRMADO"
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           IF WS-FORMA-LIQUIDACAO NOT = '1'
                              AND WS-FORMA-LIQUIDACAO NOT = '2'
                               DISPLAY " FORMA DE LIQUIDACAO       "
                               DISPLAY "        INVALIDA           "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           IF WS-FORMA-LIQUIDACAO = '2'
                               PERFORM L015-VALIDA-DESTINO-FINAL
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                           PERFORM L012-CANCELA-AGENDAMENTOS
                           MOVE WS-LOGIN TO CM-LOGIN
                           READ CONTA-MESTRE
                           IF CM-SALDO-POUPANCA > ZERO
                               PERFORM L014-RESGATA-POUPANCA
                           END-IF
                           IF CM-SALDO > ZERO
                               IF WS-FORMA-LIQUIDACAO = '2'
                                   PERFORM L017-TRANSFERENCIA-FINAL
                               ELSE
                                   PERFORM L016-SAQUE-FINAL
                               END-IF
                           END-IF
                           SET CM-CONTA-ENCERRADA TO TRUE
                           MOVE WS-DATA-HOJE TO CM-DATA-ENCERRAMENTO
                           REWRITE CM-REGISTRO-CONTA
                           MOVE ZERO TO WS-TENTATIVAS-ENCERRAMENTO
                           MOVE "ENCERRAMENTO DE CONTA" TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           DISPLAY " AGENDAMENTOS CANCELADOS: "
                               WS-TOTAL-AGEND-CANCELADOS
                           DISPLAY "   CONTA ENCERRADA COM    "
                           DISPLAY "         SUCESSO          "
                       END-IF
                   END-IF

                   PERFORM L003-INICIO.

      * CONTA OS CHEQUES DO LOGIN AINDA NAO LIBERADOS NO CHEQPEND
      * (BLOQUEADOS OU EM LIBERACAO PELO CE014) - QUALQUER UM DELES
      * IMPEDE O ENCERRAMENTO
           L010-VERIFICA-CHEQUES.
               MOVE ZERO TO WS-TOTAL-CHEQUES-ABERTOS
               MOVE SPACES TO WS-FS-CHEQUE
               MOVE WS-LOGIN TO CH-LOGIN
               MOVE ZERO TO CH-ID
               START CHEQUE-PENDENTE KEY IS >= CH-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-CHEQUE
               END-START
               PERFORM L011-LER-E-VERIFICAR-CHEQUE
                   UNTIL WS-FS-CHEQUE = '10'.

           L011-LER-E-VERIFICAR-CHEQUE.
               READ CHEQUE-PENDENTE NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-CHEQUE
                   NOT AT END
                       IF CH-LOGIN NOT = WS-LOGIN
                           MOVE '10' TO WS-FS-CHEQUE
                       ELSE
                           IF NOT CH-LIBERADO
                               ADD 1 TO WS-TOTAL-CHEQUES-ABERTOS
                           END-IF
                       END-IF
               END-READ.

      * CANCELA TODOS OS AGENDAMENTOS AINDA PENDENTES DA CONTA A
      * ENCERRAR (RECORRENTES INCLUSIVE), COMO O CANCELAMENTO DO
      * PROPRIO CLIENTE EM 3620 - O CE005 NAO OS EXECUTA MAIS
           L012-CANCELA-AGENDAMENTOS.
               MOVE ZERO TO WS-TOTAL-AGEND-CANCELADOS
               MOVE SPACES TO WS-FS-AGENDAMENTO
               MOVE WS-LOGIN TO AG-LOGIN
               MOVE ZERO TO AG-ID
               START AGENDAMENTO KEY IS >= AG-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-AGENDAMENTO
               END-START
               PERFORM L013-LER-E-CANCELAR-AGENDAMENTO
                   UNTIL WS-FS-AGENDAMENTO = '10'.

           L013-LER-E-CANCELAR-AGENDAMENTO.
               READ AGENDAMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-AGENDAMENTO
                   NOT AT END
                       IF AG-LOGIN NOT = WS-LOGIN
                           MOVE '10' TO WS-FS-AGENDAMENTO
                       ELSE
                           IF AG-PENDENTE
                               SET AG-CANCELADO TO TRUE
                               MOVE WS-DATA-HOJE TO AG-DATA-RESULTADO
                               REWRITE AG-REGISTRO-AGENDAMENTO
                               ADD 1 TO WS-TOTAL-AGEND-CANCELADOS
                           END-IF
                       END-IF
               END-READ.

      * RESGATE AUTOMATICO DE TODO O SALDO DA POUPANCA PARA A
      * CORRENTE - MESMO LANCAMENTO 'RS' E MESMA DISCIPLINA DE
      * PENDENCIA DO RESGATE FEITO PELO CLIENTE (4200)
           L014-RESGATA-POUPANCA.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE CM-SALDO-POUPANCA TO WS-VALOR-POUPANCA
               MOVE ZERO TO CM-SALDO-POUPANCA
               COMPUTE CM-SALDO = CM-SALDO + WS-VALOR-POUPANCA
               PERFORM 1290-ALOCA-MOVIMENTO-ID
               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE 'RS' TO CM-PENDENTE-TIPO
               MOVE WS-VALOR-POUPANCA TO CM-PENDENTE-VALOR
               MOVE SPACES TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-HOJE TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               MOVE 'RS' TO MV-TIPO-OPERACAO
               MOVE WS-VALOR-POUPANCA TO MV-VALOR
               PERFORM 8000-GRAVA-MOVIMENTO
               DISPLAY " POUPANCA RESGATADA: R$ " WS-VALOR-POUPANCA
               MOVE 'RS' TO WS-COMP-TIPO
               MOVE WS-VALOR-POUPANCA TO WS-COMP-VALOR
               PERFORM 7800-EMITE-COMPROVANTE.

      * A CONTA QUE RECEBE O SALDO NA LIQUIDACAO POR TRANSFERENCIA
      * PRECISA EXISTIR, SER OUTRA CONTA E NAO ESTAR ENCERRADA
           L015-VALIDA-DESTINO-FINAL.
               IF WS-LOGIN-DESTINO = WS-LOGIN
                   DISPLAY " NAO E POSSIVEL TRANSFERIR "
                   DISPLAY "  PARA A PROPRIA CONTA      "
                   SET WS-OPERACAO-NOK TO TRUE
               ELSE
                   MOVE WS-LOGIN-DESTINO TO CM-LOGIN
                   READ CONTA-MESTRE
                       INVALID KEY
                           DISPLAY " CONTA DE DESTINO NAO ENCONTRADA "
                           SET WS-OPERACAO-NOK TO TRUE
                       NOT INVALID KEY
                           IF CM-CONTA-ENCERRADA
                               DISPLAY " CONTA DE DESTINO ENCERRADA "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                   END-READ
               END-IF.

      * LIQUIDACAO EM ESPECIE - O SALDO INTEIRO DA CORRENTE SAI EM
      * UM 'SA' PAGO NO CAIXA DA AGENCIA, SEM PASSAR PELOS
      * CASSETES NEM PELO LIMITE DIARIO DO TERMINAL
           L016-SAQUE-FINAL.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE CM-SALDO TO WS-VALOR-LIQUIDACAO
               MOVE ZERO TO CM-SALDO
               PERFORM 1290-ALOCA-MOVIMENTO-ID
               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE 'SA' TO CM-PENDENTE-TIPO
               MOVE WS-VALOR-LIQUIDACAO TO CM-PENDENTE-VALOR
               MOVE SPACES TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-HOJE TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               MOVE 'SA' TO MV-TIPO-OPERACAO
               MOVE WS-VALOR-LIQUIDACAO TO MV-VALOR
               PERFORM 8020-GRAVA-MOVIMENTO-AGENCIA
               DISPLAY " PAGAR NO CAIXA: R$ " WS-VALOR-LIQUIDACAO
               MOVE 'SA' TO WS-COMP-TIPO
               MOVE WS-VALOR-LIQUIDACAO TO WS-COMP-VALOR
               PERFORM 7800-EMITE-COMPROVANTE.

      * LIQUIDACAO POR TRANSFERENCIA - O SALDO INTEIRO DA CORRENTE
      * VAI PARA A CONTA DE DESTINO JA VALIDADA, COM O PAR 'TD'/
      * 'TC' E A MESMA DISCIPLINA DE PENDENCIA DE 3400 (O 'TD' DO
      * REMETENTE SO E LIMPO DEPOIS DO CREDITO CONFIRMADO). NO FIM
      * O REGISTRO CARREGADO VOLTA A SER O DA CONTA A ENCERRAR
           L017-TRANSFERENCIA-FINAL.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE CM-SALDO TO WS-VALOR-TRANSFERENCIA
               MOVE ZERO TO CM-SALDO
               PERFORM 1290-ALOCA-MOVIMENTO-ID
               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE 'TD' TO CM-PENDENTE-TIPO
               MOVE WS-VALOR-TRANSFERENCIA TO CM-PENDENTE-VALOR
               MOVE WS-LOGIN-DESTINO TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-HOJE TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               MOVE 'TD' TO MV-TIPO-OPERACAO
               MOVE WS-VALOR-TRANSFERENCIA TO MV-VALOR
               PERFORM 8005-GRAVA-MOVIMENTO-DEBITO-TRANSF

               MOVE WS-LOGIN-DESTINO TO CM-LOGIN
               READ CONTA-MESTRE
               COMPUTE CM-SALDO = CM-SALDO + WS-VALOR-TRANSFERENCIA
               PERFORM 1290-ALOCA-MOVIMENTO-ID
               MOVE WS-CONTADOR-MOVIMENTO TO CM-ULTIMO-MOVIMENTO-ID
               MOVE 'TC' TO CM-PENDENTE-TIPO
               MOVE WS-VALOR-TRANSFERENCIA TO CM-PENDENTE-VALOR
               MOVE WS-LOGIN TO CM-PENDENTE-LOGIN-REL
               MOVE WS-DATA-HOJE TO CM-PENDENTE-DATA
               MOVE WS-HORA-AGORA TO CM-PENDENTE-HORA
               REWRITE CM-REGISTRO-CONTA
               MOVE 'TC' TO MV-TIPO-OPERACAO
               MOVE WS-VALOR-TRANSFERENCIA TO MV-VALOR
               PERFORM 8010-GRAVA-MOVIMENTO-CREDITO

               MOVE WS-LOGIN TO CM-LOGIN
               READ CONTA-MESTRE
               MOVE SPACES TO CM-PENDENTE-TIPO
               REWRITE CM-REGISTRO-CONTA
               DISPLAY " SALDO TRANSFERIDO: R$ " WS-VALOR-TRANSFERENCIA
               DISPLAY " PARA: " WS-LOGIN-DESTINO
               MOVE 'TD' TO WS-COMP-TIPO
               MOVE WS-VALOR-TRANSFERENCIA TO WS-COMP-VALOR
               PERFORM 7800-EMITE-COMPROVANTE.

      * AREA DO OPERADOR DA AGENCIA - TROCA DA PROPRIA SENHA (QUALQUER
      * PERFIL) E MANUTENCAO DO CADASTRO DE OPERADORES (SO GERENTE).
      * A AUTORIZACAO FICA SUJEITA AO MESMO LIMITE DE TENTATIVAS NA
      * SESSAO DAS DEMAIS FUNCOES ADMINISTRATIVAS
           L018-AREA-OPERADOR.
                   IF WS-TENTATIVAS-OPERADORES >= WS-LIMITE-TENTATIVAS
                       DISPLAY "--------------------------"
                       DISPLAY " AREA DO OPERADOR         "
                       DISPLAY " INDISPONIVEL - TENTATIVAS"
                       DISPLAY " EXCEDIDAS                "
                       DISPLAY "--------------------------"
                       MOVE SPACES TO WS-LOGIN
                       MOVE "OPERADORES-LIMITE EXCEDIDO"
                           TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "--------------------------"
                       DISPLAY "    AREA DO OPERADOR      "
                       DISPLAY "--------------------------"
                       DISPLAY "1 - TROCAR SENHA          "
                       DISPLAY "2 - MANTER OPERADORES     "
                       DISPLAY "3 - VOLTAR                "
                       ACCEPT WS-OPCAO-OPERADOR

                       EVALUATE WS-OPCAO-OPERADOR
                           WHEN '1'
                               PERFORM L021-TROCA-SENHA-OPERADOR
                           WHEN '2'
                               PERFORM L019-MANTEM-OPERADORES
                           WHEN '3'
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "ESCOLHA UMAS DAS OPCOES"
                       END-EVALUATE
                   END-IF

                   PERFORM L003-INICIO.

      * MANUTENCAO DO CADASTRO DE OPERADORES - EXIGE OPERADOR COM
      * PERFIL DE GERENTE. MATRICULA EXISTENTE E REEXIBIDA E
      * ALTERADA (SITUACAO 'A' DE VOLTA DESBLOQUEIA O OPERADOR);
      * MATRICULA NOVA E INCLUIDA COM SENHA PROVISORIA
           L019-MANTEM-OPERADORES.
               MOVE SPACES TO WS-LOGIN
               SET WS-EXIGE-GERENTE TO TRUE
               PERFORM 9300-AUTENTICA-OPERADOR
               DISPLAY "--------------------------"
               IF WS-OPERADOR-NOK
                   ADD 1 TO WS-TENTATIVAS-OPERADORES
                   MOVE "OPERADORES-AUTORIZ NEGADA" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
               ELSE
                   MOVE ZERO TO WS-TENTATIVAS-OPERADORES
                   PERFORM L020-MANTEM-UM-OPERADOR
               END-IF.

      * O GERENTE NAO ALTERA O PROPRIO CADASTRO - PERFIL, SITUACAO
      * E SENHA PROVISORIA DE UM GERENTE SAO DADOS POR OUTRO
           L020-MANTEM-UM-OPERADOR.
               DISPLAY " MATRICULA DO OPERADOR    "
               DISPLAY " A MANTER:                "
               ACCEPT WS-MATRICULA-ALVO
               IF WS-MATRICULA-ALVO = SPACES
                   DISPLAY "    MATRICULA INVALIDA    "
               ELSE
                   IF WS-MATRICULA-ALVO = WS-MATRICULA-OPERADOR
                       DISPLAY " O GERENTE NAO ALTERA O   "
                       DISPLAY " PROPRIO CADASTRO         "
                   ELSE
                       PERFORM L022-INFORMA-OPERADOR
                   END-IF
               END-IF.

           L022-INFORMA-OPERADOR.
               SET WS-OPERADOR-NOVO TO TRUE
               SET WS-OPERACAO-OK TO TRUE
               MOVE 'N' TO WS-REDEFINE-SENHA
               MOVE WS-MATRICULA-ALVO TO OP-MATRICULA
               READ OPERADOR-MESTRE
                   INVALID KEY
                       DISPLAY " OPERADOR NOVO - INCLUSAO "
                   NOT INVALID KEY
                       SET WS-OPERADOR-EXISTE TO TRUE
                       DISPLAY " OPERADOR JA CADASTRADO:  "
                       DISPLAY " NOME:      " OP-NOME
                       DISPLAY " PERFIL:    " OP-PERFIL
                       DISPLAY " SITUACAO:  " OP-SITUACAO
                       DISPLAY " TENTATIVAS:" OP-TENTATIVAS-FALHAS
                       DISPLAY " NOVOS DADOS:             "
               END-READ
               DISPLAY " NOME DO OPERADOR:        "
               ACCEPT WS-OPERADOR-NOME
               DISPLAY " PERFIL (G=GERENTE /      "
               DISPLAY " T=TESOUREIRO /           "
               DISPLAY " C=CADASTRO CONVENIOS):   "
               ACCEPT WS-OPERADOR-PERFIL
               INSPECT WS-OPERADOR-PERFIL CONVERTING "gtc" TO "GTC"
               IF WS-OPERADOR-EXISTE
                   DISPLAY " SITUACAO (A=ATIVO /      "
                   DISPLAY " B=BLOQUEADO /            "
                   DISPLAY " D=DESLIGADO):            "
                   ACCEPT WS-OPERADOR-SITUACAO
                   INSPECT WS-OPERADOR-SITUACAO
                       CONVERTING "abd" TO "ABD"
                   DISPLAY " REDEFINIR A SENHA (S/N): "
                   ACCEPT WS-REDEFINE-SENHA
                   IF WS-REDEFINE-SENHA = 's'
                       MOVE 'S' TO WS-REDEFINE-SENHA
                   END-IF
               ELSE
                   MOVE 'A' TO WS-OPERADOR-SITUACAO
                   MOVE 'S' TO WS-REDEFINE-SENHA
               END-IF

               IF WS-OPERADOR-NOME = SPACES
                   DISPLAY " INFORME O NOME DO        "
                   DISPLAY " OPERADOR - NAO GRAVADO   "
                   SET WS-OPERACAO-NOK TO TRUE
               END-IF

               IF WS-OPERACAO-OK
                   IF WS-OPERADOR-PERFIL NOT = 'G' AND
                      WS-OPERADOR-PERFIL NOT = 'T' AND
                      WS-OPERADOR-PERFIL NOT = 'C'
                       DISPLAY "     PERFIL INVALIDO      "
                       DISPLAY " OPERADOR NAO GRAVADO     "
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-OPERACAO-OK
                   IF WS-OPERADOR-SITUACAO NOT = 'A' AND
                      WS-OPERADOR-SITUACAO NOT = 'B' AND
                      WS-OPERADOR-SITUACAO NOT = 'D'
                       DISPLAY "     SITUACAO INVALIDA    "
                       DISPLAY " OPERADOR NAO GRAVADO     "
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF

      * SENHA PROVISORIA - DIGITADA PELO GERENTE NA FRENTE DO
      * OPERADOR E TROCADA OBRIGATORIAMENTE NO PRIMEIRO USO
               IF WS-OPERACAO-OK AND WS-REDEFINE-SENHA = 'S'
                   DISPLAY " SENHA PROVISORIA DE ATE  "
                   DISPLAY " 6 DIGITOS:               "
                   ACCEPT WS-NOVA-SENHA WITH NO ECHO
                   DISPLAY " CONFIRME A SENHA:        "
                   ACCEPT WS-SENHA-VALIDACAO WITH NO ECHO
                   IF WS-NOVA-SENHA NOT = WS-SENHA-VALIDACAO
                       DISPLAY " AS SENHAS NAO COINCIDEM  "
                       DISPLAY " OPERADOR NAO GRAVADO     "
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-OPERACAO-OK
                   PERFORM L023-GRAVA-OPERADOR
               END-IF.

      * A VOLTA PARA A SITUACAO ATIVA ZERA AS TENTATIVAS FALHAS - E
      * ASSIM QUE O GERENTE DESBLOQUEIA UM OPERADOR
           L023-GRAVA-OPERADOR.
               MOVE WS-MATRICULA-ALVO TO WS-LOGIN
               IF WS-OPERADOR-EXISTE
                   IF OP-BLOQUEADO AND WS-OPERADOR-SITUACAO = 'A'
                       MOVE "OPERADOR DESBLOQUEADO" TO AU-EVENTO
                   ELSE
                       MOVE "OPERADOR ALTERADO" TO AU-EVENTO
                   END-IF
               ELSE
                   MOVE WS-MATRICULA-ALVO TO OP-MATRICULA
                   ACCEPT OP-DATA-INCLUSAO FROM DATE YYYYMMDD
                   MOVE "OPERADOR INCLUIDO" TO AU-EVENTO
               END-IF
               MOVE WS-OPERADOR-NOME TO OP-NOME
               MOVE WS-OPERADOR-PERFIL TO OP-PERFIL
               MOVE WS-OPERADOR-SITUACAO TO OP-SITUACAO
               IF OP-ATIVO
                   MOVE ZERO TO OP-TENTATIVAS-FALHAS
               END-IF
               IF WS-REDEFINE-SENHA = 'S'
                   MOVE WS-NOVA-SENHA TO WS-SENHA-TEMP
                   PERFORM 2900-CODIFICA-SENHA
                   MOVE WS-SENHA-HASH-CALC TO OP-SENHA-HASH
                   MOVE ZERO TO OP-DATA-ULTIMA-TROCA-SENHA
               END-IF

               IF WS-OPERADOR-EXISTE
                   REWRITE OP-REGISTRO-OPERADOR
                   PERFORM 9120-GRAVA-AUDITORIA
                   IF WS-REDEFINE-SENHA = 'S'
                       MOVE "OPERADOR-SENHA REDEFINIDA" TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                   END-IF
                   DISPLAY " OPERADOR ALTERADO COM    "
                   DISPLAY "        SUCESSO           "
               ELSE
                   WRITE OP-REGISTRO-OPERADOR
                       INVALID KEY
                           DISPLAY " ERRO AO GRAVAR OPERADOR  "
                       NOT INVALID KEY
                           PERFORM 9120-GRAVA-AUDITORIA
                           DISPLAY " OPERADOR INCLUIDO COM    "
                           DISPLAY "        SUCESSO           "
                   END-WRITE
               END-IF.

      * TROCA DA SENHA PELO PROPRIO OPERADOR - A SENHA ATUAL E
      * CONFERIDA NA AUTENTICACAO; SE ELA JA ESTAVA VENCIDA, A
      * TROCA OBRIGATORIA DA AUTENTICACAO JA FEZ O SERVICO
           L021-TROCA-SENHA-OPERADOR.
               MOVE SPACES TO WS-LOGIN
               SET WS-EXIGE-QUALQUER-PERFIL TO TRUE
               PERFORM 9300-AUTENTICA-OPERADOR
               IF WS-OPERADOR-NOK
                   ADD 1 TO WS-TENTATIVAS-OPERADORES
                   MOVE "OPERADORES-AUTORIZ NEGADA" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
               ELSE
                   MOVE ZERO TO WS-TENTATIVAS-OPERADORES
                   IF WS-SENHA-VIGENTE
                       PERFORM 9350-EXECUTA-TROCA-SENHA-OPER
                   END-IF
               END-IF
               DISPLAY "--------------------------".

      * LIMITE DE CHEQUE ESPECIAL - FUNCAO DA AGENCIA, EXIGE
      * OPERADOR COM PERFIL DE GERENTE E FICA SUJEITA AO MESMO
      * LIMITE DE TENTATIVAS NA SESSAO. O GERENTE INFORMA O NOVO
      * LIMITE APROVADO (ZERO RETIRA O CHEQUE ESPECIAL); O LIMITE
      * NAO PODE FICAR ABAIXO DO QUE O CLIENTE JA ESTA USANDO.
      * TODA ALTERACAO VAI PARA A AUDITORIA COM A MATRICULA E PARA
      * A CAIXA DE MENSAGENS DO CLIENTE
           L024-LIMITE-CHEQUE-ESPECIAL.
                   IF WS-TENTATIVAS-LIMITE >= WS-LIMITE-TENTATIVAS
                       DISPLAY "--------------------------"
                       DISPLAY " LIMITE CHEQUE ESPECIAL   "
                       DISPLAY " INDISPONIVEL - TENTATIVAS"
                       DISPLAY " EXCEDIDAS                "
                       DISPLAY "--------------------------"
                       MOVE WS-LOGIN-LIMITE TO WS-LOGIN
                       MOVE "LIMITE-LIMITE EXCEDIDO"
                           TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                   ELSE
                       DISPLAY "--------------------------"
                       DISPLAY "  LIMITE CHEQUE ESPECIAL  "
                       DISPLAY "--------------------------"
                       DISPLAY "    INFORME O LOGIN:      "
                       ACCEPT WS-LOGIN-LIMITE
                       MOVE WS-LOGIN-LIMITE TO WS-LOGIN
                       SET WS-EXIGE-GERENTE TO TRUE
                       PERFORM 9300-AUTENTICA-OPERADOR
                       DISPLAY "--------------------------"

                       SET WS-OPERACAO-OK TO TRUE

                       IF WS-OPERADOR-NOK
                           ADD 1 TO WS-TENTATIVAS-LIMITE
                           MOVE "LIMITE-AUTORIZ NEGADA"
                               TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           SET WS-OPERACAO-NOK TO TRUE
                       END-IF

                       IF WS-OPERACAO-OK
                           MOVE WS-LOGIN-LIMITE TO CM-LOGIN
                           READ CONTA-MESTRE
                               INVALID KEY
                                   DISPLAY "   CONTA NAO ENCONTRADA   "
                                   MOVE "LIMITE-CONTA INEXISTENTE"
                                       TO AU-EVENTO
                                   PERFORM 9120-GRAVA-AUDITORIA
                                   SET WS-OPERACAO-NOK TO TRUE
                           END-READ
                       END-IF

                       IF WS-OPERACAO-OK
                           IF CM-CONTA-ENCERRADA
                               DISPLAY "    CONTA ENCERRADA       "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           PERFORM 3050-CALCULA-DISPONIVEL
                           DISPLAY " TITULAR: " CM-NOME
                           DISPLAY " SALDO DA CORRENTE: R$ " CM-SALDO
                           DISPLAY " LIMITE ATUAL:      R$ "
                               CM-LIMITE-CHEQUE-ESPECIAL
                           DISPLAY " LIMITE UTILIZADO:  R$ "
                               WS-LIMITE-UTILIZADO
                           DISPLAY " NOVO LIMITE APROVADO:     "
                           ACCEPT WS-NOVO-LIMITE
                           IF WS-NOVO-LIMITE < WS-LIMITE-UTILIZADO
                               DISPLAY " NOVO LIMITE ABAIXO DO     "
                               DISPLAY " VALOR JA UTILIZADO        "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           DISPLAY " CONFIRMA O NOVO LIMITE?   "
                           DISPLAY " (S/N):                    "
                           ACCEPT WS-CONFIRMA-LIMITE
                           DISPLAY "--------------------------"
                           IF WS-CONFIRMA-LIMITE NOT = 'S'
                              AND WS-CONFIRMA-LIMITE NOT = 's'
                               DISPLAY " ALTERACAO NAO CONFIRMADA  "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                       END-IF

                       IF WS-OPERACAO-OK
                           MOVE WS-NOVO-LIMITE
                               TO CM-LIMITE-CHEQUE-ESPECIAL
                           REWRITE CM-REGISTRO-CONTA
                           MOVE ZERO TO WS-TENTATIVAS-LIMITE
                           MOVE "LIMITE CHEQ ESPECIAL ALTERADO"
                               TO AU-EVENTO
                           PERFORM 9120-GRAVA-AUDITORIA
                           MOVE WS-LOGIN-LIMITE TO WS-AVISO-LOGIN
                           MOVE "LIMITE DO CHEQUE ESPECIAL ALTERADO"
                               TO WS-AVISO-TEXTO
                           PERFORM 9200-GRAVA-AVISO
                           DISPLAY "  LIMITE ALTERADO COM      "
                           DISPLAY "         SUCESSO           "
                       END-IF
                   END-IF

                   PERFORM L003-INICIO.

      * CARGA DE CEDULAS EM UM CASSETE DO TERMINAL - SOMADA AO QUE
      * O CASSETE JA TEM (COMPLEMENTO DE CARGA)
           L025-CARGA-CEDULAS.
               SET WS-OPERACAO-OK TO TRUE
               DISPLAY " DENOMINACAO DA CEDULA     "
               DISPLAY " (020, 050 OU 100):        "
               ACCEPT WS-DENOMINACAO-TRAB
               DISPLAY " QUANTIDADE DE CEDULAS     "
               DISPLAY " CARREGADAS:               "
               ACCEPT WS-QTD-CARGA
               DISPLAY "--------------------------"
               IF WS-DENOMINACAO-TRAB NOT = 020 AND
                  WS-DENOMINACAO-TRAB NOT = 050 AND
                  WS-DENOMINACAO-TRAB NOT = 100
                   DISPLAY " DENOMINACAO INVALIDA      "
                   SET WS-OPERACAO-NOK TO TRUE
               END-IF
               IF WS-QTD-CARGA = ZERO
                   DISPLAY " QUANTIDADE INVALIDA       "
                   SET WS-OPERACAO-NOK TO TRUE
               END-IF

               IF WS-OPERACAO-OK
                   PERFORM 7600-REGISTRA-CARGA-CASSETE
                   MOVE "ABASTECIMENTO REALIZADO" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
                   DISPLAY "   CARGA REGISTRADA COM    "
                   DISPLAY "         SUCESSO           "
               END-IF.

      * RECOLHIMENTO DOS CASSETES PELA TRANSPORTADORA - O TESOUREIRO
      * INFORMA A CONTAGEM FISICA DE CADA DENOMINACAO SEM VER O
      * SALDO TEORICO (CONTAGEM CEGA). CONFIRMADO, CADA CASSETE E
      * COMPARADO COM O TEORICO (CARREGADA - DISPENSADA), A LINHA
      * VAI PARA O ARQUIVO DE RECOLHIMENTOS E O CASSETE E ZERADO
      * PARA A NOVA CARGA. A SOBRA OU FALTA SAI NA TELA E NA
      * AUDITORIA; O CE018 A LEVA PARA A CONTABILIDADE
           L026-RECOLHIMENTO.
               DISPLAY " RECOLHIMENTO DO TERMINAL  "
               DISPLAY " " WS-TERMINAL
               DISPLAY " INFORME A CONTAGEM FISICA "
               DISPLAY " CEDULAS DE 100:           "
               ACCEPT WS-QTD-CONTADA-100
               DISPLAY " CEDULAS DE 50:            "
               ACCEPT WS-QTD-CONTADA-050
               DISPLAY " CEDULAS DE 20:            "
               ACCEPT WS-QTD-CONTADA-020
               DISPLAY " CONFIRMA O RECOLHIMENTO E "
               DISPLAY " A ZERAGEM DOS CASSETES?   "
               DISPLAY " (S/N):                    "
               ACCEPT WS-CONFIRMA-RECOLHIMENTO
               DISPLAY "--------------------------"

               IF WS-CONFIRMA-RECOLHIMENTO NOT = 'S'
                  AND WS-CONFIRMA-RECOLHIMENTO NOT = 's'
                   DISPLAY " RECOLHIMENTO CANCELADO    "
               ELSE
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   ACCEPT WS-HORA-AGORA FROM TIME
                   MOVE ZERO TO WS-TOTAL-SOBRA-CAIXA
                   MOVE ZERO TO WS-TOTAL-FALTA-CAIXA
                   DISPLAY " CED  TEORICO  CONTADO  DIF"
                   MOVE 100 TO WS-DENOMINACAO-TRAB
                   MOVE WS-QTD-CONTADA-100 TO WS-QTD-CONTADA
                   PERFORM L027-RECOLHE-UM-CASSETE
                   MOVE 050 TO WS-DENOMINACAO-TRAB
                   MOVE WS-QTD-CONTADA-050 TO WS-QTD-CONTADA
                   PERFORM L027-RECOLHE-UM-CASSETE
                   MOVE 020 TO WS-DENOMINACAO-TRAB
                   MOVE WS-QTD-CONTADA-020 TO WS-QTD-CONTADA
                   PERFORM L027-RECOLHE-UM-CASSETE
                   DISPLAY "--------------------------"
                   DISPLAY " SOBRA DE CAIXA: R$ " WS-TOTAL-SOBRA-CAIXA
                   DISPLAY " FALTA DE CAIXA: R$ " WS-TOTAL-FALTA-CAIXA
                   MOVE SPACES TO WS-LOGIN
                   IF WS-TOTAL-SOBRA-CAIXA = ZERO
                      AND WS-TOTAL-FALTA-CAIXA = ZERO
                       MOVE "RECOLHIMENTO SEM DIFERENCA"
                           TO AU-EVENTO
                   ELSE
                       MOVE "RECOLHIMENTO COM DIFERENCA"
                           TO AU-EVENTO
                   END-IF
                   PERFORM 9120-GRAVA-AUDITORIA
                   DISPLAY "  CASSETES ZERADOS PARA A  "
                   DISPLAY "        NOVA CARGA         "
               END-IF.

      * FECHA O CASSETE DA DENOMINACAO EM WS-DENOMINACAO-TRAB CONTRA
      * A CONTAGEM EM WS-QTD-CONTADA. CASSETE QUE NUNCA RECEBEU
      * CARGA TEM TEORICO ZERO - CEDULA ENCONTRADA NELE E SOBRA
           L027-RECOLHE-UM-CASSETE.
               MOVE WS-TERMINAL TO RC-TERMINAL
               MOVE WS-DENOMINACAO-TRAB TO RC-DENOMINACAO
               MOVE WS-DATA-HOJE TO RC-DATA-RECOLHIMENTO
               MOVE WS-HORA-AGORA TO RC-HORA-RECOLHIMENTO
               MOVE WS-MATRICULA-OPERADOR TO RC-MATRICULA
               MOVE ZERO TO RC-QTD-CARREGADA
               MOVE ZERO TO RC-QTD-DISPENSADA
               MOVE WS-TERMINAL TO CX-TERMINAL
               MOVE WS-DENOMINACAO-TRAB TO CX-DENOMINACAO
               READ CASSETE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CX-QTD-CARREGADA TO RC-QTD-CARREGADA
                       MOVE CX-QTD-DISPENSADA TO RC-QTD-DISPENSADA
                       MOVE ZERO TO CX-QTD-CARREGADA
                       MOVE ZERO TO CX-QTD-DISPENSADA
                       REWRITE CX-REGISTRO-CASSETE
               END-READ
               COMPUTE RC-QTD-TEORICA =
                   RC-QTD-CARREGADA - RC-QTD-DISPENSADA
               MOVE WS-QTD-CONTADA TO RC-QTD-CONTADA
               COMPUTE RC-QTD-DIFERENCA =
                   RC-QTD-CONTADA - RC-QTD-TEORICA
               COMPUTE RC-VALOR-DIFERENCA =
                   RC-QTD-DIFERENCA * WS-DENOMINACAO-TRAB
               WRITE RC-REGISTRO-RECOLHIMENTO
               IF RC-VALOR-DIFERENCA > ZERO
                   ADD RC-VALOR-DIFERENCA TO WS-TOTAL-SOBRA-CAIXA
               END-IF
               IF RC-VALOR-DIFERENCA < ZERO
                   SUBTRACT RC-VALOR-DIFERENCA
                       FROM WS-TOTAL-FALTA-CAIXA
               END-IF
               DISPLAY " " WS-DENOMINACAO-TRAB "  " RC-QTD-TEORICA
                   "   " RC-QTD-CONTADA "  " RC-QTD-DIFERENCA.

      *MENU LOGADO - O ALERTA DE MENSAGENS NAO LIDAS SAI NO TOPO
      *SEMPRE QUE HOUVER NOVIDADE NA CAIXA DO CLIENTE
           P001-MENU.
               DISPLAY "14 - TRANSF P/ OUTRO BANCO".
               DISPLAY "15 - TROCAR SENHA".
               DISPLAY "16 - MENSAGENS".
               DISPLAY "17 - CONTESTAR LANCAMENTO".
               DISPLAY "18 - SAIR".
               ACCEPT WS-OPCAO.

           EVALUATE WS-OPCAO
                   END-READ
                   IF WS-OPERACAO-OK
                       PERFORM 3110-CALCULA-SAQUE-DIA
                       PERFORM 3050-CALCULA-DISPONIVEL
                       IF WS-SAQUE > WS-SALDO-DISPONIVEL
                           DISPLAY "    SALDO INSUFICIENTE    "
                       ELSE
                           IF (WS-TOTAL-SAQUE-DIA + WS-SAQUE) >
                       DISPLAY "--------------------------"
                       DISPLAY "        BANCO MGSL        "
                       DISPLAY "--------------------------"
                       PERFORM 3050-CALCULA-DISPONIVEL
                       DISPLAY " SALDO DA CONTA CORRENTE: "
                       DISPLAY "R$:   " CM-SALDO
                       IF CM-LIMITE-CHEQUE-ESPECIAL > ZERO
                           DISPLAY " LIMITE CHEQUE ESPECIAL:  "
                           DISPLAY "R$:   " CM-LIMITE-CHEQUE-ESPECIAL
                           DISPLAY " LIMITE UTILIZADO:        "
                           DISPLAY "R$:   " WS-LIMITE-UTILIZADO
                       END-IF
                       DISPLAY " SALDO DISPONIVEL:        "
                       DISPLAY "R$:   " WS-SALDO-DISPONIVEL
                       DISPLAY " CHEQUES A LIBERAR:       "
                       DISPLAY "R$:   " CM-SALDO-BLOQUEADO
                       DISPLAY " SALDO DA POUPANCA:       "
                       DISPLAY "R$:   " CM-SALDO-POUPANCA
                       IF CM-SALDO-BLOQUEIO-JUDICIAL > ZERO
                           DISPLAY " BLOQUEIO JUDICIAL:       "
                           DISPLAY "R$:   " CM-SALDO-BLOQUEIO-JUDICIAL
                       END-IF
                   END-IF
                   PERFORM P002-MENU
               WHEN '4'
                   PERFORM 4600-MENSAGENS
                   PERFORM P002-MENU
               WHEN '17'
                   PERFORM 4700-CONTESTA-LANCAMENTO
                   PERFORM P002-MENU
               WHEN '18'
                   PERFORM 9000-ENCERRA-PROGRAMA
               WHEN OTHER
                   DISPLAY "------------------------------"
                   PERFORM 9000-ENCERRA-PROGRAMA
           END-EVALUATE.

      * DISPONIVEL PARA DEBITO DA CONTA CORRENTE JA LIDA EM
      * CM-REGISTRO-CONTA: SALDO MAIS O LIMITE DE CHEQUE ESPECIAL
      * APROVADO. O SALDO PODE FICAR NEGATIVO ATE O LIMITE, NUNCA
      * ALEM DELE; A PARTE DO LIMITE JA EM USO SAI SEPARADA PARA A
      * CONSULTA DE SALDO
           3050-CALCULA-DISPONIVEL.
               COMPUTE WS-SALDO-DISPONIVEL =
                   CM-SALDO + CM-LIMITE-CHEQUE-ESPECIAL
               IF CM-SALDO < ZERO
                   COMPUTE WS-LIMITE-UTILIZADO = ZERO - CM-SALDO
               ELSE
                   MOVE ZERO TO WS-LIMITE-UTILIZADO
               END-IF.

      * TOTAL DE SAQUES JA EFETUADOS HOJE, PARA CONFERIR CONTRA O
      * LIMITE DIARIO CONFIGURADO. POSICIONA DIRETO NO PRIMEIRO
      * LANCAMENTO DO LOGIN (CHAVE LOGIN + ID) E LE SOMENTE OS
                       DISPLAY " SALDO DISPONIVEL:  R$ " CM-SALDO
                       DISPLAY " CHEQUES A LIBERAR: R$ "
                           CM-SALDO-BLOQUEADO
                       IF CM-SALDO-BLOQUEIO-JUDICIAL > ZERO
                           DISPLAY " BLOQUEIO JUDICIAL: R$ "
                               CM-SALDO-BLOQUEIO-JUDICIAL
                       END-IF
               END-READ
               DISPLAY "--------------------------"

               MOVE 'VE' TO WS-EVENTO-CODIGO
               MOVE ZERO TO WS-EVENTO-REFERENCIA
               PERFORM 9400-GRAVA-EVENTO-TARIFAVEL.

           3310-CONTA-MOVIMENTOS-LOGIN.
               MOVE ZERO TO WS-TOTAL-MOVIMENTOS-LOGIN
                       INVALID KEY
                           DISPLAY " CONTA DE DESTINO NAO ENCONTRADA "
                           SET WS-OPERACAO-NOK TO TRUE
                       NOT INVALID KEY
                           IF CM-CONTA-ENCERRADA
                               DISPLAY " CONTA DE DESTINO ENCERRADA "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                   END-READ
               END-IF

               END-IF

               IF WS-OPERACAO-OK
                   PERFORM 3050-CALCULA-DISPONIVEL
                   IF WS-VALOR-TRANSFERENCIA > WS-SALDO-DISPONIVEL
                       DISPLAY "    SALDO INSUFICIENTE    "
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-OPERACAO-OK
                   PERFORM 3050-CALCULA-DISPONIVEL
                   IF WS-VALOR-TRANSFERENCIA > WS-SALDO-DISPONIVEL
                       DISPLAY "    SALDO INSUFICIENTE    "
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
                       INVALID KEY
                           DISPLAY " CONTA DE DESTINO NAO ENCONTRADA "
                           SET WS-OPERACAO-NOK TO TRUE
                       NOT INVALID KEY
                           IF CM-CONTA-ENCERRADA
                               DISPLAY " CONTA DE DESTINO ENCERRADA "
                               SET WS-OPERACAO-NOK TO TRUE
                           END-IF
                   END-READ
               END-IF

                       DISPLAY " NR " AG-ID " " AG-DATA-EXECUCAO
                           " P/ " AG-LOGIN-DESTINO " R$ " AG-VALOR
                           " DESTINO INEXISTENTE"
                   WHEN AG-DESTINO-ENCERRADO
                       DISPLAY " NR " AG-ID " " AG-DATA-EXECUCAO
                           " P/ " AG-LOGIN-DESTINO " R$ " AG-VALOR
                           " DESTINO ENCERRADO"
                   WHEN AG-ORIGEM-INEXISTENTE
                       DISPLAY " NR " AG-ID " " AG-DATA-EXECUCAO
                           " P/ " AG-LOGIN-DESTINO " R$ " AG-VALOR
               END-IF

               IF WS-PAGAMENTO-OK
                   PERFORM 3050-CALCULA-DISPONIVEL
                   IF WS-VALOR-PAGAMENTO > WS-SALDO-DISPONIVEL
                       DISPLAY "    SALDO INSUFICIENTE    "
                       SET WS-PAGAMENTO-NOK TO TRUE
                   END-IF
                       PERFORM 7890-EXIBE-COMPROVANTE
                       DISPLAY " REIMPRESSOES DESTE        "
                       DISPLAY " COMPROVANTE: " CP-QTD-REIMPRESSOES
                       MOVE 'V2' TO WS-EVENTO-CODIGO
                       MOVE CP-NUMERO TO WS-EVENTO-REFERENCIA
                       PERFORM 9400-GRAVA-EVENTO-TARIFAVEL
               END-READ.

      *--------------------------------------------------------*
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF
      * A APLICACAO SO SAI DO SALDO POSITIVO DA CORRENTE - O LIMITE
      * DE CHEQUE ESPECIAL NAO FINANCIA APLICACAO NA POUPANCA
               IF WS-OPERACAO-OK
                   IF WS-VALOR-POUPANCA > CM-SALDO
                       DISPLAY "    SALDO INSUFICIENTE    "
                       END-IF
               END-READ.

      *--------------------------------------------------------*
      * CONTESTACAO DE LANCAMENTO PELO CLIENTE                  *
      *--------------------------------------------------------*
      * LISTA OS MESMOS ULTIMOS WS-LIMITE-EXTRATO LANCAMENTOS DO
      * EXTRATO, AGORA COM O MV-ID, E DEIXA O CLIENTE CONTESTAR UM
      * DEBITO DELES (SAQUE, TRANSFERENCIA, PAGAMENTO, TARIFA OU
      * JUROS) INFORMANDO O MOTIVO, O VALOR NAO RECEBIDO E UMA
      * DESCRICAO. A CONTESTACAO E GRAVADA ABERTA NO CONTESTA COM
      * A COPIA DO LANCAMENTO; O CREDITO DE DEVOLUCAO, QUANDO SAI,
      * E DECISAO DA RETAGUARDA NO CE026
           4700-CONTESTA-LANCAMENTO.
               DISPLAY "--------------------------"
               DISPLAY "        BANCO MGSL        "
               DISPLAY "--------------------------"
               DISPLAY "  CONTESTAR LANCAMENTO    "
               DISPLAY "--------------------------"

               PERFORM 3310-CONTA-MOVIMENTOS-LOGIN
               IF WS-TOTAL-MOVIMENTOS-LOGIN > WS-LIMITE-EXTRATO
                   COMPUTE WS-REGISTROS-A-PULAR =
                       WS-TOTAL-MOVIMENTOS-LOGIN - WS-LIMITE-EXTRATO
               ELSE
                   MOVE ZERO TO WS-REGISTROS-A-PULAR
               END-IF

               IF WS-TOTAL-MOVIMENTOS-LOGIN = ZERO
                   DISPLAY " NENHUM LANCAMENTO NA CONTA"
               ELSE
                   PERFORM 4710-LISTA-LANCAMENTOS
                   DISPLAY "--------------------------"
                   DISPLAY " ID DO LANCAMENTO A        "
                   DISPLAY " CONTESTAR (0 = NENHUM):   "
                   ACCEPT WS-MV-ID-CONTESTADO
                   IF WS-MV-ID-CONTESTADO NOT = ZERO
                       PERFORM 4720-VALIDA-LANCAMENTO
                       IF WS-OPERACAO-OK
                           PERFORM 4730-INFORMA-CONTESTACAO
                       END-IF
                   END-IF
               END-IF
               DISPLAY "--------------------------".

           4710-LISTA-LANCAMENTOS.
               MOVE ZERO TO WS-CONTADOR-LEITURA
               MOVE ZERO TO WS-MENOR-ID-LISTADO
               PERFORM 3100-POSICIONA-NO-LOGIN
               PERFORM 4711-LER-E-LISTAR-LANCAMENTO
                   UNTIL WS-FS-MOVIMENTO = '10'.

           4711-LER-E-LISTAR-LANCAMENTO.
               READ MOVIMENTO NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-MOVIMENTO
                   NOT AT END
                       IF MV-LOGIN NOT = WS-LOGIN
                           MOVE '10' TO WS-FS-MOVIMENTO
                       ELSE
                           ADD 1 TO WS-CONTADOR-LEITURA
                           IF WS-CONTADOR-LEITURA >
                              WS-REGISTROS-A-PULAR
                               IF WS-MENOR-ID-LISTADO = ZERO
                                   MOVE MV-ID TO WS-MENOR-ID-LISTADO
                               END-IF
                               DISPLAY " ID " MV-ID " "
                                   MV-DATA-MOVIMENTO " "
                                   MV-TIPO-OPERACAO " R$ " MV-VALOR
                           END-IF
                       END-IF
               END-READ.

      * O LANCAMENTO ESCOLHIDO PRECISA SER DA CONTA, ESTAR ENTRE OS
      * LISTADOS, SER UM DEBITO FEITO PELO CLIENTE OU COBRADO DELE
      * E AINDA NAO TER CONTESTACAO - UM LANCAMENTO SO E CONTESTADO
      * UMA VEZ. DEPOIS DA LEITURA DO CONTESTA O REGISTRO DO
      * MOVIMENTO CONTINUA CARREGADO PARA A GRAVACAO
           4720-VALIDA-LANCAMENTO.
               SET WS-OPERACAO-OK TO TRUE
               MOVE WS-LOGIN TO MV-LOGIN
               MOVE WS-MV-ID-CONTESTADO TO MV-ID
               READ MOVIMENTO
                   INVALID KEY
                       DISPLAY " LANCAMENTO NAO ENCONTRADO "
                       SET WS-OPERACAO-NOK TO TRUE
               END-READ

               IF WS-OPERACAO-OK
                  AND MV-ID < WS-MENOR-ID-LISTADO
                   DISPLAY " ESCOLHA UM DOS LANCAMENTOS"
                   DISPLAY " LISTADOS                  "
                   SET WS-OPERACAO-NOK TO TRUE
               END-IF

               IF WS-OPERACAO-OK
                   IF MV-OP-SAQUE OR MV-OP-TRANSF-DEBITO
                      OR MV-OP-TRANSF-ENVIADA-IB OR MV-OP-PAGAMENTO
                      OR MV-OP-TARIFA OR MV-OP-JUROS-CHEQUE-ESP
                      OR MV-OP-TARIFA-EVENTO
                       CONTINUE
                   ELSE
                       DISPLAY " SO LANCAMENTOS DE DEBITO  "
                       DISPLAY " PODEM SER CONTESTADOS     "
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-OPERACAO-OK
                   MOVE WS-LOGIN TO CS-LOGIN
                   MOVE WS-MV-ID-CONTESTADO TO CS-MV-ID
                   READ CONTESTACAO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY " LANCAMENTO JA CONTESTADO  "
                           DISPLAY " EM " CS-DATA-ABERTURA
                               " - SITUACAO " CS-SITUACAO
                           SET WS-OPERACAO-NOK TO TRUE
                   END-READ
               END-IF.

      * MOTIVO, VALOR E DESCRICAO DA CONTESTACAO - O VALOR NAO
      * RECEBIDO PODE SER PARTE DO LANCAMENTO (SAQUE ENTREGUE PELA
      * METADE, POR EXEMPLO), NUNCA MAIS QUE ELE; ZERO = O VALOR
      * INTEIRO DO LANCAMENTO
           4730-INFORMA-CONTESTACAO.
               DISPLAY "--------------------------"
               DISPLAY " MOTIVO DA CONTESTACAO:    "
               DISPLAY " 1 - NAO RECONHECO         "
               DISPLAY " 2 - NOTAS NAO ENTREGUES   "
               DISPLAY " 3 - VALOR DIVERGENTE      "
               DISPLAY " 4 - OUTRO MOTIVO          "
               ACCEPT WS-MOTIVO-CONTESTACAO
               IF WS-MOTIVO-CONTESTACAO = '1' OR '2' OR '3' OR '4'
                   CONTINUE
               ELSE
                   DISPLAY " MOTIVO INVALIDO           "
                   SET WS-OPERACAO-NOK TO TRUE
               END-IF

               IF WS-OPERACAO-OK
                   DISPLAY " VALOR NAO RECEBIDO        "
                   DISPLAY " (0 = VALOR TOTAL):        "
                   ACCEPT WS-VALOR-CONTESTADO
                   IF WS-VALOR-CONTESTADO = ZERO
                       MOVE MV-VALOR TO WS-VALOR-CONTESTADO
                   END-IF
                   IF WS-VALOR-CONTESTADO > MV-VALOR
                       DISPLAY " VALOR MAIOR QUE O DO      "
                       DISPLAY " LANCAMENTO                "
                       SET WS-OPERACAO-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-OPERACAO-OK
                   DISPLAY " DESCREVA O OCORRIDO:      "
                   ACCEPT WS-DESCRICAO-CONTESTACAO
                   DISPLAY " LANCAMENTO " MV-ID " "
                       MV-TIPO-OPERACAO " R$ " MV-VALOR
                   DISPLAY " VALOR CONTESTADO: R$ "
                       WS-VALOR-CONTESTADO
                   DISPLAY " CONFIRMA A CONTESTACAO?   "
                   DISPLAY " (S/N):                    "
                   ACCEPT WS-CONFIRMA-CONTESTACAO
                   IF WS-CONFIRMA-CONTESTACAO = 'S' OR 's'
                       PERFORM 4740-GRAVA-CONTESTACAO
                   ELSE
                       DISPLAY " CONTESTACAO CANCELADA     "
                   END-IF
               END-IF.

      * GRAVA A CONTESTACAO ABERTA COM A COPIA DO LANCAMENTO AINDA
      * CARREGADO NO REGISTRO DO MOVIMENTO, REGISTRA O PEDIDO NA
      * AUDITORIA E DEIXA A CONFIRMACAO NA CAIXA DE MENSAGENS
           4740-GRAVA-CONTESTACAO.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-LOGIN TO CS-LOGIN
               MOVE MV-ID TO CS-MV-ID
               MOVE WS-DATA-HOJE TO CS-DATA-ABERTURA
               MOVE WS-HORA-AGORA TO CS-HORA-ABERTURA
               MOVE WS-TERMINAL TO CS-TERMINAL-ABERTURA
               MOVE WS-MOTIVO-CONTESTACAO TO CS-MOTIVO
               MOVE WS-DESCRICAO-CONTESTACAO TO CS-DESCRICAO
               MOVE WS-VALOR-CONTESTADO TO CS-VALOR-CONTESTADO
               MOVE MV-TIPO-OPERACAO TO CS-TIPO-LANCAMENTO
               MOVE MV-VALOR TO CS-VALOR-LANCAMENTO
               MOVE MV-DATA-MOVIMENTO TO CS-DATA-LANCAMENTO
               MOVE MV-HORA-MOVIMENTO TO CS-HORA-LANCAMENTO
               MOVE MV-TERMINAL TO CS-TERMINAL-LANCAMENTO
               SET CS-ABERTA TO TRUE
               MOVE ZERO TO CS-DATA-DECISAO
               MOVE SPACES TO CS-MATRICULA-DECISAO
               MOVE ZERO TO CS-VALOR-DEVOLVIDO
               MOVE ZERO TO CS-MV-ID-DEVOLUCAO
               MOVE SPACES TO CS-PARECER
               WRITE CS-REGISTRO-CONTESTACAO
                   INVALID KEY
                       DISPLAY " ERRO AO GRAVAR CONTESTACAO"
                   NOT INVALID KEY
                       DISPLAY " CONTESTACAO REGISTRADA -  "
                       DISPLAY " A RESPOSTA SAI NA OPCAO 16"
                       MOVE "CONTESTACAO DE LANCAMENTO" TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                       MOVE WS-LOGIN TO WS-AVISO-LOGIN
                       MOVE "CONTESTACAO DO LANCAMENTO"
                           TO WS-AVISO-TEXTO
                       MOVE WS-MV-ID-CONTESTADO
                           TO WS-AVISO-TEXTO(27:8)
                       MOVE " REGISTRADA - EM ANALISE"
                           TO WS-AVISO-TEXTO(35:24)
                       PERFORM 9200-GRAVA-AVISO
               END-WRITE.

      * GRAVA UM AVISO NA CAIXA DE MENSAGENS DO LOGIN EM
      * WS-AVISO-LOGIN COM O TEXTO JA MONTADO EM WS-AVISO-TEXTO -
      * NUMERACAO SEQUENCIAL DENTRO DO LOGIN, COMO NOS DEMAIS
                       END-IF
               END-READ.

      * REGISTRA NO EVENTCLI O EVENTO TARIFAVEL DO LOGIN QUE NAO
      * DEIXA LANCAMENTO NO MOVIMENTO (CODIGO EM WS-EVENTO-CODIGO) -
      * A COBRANCA E A FRANQUIA FICAM COM O BATCH DE TARIFAS
           9400-GRAVA-EVENTO-TARIFAVEL.
               PERFORM 9410-PROXIMA-SEQ-EVENTO
               MOVE WS-LOGIN TO EC-LOGIN
               MOVE WS-PROXIMA-SEQ-EVENTO TO EC-SEQUENCIA
               MOVE WS-EVENTO-CODIGO TO EC-EVENTO
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-DATA-HOJE TO EC-DATA
               MOVE WS-HORA-AGORA TO EC-HORA
               MOVE WS-TERMINAL TO EC-TERMINAL
               MOVE WS-EVENTO-REFERENCIA TO EC-REFERENCIA
               WRITE EC-REGISTRO-EVENTO
                   INVALID KEY
                       DISPLAY " ERRO AO GRAVAR EVENTO     "
               END-WRITE.

           9410-PROXIMA-SEQ-EVENTO.
               MOVE ZERO TO WS-PROXIMA-SEQ-EVENTO
               MOVE SPACES TO WS-FS-EVENTO
               MOVE WS-LOGIN TO EC-LOGIN
               MOVE ZERO TO EC-SEQUENCIA
               START EVENTO-TARIFAVEL KEY IS >= EC-CHAVE
                   INVALID KEY
                       MOVE '10' TO WS-FS-EVENTO
               END-START
               PERFORM 9420-LER-ULTIMA-SEQ-EVENTO
                   UNTIL WS-FS-EVENTO = '10'
               ADD 1 TO WS-PROXIMA-SEQ-EVENTO.

           9420-LER-ULTIMA-SEQ-EVENTO.
               READ EVENTO-TARIFAVEL NEXT RECORD
                   AT END
                       MOVE '10' TO WS-FS-EVENTO
                   NOT AT END
                       IF EC-LOGIN NOT = WS-LOGIN
                           MOVE '10' TO WS-FS-EVENTO
                       ELSE
                           MOVE EC-SEQUENCIA TO WS-PROXIMA-SEQ-EVENTO
                       END-IF
               END-READ.

      *--------------------------------------------------------*
      * DISPENSA DE CEDULAS - INVENTARIO FISICO DO TERMINAL     *
      *--------------------------------------------------------*
               MOVE SPACES TO CM-PENDENTE-TIPO
               REWRITE CM-REGISTRO-CONTA.

      * GRAVA O LANCAMENTO DE UM SAQUE PAGO NO CAIXA DA AGENCIA
      * (LIQUIDACAO DO ENCERRAMENTO) - IGUAL A 8000-GRAVA-MOVIMENTO,
      * MAS COM O TERMINAL 'AGENCIA': O DINHEIRO NAO SAIU DOS
      * CASSETES E O FECHAMENTO POR TERMINAL (CE010) NAO PODE
      * CONTA-LO NA GAVETA DESTE TERMINAL
           8020-GRAVA-MOVIMENTO-AGENCIA.
               MOVE WS-LOGIN TO MV-LOGIN
               MOVE CM-ULTIMO-MOVIMENTO-ID TO MV-ID
               MOVE CM-PENDENTE-LOGIN-REL TO MV-LOGIN-RELACIONADO
               MOVE CM-PENDENTE-DATA TO MV-DATA-MOVIMENTO
               MOVE CM-PENDENTE-HORA TO MV-HORA-MOVIMENTO
               MOVE CM-SALDO TO MV-SALDO-RESULTANTE
               MOVE WS-TERMINAL-AGENCIA TO MV-TERMINAL
               WRITE MV-REGISTRO-MOVIMENTO
               MOVE SPACES TO CM-PENDENTE-TIPO
               REWRITE CM-REGISTRO-CONTA.

      * GRAVA NO ARQUIVO MOVIMENTO O LADO CREDITO DE UMA TRANSFERENCIA,
      * EM NOME DA CONTA DE DESTINO (WS-LOGIN-DESTINO) E NAO DA CONTA
      * LOGADA
      * A SENHA ESTA VENCIDA QUANDO A ULTIMA TROCA FICOU MAIS DE
      * WS-PRAZO-TROCA-SENHA-DIAS ATRAS - CONTA SEM DATA DE TROCA
      * (ANTERIOR A POLITICA) E TRATADA COMO VENCIDA, POIS NAO HA
      * COMO PROVAR QUE A SENHA E RECENTE. O CHAMADOR DEIXA EM
      * WS-DATA-TROCA-VERIFICADA A DATA DA ULTIMA TROCA DO CLIENTE
      * OU DO OPERADOR - A POLITICA E A MESMA PARA OS DOIS
           2800-VERIFICA-EXPIRACAO-SENHA.
               SET WS-SENHA-VIGENTE TO TRUE
               IF WS-DATA-TROCA-VERIFICADA = ZERO
                   SET WS-SENHA-EXPIRADA TO TRUE
               ELSE
                   MOVE WS-DATA-TROCA-VERIFICADA(1:4)
                       TO WS-ANO-CALC
                   MOVE WS-DATA-TROCA-VERIFICADA(5:2)
                       TO WS-MES-CALC
                   MOVE WS-DATA-TROCA-VERIFICADA(7:2)
                       TO WS-DIA-CALC
                   PERFORM 3760-CALCULA-DIAS-SERIAL
                   MOVE WS-DIAS-SERIAL TO WS-DIAS-SERIAL-TROCA

      * GRAVA UMA LINHA NO ARQUIVO DE AUDITORIA DE SEGURANCA COM O
      * LOGIN, DATA/HORA, TERMINAL E EVENTO JA PREPARADO EM AU-EVENTO
      * - NAS FUNCOES ADMINISTRATIVAS, TAMBEM A MATRICULA DO OPERADOR
           9120-GRAVA-AUDITORIA.
               MOVE WS-LOGIN TO AU-LOGIN
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE TO AU-DATA-OCORRENCIA
               MOVE WS-HORA-AGORA TO AU-HORA-OCORRENCIA
               MOVE WS-TERMINAL TO AU-TERMINAL
               MOVE WS-MATRICULA-OPERADOR TO AU-MATRICULA
               WRITE AU-REGISTRO-AUDITORIA.

      *--------------------------------------------------------*
      * AUTENTICACAO DO OPERADOR DA AGENCIA                     *
      *--------------------------------------------------------*
      * PEDE MATRICULA E SENHA E CONFERE CONTRA O OPERMST: O
      * OPERADOR PRECISA EXISTIR, ESTAR ATIVO, ACERTAR A SENHA E TER
      * O PERFIL EXIGIDO PELO CHAMADOR (WS-PERFIL-EXIGIDO; BRANCO =
      * QUALQUER PERFIL). SENHA ERRADA CONTA TENTATIVA E BLOQUEIA O
      * OPERADOR NO LIMITE, COMO NA CONTA DO CLIENTE; SENHA VENCIDA
      * OBRIGA A TROCA ANTES DE LIBERAR A FUNCAO. CADA RECUSA SAI
      * NA AUDITORIA COM A MATRICULA INFORMADA, E O RESULTADO VOLTA
      * EM WS-OPERADOR-SW
           9300-AUTENTICA-OPERADOR.
               DISPLAY "  MATRICULA DO OPERADOR:  "
               ACCEPT WS-MATRICULA-OPERADOR
               DISPLAY "  SENHA DO OPERADOR:      "
               ACCEPT WS-SENHA-OPERADOR WITH NO ECHO
               SET WS-OPERADOR-OK TO TRUE

               MOVE WS-MATRICULA-OPERADOR TO OP-MATRICULA
               READ OPERADOR-MESTRE
                   INVALID KEY
                       DISPLAY "  MATRICULA OU SENHA DO   "
                       DISPLAY "  OPERADOR INVALIDAS      "
                       MOVE "OPERADOR-MATRICULA INEXISTENTE"
                           TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                       SET WS-OPERADOR-NOK TO TRUE
               END-READ

               IF WS-OPERADOR-OK AND OP-DESLIGADO
                   DISPLAY "  OPERADOR DESLIGADO      "
                   MOVE "OPERADOR-DESLIGADO" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
                   SET WS-OPERADOR-NOK TO TRUE
               END-IF

               IF WS-OPERADOR-OK AND OP-BLOQUEADO
                   DISPLAY "  OPERADOR BLOQUEADO -    "
                   DISPLAY "  PROCURE O GERENTE       "
                   MOVE "OPERADOR-ACESSO BLOQUEADO" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
                   SET WS-OPERADOR-NOK TO TRUE
               END-IF

               IF WS-OPERADOR-OK
                   MOVE WS-SENHA-OPERADOR TO WS-SENHA-TEMP
                   PERFORM 2900-CODIFICA-SENHA
                   IF WS-SENHA-HASH-CALC NOT = OP-SENHA-HASH
                       PERFORM 9310-REGISTRA-FALHA-OPERADOR
                       SET WS-OPERADOR-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-OPERADOR-OK
                   MOVE ZERO TO OP-TENTATIVAS-FALHAS
                   REWRITE OP-REGISTRO-OPERADOR
                   IF NOT WS-EXIGE-QUALQUER-PERFIL
                      AND OP-PERFIL NOT = WS-PERFIL-EXIGIDO
                       DISPLAY "  OPERADOR SEM PERFIL PARA"
                       DISPLAY "  ESTA FUNCAO             "
                       MOVE "OPERADOR-PERFIL NAO AUTORIZADO"
                           TO AU-EVENTO
                       PERFORM 9120-GRAVA-AUDITORIA
                       SET WS-OPERADOR-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-OPERADOR-OK
                   MOVE OP-DATA-ULTIMA-TROCA-SENHA
                       TO WS-DATA-TROCA-VERIFICADA
                   PERFORM 2800-VERIFICA-EXPIRACAO-SENHA
                   IF WS-SENHA-EXPIRADA
                       DISPLAY "  SENHA DO OPERADOR       "
                       DISPLAY "  EXPIRADA - TROCA        "
                       DISPLAY "  OBRIGATORIA             "
                       PERFORM 9350-EXECUTA-TROCA-SENHA-OPER
                       IF WS-TROCA-NOK
                           DISPLAY " SENHA NAO TROCADA -      "
                           DISPLAY " FUNCAO NAO LIBERADA      "
                           SET WS-OPERADOR-NOK TO TRUE
                       END-IF
                   END-IF
               END-IF.

      * SENHA DE OPERADOR INCORRETA - CONTA A TENTATIVA E BLOQUEIA O
      * OPERADOR AO ATINGIR O LIMITE
           9310-REGISTRA-FALHA-OPERADOR.
               ADD 1 TO OP-TENTATIVAS-FALHAS
               IF OP-TENTATIVAS-FALHAS >= WS-LIMITE-TENTATIVAS
                   SET OP-BLOQUEADO TO TRUE
                   DISPLAY "  SENHA INVALIDA -        "
                   DISPLAY "  OPERADOR BLOQUEADO      "
                   MOVE "OPERADOR-SENHA INVALIDA-BLOQ" TO AU-EVENTO
               ELSE
                   DISPLAY "  MATRICULA OU SENHA DO   "
                   DISPLAY "  OPERADOR INVALIDAS      "
                   MOVE "OPERADOR-SENHA INVALIDA" TO AU-EVENTO
               END-IF
               REWRITE OP-REGISTRO-OPERADOR
               PERFORM 9120-GRAVA-AUDITORIA.

      * TROCA DA SENHA DO OPERADOR JA AUTENTICADO (REGISTRO DELE
      * CARREGADO EM OP-REGISTRO-OPERADOR) - MESMAS REGRAS DA
      * TROCA DO CLIENTE EM 2850-EXECUTA-TROCA-SENHA
           9350-EXECUTA-TROCA-SENHA-OPER.
               SET WS-TROCA-OK TO TRUE
               DISPLAY " NOVA SENHA DE ATE 6      "
               DISPLAY " DIGITOS:                 "
               ACCEPT WS-NOVA-SENHA WITH NO ECHO
               DISPLAY " CONFIRME A NOVA SENHA:   "
               ACCEPT WS-SENHA-VALIDACAO WITH NO ECHO

               IF WS-NOVA-SENHA NOT = WS-SENHA-VALIDACAO
                   DISPLAY " AS SENHAS NAO COINCIDEM  "
                   SET WS-TROCA-NOK TO TRUE
               END-IF

               IF WS-TROCA-OK
                   MOVE WS-NOVA-SENHA TO WS-SENHA-TEMP
                   PERFORM 2900-CODIFICA-SENHA
                   IF WS-SENHA-HASH-CALC = OP-SENHA-HASH
                       DISPLAY " A NOVA SENHA NAO PODE SER"
                       DISPLAY " IGUAL A SENHA ATUAL      "
                       SET WS-TROCA-NOK TO TRUE
                   END-IF
               END-IF

               IF WS-TROCA-OK
                   MOVE WS-SENHA-HASH-CALC TO OP-SENHA-HASH
                   ACCEPT OP-DATA-ULTIMA-TROCA-SENHA
                       FROM DATE YYYYMMDD
                   REWRITE OP-REGISTRO-OPERADOR
                   MOVE "OPERADOR-TROCA DE SENHA" TO AU-EVENTO
                   PERFORM 9120-GRAVA-AUDITORIA
                   DISPLAY " SENHA TROCADA COM SUCESSO"
               END-IF.

      *--------------------------------------------------------*
      * ABERTURA / FECHAMENTO DE ARQUIVOS                      *
      *--------------------------------------------------------*
                   OPEN EXTEND CARGA-CASSETE
               END-IF

               OPEN EXTEND RECOLHIMENTO
               IF WS-FS-RECOLHIMENTO = '35'
                   OPEN OUTPUT RECOLHIMENTO
                   CLOSE RECOLHIMENTO
                   OPEN EXTEND RECOLHIMENTO
               END-IF

               OPEN EXTEND COMPENSACAO
               IF WS-FS-COMPENSACAO = '35'
                   OPEN OUTPUT COMPENSACAO
                   OPEN I-O CONVENIO-MESTRE
               END-IF

               OPEN I-O OPERADOR-MESTRE
               IF WS-FS-OPERADOR = '35'
                   OPEN OUTPUT OPERADOR-MESTRE
                   CLOSE OPERADOR-MESTRE
                   OPEN I-O OPERADOR-MESTRE
               END-IF

               OPEN I-O CONTESTACAO
               IF WS-FS-CONTESTACAO = '35'
                   OPEN OUTPUT CONTESTACAO
                   CLOSE CONTESTACAO
                   OPEN I-O CONTESTACAO
               END-IF

               OPEN I-O EVENTO-TARIFAVEL
               IF WS-FS-EVENTO = '35'
                   OPEN OUTPUT EVENTO-TARIFAVEL
                   CLOSE EVENTO-TARIFAVEL
                   OPEN I-O EVENTO-TARIFAVEL
               END-IF

               PERFORM 1100-CARREGA-CONFIG-TERMINAL
               PERFORM 1150-CARREGA-CALENDARIO.

               MOVE CM-PENDENTE-LOGIN-REL TO MV-LOGIN-RELACIONADO
               MOVE CM-PENDENTE-DATA TO MV-DATA-MOVIMENTO
               MOVE CM-PENDENTE-HORA TO MV-HORA-MOVIMENTO
      * O LANCAMENTO DE RENDIMENTO DA POUPANCA ('RP') E O DE
      * BLOQUEIO JUDICIAL DA POUPANCA ('BP') CARREGAM O SALDO
      * RESULTANTE DA PROPRIA POUPANCA - OS DEMAIS, O DA CORRENTE
      * (MESMA REGRA DA GRAVACAO ORIGINAL)
               IF CM-PENDENTE-TIPO = 'RP' OR CM-PENDENTE-TIPO = 'BP'
                   MOVE CM-SALDO-POUPANCA TO MV-SALDO-RESULTANTE
               ELSE
                   MOVE CM-SALDO TO MV-SALDO-RESULTANTE
               CLOSE AGENDAMENTO
               CLOSE CASSETE
               CLOSE CARGA-CASSETE
               CLOSE RECOLHIMENTO
               CLOSE COMPENSACAO
               CLOSE COMPROVANTE
               CLOSE CHEQUE-PENDENTE
               CLOSE REMESSA-INTERBANCARIA
               CLOSE AVISOS
               CLOSE CONVENIO-MESTRE
               CLOSE OPERADOR-MESTRE
               CLOSE CONTESTACAO
               CLOSE EVENTO-TARIFAVEL
               DISPLAY "--------------------------"
               DISPLAY "        BANCO MGSL        "
               DISPLAY "--------------------------"
