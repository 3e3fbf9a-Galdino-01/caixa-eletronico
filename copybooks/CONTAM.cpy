       01  CM-REGISTRO-CONTA.
           05  CM-LOGIN                   PIC X(20).
           05  CM-SENHA-HASH              PIC X(12).
      * SALDO DA CONTA CORRENTE - COM SINAL: FICA NEGATIVO QUANDO
      * O CLIENTE USA O CHEQUE ESPECIAL, NUNCA ALEM DO LIMITE
      * APROVADO (CM-LIMITE-CHEQUE-ESPECIAL) NOS DEBITOS DO
      * TERMINAL E DOS BATCHES; SO OS JUROS DO CE022 PODEM PASSAR
      * DO LIMITE
           05  CM-SALDO                   PIC S9(10)V99.
           05  CM-DATA-ABERTURA           PIC 9(08).
           05  CM-TENTATIVAS-FALHAS       PIC 9(01).
      * CONTA ENCERRADA ('2') E DEFINITIVA: SO A AGENCIA ENCERRA,
      * DEPOIS DE LIQUIDAR OS SALDOS, E NENHUM LOGIN OU BATCH A
      * TOCA DE NOVO (VER CM-DATA-ENCERRAMENTO). CONTA INATIVA
      * ('3') E A MARCADA PELO BATCH MENSAL CE029 POR FALTA DE
      * MOVIMENTACAO DO CLIENTE: O LOGIN E RECUSADO ATE A AGENCIA
      * REATIVAR A CONTA, MAS OS SALDOS CONTINUAM DO CLIENTE E OS
      * BATCHES A PROCESSAM NORMALMENTE
           05  CM-STATUS-CONTA            PIC X(01).
               88  CM-CONTA-ATIVA             VALUE '0'.
               88  CM-CONTA-BLOQUEADA         VALUE '1'.
               88  CM-CONTA-ENCERRADA         VALUE '2'.
               88  CM-CONTA-INATIVA           VALUE '3'.
      * CONTROLE DE CHECKPOINT/REINICIO - ID DO ULTIMO MOVIMENTO
      * GRAVADO COM SUCESSO PARA ESTA CONTA, E OS DADOS DO LANCAMENTO
      * QUE FOI APLICADO AO SALDO MAS CUJA GRAVACAO EM MOVIMENTO AINDA
      * LOGIN OBRIGA A TROCA ANTES DE LIBERAR O MENU. ZERO = CONTA
      * ANTERIOR A POLITICA, TRATADA COMO SENHA VENCIDA
           05  CM-DATA-ULTIMA-TROCA-SENHA PIC 9(08).
      * DATA DO ENCERRAMENTO DA CONTA NA AGENCIA - ZERO ENQUANTO A
      * CONTA ESTIVER ABERTA. E POR ELA QUE O EXTRATO MENSAL (CE003)
      * EMITE O ULTIMO EXTRATO, DE ENCERRAMENTO, SO NO MES EM QUE A
      * CONTA FOI FECHADA
           05  CM-DATA-ENCERRAMENTO       PIC 9(08).
      * LIMITE DE CHEQUE ESPECIAL APROVADO PELO GERENTE NA
      * AGENCIA - ZERO = CONTA SEM CHEQUE ESPECIAL. O DISPONIVEL
      * PARA DEBITO E CM-SALDO + ESTE LIMITE
           05  CM-LIMITE-CHEQUE-ESPECIAL  PIC 9(10)V99.
      * RESERVA JUDICIAL - VALOR BLOQUEADO POR ORDEM JUDICIAL
      * (SISBAJUD, BATCH CE028), RETIRADO DA CORRENTE E DA
      * POUPANCA E MANTIDO FORA DOS DOIS SALDOS: NAO E SACAVEL,
      * TRANSFERIVEL NEM USAVEL EM PAGAMENTO. SO SAI POR ORDEM DE
      * DESBLOQUEIO (VOLTA PARA A CORRENTE) OU DE TRANSFERENCIA
      * JUDICIAL. SEPARADA DO CM-SALDO-BLOQUEADO DOS CHEQUES; O
      * DETALHE POR PROTOCOLO ESTA NO ARQUIVO BLOQJUD
           05  CM-SALDO-BLOQUEIO-JUDICIAL PIC 9(10)V99.
      * INATIVIDADE - DATA EM QUE O CE029 MARCOU A CONTA COMO
      * INATIVA E DATA DA ULTIMA REATIVACAO PELA AGENCIA (ZERO =
      * NUNCA). A REATIVACAO CONTA COMO MOVIMENTACAO DO CLIENTE:
      * O PRAZO DE INATIVIDADE RECOMECA A CORRER DELA
           05  CM-DATA-INATIVACAO         PIC 9(08).
           05  CM-DATA-REATIVACAO         PIC 9(08).
