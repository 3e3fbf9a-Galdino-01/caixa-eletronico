      * EM MV-LOGIN-RELACIONADO)
               88  MV-OP-TRANSF-ENVIADA-IB    VALUE 'TE'.
               88  MV-OP-TRANSF-RECEBIDA-IB   VALUE 'TR'.
      * CHEQUE ESPECIAL: 'JC' E O DEBITO MENSAL DOS JUROS SOBRE O
      * SALDO DEVEDOR DA CORRENTE, CALCULADOS DIA A DIA PELO CE022
               88  MV-OP-JUROS-CHEQUE-ESP     VALUE 'JC'.
      * CONTESTACAO: 'DV' E O CREDITO DE DEVOLUCAO DEFERIDO PELA
      * RETAGUARDA NO CE026, COM O MV-ID DO LANCAMENTO CONTESTADO
      * EM MV-LOGIN-RELACIONADO
               88  MV-OP-DEVOLUCAO-CONTEST    VALUE 'DV'.
      * BLOQUEIO JUDICIAL (SISBAJUD, CE028), TODOS COM O PROTOCOLO
      * DA ORDEM EM MV-LOGIN-RELACIONADO: 'BJ' TIRA DA CORRENTE E
      * 'BP' TIRA DA POUPANCA PARA A RESERVA JUDICIAL (O 'BP'
      * CARREGA O SALDO RESULTANTE DA POUPANCA, COMO O 'RP'); 'DJ'
      * DEVOLVE DA RESERVA PARA A CORRENTE NO DESBLOQUEIO; 'TJ'
      * TIRA DA RESERVA PARA O DEPOSITO JUDICIAL E NAO MOVE A
      * CORRENTE (SALDO RESULTANTE DA CORRENTE, SEM ALTERACAO)
               88  MV-OP-BLOQUEIO-JUDICIAL    VALUE 'BJ'.
               88  MV-OP-BLOQUEIO-JUD-POUP    VALUE 'BP'.
               88  MV-OP-DESBLOQUEIO-JUDICIAL VALUE 'DJ'.
               88  MV-OP-TRANSF-JUDICIAL      VALUE 'TJ'.
      * TARIFA POR EVENTO (CE030): 'TV' E O DEBITO NA CORRENTE DO
      * EVENTO QUE PASSOU DA FRANQUIA DO MES, COM O CODIGO DO EVENTO
      * DA TABELA DE TARIFAS, A REFERENCIA DO EVENTO E O TERMINAL
      * ONDE ELE ACONTECEU EM MV-LOGIN-RELACIONADO
               88  MV-OP-TARIFA-EVENTO        VALUE 'TV'.
           05  MV-VALOR                   PIC 9(10)V99.
           05  MV-DATA-MOVIMENTO          PIC 9(08).
           05  MV-HORA-MOVIMENTO          PIC 9(06).
      * SALDO RESULTANTE COM SINAL - NEGATIVO QUANDO O LANCAMENTO
      * DEIXA A CORRENTE NO CHEQUE ESPECIAL
           05  MV-SALDO-RESULTANTE        PIC S9(10)V99.
           05  MV-LOGIN-RELACIONADO       PIC X(20).
      * TERMINAL QUE GRAVOU O LANCAMENTO - E POR ELE QUE O
      * FECHAMENTO POR TERMINAL (CE010) BATE CADA GAVETA; OS
