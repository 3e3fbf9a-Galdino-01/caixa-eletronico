      *-----------------------------------------------------------*
      * CONTEST.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO DE CONTESTACOES DE          *
      * LANCAMENTO (CONTESTA). UM REGISTRO POR LANCAMENTO         *
      * CONTESTADO PELO CLIENTE NO TERMINAL, ABERTO COM A COPIA   *
      * DOS DADOS DO LANCAMENTO (O MOVIMENTO PODE SER EXPURGADO   *
      * PARA O MOVHISTO ANTES DA DECISAO) E FECHADO PELA          *
      * RETAGUARDA NO CE026 - DEFERIDO COM O CREDITO 'DV'         *
      * AMARRADO AO MV-ID ORIGINAL, OU INDEFERIDO. CHAVE:         *
      * CS-CHAVE (LOGIN + MV-ID DO LANCAMENTO CONTESTADO), DE     *
      * FORMA QUE UM LANCAMENTO SO TEM UMA CONTESTACAO.           *
      *-----------------------------------------------------------*
       01  CS-REGISTRO-CONTESTACAO.
           05  CS-CHAVE.
               10  CS-LOGIN               PIC X(20).
               10  CS-MV-ID               PIC 9(08).
           05  CS-DATA-ABERTURA           PIC 9(08).
           05  CS-HORA-ABERTURA           PIC 9(06).
           05  CS-TERMINAL-ABERTURA       PIC X(08).
           05  CS-MOTIVO                  PIC X(01).
               88  CS-MOTIVO-NAO-RECONHECE    VALUE '1'.
               88  CS-MOTIVO-NOTAS-NAO-ENTREGUES VALUE '2'.
               88  CS-MOTIVO-VALOR-DIVERGENTE VALUE '3'.
               88  CS-MOTIVO-OUTROS           VALUE '4'.
           05  CS-DESCRICAO               PIC X(60).
      * VALOR QUE O CLIENTE DIZ NAO TER RECEBIDO - O LANCAMENTO
      * INTEIRO, OU PARTE DELE NO VALOR DIVERGENTE
           05  CS-VALOR-CONTESTADO        PIC 9(10)V99.
      * COPIA DO LANCAMENTO CONTESTADO NA ABERTURA
           05  CS-TIPO-LANCAMENTO         PIC X(02).
           05  CS-VALOR-LANCAMENTO        PIC 9(10)V99.
           05  CS-DATA-LANCAMENTO         PIC 9(08).
           05  CS-HORA-LANCAMENTO         PIC 9(06).
           05  CS-TERMINAL-LANCAMENTO     PIC X(08).
           05  CS-SITUACAO                PIC X(01).
               88  CS-ABERTA                  VALUE 'A'.
               88  CS-DEFERIDA                VALUE 'D'.
               88  CS-INDEFERIDA              VALUE 'I'.
      * DECISAO DA RETAGUARDA - ZERADA/BRANCOS ENQUANTO ABERTA. NO
      * DEFERIMENTO, CS-MV-ID-DEVOLUCAO E O LANCAMENTO 'DV' DO
      * CREDITO AO CLIENTE
           05  CS-DATA-DECISAO            PIC 9(08).
           05  CS-MATRICULA-DECISAO       PIC X(10).
           05  CS-VALOR-DEVOLVIDO         PIC 9(10)V99.
           05  CS-MV-ID-DEVOLUCAO         PIC 9(08).
           05  CS-PARECER                 PIC X(60).
