      *-----------------------------------------------------------*
      * PARMCOAF.CPY                                              *
      * LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETROS DA ANALISE DE *
      * MOVIMENTACAO EM ESPECIE (PARMCOAF). UM UNICO REGISTRO,    *
      * MANTIDO PELO COMPLIANCE. O VALOR DE COMUNICACAO VALE PARA *
      * A OPERACAO ISOLADA E PARA A SOMA DO FRACIONAMENTO NO DIA  *
      * OU NA SEMANA. O CREDITO 'TR'/'TC' SEGUIDO DE SAQUE E      *
      * APONTADO QUANDO, EM ATE PL-DIAS-SAQUE DIAS DO CREDITO, OS *
      * SAQUES SOMAM PL-PERCENTUAL-SAQUE POR CENTO DELE OU MAIS   *
      * (SO PARA CREDITO A PARTIR DE PL-VALOR-MINIMO-CREDITO). O  *
      * MES DE REFERENCIA (AAAAMM) ZERADO SIGNIFICA O MES         *
      * ANTERIOR AO DA DATA DE PROCESSAMENTO; PREENCHIDO, PERMITE *
      * ANALISAR UM MES ANTIGO, INCLUSIVE JA EXPURGADO PARA O     *
      * MOVHISTO.                                                 *
      * SEM O ARQUIVO A ANALISE NAO EXECUTA - NAO HA LIMITE       *
      * PADRAO SEGURO PARA UMA OBRIGACAO LEGAL.                   *
      *-----------------------------------------------------------*
       01  PL-REGISTRO-PARAMETRO-COAF.
           05  PL-MES-REFERENCIA          PIC 9(06).
           05  PL-VALOR-COMUNICACAO       PIC 9(10)V99.
           05  PL-PERCENTUAL-SAQUE        PIC 9(03).
           05  PL-DIAS-SAQUE              PIC 9(02).
           05  PL-VALOR-MINIMO-CREDITO    PIC 9(10)V99.
