      *-----------------------------------------------------------*
      * CADEIA.CPY                                                *
      * LAYOUT DO REGISTRO DA TABELA DE PASSOS DA CADEIA NOTURNA  *
      * (CADEIANT), LIDA PELO CONTROLADOR CE024. UMA LINHA POR    *
      * PASSO, NA ORDEM DE EXECUCAO: O JOB (MESMO NOME DO         *
      * BATCTL), O COMANDO QUE O EXECUTA, ATE QUATRO PRE-         *
      * REQUISITOS (JOBS QUE PRECISAM TER TERMINADO BEM NA MESMA  *
      * JANELA - SEMPRE PASSOS ANTERIORES DA TABELA) E SE O PASSO *
      * RODA SO EM DIA UTIL DO CALENFER E SO NO ULTIMO DIA UTIL   *
      * DO MES. A CADEIA PADRAO E: CE016, CE011, CE014, CE005,    *
      * CE002, CE010, CE018, CE017 E, NO FIM DO MES, CE006,       *
      * CE022, CE003 E CE023.                                     *
      *-----------------------------------------------------------*
       01  PS-REGISTRO-PASSO.
           05  PS-PROGRAMA                PIC X(08).
           05  PS-COMANDO                 PIC X(60).
           05  PS-PRE-REQUISITO           PIC X(08) OCCURS 4 TIMES.
           05  PS-SO-DIA-UTIL             PIC X(01).
               88  PS-RODA-SO-DIA-UTIL        VALUE 'S'.
           05  PS-SO-FIM-DE-MES           PIC X(01).
               88  PS-RODA-SO-FIM-DE-MES      VALUE 'S'.
