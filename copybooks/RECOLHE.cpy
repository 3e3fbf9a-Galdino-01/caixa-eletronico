      *-----------------------------------------------------------*
      * RECOLHE.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO DE RECOLHIMENTOS DE         *
      * CASSETE (CXRECOLH). UMA LINHA POR DENOMINACAO EM CADA     *
      * RECOLHIMENTO FEITO PELO TESOUREIRO NO L005, SOMENTE       *
      * INCLUSAO: A CONTAGEM FISICA DAS CEDULAS QUE VOLTARAM      *
      * CONTRA O SALDO TEORICO DO CASSETE (CARREGADA MENOS        *
      * DISPENSADA) NO MOMENTO DO RECOLHIMENTO. TERMINAL, DATA E  *
      * HORA IDENTIFICAM O RECOLHIMENTO. LIDO PELO CE025          *
      * (SOBRAS E FALTAS) E PELO CE018 (LANCAMENTO CONTABIL DA    *
      * DIFERENCA).                                               *
      *-----------------------------------------------------------*
       01  RC-REGISTRO-RECOLHIMENTO.
           05  RC-TERMINAL                PIC X(08).
           05  RC-DENOMINACAO             PIC 9(03).
           05  RC-DATA-RECOLHIMENTO       PIC 9(08).
           05  RC-HORA-RECOLHIMENTO       PIC 9(06).
           05  RC-MATRICULA               PIC X(10).
      * POSICAO DO CASSETE NO RECOLHIMENTO, ANTES DA ZERAGEM
           05  RC-QTD-CARREGADA           PIC 9(06).
           05  RC-QTD-DISPENSADA          PIC 9(06).
           05  RC-QTD-TEORICA             PIC 9(06).
           05  RC-QTD-CONTADA             PIC 9(06).
      * DIFERENCA = CONTADA MENOS TEORICA: POSITIVA E SOBRA DE
      * CAIXA, NEGATIVA E FALTA (VALOR = CEDULAS X DENOMINACAO)
           05  RC-QTD-DIFERENCA           PIC S9(06).
           05  RC-VALOR-DIFERENCA         PIC S9(10)V99.
