      * RE, TA, PG, ...) COM AS CONTAS CONTABEIS DE DEBITO E DE   *
      * CREDITO DO LANCAMENTO EM PARTIDAS DOBRADAS. TIPO SEM      *
      * LINHA AQUI FICA FORA DA EXPORTACAO E SAI APONTADO NO      *
      * RELATORIO DO CE018. ALEM DOS TIPOS DO MOVIMENTO, O        *
      * DE-PARA TRAZ A RECLASSIFICACAO DO CHEQUE ESPECIAL: 'UC'   *
      * (USO DO LIMITE - DEBITO ADIANTAMENTO A DEPOSITANTES,      *
      * CREDITO DEPOSITOS A VISTA) E 'AC' (AMORTIZACAO - O        *
      * INVERSO). E A SOBRA E A FALTA DE CAIXA DOS RECOLHIMENTOS  *
      * DE CASSETE: 'SC' (DEBITO CAIXA, CREDITO SOBRA DE CAIXA) E *
      * 'FC' (DEBITO FALTA DE CAIXA, CREDITO CAIXA). A DEVOLUCAO  *
      * DE CONTESTACAO 'DV' DEBITA A CONTA DE PERDAS OPERACIONAIS *
      * (OU A DE PENDENCIAS A REGULARIZAR, A CRITERIO DA          *
      * CONTABILIDADE) E CREDITA DEPOSITOS A VISTA. O BLOQUEIO    *
      * JUDICIAL 'BJ' DEBITA DEPOSITOS A VISTA E CREDITA          *
      * DEPOSITOS BLOQUEADOS POR ORDEM JUDICIAL; 'BP' DEBITA      *
      * DEPOSITOS DE POUPANCA E CREDITA A MESMA CONTA DE          *
      * BLOQUEIO; O DESBLOQUEIO 'DJ' E O INVERSO DO 'BJ' E A      *
      * TRANSFERENCIA 'TJ' DEBITA OS DEPOSITOS BLOQUEADOS E       *
      * CREDITA DEPOSITOS JUDICIAIS A TRANSFERIR. A TARIFA POR    *
      * EVENTO 'TV' E EXPORTADA PELO CODIGO DO EVENTO DA TABELA DE*
      * TARIFAS ('VS', 'VT', 'VC', 'V2', 'VE'), CADA UM COM A SUA *
      * CONTA DE RECEITA DE TARIFAS NO CREDITO E DEPOSITOS A VISTA*
      * NO DEBITO; EVENTO SEM LINHA PROPRIA CAI NA LINHA 'TV'.    *
      *-----------------------------------------------------------*
       01  CB-REGISTRO-DE-PARA.
           05  CB-TIPO-OPERACAO           PIC X(02).
