      *-----------------------------------------------------------*
      * PARMINAT.CPY                                              *
      * LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETROS DE CONTAS     *
      * INATIVAS (PARMINAT). UM UNICO REGISTRO, MANTIDO PELA      *
      * AGENCIA. O PRAZO E O NUMERO DE MESES SEM MOVIMENTACAO DO  *
      * CLIENTE A PARTIR DO QUAL O BATCH MENSAL CE029 MARCA A     *
      * CONTA COMO INATIVA. O TRATAMENTO DE TARIFA VALE PARA A    *
      * TARIFA DE MANUTENCAO DO CE006 SOBRE CONTA INATIVA:        *
      * 'C' COBRA COMO NAS DEMAIS CONTAS, 'I' ISENTA, 'S' SO      *
      * COBRA QUANDO O SALDO CREDOR DA CORRENTE COBRE A TARIFA    *
      * (SEM USAR O LIMITE DO CHEQUE ESPECIAL).                   *
      * SEM O ARQUIVO O CE029 NAO EXECUTA E O CE006 COBRA A       *
      * CONTA INATIVA COMO AS DEMAIS.                             *
      *-----------------------------------------------------------*
       01  PI-REGISTRO-PARAMETRO-INATIVA.
           05  PI-MESES-INATIVIDADE       PIC 9(03).
           05  PI-TARIFA-INATIVA          PIC X(01).
               88  PI-TARIFA-COBRA            VALUE 'C'.
               88  PI-TARIFA-ISENTA           VALUE 'I'.
               88  PI-TARIFA-SO-SALDO-CREDOR  VALUE 'S'.
