      *-----------------------------------------------------------*
      * PARMCHES.CPY                                              *
      * LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETRO DO CHEQUE      *
      * ESPECIAL (PARMCHES). UM UNICO REGISTRO, MANTIDO PELA      *
      * AGENCIA. A TAXA E PERCENTUAL AO MES SOBRE O SALDO DEVEDOR *
      * (EX.: 008,0000 = OITO POR CENTO); O CE022 A CONVERTE EM   *
      * TAXA DIARIA (MES COMERCIAL DE 30 DIAS) E A APLICA A CADA  *
      * DIA EM QUE A CORRENTE FECHOU NEGATIVA. SEM O ARQUIVO OS   *
      * JUROS NAO SAO CALCULADOS - NAO HA TAXA PADRAO SEGURA.     *
      *-----------------------------------------------------------*
       01  PC-REGISTRO-PARAMETRO-CHESP.
           05  PC-TAXA-JUROS-MES          PIC 9(03)V9(04).
