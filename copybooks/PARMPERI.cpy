      *-----------------------------------------------------------*
      * PARMPERI.CPY                                              *
      * LAYOUT DO REGISTRO DO ARQUIVO DE PARAMETRO DE PERIODO DE  *
      * RELATORIO (PARMPERI). UM UNICO REGISTRO, GRAVADO PELO     *
      * OPERADOR QUANDO QUER UM PERIODO FECHADO (AAAAMMDD). SEM   *
      * O ARQUIVO, OU COM AS DATAS ZERADAS, O PERIODO E DO DIA 1  *
      * DO MES DA DATA DE PROCESSAMENTO ATE ELA.                  *
      *-----------------------------------------------------------*
       01  PP-REGISTRO-PARAMETRO-PERIODO.
           05  PP-DATA-INICIAL            PIC 9(08).
           05  PP-DATA-FINAL              PIC 9(08).
