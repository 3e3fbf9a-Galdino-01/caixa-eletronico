      *-----------------------------------------------------------*
      * TABTARIF.CPY                                              *
      * LAYOUT DO REGISTRO DA TABELA DE TARIFAS POR EVENTO        *
      * (TABTARIF), MANTIDA PELA AGENCIA CONFORME A TABELA        *
      * PUBLICADA. UMA LINHA POR EVENTO E VIGENCIA: VALOR         *
      * UNITARIO, QUANTIDADE GRATUITA POR MES CALENDARIO E O      *
      * PERIODO DE VIGENCIA (FIM ZERO = EM VIGOR). UM EVENTO PODE *
      * TER VARIAS LINHAS, SEM SOBREPOR PERIODOS; VALE A DA DATA  *
      * DO EVENTO. EVENTO SEM LINHA VIGENTE NAO E TARIFADO. OS    *
      * CODIGOS DE EVENTO SAO TAMBEM OS TIPOS DO DE-PARA CONTABIL *
      * DA RECEITA (CE018): 'VS' SAQUE, 'VT' TRANSFERENCIA PARA   *
      * OUTRO BANCO, 'VC' DEPOSITO EM CHEQUE, 'V2' 2A VIA DE      *
      * COMPROVANTE E 'VE' EXTRATO NO TERMINAL.                   *
      *-----------------------------------------------------------*
       01  TF-REGISTRO-TARIFA.
           05  TF-EVENTO                  PIC X(02).
               88  TF-EVT-SAQUE               VALUE 'VS'.
               88  TF-EVT-TRANSF-OUTRO-BANCO  VALUE 'VT'.
               88  TF-EVT-DEPOSITO-CHEQUE     VALUE 'VC'.
               88  TF-EVT-SEGUNDA-VIA         VALUE 'V2'.
               88  TF-EVT-EXTRATO             VALUE 'VE'.
           05  TF-VALOR                   PIC 9(05)V99.
           05  TF-FRANQUIA-MES            PIC 9(03).
           05  TF-INICIO-VIGENCIA         PIC 9(08).
           05  TF-FIM-VIGENCIA            PIC 9(08).
