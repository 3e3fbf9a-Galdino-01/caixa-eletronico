      *-----------------------------------------------------------*
      * ORDJUD.CPY                                                *
      * LAYOUT DO REGISTRO DO ARQUIVO DE ORDENS JUDICIAIS         *
      * (ORDJUD), RECEBIDO DO SISBAJUD E PROCESSADO NO CE028. UMA *
      * LINHA POR ORDEM: BLOQUEIO DE VALOR ('B') SOBRE TODAS AS   *
      * CONTAS DO CPF DO EXECUTADO, DESBLOQUEIO ('D') OU          *
      * TRANSFERENCIA PARA DEPOSITO JUDICIAL ('T') DE UM BLOQUEIO *
      * ANTERIOR, IDENTIFICADO PELO PROTOCOLO DAQUELE BLOQUEIO EM *
      * OJ-PROTOCOLO-BLOQUEIO. NO DESBLOQUEIO E NA TRANSFERENCIA, *
      * OJ-VALOR ZERADO ALCANCA TODO O SALDO AINDA RETIDO PELO    *
      * BLOQUEIO.                                                 *
      *-----------------------------------------------------------*
       01  OJ-REGISTRO-ORDEM.
           05  OJ-PROTOCOLO               PIC X(20).
           05  OJ-TIPO-ORDEM              PIC X(01).
               88  OJ-BLOQUEIO                VALUE 'B'.
               88  OJ-DESBLOQUEIO             VALUE 'D'.
               88  OJ-TRANSFERENCIA           VALUE 'T'.
           05  OJ-CPF                     PIC 9(11).
           05  OJ-VALOR                   PIC 9(10)V99.
           05  OJ-PROTOCOLO-BLOQUEIO      PIC X(20).
           05  OJ-DATA-ORDEM              PIC 9(08).
           05  OJ-JUIZO                   PIC X(40).
