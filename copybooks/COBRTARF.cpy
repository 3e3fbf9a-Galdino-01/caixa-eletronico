      *-----------------------------------------------------------*
      * COBRTARF.CPY                                              *
      * LAYOUT DO REGISTRO DO ARQUIVO DE COBRANCAS DE TARIFA POR  *
      * EVENTO (COBRTARF), MANTIDO PELO CE030. UM REGISTRO POR    *
      * EVENTO QUE PASSOU DA FRANQUIA DO MES, COM O VALOR DA      *
      * TABELA NA DATA DO EVENTO E O TERMINAL ONDE ELE ACONTECEU. *
      * CHAVE: CT-CHAVE (LOGIN + EVENTO + REFERENCIA - O MV-ID DO *
      * LANCAMENTO QUE GEROU O EVENTO, OU A SEQUENCIA DO EVENTCLI *
      * NO EXTRATO E NA 2A VIA), POR ISSO O MESMO EVENTO NUNCA E  *
      * COBRADO DUAS VEZES. NASCE PENDENTE ('P'); SEM SALDO FICA  *
      * PENDENTE, COM A DATA DO AVISO AO CLIENTE, E E TENTADO DE  *
      * NOVO A CADA NOITE. NA COBRANCA O MV-ID DA TARIFA E GRAVADO*
      * ANTES DO LANCAMENTO E O REGISTRO PASSA A COBRADO ('C')    *
      * DEPOIS; SE A EXECUCAO CAIR NO MEIO, A PROXIMA CONFERE O   *
      * CHECKPOINT DA CONTA E O MOVIMENTO.                        *
      *-----------------------------------------------------------*
       01  CT-REGISTRO-COBRANCA.
           05  CT-CHAVE.
               10  CT-LOGIN               PIC X(20).
               10  CT-EVENTO              PIC X(02).
               10  CT-REFERENCIA          PIC 9(08).
           05  CT-DATA-EVENTO             PIC 9(08).
           05  CT-TERMINAL                PIC X(08).
           05  CT-VALOR                   PIC 9(05)V99.
           05  CT-SITUACAO                PIC X(01).
               88  CT-PENDENTE                VALUE 'P'.
               88  CT-COBRADA                 VALUE 'C'.
           05  CT-MV-ID                   PIC 9(08).
           05  CT-DATA-COBRANCA           PIC 9(08).
           05  CT-DATA-AVISO              PIC 9(08).
