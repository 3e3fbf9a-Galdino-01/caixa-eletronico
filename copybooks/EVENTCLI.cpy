      *-----------------------------------------------------------*
      * EVENTCLI.CPY                                              *
      * LAYOUT DO REGISTRO DO ARQUIVO DE EVENTOS TARIFAVEIS DO    *
      * TERMINAL (EVENTCLI). OS EVENTOS QUE NAO GERAM LANCAMENTO  *
      * NO MOVIMENTO - O EXTRATO ('VE') E A 2A VIA DE COMPROVANTE *
      * ('V2', COM O NUMERO DO COMPROVANTE NA REFERENCIA) - SAO   *
      * GRAVADOS AQUI PELO TERMINAL PARA A CONTAGEM DA FRANQUIA NO*
      * BATCH DE TARIFAS (CE030). ARQUIVO INDEXADO, SOMENTE       *
      * INCLUSAO. CHAVE: EC-CHAVE (LOGIN + SEQUENCIA DENTRO DO    *
      * LOGIN).                                                   *
      *-----------------------------------------------------------*
       01  EC-REGISTRO-EVENTO.
           05  EC-CHAVE.
               10  EC-LOGIN               PIC X(20).
               10  EC-SEQUENCIA           PIC 9(08).
           05  EC-EVENTO                  PIC X(02).
               88  EC-EVT-SEGUNDA-VIA         VALUE 'V2'.
               88  EC-EVT-EXTRATO             VALUE 'VE'.
           05  EC-DATA                    PIC 9(08).
           05  EC-HORA                    PIC 9(06).
           05  EC-TERMINAL                PIC X(08).
           05  EC-REFERENCIA              PIC 9(08).
