      *-----------------------------------------------------------*
      * RESPJUD.CPY                                               *
      * LAYOUT DO ARQUIVO DE RESPOSTA AO SISBAJUD (RESPJUD),      *
      * GERADO PELO CE028 A CADA EXECUCAO. UM REGISTRO 'R' POR    *
      * ORDEM LIDA NO ORDJUD, COM O VALOR ORDENADO, O VALOR       *
      * EFETIVAMENTE CUMPRIDO (SEPARADO EM CORRENTE E POUPANCA NO *
      * BLOQUEIO) E A SITUACAO DO CUMPRIMENTO, E UM TRAILER 'T'   *
      * COM A QUANTIDADE DE ORDENS E O VALOR TOTAL CUMPRIDO.      *
      *-----------------------------------------------------------*
       01  RJ-REGISTRO-RESPOSTA.
           05  RJ-TIPO-REGISTRO           PIC X(01).
               88  RJ-RESPOSTA                VALUE 'R'.
               88  RJ-TRAILER                 VALUE 'T'.
           05  RJ-PROTOCOLO               PIC X(20).
           05  RJ-TIPO-ORDEM              PIC X(01).
           05  RJ-CPF                     PIC 9(11).
           05  RJ-VALOR-ORDENADO          PIC 9(10)V99.
           05  RJ-VALOR-CUMPRIDO          PIC 9(10)V99.
           05  RJ-VALOR-CORRENTE          PIC 9(10)V99.
           05  RJ-VALOR-POUPANCA          PIC 9(10)V99.
           05  RJ-QTD-CONTAS              PIC 9(03).
      * 00 CUMPRIDA INTEGRALMENTE, 01 PARCIALMENTE, 02 SEM SALDO
      * (NADA CUMPRIDO), 03 CPF SEM CONTA NO BANCO, 04 PROTOCOLO
      * DE BLOQUEIO NAO ENCONTRADO, 05 ORDEM INVALIDA
           05  RJ-SITUACAO                PIC 9(02).
               88  RJ-CUMPRIDA                VALUE 00.
               88  RJ-CUMPRIDA-PARCIAL        VALUE 01.
               88  RJ-SEM-SALDO               VALUE 02.
               88  RJ-CPF-SEM-CONTA           VALUE 03.
               88  RJ-BLOQUEIO-NAO-ENCONTRADO VALUE 04.
               88  RJ-ORDEM-INVALIDA          VALUE 05.
           05  RJ-DATA-RESPOSTA           PIC 9(08).
      * TRAILER: QUANTIDADE DE ORDENS RESPONDIDAS E VALOR TOTAL
      * CUMPRIDO (NOS REGISTROS 'R' FICAM ZERADOS)
           05  RJ-TOTAL-ORDENS            PIC 9(07).
           05  RJ-TOTAL-VALOR             PIC 9(12)V99.
