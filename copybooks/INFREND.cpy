      *-----------------------------------------------------------*
      * INFREND.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO ANUAL DE INFORME DE         *
      * RENDIMENTOS (INFREND), GERADO PELO CE027 PARA A MALA      *
      * DIRETA DA DECLARACAO DE IMPOSTO DE RENDA. UM REGISTRO-    *
      * INFORME POR CPF DO TITULAR, JUNTANDO TODAS AS CONTAS DELE,*
      * COM O NOME E O ENDERECO DA PRIMEIRA CONTA ENCONTRADA, OS  *
      * SALDOS DA CORRENTE E DA POUPANCA EM 31/12 DO ANO ANTERIOR *
      * E DO ANO-BASE E O RENDIMENTO DA POUPANCA ('RP') CREDITADO *
      * NO ANO-BASE; MAIS UM REGISTRO-TRAILER COM OS TOTAIS DO    *
      * BANCO PARA A CONFERENCIA COM A CONTABILIDADE. CONTA SEM   *
      * CPF CADASTRADO (ZERO) SAI NUM INFORME PROPRIO, COM O      *
      * LOGIN. O SALDO DA CORRENTE TEM SINAL - NEGATIVO E SALDO   *
      * DEVEDOR DO CHEQUE ESPECIAL NA DATA.                       *
      *-----------------------------------------------------------*
       01  IR-REGISTRO-INFORME.
           05  IR-TIPO-REGISTRO           PIC X(01).
               88  IR-REG-INFORME             VALUE 'I'.
               88  IR-REG-TRAILER             VALUE 'T'.
           05  IR-ANO-BASE                PIC 9(04).
           05  IR-CPF                     PIC 9(11).
           05  IR-LOGIN                   PIC X(20).
           05  IR-NOME                    PIC X(40).
           05  IR-ENDERECO                PIC X(60).
           05  IR-QTD-CONTAS              PIC 9(03).
           05  IR-SALDO-CORRENTE-ANTERIOR PIC S9(12)V99.
           05  IR-SALDO-CORRENTE-BASE     PIC S9(12)V99.
           05  IR-SALDO-POUPANCA-ANTERIOR PIC 9(12)V99.
           05  IR-SALDO-POUPANCA-BASE     PIC 9(12)V99.
           05  IR-RENDIMENTO-POUPANCA     PIC 9(12)V99.
      * TOTAL DE CONTROLE - PREENCHIDO SOMENTE NO TRAILER, CUJOS
      * SALDOS E RENDIMENTO SAO A SOMA DE TODOS OS INFORMES
           05  IR-TOTAL-INFORMES          PIC 9(07).
