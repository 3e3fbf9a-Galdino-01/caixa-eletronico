      *-----------------------------------------------------------*
      * COAFCOM.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO MENSAL DE COMUNICACAO AO    *
      * COAF (COAFCOMU), GERADO PELO CE023. UM REGISTRO-          *
      * COMUNICACAO POR OCORRENCIA APONTADA NO MES DE REFERENCIA, *
      * IDENTIFICADA PELO CPF DO TITULAR, MAIS UM REGISTRO-       *
      * TRAILER COM OS TOTAIS DE CONTROLE PARA A TRANSMISSAO.     *
      * O ENQUADRAMENTO DIZ O MOTIVO DA COMUNICACAO:              *
      *   01 - OPERACAO EM ESPECIE ISOLADA ACIMA DO LIMITE        *
      *   02 - FRACIONAMENTO NO MESMO DIA                         *
      *   03 - FRACIONAMENTO NA MESMA SEMANA                      *
      *   04 - CREDITO 'TR'/'TC' SACADO EM ESPECIE EM SEGUIDA     *
      * NO FRACIONAMENTO O LOGIN E O TERMINAL VAO EM BRANCO (A    *
      * SOMA E DO CPF, PODE JUNTAR MAIS DE UMA CONTA), EXCETO NA  *
      * CONTA SEM CPF CADASTRADO, QUE LEVA O PROPRIO LOGIN.       *
      *-----------------------------------------------------------*
       01  CF-REGISTRO-COMUNICACAO.
           05  CF-TIPO-REGISTRO           PIC X(01).
               88  CF-REG-COMUNICACAO         VALUE 'C'.
               88  CF-REG-TRAILER             VALUE 'T'.
           05  CF-MES-REFERENCIA          PIC 9(06).
           05  CF-ENQUADRAMENTO           PIC 9(02).
               88  CF-ENQ-ACIMA-DO-LIMITE     VALUE 01.
               88  CF-ENQ-FRACIONAMENTO-DIA   VALUE 02.
               88  CF-ENQ-FRACIONAMENTO-SEM   VALUE 03.
               88  CF-ENQ-CREDITO-SACADO      VALUE 04.
           05  CF-CPF                     PIC 9(11).
           05  CF-NOME                    PIC X(40).
           05  CF-LOGIN                   PIC X(20).
           05  CF-TIPO-OPERACAO           PIC X(02).
           05  CF-DATA-INICIAL            PIC 9(08).
           05  CF-DATA-FINAL              PIC 9(08).
           05  CF-QTD-OPERACOES           PIC 9(05).
           05  CF-VALOR                   PIC 9(12)V99.
      * VALOR DO CREDITO RECEBIDO - SOMENTE NO ENQUADRAMENTO 04
           05  CF-VALOR-CREDITO           PIC 9(12)V99.
           05  CF-TERMINAL                PIC X(08).
      * TOTAIS DE CONTROLE - PREENCHIDOS SOMENTE NO TRAILER
           05  CF-TOTAL-COMUNICACOES      PIC 9(07).
           05  CF-TOTAL-VALOR             PIC 9(14)V99.
