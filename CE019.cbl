      *PROJETO CAIXA ELETRONICO - CONVERSAO DO CONTA-MESTRE
      *
      * CONVERSAO (EXECUCAO UNICA POR TERMINAL): O REGISTRO DO
      * CONTA-MESTRE GANHOU AS DATAS DE INATIVACAO E DE
      * REATIVACAO DA CONTA - UM ARQUIVO AINDA NO LAYOUT ANTIGO
      * DEVOLVE FILE STATUS 39 NA ABERTURA E O TERMINAL RECUSA
      * OPERAR. ESTE PROGRAMA LE O CONTA-MESTRE ANTIGO, RENOMEADO
      * PELO OPERADOR PARA CONTANTG, E CARREGA O NOVO CONTAMST COM
      * OS CAMPOS NOVOS ZERADOS (NENHUMA CONTA FOI MARCADA INATIVA
      * ANTES DA PRIMEIRA EXECUCAO DO CE029).
      * AS CONVERSOES ANTERIORES (POUPANCA, SALDO BLOQUEADO, DATA DE
      * TROCA DE SENHA, DATA DE ENCERRAMENTO, CHEQUE ESPECIAL E
      * RESERVA JUDICIAL) JA DEVEM TER SIDO APLICADAS AO CONTANTG.
      * ROTEIRO DO OPERADOR:
      *   1. RENOMEAR CONTAMST PARA CONTANTG
      *   2. EXECUTAR ESTE PROGRAMA

           FILE SECTION.

      * LAYOUT ANTIGO DO CONTA-MESTRE (SEM AS DATAS DE
      * INATIVIDADE) - SO ESTE PROGRAMA AINDA PRECISA CONHECE-LO,
      * POR ISSO FICA DECLARADO AQUI E NAO EM COPYBOOK
           FD  CONTA-ANTIGA.
           01  CA-REGISTRO-CONTA-ANTIGA.
               05  CA-LOGIN               PIC X(20).
               05  CA-SENHA-HASH          PIC X(12).
               05  CA-SALDO               PIC S9(10)V99.
               05  CA-DATA-ABERTURA       PIC 9(08).
               05  CA-TENTATIVAS-FALHAS   PIC 9(01).
               05  CA-STATUS-CONTA        PIC X(01).
               05  CA-CPF                 PIC 9(11).
               05  CA-ENDERECO            PIC X(60).
               05  CA-TELEFONE            PIC X(11).
               05  CA-SALDO-POUPANCA      PIC 9(10)V99.
               05  CA-SALDO-BLOQUEADO     PIC 9(10)V99.
               05  CA-DATA-ULTIMA-TROCA-SENHA PIC 9(08).
               05  CA-DATA-ENCERRAMENTO   PIC 9(08).
               05  CA-LIMITE-CHEQUE-ESPECIAL PIC 9(10)V99.
               05  CA-SALDO-BLOQUEIO-JUDICIAL PIC 9(10)V99.

           FD  CONTA-MESTRE.
           COPY CONTAM.
               MOVE CA-CPF TO CM-CPF
               MOVE CA-ENDERECO TO CM-ENDERECO
               MOVE CA-TELEFONE TO CM-TELEFONE
               MOVE CA-SALDO-POUPANCA TO CM-SALDO-POUPANCA
               MOVE CA-SALDO-BLOQUEADO TO CM-SALDO-BLOQUEADO
               MOVE CA-DATA-ULTIMA-TROCA-SENHA
                   TO CM-DATA-ULTIMA-TROCA-SENHA
               MOVE CA-DATA-ENCERRAMENTO TO CM-DATA-ENCERRAMENTO
               MOVE CA-LIMITE-CHEQUE-ESPECIAL
                   TO CM-LIMITE-CHEQUE-ESPECIAL
               MOVE CA-SALDO-BLOQUEIO-JUDICIAL
                   TO CM-SALDO-BLOQUEIO-JUDICIAL
      * CAMPOS NOVOS DO LAYOUT - DATAS ZERADAS, NENHUMA CONTA DO
      * ARQUIVO ANTIGO FOI INATIVADA OU REATIVADA
               MOVE ZERO TO CM-DATA-INATIVACAO
               MOVE ZERO TO CM-DATA-REATIVACAO
               WRITE CM-REGISTRO-CONTA
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-REJEITADAS
