      *-----------------------------------------------------------*
      * OPERMST.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO MESTRE DE OPERADORES DA     *
      * AGENCIA (OPERMST). CADA FUNCAO ADMINISTRATIVA DO TERMINAL *
      * EXIGE A MATRICULA E A SENHA DE UM OPERADOR ATIVO COM O    *
      * PERFIL DAQUELA FUNCAO, E A MATRICULA VAI PARA O AUDITSEG  *
      * (AU-MATRICULA). CARGA INICIAL PELO CE020; INCLUSAO,       *
      * ALTERACAO E DESBLOQUEIO PELO GERENTE NO TERMINAL.         *
      * CHAVE: OP-MATRICULA.                                      *
      *-----------------------------------------------------------*
       01  OP-REGISTRO-OPERADOR.
           05  OP-MATRICULA               PIC X(10).
           05  OP-NOME                    PIC X(40).
      * SENHA DE 6 DIGITOS GRAVADA SO CODIFICADA - MESMA
      * CODIFICACAO UNIDIRECIONAL DA SENHA DO CLIENTE
           05  OP-SENHA-HASH              PIC X(12).
      * PERFIL DE ACESSO: GERENTE (DESBLOQUEIO E ENCERRAMENTO DE
      * CONTA, MANUTENCAO DE OPERADORES), TESOUREIRO (NUMERARIO DO
      * TERMINAL) E CADASTRO DE CONVENIOS
           05  OP-PERFIL                  PIC X(01).
               88  OP-PERFIL-GERENTE          VALUE 'G'.
               88  OP-PERFIL-TESOUREIRO       VALUE 'T'.
               88  OP-PERFIL-CONVENIOS        VALUE 'C'.
      * SITUACAO: O BLOQUEIO ('B') E AUTOMATICO NO LIMITE DE
      * SENHAS ERRADAS E SO O GERENTE O DESFAZ; O DESLIGADO ('D')
      * FICA NO CADASTRO PARA QUE A MATRICULA DAS AUDITORIAS
      * ANTIGAS CONTINUE IDENTIFICAVEL
           05  OP-SITUACAO                PIC X(01).
               88  OP-ATIVO                   VALUE 'A'.
               88  OP-BLOQUEADO               VALUE 'B'.
               88  OP-DESLIGADO               VALUE 'D'.
           05  OP-TENTATIVAS-FALHAS       PIC 9(01).
      * DATA DA ULTIMA TROCA DE SENHA - ZERO NA CARGA E NA
      * INCLUSAO PELO GERENTE: A SENHA INICIAL E PROVISORIA E A
      * TROCA E OBRIGATORIA NO PRIMEIRO USO
           05  OP-DATA-ULTIMA-TROCA-SENHA PIC 9(08).
           05  OP-DATA-INCLUSAO           PIC 9(08).
