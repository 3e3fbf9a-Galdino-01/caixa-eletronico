      *-----------------------------------------------------------*
      * CONTDEC.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO DE DECISOES DAS             *
      * CONTESTACOES (CONTDECI), DIGITADO PELA RETAGUARDA DEPOIS  *
      * DE ANALISAR O DOSSIE IMPRESSO PELO CE026. UMA LINHA POR   *
      * CONTESTACAO DECIDIDA (LOGIN + MV-ID DO LANCAMENTO         *
      * CONTESTADO). NO DEFERIMENTO, VALOR A DEVOLVER ZERO =      *
      * DEVOLVER O VALOR CONTESTADO PELO CLIENTE. A MATRICULA E   *
      * A DO OPERADOR DA RETAGUARDA QUE DECIDIU (OPERMST).        *
      *-----------------------------------------------------------*
       01  DS-REGISTRO-DECISAO.
           05  DS-LOGIN                   PIC X(20).
           05  DS-MV-ID                   PIC 9(08).
           05  DS-DECISAO                 PIC X(01).
               88  DS-DEFERE                  VALUE 'D'.
               88  DS-INDEFERE                VALUE 'I'.
           05  DS-VALOR-DEVOLVER          PIC 9(10)V99.
           05  DS-MATRICULA               PIC X(10).
           05  DS-PARECER                 PIC X(60).
