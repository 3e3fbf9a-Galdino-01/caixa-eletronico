      * LAYOUT DO REGISTRO DO ARQUIVO DE AUDITORIA DE SEGURANCA.  *
      * UMA LINHA POR TENTATIVA DE ACESSO NEGADA / BLOQUEIO DE    *
      * CONTA, PARA ANALISE POSTERIOR PELA EQUIPE DE FRAUDE.      *
      * NAS FUNCOES ADMINISTRATIVAS DO TERMINAL LEVA TAMBEM A     *
      * MATRICULA DO OPERADOR (BRANCOS NOS EVENTOS DO CLIENTE).   *
      *-----------------------------------------------------------*
       01  AU-REGISTRO-AUDITORIA.
           05  AU-LOGIN                   PIC X(20).
           05  AU-HORA-OCORRENCIA         PIC 9(06).
           05  AU-TERMINAL                PIC X(08).
           05  AU-EVENTO                  PIC X(30).
           05  AU-MATRICULA               PIC X(10).
