      *-----------------------------------------------------------*
      * LOGCADEI.CPY                                              *
      * LAYOUT DO REGISTRO DO LOG DE EXECUCAO DA CADEIA NOTURNA   *
      * (LOGCADEI), GRAVADO PELO CONTROLADOR CE024. SOMENTE       *
      * INCLUSAO: CADA EVENTO DE CADA PASSO DA JANELA (INICIO,    *
      * FIM COM O RETORNO, DISPENSA PELO CALENDARIO, RECUSA POR   *
      * PRE-REQUISITO) E O FECHAMENTO DA JANELA. E POR ELE QUE A  *
      * REEXECUCAO SABE QUAIS PASSOS DA JANELA JA TERMINARAM.     *
      *-----------------------------------------------------------*
       01  LG-REGISTRO-LOG.
           05  LG-DATA-JANELA             PIC 9(08).
           05  LG-TIPO-EVENTO             PIC X(01).
               88  LG-INICIO-PASSO            VALUE 'I'.
               88  LG-FIM-PASSO               VALUE 'F'.
               88  LG-PASSO-DISPENSADO        VALUE 'D'.
               88  LG-PRE-REQUISITO-PENDENTE  VALUE 'P'.
               88  LG-JANELA-CONCLUIDA        VALUE 'C'.
           05  LG-SEQUENCIA               PIC 9(02).
           05  LG-PROGRAMA                PIC X(08).
           05  LG-DATA-EVENTO             PIC 9(08).
           05  LG-HORA-EVENTO             PIC 9(06).
      * RETORNO DO PASSO - SOMENTE NO EVENTO DE FIM (ZERO = OK)
           05  LG-RETORNO                 PIC 9(04).
           05  LG-OBSERVACAO              PIC X(30).
