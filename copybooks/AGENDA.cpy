      * O STATUS 'X' (EM EXECUCAO) E GRAVADO PELO BATCH ANTES DE
      * TOCAR NOS SALDOS: UMA QUEDA NO MEIO DA EXECUCAO DEIXA O
      * AGENDAMENTO MARCADO PARA CONFERENCIA DO OPERADOR EM VEZ DE
      * VOLTAR A PENDENTE E EXECUTAR DUAS VEZES NA REEXECUCAO.
      * O STATUS 'N' BAIXA O AGENDAMENTO CUJA CONTA DE DESTINO FOI
      * ENCERRADA NA AGENCIA DEPOIS DE AGENDADO
           05  AG-STATUS                  PIC X(01).
               88  AG-PENDENTE                VALUE 'P'.
               88  AG-EM-EXECUCAO             VALUE 'X'.
               88  AG-EXECUTADO               VALUE 'E'.
               88  AG-SALDO-INSUFICIENTE      VALUE 'F'.
               88  AG-DESTINO-INEXISTENTE     VALUE 'D'.
               88  AG-DESTINO-ENCERRADO       VALUE 'N'.
               88  AG-ORIGEM-INEXISTENTE      VALUE 'O'.
               88  AG-CANCELADO               VALUE 'C'.
      * DATA DA ULTIMA ACAO DO BATCH SOBRE O AGENDAMENTO (EXECUCAO
