      *-----------------------------------------------------------*
      * BLOQJUD.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO DE BLOQUEIOS JUDICIAIS      *
      * (BLOQJUD), MANTIDO PELO CE028. UM REGISTRO POR LANCAMENTO *
      * JUDICIAL EM CONTA ('BJ', 'BP', 'DJ' OU 'TJ'), AGRUPADO    *
      * PELO PROTOCOLO DO BLOQUEIO DE ORIGEM: E POR ELE QUE O     *
      * DESBLOQUEIO E A TRANSFERENCIA SABEM QUANTO AINDA ESTA     *
      * RETIDO EM CADA CONTA, E QUE UMA ORDEM REAPRESENTADA NAO E *
      * CUMPRIDA DUAS VEZES. CHAVE: BJ-CHAVE (PROTOCOLO DO        *
      * BLOQUEIO + LOGIN + MV-ID DO LANCAMENTO). O REGISTRO NASCE *
      * PENDENTE ('P') ANTES DO LANCAMENTO E PASSA A EFETIVADO    *
      * ('E') DEPOIS; SE A EXECUCAO CAIR NO MEIO, A PROXIMA       *
      * CONFERE O CHECKPOINT DA CONTA E O MOVIMENTO E O EFETIVA OU*
      * CANCELA ('C').                                            *
      *-----------------------------------------------------------*
       01  BJ-REGISTRO-BLOQUEIO.
           05  BJ-CHAVE.
               10  BJ-PROTOCOLO-BLOQUEIO  PIC X(20).
               10  BJ-LOGIN               PIC X(20).
               10  BJ-MV-ID               PIC 9(08).
           05  BJ-PROTOCOLO-ORDEM         PIC X(20).
           05  BJ-TIPO-LANCAMENTO         PIC X(02).
           05  BJ-VALOR                   PIC 9(10)V99.
           05  BJ-CPF                     PIC 9(11).
           05  BJ-DATA                    PIC 9(08).
           05  BJ-SITUACAO                PIC X(01).
               88  BJ-PENDENTE                VALUE 'P'.
               88  BJ-EFETIVADO               VALUE 'E'.
               88  BJ-CANCELADO               VALUE 'C'.
