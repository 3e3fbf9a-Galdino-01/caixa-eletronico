              05 WS-MOV-OPERACAO PIC X(20).
              05 WS-MOV-VALOR PIC Z.ZZZ.ZZZ.ZZ9,99.
              05 FILLER PIC X(03) VALUE SPACES.
              05 WS-MOV-SALDO PIC Z.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER PIC X(11) VALUE SPACES.

           01 WS-LINHA-SALDO.
              05 FILLER PIC X(01) VALUE SPACES.
              05 WS-SAL-TITULO PIC X(25).
              05 WS-SAL-VALOR PIC Z.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER PIC X(37) VALUE SPACES.

      * AVISO DE ULTIMO EXTRATO (CONTA ENCERRADA NO MES)
           01 WS-LINHA-ENCERRAMENTO.
              05 FILLER PIC X(27) VALUE " EXTRATO DE ENCERRAMENTO - ".
              05 FILLER PIC X(20) VALUE "CONTA ENCERRADA EM ".
              05 WS-ENC-DIA PIC X(02).
              05 FILLER PIC X(01) VALUE "/".
              05 WS-ENC-MES PIC X(02).
              05 FILLER PIC X(01) VALUE "/".
              05 WS-ENC-ANO PIC X(04).
              05 FILLER PIC X(23) VALUE SPACES.

           01 WS-LINHA-TRACO.
              05 FILLER PIC X(78) VALUE ALL "-".
                       MOVE "TRANSF OUTRO BANCO" TO WS-MOV-OPERACAO
                   WHEN 'TR'
                       MOVE "TRANSF RECEBIDA BCO" TO WS-MOV-OPERACAO
                   WHEN 'JC'
                       MOVE "JUROS CHEQUE ESPEC" TO WS-MOV-OPERACAO
                   WHEN 'DV'
                       MOVE "DEVOLUCAO CONTESTAC" TO WS-MOV-OPERACAO
                   WHEN 'BJ'
                       MOVE "BLOQUEIO JUDICIAL" TO WS-MOV-OPERACAO
                   WHEN 'BP'
                       MOVE "BLOQ JUDIC POUPANCA" TO WS-MOV-OPERACAO
                   WHEN 'DJ'
                       MOVE "DESBLOQUEIO JUDIC" TO WS-MOV-OPERACAO
                   WHEN 'TJ'
                       MOVE "TRANSF JUDICIAL" TO WS-MOV-OPERACAO
                   WHEN 'TV'
                       MOVE "TARIFA DE SERVICO" TO WS-MOV-OPERACAO
                   WHEN OTHER
                       MOVE EM-TIPO-OPERACAO TO WS-MOV-OPERACAO
               END-EVALUATE

      * TRAILER DA CONTA: BLOCO DE SALDOS DE ABERTURA E FECHAMENTO
      * DO MES DE REFERENCIA, FECHANDO O EXTRATO DA CONTA. O BLOCO
      * TEM 6 LINHAS E NAO PODE SER PARTIDO PELO FIM DA FOLHA. NO
      * TRAILER DE ENCERRAMENTO O BLOCO GANHA A LINHA QUE AVISA QUE
      * ESTE E O ULTIMO EXTRATO DA CONTA
           5000-IMPRIME-TRAILER.
               IF (WS-LINHAS-NA-PAGINA + 7) > WS-LINHAS-POR-PAGINA
                   PERFORM 3100-NOVA-PAGINA
               END-IF

               MOVE WS-LINHA-TRACO TO REL-LINHA
               PERFORM 8000-GRAVA-LINHA

               IF EM-REG-TRAILER-ENCERRAMENTO
                   MOVE EM-DATA-MOVIMENTO(7:2) TO WS-ENC-DIA
                   MOVE EM-DATA-MOVIMENTO(5:2) TO WS-ENC-MES
                   MOVE EM-DATA-MOVIMENTO(1:4) TO WS-ENC-ANO
                   MOVE WS-LINHA-ENCERRAMENTO TO REL-LINHA
                   PERFORM 8000-GRAVA-LINHA
               END-IF

               MOVE EM-NOME TO WS-DES-NOME
               MOVE WS-LINHA-DESTINATARIO TO REL-LINHA
               PERFORM 8000-GRAVA-LINHA
