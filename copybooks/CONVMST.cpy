      *-----------------------------------------------------------*
      * CONVMST.CPY                                               *
      * LAYOUT DO REGISTRO DO ARQUIVO MESTRE DE CONVENIOS DE      *
      * ARRECADACAO (CONVMST). MANTIDO NO TERMINAL POR OPERADOR   *
      * COM PERFIL DE CADASTRO DE CONVENIOS (OPERMST): SO         *
      * CONVENIO CADASTRADO, ATIVO, DENTRO DO TETO E DO HORARIO   *
      * DE CAPTURA E ACEITO NO PAGAMENTO DE CONTA. CHAVE:         *
      * CV-CODIGO (MESMO FORMATO DO WS-CONVENIO EXTRAIDO DA LINHA *
      * DIGITAVEL E GRAVADO NO PAGCLEAR).                         *
      *-----------------------------------------------------------*
       01  CV-REGISTRO-CONVENIO.
           05  CV-CODIGO                  PIC X(08).
