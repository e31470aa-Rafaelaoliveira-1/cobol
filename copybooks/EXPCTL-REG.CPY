      *****************************************************
      * LAYOUT DO CONTROLE DE EXPURGOS DO HISTORICO.
      * UM REGISTRO POR EXECUCAO DE CLIENTES-EXPURGO, GRAVADO
      * NO FIM DA EXECUCAO, COM A QUANTIDADE DE REGISTROS
      * RETIRADOS DE CLIENTES-HIST.DAT. USADO NO BALANCEAMENTO
      * DIARIO DO HISTORICO.
      *****************************************************
       01  EXPCTL-REG.
           05  EXPCTL-DATA            PIC 9(08).
           05  EXPCTL-HORA            PIC 9(08).
           05  EXPCTL-ANO-CORTE       PIC 9(04).
           05  EXPCTL-LIDOS           PIC 9(06).
           05  EXPCTL-EXPURGADOS      PIC 9(06).
           05  EXPCTL-SITUACAO        PIC X(01).
               88  EXPCTL-CONCLUIDO   VALUE 'C'.
               88  EXPCTL-COM-ERRO    VALUE 'E'.
