      *****************************************************
      * LAYOUT DO CONTROLE DO INSTANTANEO DE BACKUP.
      * UM REGISTRO POR EXECUCAO DA FUNCAO B DE CLIENTES-BACKUP,
      * GRAVADO AO LADO DOS BKP-*-AAAAMMDD.DAT, COM A DATA E HORA
      * EM QUE A COPIA COMECOU. USADO NO BALANCEAMENTO DIARIO
      * PARA SEPARAR OS EXPURGOS JA CONTIDOS NO INSTANTANEO DOS
      * POSTERIORES A ELE.
      *****************************************************
       01  BKPCTL-REG.
           05  BKPCTL-DATA            PIC 9(08).
           05  BKPCTL-HORA            PIC 9(08).
           05  BKPCTL-SITUACAO        PIC X(01).
               88  BKPCTL-CONCLUIDO   VALUE 'C'.
               88  BKPCTL-COM-ERRO    VALUE 'E'.
