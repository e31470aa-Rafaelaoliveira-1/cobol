      *****************************************************
      * LAYOUT DO REGISTRO DE FONES E EMAILS ADICIONAIS.
      * UM REGISTRO POR FONE OU EMAIL EXTRA DO CLIENTE, PELO
      * TELEFONE PRINCIPAL (CLIENTES-FONE) E UMA SEQUENCIA, COM
      * O TIPO (CELULAR, TRABALHO, RESIDENCIAL, COBRANCA) E A
      * MARCA DE PRINCIPAL/SECUNDARIO - NO MAXIMO UM PRINCIPAL
      * POR MEIO (FONE OU EMAIL) PARA CADA CLIENTE. O FONE
      * ADICIONAL E CHAVE ALTERNADA PARA A CONSULTA ACHAR O
      * DONO; NOS REGISTROS DE EMAIL ELE FICA ZERADO.
      *****************************************************
       01  ADICIONAL-REG.
           05  ADIC-CHAVE.
               10  ADIC-FONE-CLIENTE  PIC 9(09).
               10  ADIC-SEQUENCIA     PIC 9(03).
           05  ADIC-MEIO              PIC X(01).
               88  ADIC-MEIO-FONE     VALUE 'F'.
               88  ADIC-MEIO-EMAIL    VALUE 'E'.
           05  ADIC-TIPO              PIC X(01).
               88  ADIC-CELULAR       VALUE 'C'.
               88  ADIC-TRABALHO      VALUE 'T'.
               88  ADIC-RESIDENCIAL   VALUE 'R'.
               88  ADIC-COBRANCA      VALUE 'B'.
           05  ADIC-PRINCIPAL         PIC X(01).
               88  ADIC-E-PRINCIPAL   VALUE 'P'.
               88  ADIC-E-SECUNDARIO  VALUE 'S'.
           05  ADIC-FONE              PIC 9(09).
           05  ADIC-EMAIL             PIC X(40).
           05  ADIC-DATA              PIC 9(08).
           05  ADIC-OPERADOR          PIC X(08).
