      *****************************************************
      * LAYOUT DO REGISTRO DE VINCULOS ENTRE CLIENTES.
      * UM REGISTRO POR LIGACAO DE UM CLIENTE (FONE DE ORIGEM,
      * EM GERAL A EMPRESA) A OUTRO CLIENTE (FONE VINCULADO),
      * COM O PAPEL DO VINCULADO - REPRESENTANTE LEGAL,
      * COMPRADOR, FUNCIONARIO OU EMPRESA DO MESMO GRUPO
      * ECONOMICO - E O PERIODO DO VINCULO. DATA FIM ZERADA =
      * VINCULO EM VIGOR. O FONE VINCULADO E CHAVE ALTERNADA
      * PARA ACHAR OS VINCULOS PELO OUTRO LADO.
      *****************************************************
       01  VINCULO-REG.
           05  VINC-CHAVE.
               10  VINC-FONE-ORIGEM   PIC 9(09).
               10  VINC-FONE-DESTINO  PIC 9(09).
               10  VINC-PAPEL         PIC X(01).
                   88  VINC-REPRESENTANTE VALUE 'R'.
                   88  VINC-COMPRADOR     VALUE 'C'.
                   88  VINC-FUNCIONARIO   VALUE 'F'.
                   88  VINC-GRUPO         VALUE 'G'.
           05  VINC-DATA-INICIO       PIC 9(08).
           05  VINC-DATA-FIM          PIC 9(08).
           05  VINC-DATA              PIC 9(08).
           05  VINC-OPERADOR          PIC X(08).
