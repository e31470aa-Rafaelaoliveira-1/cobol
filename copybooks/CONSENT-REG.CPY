      *****************************************************
      * LAYOUT DO REGISTRO DE CONSENTIMENTO DE MARKETING (LGPD).
      * UM REGISTRO POR TELEFONE E CANAL (EMAIL, SMS, LIGACAO)
      * COM A SITUACAO VIGENTE - CONCEDIDO OU REVOGADO - A DATA
      * E HORA DA ULTIMA MUDANCA, A ORIGEM (BALCAO, RETORNO DO
      * FORNECEDOR OU CARGA) E O OPERADOR. SEM REGISTRO PARA O
      * CANAL = SEM CONSENTIMENTO.
      *****************************************************
       01  CONSENT-REG.
           05  CONS-CHAVE.
               10  CONS-FONE          PIC 9(09).
               10  CONS-CANAL         PIC X(01).
                   88  CONS-CANAL-EMAIL   VALUE 'E'.
                   88  CONS-CANAL-SMS     VALUE 'S'.
                   88  CONS-CANAL-LIGACAO VALUE 'L'.
           05  CONS-SITUACAO          PIC X(01).
               88  CONS-CONCEDIDO     VALUE 'C'.
               88  CONS-REVOGADO      VALUE 'R'.
           05  CONS-DATA              PIC 9(08).
           05  CONS-HORA              PIC 9(08).
           05  CONS-ORIGEM            PIC X(01).
               88  CONS-ORIGEM-BALCAO     VALUE 'B'.
               88  CONS-ORIGEM-RETORNO    VALUE 'R'.
               88  CONS-ORIGEM-CARGA      VALUE 'C'.
           05  CONS-OPERADOR          PIC X(08).
