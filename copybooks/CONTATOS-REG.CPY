      *****************************************************
      * LAYOUT DO REGISTRO DE CONTATOS COM CLIENTES.
      * UM REGISTRO POR LIGACAO, VISITA, RECLAMACAO OU OUTRO
      * EVENTO DE RELACIONAMENTO, POR TELEFONE E DATA/HORA,
      * COM O OPERADOR QUE REGISTROU.
      *****************************************************
       01  CONTATOS-REG.
           05  CONTATO-CHAVE.
               88  CONTATO-RECLAMACAO VALUE 'R'.
               88  CONTATO-OUTRO      VALUE 'O'.
           05  CONTATO-NOTA           PIC X(40).
           05  CONTATO-OPERADOR       PIC X(08).
