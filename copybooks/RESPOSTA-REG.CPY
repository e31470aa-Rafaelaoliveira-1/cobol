      *****************************************************
      * LAYOUT DO REGISTRO DE RESPOSTAS A CAMPANHAS.
      * UM REGISTRO POR CAMPANHA E TELEFONE SELECIONADO EM
      * CAMPHIST.DAT (A DATA DA CAMPANHA VEM DE LA). OS
      * INDICADORES S/N DE ENTREGA, ABERTURA E CLIQUE VEM DO
      * ARQUIVO DE RESPOSTAS DO FORNECEDOR; DEVOLUCAO (BOUNCE)
      * E DESCADASTRO (OPT-OUT) VEM DO RETORNO DO FORNECEDOR.
      *****************************************************
       01  RESPOSTA-REG.
           05  RESP-CHAVE.
               10  RESP-CODIGO        PIC 9(04).
               10  RESP-FONE          PIC 9(09).
           05  RESP-DATA-CAMPANHA     PIC 9(08).
           05  RESP-ENTREGUE          PIC X(01).
               88  RESP-FOI-ENTREGUE  VALUE 'S'.
           05  RESP-ABERTO            PIC X(01).
               88  RESP-FOI-ABERTO    VALUE 'S'.
           05  RESP-CLICADO           PIC X(01).
               88  RESP-FOI-CLICADO   VALUE 'S'.
           05  RESP-DEVOLVIDO         PIC X(01).
               88  RESP-FOI-DEVOLVIDO VALUE 'S'.
           05  RESP-DESCADASTRO       PIC X(01).
               88  RESP-DESCADASTROU  VALUE 'S'.
           05  RESP-DATA-RESPOSTA     PIC 9(08).
           05  RESP-DATA-RETORNO      PIC 9(08).
