      *****************************************************
      * LAYOUT DO REGISTRO DE RECLAMACOES (CASOS DE ATENDIMENTO).
      * UM REGISTRO POR CASO, ABERTO A PARTIR DE UM CONTATO DO
      * TIPO RECLAMACAO. O PROTOCOLO INFORMADO AO CLIENTE E O
      * ANO DA ABERTURA SEGUIDO DE UMA SEQUENCIA DE 6 DIGITOS.
      * SITUACAO: A = ABERTA, E = EM ANDAMENTO, F = FECHADA.
      * DATA-FECHAMENTO ZERADA ENQUANTO O CASO NAO E FECHADO.
      *****************************************************
       01  RECLAMA-REG.
           05  RECL-CHAVE.
               10  RECL-PROTOCOLO     PIC 9(10).
               10  RECL-PROTOCOLO-R REDEFINES RECL-PROTOCOLO.
                   15  RECL-PROT-ANO  PIC 9(04).
                   15  RECL-PROT-SEQ  PIC 9(06).
           05  RECL-FONE              PIC 9(09).
           05  RECL-CATEGORIA         PIC X(01).
               88  RECL-CAT-PRODUTO   VALUE 'P'.
               88  RECL-CAT-COBRANCA  VALUE 'C'.
               88  RECL-CAT-ATENDIMENTO VALUE 'A'.
               88  RECL-CAT-ENTREGA   VALUE 'E'.
               88  RECL-CAT-OUTRA     VALUE 'O'.
           05  RECL-RESPONSAVEL       PIC X(08).
           05  RECL-ABERTO-POR        PIC X(08).
           05  RECL-DATA-ABERTURA     PIC 9(08).
           05  RECL-HORA-ABERTURA     PIC 9(08).
           05  RECL-DATA-PRAZO        PIC 9(08).
           05  RECL-SITUACAO          PIC X(01).
               88  RECL-ABERTA        VALUE 'A'.
               88  RECL-ANDAMENTO     VALUE 'E'.
               88  RECL-FECHADA       VALUE 'F'.
           05  RECL-DATA-FECHAMENTO   PIC 9(08).
           05  RECL-DESCRICAO         PIC X(40).
           05  RECL-SOLUCAO           PIC X(60).
           05  RECL-DATA-ATUALIZACAO  PIC 9(08).
           05  RECL-ATUALIZADO-POR    PIC X(08).
