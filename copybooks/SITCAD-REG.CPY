      *****************************************************
      * LAYOUT DA SITUACAO CADASTRAL DOS DOCUMENTOS NO BUREAU.
      * UM REGISTRO POR CPF/CNPJ ENVIADO PARA CONSULTA, COM A
      * DATA DO ULTIMO ENVIO E O QUE O BUREAU RESPONDEU:
      * SITUACAO, DATA DA CONSULTA E O NOME REGISTRADO (RAZAO
      * SOCIAL NO CASO DO CNPJ). VALE PARA TODOS OS CLIENTES COM
      * O MESMO DOCUMENTO. P = ENVIADO E AINDA SEM RESPOSTA.
      *****************************************************
       01  SITCAD-REG.
           05  SITCAD-CHAVE.
               10  SITCAD-DOCUMENTO   PIC 9(14).
           05  SITCAD-TIPO            PIC X(01).
               88  SITCAD-CPF         VALUE 'F'.
               88  SITCAD-CNPJ        VALUE 'J'.
           05  SITCAD-SITUACAO        PIC X(01).
               88  SITCAD-PENDENTE    VALUE 'P'.
               88  SITCAD-REGULAR     VALUE 'R'.
               88  SITCAD-SUSPENSA    VALUE 'S'.
               88  SITCAD-CANCELADA   VALUE 'C'.
               88  SITCAD-FALECIDO    VALUE 'F'.
               88  SITCAD-NAO-ENCONTRADO VALUE 'N'.
           05  SITCAD-DATA-ENVIO      PIC 9(08).
           05  SITCAD-DATA-CONSULTA   PIC 9(08).
           05  SITCAD-NOME-BUREAU     PIC X(40).
