      *****************************************************
      * LAYOUT DO HISTORICO DA QUALIDADE DO CADASTRO.
      * UM REGISTRO POR EXECUCAO DE CLIENTES-QUALIDADE, GRAVADO
      * NO FIM DA EXECUCAO, COM OS TOTAIS DA BASE AVALIADA:
      * CLIENTES, CLIENTES COM PROBLEMA, SOMA DOS PONTOS (PARA A
      * MEDIA) E A QUANTIDADE DE CADA PROBLEMA, NA ORDEM EM, EN,
      * DC, PA, MI, ND, DD. USADO NA TENDENCIA ENTRE EXECUCOES.
      *****************************************************
       01  QHIST-REG.
           05  QHIST-DATA             PIC 9(08).
           05  QHIST-HORA             PIC 9(08).
           05  QHIST-CLIENTES         PIC 9(06).
           05  QHIST-COM-PROBLEMA     PIC 9(06).
           05  QHIST-SOMA-PONTOS      PIC 9(09).
           05  QHIST-PROBLEMA         PIC 9(06) OCCURS 7 TIMES.
