      *           CLIENTES-HIST.DAT ARQUIVADOS HA MAIS ANOS DO QUE O
      *           PRAZO DE RETENCAO INFORMADO PELO OPERADOR, E IMPRIME
      *           O RESUMO DE EXPURGADOS E RETIDOS EM RELEXPURGO.TXT.
      *           CADA EXECUCAO ACRESCENTA UM REGISTRO AO CONTROLE
      *           EXPURGO-CTL.DAT COM A QUANTIDADE EXPURGADA, USADO
      *           NO BALANCEAMENTO DIARIO DO HISTORICO.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXPURGO-STATUS.

           SELECT CONTROLE-EXPURGO ASSIGN TO 'C:\COBOL\EXPURGO-CTL.DAT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXPCTL-STATUS.

           SELECT RELATORIO-EXP ASSIGN TO 'C:\COBOL\RELEXPURGO.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
       FD  ARQUIVO-EXPURGO.
       01  EXPURGO-REG            PIC X(167).

       FD  CONTROLE-EXPURGO.
           COPY EXPCTL-REG.

       FD  RELATORIO-EXP.
       01  RELATORIO-LINHA        PIC X(90).


       77 HIST-STATUS        PIC 9(02).
       77 EXPURGO-STATUS     PIC 9(02).
       77 EXPCTL-STATUS      PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-ARQ-EXPURGO    PIC X(40).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
             CLOSE ARQUIVO-EXPURGO
           END-IF.
           CLOSE CLIENTES-HIST.
           IF WRK-TOTAL-LIDOS > ZEROS
             PERFORM 3100-GRAVAR-CONTROLE
           END-IF.
           OPEN OUTPUT RELATORIO-EXP.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'EXPURGO DO HISTORICO  -  DATA: ' DELIMITED BY SIZE
           END-IF.
           CLOSE RELATORIO-EXP.

       3100-GRAVAR-CONTROLE.
           OPEN EXTEND CONTROLE-EXPURGO
              IF EXPCTL-STATUS = 35 THEN
                  OPEN OUTPUT CONTROLE-EXPURGO
                  CLOSE CONTROLE-EXPURGO
                  OPEN EXTEND CONTROLE-EXPURGO
               END-IF.
           IF EXPCTL-STATUS NOT = 00
             DISPLAY 'ERRO AO ABRIR EXPURGO-CTL.DAT - STATUS: '
                     EXPCTL-STATUS
           ELSE
             ACCEPT EXPCTL-DATA FROM DATE YYYYMMDD
             ACCEPT EXPCTL-HORA FROM TIME
             MOVE WRK-ANO-CORTE     TO EXPCTL-ANO-CORTE
             MOVE WRK-TOTAL-LIDOS   TO EXPCTL-LIDOS
             MOVE WRK-TOTAL-EXPURGO TO EXPCTL-EXPURGADOS
             IF WRK-EXPURGO-ERRO
               SET EXPCTL-COM-ERRO TO TRUE
             ELSE
               SET EXPCTL-CONCLUIDO TO TRUE
             END-IF
             WRITE EXPCTL-REG
             CLOSE CONTROLE-EXPURGO
           END-IF.

       8100-LINHA-TOTAL-LIDOS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'REGISTROS LIDOS......: ' DELIMITED BY SIZE
