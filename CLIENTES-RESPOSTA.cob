       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-RESPOSTA.
      *****************************************
      * OBJETIVO: IMPORTACAO DO ARQUIVO DE RESPOSTAS DO FORNECEDOR
      *           DE CAMPANHAS (CAMPANHA-RESPOSTA.TXT) PARA
      *           RESPOSTAS.DAT. CADA LINHA TRAZ TELEFONE, CODIGO DA
      *           CAMPANHA E OS INDICADORES S/N DE ENTREGUE, ABERTO E
      *           CLICADO. A LINHA SO E ACEITA SE O TELEFONE CONSTA
      *           EM CAMPHIST.DAT PARA AQUELA CAMPANHA; A DATA DA
      *           CAMPANHA E TOMADA DE LA. CLIQUE IMPLICA ABERTURA E
      *           ABERTURA IMPLICA ENTREGA. UMA NOVA IMPORTACAO DA
      *           MESMA CAMPANHA ATUALIZA OS INDICADORES, SEM MEXER NA
      *           DEVOLUCAO E NO DESCADASTRO GRAVADOS PELO RETORNO.
      *           LINHAS RECUSADAS SAEM EM RELRESPOSTA.TXT.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RESPOSTA
             ASSIGN TO 'C:\COBOL\CAMPANHA-RESPOSTA.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ARQRESP-STATUS.

           SELECT CAMPANHAS-HIST ASSIGN TO 'C:\COBOL\CAMPHIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CAMPHIST-STATUS
             RECORD KEY IS  CAMPHIST-CHAVE.

           SELECT RESPOSTAS ASSIGN TO 'C:\COBOL\RESPOSTAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS RESP-STATUS
             RECORD KEY IS  RESP-CHAVE.

           SELECT RELATORIO-RESP ASSIGN TO 'C:\COBOL\RELRESPOSTA.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RESPOSTA.
       01  RESPV-LINHA.
           05 RESPV-FONE          PIC 9(09).
           05 RESPV-CODIGO        PIC 9(04).
           05 RESPV-INDICADORES.
               10 RESPV-ENTREGUE  PIC X(01).
               10 RESPV-ABERTO    PIC X(01).
               10 RESPV-CLICADO   PIC X(01).

       FD  CAMPANHAS-HIST.
           COPY CAMPHIST-REG.

       FD  RESPOSTAS.
           COPY RESPOSTA-REG.

       FD  RELATORIO-RESP.
       01  RELATORIO-LINHA        PIC X(90).

       WORKING-STORAGE SECTION.

       77 ARQRESP-STATUS     PIC 9(02).
       77 CAMPHIST-STATUS    PIC 9(02).
       77 RESP-STATUS        PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-DATA-CAMPANHA  PIC 9(08).
       77 WRK-MOTIVO         PIC X(30).
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-NOVOS    PIC 9(06) COMP.
       77 WRK-TOTAL-ATUALIZ  PIC 9(06) COMP.
       77 WRK-TOTAL-RECUSA   PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-FIM-HIST-SW    PIC X(01).
           88 WRK-FIM-HIST        VALUE 'S'.
           88 WRK-NAO-FIM-HIST    VALUE 'N'.

       77 WRK-CAMPANHA-SW    PIC X(01).
           88 WRK-ACHOU-CAMPANHA  VALUE 'S'.
           88 WRK-SEM-CAMPANHA    VALUE 'N'.

       77 WRK-RESP-SW        PIC X(01).
           88 WRK-RESP-EXISTE     VALUE 'S'.
           88 WRK-RESP-NAO-EXISTE VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-IMPORTAR UNTIL WRK-FIM-ARQUIVO.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-NOVOS
                         WRK-TOTAL-ATUALIZ WRK-TOTAL-RECUSA.
           SET WRK-NAO-FIM TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-RESPOSTA
              IF ARQRESP-STATUS NOT = 00 THEN
                  DISPLAY 'ARQUIVO DE RESPOSTAS NAO ENCONTRADO'
                  MOVE 8 TO RETURN-CODE
                  SET WRK-FIM-ARQUIVO TO TRUE
               END-IF.

           OPEN INPUT CAMPANHAS-HIST
              IF CAMPHIST-STATUS NOT = 00 THEN
                  DISPLAY 'CAMPHIST.DAT NAO ENCONTRADO - STATUS: '
                          CAMPHIST-STATUS
                  MOVE 8 TO RETURN-CODE
                  SET WRK-FIM-ARQUIVO TO TRUE
               END-IF.

           OPEN I-O RESPOSTAS
              IF RESP-STATUS = 35 THEN
                  OPEN OUTPUT RESPOSTAS
                  CLOSE RESPOSTAS
                  OPEN I-O RESPOSTAS
               END-IF.
           IF RESP-STATUS NOT = 00
             DISPLAY 'FALHA AO ABRIR RESPOSTAS.DAT - STATUS: '
                     RESP-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN OUTPUT RELATORIO-RESP.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'RESPOSTAS DE CAMPANHA RECUSADAS  -  DATA: '
                    DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       2000-IMPORTAR.
           READ ARQUIVO-RESPOSTA
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               PERFORM 2100-TRATAR-RESPOSTA
           END-READ.

       2100-TRATAR-RESPOSTA.
           INSPECT RESPV-INDICADORES CONVERTING 'sn ' TO 'SNN'.
           MOVE SPACES TO WRK-MOTIVO.
           IF RESPV-FONE NOT NUMERIC OR RESPV-CODIGO NOT NUMERIC
             MOVE 'FONE OU CAMPANHA NAO NUMERICO' TO WRK-MOTIVO
           ELSE
             IF (RESPV-ENTREGUE NOT = 'S' AND RESPV-ENTREGUE NOT = 'N')
                OR (RESPV-ABERTO NOT = 'S' AND RESPV-ABERTO NOT = 'N')
                OR (RESPV-CLICADO NOT = 'S'
                    AND RESPV-CLICADO NOT = 'N')
               MOVE 'INDICADOR DIFERENTE DE S/N' TO WRK-MOTIVO
             ELSE
               PERFORM 2200-LOCALIZAR-CAMPANHA
               IF WRK-SEM-CAMPANHA
                 MOVE 'FONE FORA DA CAMPANHA' TO WRK-MOTIVO
               END-IF
             END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
             PERFORM 2300-GRAVAR-RESPOSTA
           ELSE
             ADD 1 TO WRK-TOTAL-RECUSA
             PERFORM 8100-RELATAR-RECUSA
           END-IF.

      *****************************************
      * CAMPHIST TEM CHAVE FONE + DATA + CODIGO: OS REGISTROS DO
      * TELEFONE SAO PERCORRIDOS ATE ACHAR O CODIGO DA CAMPANHA.
      *****************************************
       2200-LOCALIZAR-CAMPANHA.
           SET WRK-SEM-CAMPANHA TO TRUE.
           MOVE RESPV-FONE TO CAMPHIST-FONE.
           MOVE ZEROS TO CAMPHIST-DATA CAMPHIST-CODIGO.
           SET WRK-NAO-FIM-HIST TO TRUE.
           START CAMPANHAS-HIST KEY IS NOT LESS THAN CAMPHIST-CHAVE
             INVALID KEY
               SET WRK-FIM-HIST TO TRUE
           END-START.
           PERFORM 2210-PROXIMA-CAMPANHA
             UNTIL WRK-FIM-HIST OR WRK-ACHOU-CAMPANHA.

       2210-PROXIMA-CAMPANHA.
           READ CAMPANHAS-HIST NEXT RECORD
             AT END
               SET WRK-FIM-HIST TO TRUE
             NOT AT END
               IF CAMPHIST-FONE NOT = RESPV-FONE
                 SET WRK-FIM-HIST TO TRUE
               ELSE
                 IF CAMPHIST-CODIGO = RESPV-CODIGO
                   SET WRK-ACHOU-CAMPANHA TO TRUE
                   MOVE CAMPHIST-DATA TO WRK-DATA-CAMPANHA
                 END-IF
               END-IF
           END-READ.

       2300-GRAVAR-RESPOSTA.
           MOVE RESPV-CODIGO TO RESP-CODIGO.
           MOVE RESPV-FONE   TO RESP-FONE.
           READ RESPOSTAS
             INVALID KEY
               SET WRK-RESP-NAO-EXISTE TO TRUE
               MOVE RESPV-CODIGO TO RESP-CODIGO
               MOVE RESPV-FONE   TO RESP-FONE
               MOVE 'N' TO RESP-DEVOLVIDO RESP-DESCADASTRO
               MOVE ZEROS TO RESP-DATA-RETORNO
             NOT INVALID KEY
               SET WRK-RESP-EXISTE TO TRUE
           END-READ.
           MOVE WRK-DATA-CAMPANHA TO RESP-DATA-CAMPANHA.
           MOVE RESPV-ENTREGUE    TO RESP-ENTREGUE.
           MOVE RESPV-ABERTO      TO RESP-ABERTO.
           MOVE RESPV-CLICADO     TO RESP-CLICADO.
           IF RESP-FOI-CLICADO
             MOVE 'S' TO RESP-ABERTO
           END-IF.
           IF RESP-FOI-ABERTO
             MOVE 'S' TO RESP-ENTREGUE
           END-IF.
           MOVE WRK-DATA-EXECUCAO TO RESP-DATA-RESPOSTA.
           IF WRK-RESP-EXISTE
             REWRITE RESPOSTA-REG
           ELSE
             WRITE RESPOSTA-REG
           END-IF.
           IF RESP-STATUS = 00
             IF WRK-RESP-EXISTE
               ADD 1 TO WRK-TOTAL-ATUALIZ
             ELSE
               ADD 1 TO WRK-TOTAL-NOVOS
             END-IF
           ELSE
             DISPLAY 'ERRO AO GRAVAR RESPOSTA: ' RESPV-FONE
                     ' STATUS: ' RESP-STATUS
             MOVE 8 TO RETURN-CODE
           END-IF.

       8100-RELATAR-RECUSA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'FONE: '           DELIMITED BY SIZE
                  RESPV-FONE         DELIMITED BY SIZE
                  '  CAMPANHA: '     DELIMITED BY SIZE
                  RESPV-CODIGO       DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  RESPV-INDICADORES  DELIMITED BY SIZE
                  '  MOTIVO: '       DELIMITED BY SIZE
                  WRK-MOTIVO         DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       3000-FINALIZAR.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-RECUSA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'LINHAS RECUSADAS.....: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT            DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-EDIT.
           DISPLAY 'RESPOSTAS LIDAS......: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-NOVOS TO WRK-TOTAL-EDIT.
           DISPLAY 'RESPOSTAS INCLUIDAS..: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-ATUALIZ TO WRK-TOTAL-EDIT.
           DISPLAY 'RESPOSTAS ATUALIZADAS: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-RECUSA TO WRK-TOTAL-EDIT.
           DISPLAY 'LINHAS RECUSADAS.....: ' WRK-TOTAL-EDIT.
           CLOSE ARQUIVO-RESPOSTA.
           CLOSE CAMPANHAS-HIST.
           CLOSE RESPOSTAS.
           CLOSE RELATORIO-RESP.
