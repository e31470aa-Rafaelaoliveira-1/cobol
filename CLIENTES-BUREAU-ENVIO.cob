       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-BUREAU-ENVIO.
      *****************************************
      * OBJETIVO: ARQUIVO DE ENVIO AO BUREAU DE CREDITO PARA A
      *           CONSULTA DA SITUACAO CADASTRAL DOS CPF/CNPJ DOS
      *           CLIENTES (BUREAU-ENVIO.TXT, LAYOUT FIXO DO BUREAU:
      *           HEADER 0, DETALHE 1 POR DOCUMENTO, TRAILER 9).
      *           MODO T = TODOS OS DOCUMENTOS; MODO N (PADRAO) = SO
      *           OS DOCUMENTOS AINDA NAO ENVIADOS, ISTO E, DE
      *           CLIENTES NOVOS OU QUE TIVERAM O DOCUMENTO ALTERADO.
      *           CLIENTES.DAT E LIDO NA ORDEM DO DOCUMENTO; CADA
      *           DOCUMENTO SAI UMA VEZ, MESMO QUE ESTEJA EM MAIS DE
      *           UM CLIENTE. CLIENTES INATIVOS E DOCUMENTO ZERADO
      *           NAO SAO ENVIADOS. CADA DOCUMENTO ENVIADO FICA EM
      *           SITCAD.DAT COM A DATA DO ENVIO, AGUARDANDO O
      *           RETORNO (CLIENTES-BUREAU-RETORNO).
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'C:\COBOL\CLIENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-DOCUMENTO
               WITH DUPLICATES.

           SELECT SITUACAO-CADASTRAL ASSIGN TO 'C:\COBOL\SITCAD.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS SITCAD-STATUS
             RECORD KEY IS  SITCAD-CHAVE.

           SELECT ARQUIVO-ENVIO ASSIGN TO 'C:\COBOL\BUREAU-ENVIO.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ENVIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  SITUACAO-CADASTRAL.
           COPY SITCAD-REG.

       FD  ARQUIVO-ENVIO.
       01  ENVIO-HEADER.
           05 ENV-H-TIPO-REG      PIC X(01).
           05 ENV-H-REMETENTE     PIC X(20).
           05 ENV-H-DATA          PIC 9(08).
           05 ENV-H-MODO          PIC X(01).
           05 FILLER              PIC X(70).
       01  ENVIO-DETALHE.
           05 ENV-TIPO-REG        PIC X(01).
           05 ENV-TIPO-DOC        PIC X(01).
           05 ENV-DOCUMENTO       PIC 9(14).
           05 ENV-NOME            PIC X(30).
           05 FILLER              PIC X(54).
       01  ENVIO-TRAILER.
           05 ENV-T-TIPO-REG      PIC X(01).
           05 ENV-T-QUANTIDADE    PIC 9(06).
           05 FILLER              PIC X(93).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS    PIC 9(02).
       77 SITCAD-STATUS      PIC 9(02).
       77 ENVIO-STATUS       PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-DOC-ANT        PIC 9(14).
       77 WRK-TOTAL-ENVIO    PIC 9(06) COMP.
       77 WRK-TOTAL-JA-ENV   PIC 9(06) COMP.
       77 WRK-TOTAL-INATIVO  PIC 9(06) COMP.
       77 WRK-TOTAL-SITCAD-E PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).

       77 WRK-MODO           PIC X(01).
           88 WRK-MODO-TODOS      VALUE 'T' 't'.
           88 WRK-MODO-NOVOS      VALUE 'N' 'n'.

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-ENVIO-OK        VALUE 'N'.
           88 WRK-ENVIO-ERRO      VALUE 'S'.

       77 WRK-SITCAD-SW      PIC X(01).
           88 WRK-SITCAD-EXISTE   VALUE 'S'.
           88 WRK-SITCAD-NOVO     VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-ENVIO-OK
             PERFORM 2000-LER-CLIENTE UNTIL WRK-FIM-ARQUIVO
             MOVE '9'             TO ENV-T-TIPO-REG
             MOVE WRK-TOTAL-ENVIO TO ENV-T-QUANTIDADE
             WRITE ENVIO-TRAILER
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-ENVIO WRK-TOTAL-JA-ENV
                         WRK-TOTAL-INATIVO WRK-TOTAL-SITCAD-E
                         WRK-DOC-ANT.
           SET WRK-ENVIO-OK TO TRUE.
           SET WRK-NAO-FIM TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY 'ENVIAR T=TODOS OS DOCUMENTOS OU '
                   'N=SO NOVOS/ALTERADOS (BRANCO = N): '.
           ACCEPT WRK-MODO.
           IF NOT WRK-MODO-TODOS
             MOVE 'N' TO WRK-MODO
           END-IF.

           OPEN INPUT CLIENTES
              IF CLIENTES-STATUS NOT = 00 THEN
                  DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                          CLIENTES-STATUS
                  MOVE 8 TO RETURN-CODE
                  SET WRK-ENVIO-ERRO TO TRUE
               END-IF.

           OPEN I-O SITUACAO-CADASTRAL
              IF SITCAD-STATUS = 35 THEN
                  OPEN OUTPUT SITUACAO-CADASTRAL
                  CLOSE SITUACAO-CADASTRAL
                  OPEN I-O SITUACAO-CADASTRAL
               END-IF.
           IF SITCAD-STATUS NOT = 00
             DISPLAY 'FALHA AO ABRIR SITCAD.DAT - STATUS: '
                     SITCAD-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-ENVIO-ERRO TO TRUE
           END-IF.

           IF WRK-ENVIO-OK
             OPEN OUTPUT ARQUIVO-ENVIO
             IF ENVIO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR BUREAU-ENVIO.TXT - STATUS: '
                       ENVIO-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-ENVIO-ERRO TO TRUE
             ELSE
               MOVE SPACES            TO ENVIO-HEADER
               MOVE '0'               TO ENV-H-TIPO-REG
               MOVE 'CLIENTES'        TO ENV-H-REMETENTE
               MOVE WRK-DATA-EXECUCAO TO ENV-H-DATA
               MOVE WRK-MODO          TO ENV-H-MODO
               WRITE ENVIO-HEADER
             END-IF
           END-IF.

      *****************************************
      * POSICIONA NO PRIMEIRO DOCUMENTO NAO ZERADO PELA CHAVE
      * ALTERNADA; A LEITURA SEGUE NA ORDEM DO DOCUMENTO.
      *****************************************
           IF WRK-ENVIO-OK
             MOVE 1 TO CLIENTES-DOCUMENTO
             START CLIENTES KEY IS NOT LESS THAN CLIENTES-DOCUMENTO
               INVALID KEY
                 SET WRK-FIM-ARQUIVO TO TRUE
             END-START
           END-IF.

       2000-LER-CLIENTE.
           READ CLIENTES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF CLIENTE-INATIVO
                 ADD 1 TO WRK-TOTAL-INATIVO
               ELSE
                 IF CLIENTES-DOCUMENTO NOT = WRK-DOC-ANT
                   MOVE CLIENTES-DOCUMENTO TO WRK-DOC-ANT
                   PERFORM 2100-TRATAR-DOCUMENTO
                 END-IF
               END-IF
           END-READ.

       2100-TRATAR-DOCUMENTO.
           MOVE CLIENTES-DOCUMENTO TO SITCAD-DOCUMENTO.
           READ SITUACAO-CADASTRAL
             INVALID KEY
               SET WRK-SITCAD-NOVO TO TRUE
             NOT INVALID KEY
               SET WRK-SITCAD-EXISTE TO TRUE
           END-READ.
           IF WRK-SITCAD-EXISTE AND WRK-MODO-NOVOS
             ADD 1 TO WRK-TOTAL-JA-ENV
           ELSE
             PERFORM 2200-GRAVAR-DETALHE
             PERFORM 2300-GRAVAR-SITCAD
           END-IF.

       2200-GRAVAR-DETALHE.
           MOVE SPACES             TO ENVIO-DETALHE.
           MOVE '1'                TO ENV-TIPO-REG.
           IF CLIENTES-DOCUMENTO > 99999999999
             MOVE 'J' TO ENV-TIPO-DOC
           ELSE
             MOVE 'F' TO ENV-TIPO-DOC
           END-IF.
           MOVE CLIENTES-DOCUMENTO TO ENV-DOCUMENTO.
           MOVE CLIENTES-NOME      TO ENV-NOME.
           WRITE ENVIO-DETALHE.
           ADD 1 TO WRK-TOTAL-ENVIO.

      *****************************************
      * UM DOCUMENTO NOVO FICA PENDENTE ATE O RETORNO. NO REENVIO
      * (MODO T) SO MUDA A DATA DO ENVIO; A ULTIMA SITUACAO
      * INFORMADA PELO BUREAU E MANTIDA.
      *****************************************
       2300-GRAVAR-SITCAD.
           MOVE WRK-DATA-EXECUCAO TO SITCAD-DATA-ENVIO.
           IF WRK-SITCAD-EXISTE
             REWRITE SITCAD-REG
           ELSE
             MOVE CLIENTES-DOCUMENTO TO SITCAD-DOCUMENTO
             MOVE ENV-TIPO-DOC       TO SITCAD-TIPO
             SET SITCAD-PENDENTE     TO TRUE
             MOVE ZEROS              TO SITCAD-DATA-CONSULTA
             MOVE SPACES             TO SITCAD-NOME-BUREAU
             WRITE SITCAD-REG
           END-IF.
           IF SITCAD-STATUS NOT = 00
             ADD 1 TO WRK-TOTAL-SITCAD-E
             DISPLAY 'ERRO AO GRAVAR SITCAD: ' CLIENTES-DOCUMENTO
                     ' STATUS: ' SITCAD-STATUS
           END-IF.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE SITUACAO-CADASTRAL.
           CLOSE ARQUIVO-ENVIO.
           MOVE WRK-TOTAL-ENVIO TO WRK-TOTAL-EDIT.
           DISPLAY 'DOCUMENTOS ENVIADOS..: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-JA-ENV TO WRK-TOTAL-EDIT.
           DISPLAY 'JA ENVIADOS ANTES....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-INATIVO TO WRK-TOTAL-EDIT.
           DISPLAY 'CLIENTES INATIVOS....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-SITCAD-E TO WRK-TOTAL-EDIT.
           DISPLAY 'ERROS EM SITCAD......: ' WRK-TOTAL-EDIT.
           IF WRK-TOTAL-SITCAD-E > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
