      *****************************************
      * OBJETIVO: EXPORTACAO DE CLIENTES.DAT PARA ARQUIVO CSV,
      *           PARA ENVIO A FERRAMENTAS DE CRM/E-MAIL MARKETING.
      *           SO SAEM CLIENTES COM CONSENTIMENTO DE EMAIL CONCEDIDO
      *           EM CONSENT.DAT; OS DEMAIS SAO CONTADOS COMO PULADOS.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
             ALTERNATE RECORD KEY IS CLIENTES-DOCUMENTO
               WITH DUPLICATES.

           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CONS-STATUS
             RECORD KEY IS  CONS-CHAVE.

           SELECT ARQUIVO-CSV ASSIGN TO 'C:\COBOL\CLIENTES.CSV'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  CONSENTIMENTOS.
           COPY CONSENT-REG.

       FD  ARQUIVO-CSV.
       01  CSV-LINHA             PIC X(160).


       77 CLIENTES-STATUS    PIC 9(02).
       77 CSV-STATUS         PIC 9(02).
       77 CONS-STATUS        PIC 9(02).
       77 WRK-TOTAL-EXPORT   PIC 9(06) COMP.
       77 WRK-TOTAL-EXPORT-E PIC 9(06).
       77 WRK-TOTAL-SEM-CONS PIC 9(06) COMP.
       77 WRK-TOTAL-SEM-CONS-E PIC 9(06).

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-CONSENTE-SW    PIC X(01).
           88 WRK-CONSENTE        VALUE 'S'.
           88 WRK-NAO-CONSENTE    VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-EXPORT WRK-TOTAL-SEM-CONS.
           SET WRK-NAO-FIM TO TRUE.

           OPEN INPUT CLIENTES
                  SET WRK-FIM-ARQUIVO TO TRUE
               END-IF.

           OPEN INPUT CONSENTIMENTOS
              IF CONS-STATUS NOT = 00 THEN
                  DISPLAY 'CONSENT.DAT NAO ENCONTRADO - STATUS: '
                          CONS-STATUS
                  MOVE 8 TO RETURN-CODE
                  SET WRK-FIM-ARQUIVO TO TRUE
               END-IF.

           OPEN OUTPUT ARQUIVO-CSV.
           MOVE SPACES TO CSV-LINHA.
           STRING 'TELEFONE,NOME,EMAIL,ENDERECO,' DELIMITED BY SIZE
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               PERFORM 2050-VERIFICAR-CONSENTIMENTO
               IF WRK-CONSENTE
                 PERFORM 2100-GRAVAR-LINHA-CSV
               ELSE
                 ADD 1 TO WRK-TOTAL-SEM-CONS
               END-IF
           END-READ.

       2050-VERIFICAR-CONSENTIMENTO.
           SET WRK-NAO-CONSENTE TO TRUE.
           MOVE CLIENTES-FONE TO CONS-FONE.
           SET CONS-CANAL-EMAIL TO TRUE.
           READ CONSENTIMENTOS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CONS-CONCEDIDO
                 SET WRK-CONSENTE TO TRUE
               END-IF
           END-READ.

       2100-GRAVAR-LINHA-CSV.

       3000-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE CONSENTIMENTOS.
           CLOSE ARQUIVO-CSV.
           MOVE WRK-TOTAL-EXPORT TO WRK-TOTAL-EXPORT-E.
           DISPLAY 'CLIENTES EXPORTADOS..: ' WRK-TOTAL-EXPORT-E.
           MOVE WRK-TOTAL-SEM-CONS TO WRK-TOTAL-SEM-CONS-E.
           DISPLAY 'PULADOS SEM CONSENT..: ' WRK-TOTAL-SEM-CONS-E.
