      *           - CLIENTES COM O MESMO NOME E TELEFONES DIFERENTES
      *             (LIDOS PELA CHAVE ALTERNADA CLIENTES-NOME);
      *           - CLIENTES COM O MESMO EMAIL (CLASSIFICADOS POR
      *             EMAIL VIA SORT), CONSIDERANDO TAMBEM OS EMAILS
      *             ADICIONAIS DE ADICIONAIS.DAT;
      *           - O MESMO NUMERO LIGADO A CLIENTES DIFERENTES,
      *             COMO FONE PRINCIPAL OU ADICIONAL (SORT POR
      *             NUMERO).
      *           SEM ADICIONAIS.DAT SO A BASE PRINCIPAL E USADA.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
             ALTERNATE RECORD KEY IS CLIENTES-DOCUMENTO
               WITH DUPLICATES.

           SELECT ADICIONAIS ASSIGN TO 'C:\COBOL\ADICIONAIS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ADIC-STATUS
             RECORD KEY IS  ADIC-CHAVE
             ALTERNATE RECORD KEY IS ADIC-FONE WITH DUPLICATES.

           SELECT ARQUIVO-SORT ASSIGN TO 'C:\COBOL\DUPSORT.TMP'.

           SELECT SORT-FONES ASSIGN TO 'C:\COBOL\DUPFONE.TMP'.

           SELECT RELATORIO-DUP ASSIGN TO 'C:\COBOL\RELDUP.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  ADICIONAIS.
           COPY ADICIONAL-REG.

       SD  ARQUIVO-SORT.
       01  SORT-REG.
           05 SORT-EMAIL          PIC X(40).
           05 SORT-FONE           PIC 9(09).
           05 SORT-NOME           PIC X(30).
           05 SORT-ORIGEM         PIC X(01).
               88 SORT-PRINCIPAL      VALUE 'P'.
               88 SORT-ADICIONAL      VALUE 'A'.

       SD  SORT-FONES.
       01  SFON-REG.
           05 SFON-NUMERO         PIC 9(09).
           05 SFON-FONE           PIC 9(09).
           05 SFON-NOME           PIC X(30).
           05 SFON-ORIGEM         PIC X(01).
               88 SFON-PRINCIPAL      VALUE 'P'.
               88 SFON-ADICIONAL      VALUE 'A'.

       FD  RELATORIO-DUP.
       01  RELATORIO-LINHA        PIC X(100).

       77 CLIENTES-STATUS    PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 ADIC-STATUS        PIC 9(02).
       77 WRK-NUMERO-ANT     PIC 9(09).
       77 WRK-ORIGEM-ANT     PIC X(01).
       77 WRK-ORIGEM-AUX     PIC X(01).
       77 WRK-ROTULO-ORIGEM  PIC X(12).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-NOME-ANT       PIC X(30).
       77 WRK-FONE-ANT       PIC 9(09).
           88 WRK-GRUPO-ABERTO    VALUE 'S'.
           88 WRK-GRUPO-FECHADO   VALUE 'N'.

       77 WRK-ADIC-SW        PIC X(01).
           88 WRK-COM-ADICIONAIS  VALUE 'S'.
           88 WRK-SEM-ADICIONAIS  VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           IF CLIENTES-STATUS = 00
             PERFORM 2000-DUPLICADOS-POR-NOME
             SORT ARQUIVO-SORT
               ON ASCENDING KEY SORT-EMAIL SORT-FONE
               INPUT  PROCEDURE IS 3000-SELECIONAR-EMAILS
               OUTPUT PROCEDURE IS 4000-AGRUPAR-EMAILS
             IF WRK-COM-ADICIONAIS
               SORT SORT-FONES
                 ON ASCENDING KEY SFON-NUMERO SFON-ORIGEM SFON-FONE
                 INPUT  PROCEDURE IS 7000-SELECIONAR-FONES
                 OUTPUT PROCEDURE IS 7500-AGRUPAR-FONES
             END-IF
             PERFORM 5000-TOTALIZAR
           END-IF.
           PERFORM 6000-ENCERRAR.
                  MOVE 8 TO RETURN-CODE
               END-IF.

           SET WRK-COM-ADICIONAIS TO TRUE.
           OPEN INPUT ADICIONAIS.
           IF ADIC-STATUS NOT = 00
             SET WRK-SEM-ADICIONAIS TO TRUE
             DISPLAY 'ADICIONAIS.DAT INDISPONIVEL - STATUS: '
                     ADIC-STATUS ' - SO A BASE PRINCIPAL'
           END-IF.

           OPEN OUTPUT RELATORIO-DUP.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'PROVAVEIS DUPLICADOS  -  DATA: ' DELIMITED BY SIZE
             SET WRK-NAO-FIM TO TRUE
             PERFORM 3100-LIBERAR-EMAIL UNTIL WRK-FIM-ARQUIVO
           END-IF.
           IF WRK-COM-ADICIONAIS
             PERFORM 3200-EMAILS-ADICIONAIS
           END-IF.

       3100-LIBERAR-EMAIL.
           READ CLIENTES NEXT RECORD
                   MOVE CLIENTES-EMAIL TO SORT-EMAIL
                   MOVE CLIENTES-FONE  TO SORT-FONE
                   MOVE CLIENTES-NOME  TO SORT-NOME
                   SET SORT-PRINCIPAL TO TRUE
                   RELEASE SORT-REG
                 END-IF
               END-IF
           END-READ.

      *****************************************
      * EMAILS ADICIONAIS ENTRAM COM O FONE E O NOME DO CLIENTE
      * DONO; ADICIONAL DE CLIENTE EXCLUIDO E IGNORADO.
      *****************************************
       3200-EMAILS-ADICIONAIS.
           MOVE ZEROS TO ADIC-FONE-CLIENTE ADIC-SEQUENCIA.
           START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
             INVALID KEY
               SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           IF ADIC-STATUS = 00
             SET WRK-NAO-FIM TO TRUE
             PERFORM 3300-LIBERAR-EMAIL-ADIC UNTIL WRK-FIM-ARQUIVO
           END-IF.

       3300-LIBERAR-EMAIL-ADIC.
           READ ADICIONAIS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF ADIC-MEIO-EMAIL AND ADIC-EMAIL NOT = SPACES
                 MOVE ADIC-FONE-CLIENTE TO CLIENTES-FONE
                 READ CLIENTES
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE ADIC-EMAIL    TO SORT-EMAIL
                     MOVE CLIENTES-FONE TO SORT-FONE
                     MOVE CLIENTES-NOME TO SORT-NOME
                     SET SORT-ADICIONAL TO TRUE
                     RELEASE SORT-REG
                 END-READ
               END-IF
           END-READ.

      *****************************************
      * O MESMO EMAIL REPETIDO NO PROPRIO CLIENTE (PRINCIPAL E
      * ADICIONAL) NAO E SUSPEITA: SO CONTA FONE DIFERENTE.
      *****************************************
       4000-AGRUPAR-EMAILS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** MESMO EMAIL **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO WRK-EMAIL-ANT WRK-NOME-ANT WRK-ORIGEM-ANT.
           MOVE ZEROS TO WRK-FONE-ANT.
           SET WRK-GRUPO-FECHADO TO TRUE.
           SET WRK-NAO-FIM TO TRUE.
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF SORT-EMAIL = WRK-EMAIL-ANT
                  AND SORT-FONE = WRK-FONE-ANT
                 CONTINUE
               ELSE
                 IF SORT-EMAIL = WRK-EMAIL-ANT
                   PERFORM 4200-RELATAR-GRUPO-EMAIL
                 ELSE
                   SET WRK-GRUPO-FECHADO TO TRUE
                 END-IF
                 MOVE SORT-EMAIL  TO WRK-EMAIL-ANT
                 MOVE SORT-FONE   TO WRK-FONE-ANT
                 MOVE SORT-NOME   TO WRK-NOME-ANT
                 MOVE SORT-ORIGEM TO WRK-ORIGEM-ANT
               END-IF
           END-RETURN.

       4200-RELATAR-GRUPO-EMAIL.
             WRITE RELATORIO-LINHA
             MOVE WRK-FONE-ANT TO WRK-FONE-ANT-E
             MOVE WRK-NOME-ANT TO WRK-NOME-ANT-E
             MOVE WRK-ORIGEM-ANT TO WRK-ORIGEM-AUX
             PERFORM 8000-ROTULAR-ORIGEM
             MOVE SPACES TO RELATORIO-LINHA
             STRING '  '           DELIMITED BY SIZE
                    WRK-FONE-ANT-E DELIMITED BY SIZE
                    '  '           DELIMITED BY SIZE
                    WRK-NOME-ANT-E DELIMITED BY SIZE
                    '  '           DELIMITED BY SIZE
                    WRK-ROTULO-ORIGEM DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
             ADD 1 TO WRK-TOTAL-SUSPEITO
           END-IF.
           MOVE SORT-ORIGEM TO WRK-ORIGEM-AUX.
           PERFORM 8000-ROTULAR-ORIGEM.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '  '      DELIMITED BY SIZE
                  SORT-FONE DELIMITED BY SIZE
                  '  '      DELIMITED BY SIZE
                  SORT-NOME DELIMITED BY SIZE
                  '  '      DELIMITED BY SIZE
                  WRK-ROTULO-ORIGEM DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           ADD 1 TO WRK-TOTAL-SUSPEITO.

       6000-ENCERRAR.
           CLOSE CLIENTES.
           IF WRK-COM-ADICIONAIS
             CLOSE ADICIONAIS
           END-IF.
           CLOSE RELATORIO-DUP.

      *****************************************
      * MESMO NUMERO EM CLIENTES DIFERENTES: CADA FONE ADICIONAL
      * ENTRA COM O CLIENTE DONO E, SE O NUMERO FOR TAMBEM CHAVE
      * DE OUTRO CLIENTE, ESSE CLIENTE ENTRA COMO PRINCIPAL.
      *****************************************
       7000-SELECIONAR-FONES.
           MOVE ZEROS TO ADIC-FONE-CLIENTE ADIC-SEQUENCIA.
           START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
             INVALID KEY
               SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           IF ADIC-STATUS = 00
             SET WRK-NAO-FIM TO TRUE
             PERFORM 7100-LER-FONE-ADIC UNTIL WRK-FIM-ARQUIVO
           END-IF.

       7100-LER-FONE-ADIC.
           READ ADICIONAIS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF ADIC-MEIO-FONE AND ADIC-FONE NOT = ZEROS
                 PERFORM 7200-LIBERAR-FONE-ADIC
               END-IF
           END-READ.

       7200-LIBERAR-FONE-ADIC.
           MOVE ADIC-FONE-CLIENTE TO CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE ADIC-FONE     TO SFON-NUMERO
               MOVE CLIENTES-FONE TO SFON-FONE
               MOVE CLIENTES-NOME TO SFON-NOME
               SET SFON-ADICIONAL TO TRUE
               RELEASE SFON-REG
               MOVE ADIC-FONE TO CLIENTES-FONE
               READ CLIENTES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ADIC-FONE     TO SFON-NUMERO
                   MOVE CLIENTES-FONE TO SFON-FONE
                   MOVE CLIENTES-NOME TO SFON-NOME
                   SET SFON-PRINCIPAL TO TRUE
                   RELEASE SFON-REG
               END-READ
           END-READ.

       7500-AGRUPAR-FONES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** MESMO NUMERO EM CLIENTES DIFERENTES **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO WRK-NOME-ANT WRK-ORIGEM-ANT.
           MOVE ZEROS TO WRK-NUMERO-ANT WRK-FONE-ANT.
           SET WRK-GRUPO-FECHADO TO TRUE.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 7600-RETORNAR-FONE UNTIL WRK-FIM-ARQUIVO.

       7600-RETORNAR-FONE.
           RETURN SORT-FONES
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF SFON-NUMERO = WRK-NUMERO-ANT
                  AND SFON-FONE = WRK-FONE-ANT
                 CONTINUE
               ELSE
                 IF SFON-NUMERO = WRK-NUMERO-ANT
                   PERFORM 7700-RELATAR-GRUPO-FONE
                 ELSE
                   SET WRK-GRUPO-FECHADO TO TRUE
                 END-IF
                 MOVE SFON-NUMERO TO WRK-NUMERO-ANT
                 MOVE SFON-FONE   TO WRK-FONE-ANT
                 MOVE SFON-NOME   TO WRK-NOME-ANT
                 MOVE SFON-ORIGEM TO WRK-ORIGEM-ANT
               END-IF
           END-RETURN.

       7700-RELATAR-GRUPO-FONE.
           IF WRK-GRUPO-FECHADO
             ADD 1 TO WRK-TOTAL-GRUPOS
             SET WRK-GRUPO-ABERTO TO TRUE
             MOVE SPACES TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
             MOVE SPACES TO RELATORIO-LINHA
             STRING '  NUMERO: '   DELIMITED BY SIZE
                    WRK-NUMERO-ANT DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
             MOVE WRK-FONE-ANT TO WRK-FONE-ANT-E
             MOVE WRK-NOME-ANT TO WRK-NOME-ANT-E
             MOVE WRK-ORIGEM-ANT TO WRK-ORIGEM-AUX
             PERFORM 8000-ROTULAR-ORIGEM
             MOVE SPACES TO RELATORIO-LINHA
             STRING '  '           DELIMITED BY SIZE
                    WRK-FONE-ANT-E DELIMITED BY SIZE
                    '  '           DELIMITED BY SIZE
                    WRK-NOME-ANT-E DELIMITED BY SIZE
                    '  '           DELIMITED BY SIZE
                    WRK-ROTULO-ORIGEM DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
             ADD 1 TO WRK-TOTAL-SUSPEITO
           END-IF.
           MOVE SFON-ORIGEM TO WRK-ORIGEM-AUX.
           PERFORM 8000-ROTULAR-ORIGEM.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '  '      DELIMITED BY SIZE
                  SFON-FONE DELIMITED BY SIZE
                  '  '      DELIMITED BY SIZE
                  SFON-NOME DELIMITED BY SIZE
                  '  '      DELIMITED BY SIZE
                  WRK-ROTULO-ORIGEM DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           ADD 1 TO WRK-TOTAL-SUSPEITO.

       8000-ROTULAR-ORIGEM.
           IF WRK-ORIGEM-AUX = 'A'
             MOVE '(ADICIONAL)' TO WRK-ROTULO-ORIGEM
           ELSE
             MOVE SPACES TO WRK-ROTULO-ORIGEM
           END-IF.
