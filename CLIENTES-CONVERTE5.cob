       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CONVERTE5.
      *****************************************
      * OBJETIVO: CONVERSAO UNICA DE CONTATOS.DAT PARA O LAYOUT COM
      *           CONTATO-OPERADOR NO FIM DO REGISTRO. ANTES DE
      *           EXECUTAR, RENOMEAR O ARQUIVO ATUAL PARA
      *           CONTATOS-ANT.DAT; O PROGRAMA REGRAVA CONTATOS.DAT
      *           COMPLETO. O OPERADOR NAO ERA GUARDADO E FICA EM
      *           BRANCO NOS CONTATOS CONVERTIDOS.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS-ANT ASSIGN TO 'C:\COBOL\CONTATOS-ANT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CANT-STATUS
             RECORD KEY IS  CANT-CHAVE.

           SELECT CLIENTES-CONTATOS ASSIGN TO 'C:\COBOL\CONTATOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTATO-STATUS
             RECORD KEY IS  CONTATO-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS-ANT.
       01  CANT-REG.
           05 CANT-CHAVE.
               10 CANT-FONE       PIC 9(09).
               10 CANT-DATA       PIC 9(08).
               10 CANT-HORA       PIC 9(08).
           05 CANT-TIPO           PIC X(01).
           05 CANT-NOTA           PIC X(40).

       FD  CLIENTES-CONTATOS.
           COPY CONTATOS-REG.

       WORKING-STORAGE SECTION.

       77 CANT-STATUS        PIC 9(02).
       77 CONTATO-STATUS     PIC 9(02).
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-GRAVADOS PIC 9(06) COMP.
       77 WRK-TOTAL-LIDOS-E  PIC 9(06).
       77 WRK-TOTAL-GRAV-E   PIC 9(06).

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-CONVERSAO-OK    VALUE 'N'.
           88 WRK-CONVERSAO-ERRO  VALUE 'S'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-CONVERSAO-OK
             PERFORM 2000-CONVERTER-CONTATO UNTIL WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS.
           SET WRK-NAO-FIM TO TRUE.
           SET WRK-CONVERSAO-OK TO TRUE.

           OPEN INPUT CONTATOS-ANT
              IF CANT-STATUS NOT = 00 THEN
                  DISPLAY 'CONTATOS-ANT.DAT NAO ENCONTRADO - '
                          'RENOMEAR CONTATOS.DAT ANTES DE EXECUTAR'
                  SET WRK-CONVERSAO-ERRO TO TRUE
                  SET WRK-FIM-ARQUIVO TO TRUE
               END-IF.

           IF WRK-CONVERSAO-OK
             OPEN OUTPUT CLIENTES-CONTATOS
             IF CONTATO-STATUS NOT = 00
               DISPLAY 'FALHA AO CRIAR CONTATOS.DAT NOVO - STATUS: '
                       CONTATO-STATUS
               SET WRK-CONVERSAO-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
             END-IF
           END-IF.

       2000-CONVERTER-CONTATO.
           READ CONTATOS-ANT NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               PERFORM 2100-GRAVAR-CONTATO
           END-READ.

       2100-GRAVAR-CONTATO.
           MOVE CANT-FONE         TO CONTATO-FONE.
           MOVE CANT-DATA         TO CONTATO-DATA.
           MOVE CANT-HORA         TO CONTATO-HORA.
           MOVE CANT-TIPO         TO CONTATO-TIPO.
           MOVE CANT-NOTA         TO CONTATO-NOTA.
           MOVE SPACES            TO CONTATO-OPERADOR.
           WRITE CONTATOS-REG
             INVALID KEY
               DISPLAY 'ERRO AO GRAVAR CONTATO: ' CANT-FONE
                       ' STATUS: ' CONTATO-STATUS
               SET WRK-CONVERSAO-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT INVALID KEY
               ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

       3000-FINALIZAR.
           CLOSE CONTATOS-ANT.
           CLOSE CLIENTES-CONTATOS.
           MOVE WRK-TOTAL-LIDOS    TO WRK-TOTAL-LIDOS-E.
           MOVE WRK-TOTAL-GRAVADOS TO WRK-TOTAL-GRAV-E.
           DISPLAY 'CONTATOS LIDOS.......: ' WRK-TOTAL-LIDOS-E.
           DISPLAY 'CONTATOS CONVERTIDOS.: ' WRK-TOTAL-GRAV-E.
           IF WRK-TOTAL-LIDOS NOT = WRK-TOTAL-GRAVADOS
              OR WRK-CONVERSAO-ERRO
             DISPLAY 'CONVERSAO INCOMPLETA - NAO DESCARTAR O '
                     'ARQUIVO ANTIGO'
           ELSE
             DISPLAY 'CONVERSAO CONCLUIDA COM SUCESSO'
           END-IF.
