       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-CONVERTE4.
      *****************************************
      * OBJETIVO: CONVERSAO UNICA DE CLIAUDIT.DAT PARA O LAYOUT COM
      *           AUDIT-SITUACAO-ANTES E AUDIT-SITUACAO-DEPOIS NO FIM
      *           DO REGISTRO. ANTES DE EXECUTAR, RENOMEAR O ARQUIVO
      *           ATUAL PARA CLIAUDIT-ANT.DAT; O PROGRAMA REGRAVA
      *           CLIAUDIT.DAT COMPLETO. A SITUACAO NAO ERA GUARDADA
      *           E FICA EM BRANCO NOS EVENTOS CONVERTIDOS.
      *           OS INSTANTANEOS BKP-AUDIT-*.DAT GERADOS ANTES DA
      *           CONVERSAO ESTAO NO LAYOUT ANTIGO E NAO DEVEM SER
      *           USADOS NA RESTAURACAO.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ANT ASSIGN TO 'C:\COBOL\CLIAUDIT-ANT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS AANT-STATUS
             RECORD KEY IS  AANT-CHAVE
             ALTERNATE RECORD KEY IS AANT-DATA WITH DUPLICATES.

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ANT.
       01  AANT-REG.
           05 AANT-CHAVE.
               10 AANT-FONE       PIC 9(09).
               10 AANT-DATA       PIC 9(08).
               10 AANT-HORA       PIC 9(08).
           05 AANT-OPERACAO       PIC X(01).
           05 AANT-NOME-ANTES     PIC X(30).
           05 AANT-EMAIL-ANTES    PIC X(40).
           05 AANT-NOME-DEPOIS    PIC X(30).
           05 AANT-EMAIL-DEPOIS   PIC X(40).
           05 AANT-FONE-NOVO      PIC 9(09).
           05 AANT-OPERADOR       PIC X(08).

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       WORKING-STORAGE SECTION.

       77 AANT-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
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
             PERFORM 2000-CONVERTER-AUDIT UNTIL WRK-FIM-ARQUIVO
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS.
           SET WRK-NAO-FIM TO TRUE.
           SET WRK-CONVERSAO-OK TO TRUE.

           OPEN INPUT AUDIT-ANT
              IF AANT-STATUS NOT = 00 THEN
                  DISPLAY 'CLIAUDIT-ANT.DAT NAO ENCONTRADO - '
                          'RENOMEAR CLIAUDIT.DAT ANTES DE EXECUTAR'
                  SET WRK-CONVERSAO-ERRO TO TRUE
                  SET WRK-FIM-ARQUIVO TO TRUE
               END-IF.

           IF WRK-CONVERSAO-OK
             OPEN OUTPUT CLIENTES-AUDITORIA
             IF AUDIT-STATUS NOT = 00
               DISPLAY 'FALHA AO CRIAR CLIAUDIT.DAT NOVO - STATUS: '
                       AUDIT-STATUS
               SET WRK-CONVERSAO-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
             END-IF
           END-IF.

       2000-CONVERTER-AUDIT.
           READ AUDIT-ANT NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               PERFORM 2100-GRAVAR-AUDIT
           END-READ.

       2100-GRAVAR-AUDIT.
           MOVE AANT-FONE         TO AUDIT-FONE.
           MOVE AANT-DATA         TO AUDIT-DATA.
           MOVE AANT-HORA         TO AUDIT-HORA.
           MOVE AANT-OPERACAO     TO AUDIT-OPERACAO.
           MOVE AANT-NOME-ANTES   TO AUDIT-NOME-ANTES.
           MOVE AANT-EMAIL-ANTES  TO AUDIT-EMAIL-ANTES.
           MOVE AANT-NOME-DEPOIS  TO AUDIT-NOME-DEPOIS.
           MOVE AANT-EMAIL-DEPOIS TO AUDIT-EMAIL-DEPOIS.
           MOVE AANT-FONE-NOVO    TO AUDIT-FONE-NOVO.
           MOVE AANT-OPERADOR     TO AUDIT-OPERADOR.
           MOVE SPACES            TO AUDIT-SITUACAO-ANTES
                                     AUDIT-SITUACAO-DEPOIS.
           WRITE AUDITORIA-REG
             INVALID KEY
               DISPLAY 'ERRO AO GRAVAR AUDITORIA: ' AANT-FONE
                       ' STATUS: ' AUDIT-STATUS
               SET WRK-CONVERSAO-ERRO TO TRUE
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT INVALID KEY
               ADD 1 TO WRK-TOTAL-GRAVADOS
           END-WRITE.

       3000-FINALIZAR.
           CLOSE AUDIT-ANT.
           CLOSE CLIENTES-AUDITORIA.
           MOVE WRK-TOTAL-LIDOS    TO WRK-TOTAL-LIDOS-E.
           MOVE WRK-TOTAL-GRAVADOS TO WRK-TOTAL-GRAV-E.
           DISPLAY 'AUDITORIA LIDA.......: ' WRK-TOTAL-LIDOS-E.
           DISPLAY 'AUDITORIA CONVERTIDA.: ' WRK-TOTAL-GRAV-E.
           IF WRK-TOTAL-LIDOS NOT = WRK-TOTAL-GRAVADOS
              OR WRK-CONVERSAO-ERRO
             DISPLAY 'CONVERSAO INCOMPLETA - NAO DESCARTAR O '
                     'ARQUIVO ANTIGO'
           ELSE
             DISPLAY 'CONVERSAO CONCLUIDA COM SUCESSO'
           END-IF.
