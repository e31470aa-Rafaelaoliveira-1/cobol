       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-BALANCO.
      *****************************************
      * OBJETIVO: BALANCEAMENTO DIARIO DOS TOTAIS DE CLIENTES.DAT E
      *           CLIENTES-HIST.DAT, PASSO DO FECHAMENTO NOTURNO.
      *           PARTE DO INSTANTANEO ANTERIOR MAIS RECENTE GERADO
      *           POR CLIENTES-BACKUP (BKP-*-AAAAMMDD.DAT DE DATA
      *           ANTERIOR A HOJE) E SOMA OS EVENTOS POSTERIORES A ELE
      *           - O INSTANTE DE CORTE E O ULTIMO EVENTO GRAVADO NA
      *           COPIA DA AUDITORIA DO MESMO INSTANTANEO:
      *           CLIENTES = INSTANTANEO + INCLUSOES + REATIVACOES
      *                      - EXCLUSOES (TROCA DE FONE NAO ALTERA);
      *           HISTORICO= INSTANTANEO + EXCLUSOES + TROCAS
      *                      - REATIVACOES - EXPURGADOS (PELO
      *                      CONTROLE EXPURGO-CTL.DAT, CONTANDO SO
      *                      OS EXPURGOS TERMINADOS DEPOIS DO INICIO
      *                      DO BACKUP, GRAVADO EM
      *                      BKP-CONTROLE-AAAAMMDD.DAT).
      *           O ESPERADO E COMPARADO COM A CONTAGEM ATUAL DE CADA
      *           ARQUIVO E O RESULTADO SAI EM RELBALANCO.TXT. HAVENDO
      *           DIFERENCA, OS EVENTOS DO PERIODO SAO LISTADOS E O
      *           PROGRAMA TERMINA COM RETORNO 8, O QUE INTERROMPE O
      *           FECHAMENTO ANTES DA EXPORTACAO E DO MOVIMENTO.
      *           SEM INSTANTANEO NOS ULTIMOS 31 DIAS (PRIMEIRA
      *           EXECUCAO) O BALANCEAMENTO E APENAS INFORMADO.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'C:\COBOL\CLIENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-DOCUMENTO
               WITH DUPLICATES.

           SELECT CLIENTES-HIST ASSIGN TO 'C:\COBOL\CLIENTES-HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS  HIST-CHAVE.

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT CONTROLE-EXPURGO ASSIGN TO 'C:\COBOL\EXPURGO-CTL.DAT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXPCTL-STATUS.

           SELECT BKP-CLI ASSIGN TO DYNAMIC WRK-ARQ-BKP-CLI
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BKP-CLI-STATUS.

           SELECT BKP-HIST ASSIGN TO DYNAMIC WRK-ARQ-BKP-HIST
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BKP-HIST-STATUS.

           SELECT BKP-AUDIT ASSIGN TO DYNAMIC WRK-ARQ-BKP-AUDIT
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BKP-AUDIT-STATUS.

           SELECT BKP-CTL ASSIGN TO DYNAMIC WRK-ARQ-BKP-CTL
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BKP-CTL-STATUS.

           SELECT RELATORIO-BAL ASSIGN TO 'C:\COBOL\RELBALANCO.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  CLIENTES-HIST.
           COPY CLIENTES-HIST-REG.

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       FD  CONTROLE-EXPURGO.
           COPY EXPCTL-REG.

       FD  BKP-CLI.
       01  BKP-CLI-REG            PIC X(142).

       FD  BKP-HIST.
       01  BKP-HIST-REG           PIC X(167).

       FD  BKP-AUDIT.
       01  BKP-AUDIT-REG.
           05 BKP-AUDIT-FONE      PIC 9(09).
           05 BKP-AUDIT-MARCA     PIC 9(16).
           05 FILLER              PIC X(160).

       FD  BKP-CTL.
           COPY BKPCTL-REG.

       FD  RELATORIO-BAL.
       01  RELATORIO-LINHA        PIC X(90).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS    PIC 9(02).
       77 HIST-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 EXPCTL-STATUS      PIC 9(02).
       77 BKP-CLI-STATUS     PIC 9(02).
       77 BKP-HIST-STATUS    PIC 9(02).
       77 BKP-AUDIT-STATUS   PIC 9(02).
       77 BKP-CTL-STATUS     PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-ARQ-BKP-CLI    PIC X(40).
       77 WRK-ARQ-BKP-HIST   PIC X(40).
       77 WRK-ARQ-BKP-AUDIT  PIC X(40).
       77 WRK-ARQ-BKP-CTL    PIC X(40).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-DATA-INSTANTANEO PIC 9(08).
       77 WRK-TENTATIVAS     PIC 9(02) COMP.
       77 WRK-QUOCIENTE      PIC 9(04) COMP.
       77 WRK-RESTO          PIC 9(04) COMP.
       77 WRK-SNAP-CLIENTES  PIC 9(07) COMP.
       77 WRK-SNAP-HIST      PIC 9(07) COMP.
       77 WRK-ATUAL-CLIENTES PIC 9(07) COMP.
       77 WRK-ATUAL-HIST     PIC 9(07) COMP.
       77 WRK-QTD-INCLUSOES  PIC 9(06) COMP.
       77 WRK-QTD-REATIV     PIC 9(06) COMP.
       77 WRK-QTD-EXCLUSOES  PIC 9(06) COMP.
       77 WRK-QTD-TROCAS     PIC 9(06) COMP.
       77 WRK-QTD-ALTERACOES PIC 9(06) COMP.
       77 WRK-QTD-EXPURGOS   PIC 9(06) COMP.
       77 WRK-ESPERADO-CLI   PIC S9(07) COMP.
       77 WRK-ESPERADO-HIST  PIC S9(07) COMP.
       77 WRK-DIFERENCA-CLI  PIC S9(07) COMP.
       77 WRK-DIFERENCA-HIST PIC S9(07) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(07).
       77 WRK-SINAL-EDIT     PIC +9(07).
       77 WRK-ROTULO         PIC X(23).

      *****************************************
      * INSTANTE DE CORTE: DATA + HORA DO ULTIMO EVENTO CONTIDO
      * NO INSTANTANEO. O EVENTO LIDO E MONTADO DA MESMA FORMA
      * PARA A COMPARACAO.
      *****************************************
       01 WRK-MARCA-CORTE.
           05 WRK-CORTE-DATA     PIC 9(08).
           05 WRK-CORTE-HORA     PIC 9(08).
       01 WRK-MARCA-CORTE-N REDEFINES WRK-MARCA-CORTE
                              PIC 9(16).

      *****************************************
      * INICIO DO BACKUP QUE GEROU O INSTANTANEO: EXPURGOS
      * TERMINADOS ANTES DELE JA ESTAO NA COPIA DO HISTORICO.
      *****************************************
       01 WRK-MARCA-BACKUP.
           05 WRK-BACKUP-DATA    PIC 9(08).
           05 WRK-BACKUP-HORA    PIC 9(08).
       01 WRK-MARCA-BACKUP-N REDEFINES WRK-MARCA-BACKUP
                              PIC 9(16).

       01 WRK-MARCA-EVENTO.
           05 WRK-EVENTO-DATA    PIC 9(08).
           05 WRK-EVENTO-HORA    PIC 9(08).
       01 WRK-MARCA-EVENTO-N REDEFINES WRK-MARCA-EVENTO
                              PIC 9(16).

       01 WRK-DATA-BUSCA.
           05 WRK-ANO-BUSCA      PIC 9(04).
           05 WRK-MES-BUSCA      PIC 9(02).
           05 WRK-DIA-BUSCA      PIC 9(02).
       01 WRK-DATA-BUSCA-N REDEFINES WRK-DATA-BUSCA
                              PIC 9(08).

       01 WRK-MESES-VALOR     PIC X(24)
           VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES REDEFINES WRK-MESES-VALOR.
           05 WRK-TAB-MES        PIC 9(02) OCCURS 12 TIMES.

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-BALANCO-OK      VALUE 'N'.
           88 WRK-BALANCO-ERRO    VALUE 'S'.

       77 WRK-INSTANTANEO-SW PIC X(01).
           88 WRK-COM-INSTANTANEO VALUE 'S'.
           88 WRK-SEM-INSTANTANEO VALUE 'N'.

       77 WRK-CONTROLE-SW    PIC X(01).
           88 WRK-COM-CONTROLE    VALUE 'S'.
           88 WRK-SEM-CONTROLE    VALUE 'N'.

       77 WRK-BKP-SIT-SW     PIC X(01).
           88 WRK-BKP-COM-ERRO    VALUE 'E'.
           88 WRK-BKP-SEM-ERRO    VALUE 'C'.

       77 WRK-AUDIT-SW       PIC X(01).
           88 WRK-AUDIT-ABERTA    VALUE 'S'.
           88 WRK-AUDIT-FECHADA   VALUE 'N'.

       77 WRK-RESULTADO-SW   PIC X(01).
           88 WRK-BALANCEADO      VALUE 'S'.
           88 WRK-DESBALANCEADO   VALUE 'N'.

       77 WRK-BISSEXTO-SW    PIC X(01).
           88 WRK-BISSEXTO        VALUE 'S'.
           88 WRK-NAO-BISSEXTO    VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-BALANCO-OK
             PERFORM 2000-LOCALIZAR-INSTANTANEO
           END-IF.
           IF WRK-BALANCO-OK AND WRK-COM-INSTANTANEO
             PERFORM 3000-LER-INSTANTANEO
           END-IF.
           IF WRK-BALANCO-OK AND WRK-COM-INSTANTANEO
             PERFORM 4000-SOMAR-EVENTOS
             PERFORM 4500-SOMAR-EXPURGOS
             PERFORM 5000-CONTAR-ATUAIS
           END-IF.
           IF WRK-BALANCO-OK AND WRK-COM-INSTANTANEO
             PERFORM 6000-BALANCEAR
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-SNAP-CLIENTES WRK-SNAP-HIST
                         WRK-ATUAL-CLIENTES WRK-ATUAL-HIST
                         WRK-QTD-INCLUSOES WRK-QTD-REATIV
                         WRK-QTD-EXCLUSOES WRK-QTD-TROCAS
                         WRK-QTD-ALTERACOES WRK-QTD-EXPURGOS
                         WRK-MARCA-CORTE-N.
           SET WRK-BALANCO-OK TO TRUE.
           SET WRK-SEM-INSTANTANEO TO TRUE.
           SET WRK-BALANCEADO TO TRUE.
           SET WRK-AUDIT-FECHADA TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN OUTPUT RELATORIO-BAL.
           IF RELATORIO-STATUS NOT = 00
             DISPLAY 'ERRO AO CRIAR RELBALANCO.TXT - STATUS: '
                     RELATORIO-STATUS
             SET WRK-BALANCO-ERRO TO TRUE
           ELSE
             MOVE SPACES TO RELATORIO-LINHA
             STRING 'BALANCEAMENTO DIARIO  -  DATA: ' DELIMITED BY SIZE
                    WRK-DATA-EXECUCAO                 DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.

      *****************************************
      * PROCURA O INSTANTANEO MAIS RECENTE ANTERIOR A HOJE,
      * RECUANDO UM DIA POR VEZ ATE 31 DIAS.
      *****************************************
       2000-LOCALIZAR-INSTANTANEO.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-BUSCA-N.
           MOVE ZEROS TO WRK-TENTATIVAS.
           PERFORM 2100-TENTAR-DATA
             UNTIL WRK-COM-INSTANTANEO OR WRK-TENTATIVAS > 30.
           IF WRK-SEM-INSTANTANEO
             MOVE 'SEM INSTANTANEO NOS ULTIMOS 31 DIAS'
               TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
             DISPLAY 'SEM INSTANTANEO ANTERIOR - BALANCEAMENTO '
                     'NAO REALIZADO'
           END-IF.

       2100-TENTAR-DATA.
           ADD 1 TO WRK-TENTATIVAS.
           PERFORM 2200-RETROCEDER-DIA.
           MOVE WRK-DATA-BUSCA-N TO WRK-DATA-INSTANTANEO.
           PERFORM 2300-MONTAR-NOMES.
           OPEN INPUT BKP-CLI.
           IF BKP-CLI-STATUS = 00
             SET WRK-COM-INSTANTANEO TO TRUE
             CLOSE BKP-CLI
           END-IF.

       2200-RETROCEDER-DIA.
           IF WRK-DIA-BUSCA > 1
             SUBTRACT 1 FROM WRK-DIA-BUSCA
           ELSE
             IF WRK-MES-BUSCA > 1
               SUBTRACT 1 FROM WRK-MES-BUSCA
             ELSE
               MOVE 12 TO WRK-MES-BUSCA
               SUBTRACT 1 FROM WRK-ANO-BUSCA
             END-IF
             MOVE WRK-TAB-MES (WRK-MES-BUSCA) TO WRK-DIA-BUSCA
             IF WRK-MES-BUSCA = 2
               PERFORM 2210-VERIFICAR-BISSEXTO
               IF WRK-BISSEXTO
                 MOVE 29 TO WRK-DIA-BUSCA
               END-IF
             END-IF
           END-IF.

       2210-VERIFICAR-BISSEXTO.
           SET WRK-NAO-BISSEXTO TO TRUE.
           DIVIDE WRK-ANO-BUSCA BY 4
             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZEROS
             SET WRK-BISSEXTO TO TRUE
             DIVIDE WRK-ANO-BUSCA BY 100
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
             IF WRK-RESTO = ZEROS
               SET WRK-NAO-BISSEXTO TO TRUE
               DIVIDE WRK-ANO-BUSCA BY 400
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                 SET WRK-BISSEXTO TO TRUE
               END-IF
             END-IF
           END-IF.

       2300-MONTAR-NOMES.
           MOVE SPACES TO WRK-ARQ-BKP-CLI.
           STRING 'C:\COBOL\BKP-CLIENTES-' DELIMITED BY SIZE
                  WRK-DATA-INSTANTANEO     DELIMITED BY SIZE
                  '.DAT'                   DELIMITED BY SIZE
                  INTO WRK-ARQ-BKP-CLI.
           MOVE SPACES TO WRK-ARQ-BKP-HIST.
           STRING 'C:\COBOL\BKP-HIST-'     DELIMITED BY SIZE
                  WRK-DATA-INSTANTANEO     DELIMITED BY SIZE
                  '.DAT'                   DELIMITED BY SIZE
                  INTO WRK-ARQ-BKP-HIST.
           MOVE SPACES TO WRK-ARQ-BKP-AUDIT.
           STRING 'C:\COBOL\BKP-AUDIT-'    DELIMITED BY SIZE
                  WRK-DATA-INSTANTANEO     DELIMITED BY SIZE
                  '.DAT'                   DELIMITED BY SIZE
                  INTO WRK-ARQ-BKP-AUDIT.
           MOVE SPACES TO WRK-ARQ-BKP-CTL.
           STRING 'C:\COBOL\BKP-CONTROLE-' DELIMITED BY SIZE
                  WRK-DATA-INSTANTANEO     DELIMITED BY SIZE
                  '.DAT'                   DELIMITED BY SIZE
                  INTO WRK-ARQ-BKP-CTL.

      *****************************************
      * CONTAGENS DO INSTANTANEO E INSTANTE DE CORTE
      *****************************************
       3000-LER-INSTANTANEO.
           OPEN INPUT BKP-CLI.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 3100-CONTAR-BKP-CLI UNTIL WRK-FIM-ARQUIVO.
           CLOSE BKP-CLI.

           OPEN INPUT BKP-HIST.
           IF BKP-HIST-STATUS NOT = 00
             DISPLAY 'INSTANTANEO DO HISTORICO AUSENTE: '
                     WRK-ARQ-BKP-HIST
             SET WRK-BALANCO-ERRO TO TRUE
           ELSE
             SET WRK-NAO-FIM TO TRUE
             PERFORM 3200-CONTAR-BKP-HIST UNTIL WRK-FIM-ARQUIVO
             CLOSE BKP-HIST
           END-IF.

           OPEN INPUT BKP-AUDIT.
           IF BKP-AUDIT-STATUS NOT = 00
             DISPLAY 'INSTANTANEO DA AUDITORIA AUSENTE: '
                     WRK-ARQ-BKP-AUDIT
             SET WRK-BALANCO-ERRO TO TRUE
           ELSE
             SET WRK-NAO-FIM TO TRUE
             PERFORM 3300-LER-BKP-AUDIT UNTIL WRK-FIM-ARQUIVO
             CLOSE BKP-AUDIT
           END-IF.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'INSTANTANEO DE: '  DELIMITED BY SIZE
                  WRK-DATA-INSTANTANEO DELIMITED BY SIZE
                  '  ULTIMO EVENTO: '  DELIMITED BY SIZE
                  WRK-CORTE-DATA       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-CORTE-HORA       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 3400-LER-CONTROLE-BKP.

       3100-CONTAR-BKP-CLI.
           READ BKP-CLI
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-SNAP-CLIENTES
           END-READ.

       3200-CONTAR-BKP-HIST.
           READ BKP-HIST
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-SNAP-HIST
           END-READ.

       3300-LER-BKP-AUDIT.
           READ BKP-AUDIT
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF BKP-AUDIT-MARCA > WRK-MARCA-CORTE-N
                 MOVE BKP-AUDIT-MARCA TO WRK-MARCA-CORTE-N
               END-IF
           END-READ.

      *****************************************
      * INSTANTANEO GERADO ANTES DO CONTROLE DO BACKUP EXISTIR:
      * OS EXPURGOS FICAM PELO ULTIMO EVENTO DA AUDITORIA.
      * BACKUP QUE TERMINOU COM ERRO DEIXA O INSTANTANEO SUSPEITO:
      * O BALANCEAMENTO SEGUE, MAS SAI COM AVISO E RC 8.
      *****************************************
       3400-LER-CONTROLE-BKP.
           MOVE WRK-MARCA-CORTE-N TO WRK-MARCA-BACKUP-N.
           SET WRK-SEM-CONTROLE TO TRUE.
           SET WRK-BKP-SEM-ERRO TO TRUE.
           OPEN INPUT BKP-CTL.
           IF BKP-CTL-STATUS = 00
             READ BKP-CTL
               AT END
                 CONTINUE
               NOT AT END
                 SET WRK-COM-CONTROLE TO TRUE
                 MOVE BKPCTL-DATA TO WRK-BACKUP-DATA
                 MOVE BKPCTL-HORA TO WRK-BACKUP-HORA
                 IF BKPCTL-COM-ERRO
                   SET WRK-BKP-COM-ERRO TO TRUE
                 END-IF
             END-READ
             CLOSE BKP-CTL
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           IF WRK-COM-CONTROLE
             STRING 'INICIO DO BACKUP: '  DELIMITED BY SIZE
                    WRK-BACKUP-DATA       DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    WRK-BACKUP-HORA       DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
           ELSE
             STRING 'SEM CONTROLE DO BACKUP - EXPURGOS PELO ULTIMO '
                                          DELIMITED BY SIZE
                    'EVENTO'              DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           IF WRK-BKP-COM-ERRO
             MOVE SPACES TO RELATORIO-LINHA
             STRING 'ATENCAO: BACKUP TERMINOU COM ERRO - '
                                          DELIMITED BY SIZE
                    'INSTANTANEO INCOMPLETO' DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
             DISPLAY 'BACKUP DO INSTANTANEO TERMINOU COM ERRO'
             MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************
      * EVENTOS POSTERIORES AO CORTE, PELA CHAVE ALTERNATIVA DE
      * DATA A PARTIR DO DIA DO CORTE.
      *****************************************
       4000-SOMAR-EVENTOS.
           OPEN INPUT CLIENTES-AUDITORIA.
           IF AUDIT-STATUS NOT = 00
             DISPLAY 'CLIAUDIT.DAT NAO ENCONTRADO - STATUS: '
                     AUDIT-STATUS
             SET WRK-BALANCO-ERRO TO TRUE
           ELSE
             SET WRK-AUDIT-ABERTA TO TRUE
             PERFORM 4100-POSICIONAR-EVENTOS
             PERFORM 4200-PROXIMO-EVENTO UNTIL WRK-FIM-ARQUIVO
           END-IF.

       4100-POSICIONAR-EVENTOS.
           SET WRK-NAO-FIM TO TRUE.
           MOVE WRK-CORTE-DATA TO AUDIT-DATA.
           START CLIENTES-AUDITORIA
             KEY IS NOT LESS THAN AUDIT-DATA
             INVALID KEY
               SET WRK-FIM-ARQUIVO TO TRUE
           END-START.

       4200-PROXIMO-EVENTO.
           READ CLIENTES-AUDITORIA NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               MOVE AUDIT-DATA TO WRK-EVENTO-DATA
               MOVE AUDIT-HORA TO WRK-EVENTO-HORA
               IF WRK-MARCA-EVENTO-N > WRK-MARCA-CORTE-N
                 EVALUATE TRUE
                   WHEN AUDIT-INCLUSAO
                     ADD 1 TO WRK-QTD-INCLUSOES
                   WHEN AUDIT-REATIVACAO
                     ADD 1 TO WRK-QTD-REATIV
                   WHEN AUDIT-EXCLUSAO
                     ADD 1 TO WRK-QTD-EXCLUSOES
                   WHEN AUDIT-TROCA-FONE
                     ADD 1 TO WRK-QTD-TROCAS
                   WHEN OTHER
                     ADD 1 TO WRK-QTD-ALTERACOES
                 END-EVALUATE
               END-IF
           END-READ.

       4500-SOMAR-EXPURGOS.
           OPEN INPUT CONTROLE-EXPURGO.
           IF EXPCTL-STATUS = 00
             SET WRK-NAO-FIM TO TRUE
             PERFORM 4600-LER-EXPURGO UNTIL WRK-FIM-ARQUIVO
             CLOSE CONTROLE-EXPURGO
           END-IF.

       4600-LER-EXPURGO.
           READ CONTROLE-EXPURGO
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               MOVE EXPCTL-DATA TO WRK-EVENTO-DATA
               MOVE EXPCTL-HORA TO WRK-EVENTO-HORA
               IF WRK-MARCA-EVENTO-N > WRK-MARCA-BACKUP-N
                 ADD EXPCTL-EXPURGADOS TO WRK-QTD-EXPURGOS
               END-IF
           END-READ.

       5000-CONTAR-ATUAIS.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
             DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                     CLIENTES-STATUS
             SET WRK-BALANCO-ERRO TO TRUE
           ELSE
             SET WRK-NAO-FIM TO TRUE
             PERFORM 5100-CONTAR-CLIENTE UNTIL WRK-FIM-ARQUIVO
             CLOSE CLIENTES
           END-IF.
           OPEN INPUT CLIENTES-HIST.
           IF HIST-STATUS NOT = 00
             DISPLAY 'CLIENTES-HIST.DAT NAO ENCONTRADO - STATUS: '
                     HIST-STATUS
             SET WRK-BALANCO-ERRO TO TRUE
           ELSE
             SET WRK-NAO-FIM TO TRUE
             PERFORM 5200-CONTAR-HIST UNTIL WRK-FIM-ARQUIVO
             CLOSE CLIENTES-HIST
           END-IF.

       5100-CONTAR-CLIENTE.
           READ CLIENTES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-ATUAL-CLIENTES
           END-READ.

       5200-CONTAR-HIST.
           READ CLIENTES-HIST NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-ATUAL-HIST
           END-READ.

      *****************************************
      * CALCULO DO ESPERADO, IMPRESSAO DOS DOIS QUADROS E, COM
      * DIFERENCA, DA LISTA DE EVENTOS DO PERIODO.
      *****************************************
       6000-BALANCEAR.
           COMPUTE WRK-ESPERADO-CLI = WRK-SNAP-CLIENTES
                                    + WRK-QTD-INCLUSOES
                                    + WRK-QTD-REATIV
                                    - WRK-QTD-EXCLUSOES.
           COMPUTE WRK-DIFERENCA-CLI = WRK-ATUAL-CLIENTES
                                     - WRK-ESPERADO-CLI.
           COMPUTE WRK-ESPERADO-HIST = WRK-SNAP-HIST
                                     + WRK-QTD-EXCLUSOES
                                     + WRK-QTD-TROCAS
                                     - WRK-QTD-REATIV
                                     - WRK-QTD-EXPURGOS.
           COMPUTE WRK-DIFERENCA-HIST = WRK-ATUAL-HIST
                                      - WRK-ESPERADO-HIST.
           IF WRK-DIFERENCA-CLI NOT = ZEROS
              OR WRK-DIFERENCA-HIST NOT = ZEROS
             SET WRK-DESBALANCEADO TO TRUE
           END-IF.
           PERFORM 6100-QUADRO-CLIENTES.
           PERFORM 6200-QUADRO-HIST.
           IF WRK-DESBALANCEADO
             PERFORM 6300-LISTAR-EVENTOS
           END-IF.

       6100-QUADRO-CLIENTES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** CLIENTES.DAT **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'INSTANTANEO ANTERIOR.: ' TO WRK-ROTULO.
           MOVE WRK-SNAP-CLIENTES TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '+ INCLUSOES..........: ' TO WRK-ROTULO.
           MOVE WRK-QTD-INCLUSOES TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '+ REATIVACOES........: ' TO WRK-ROTULO.
           MOVE WRK-QTD-REATIV TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '- EXCLUSOES..........: ' TO WRK-ROTULO.
           MOVE WRK-QTD-EXCLUSOES TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '  TROCAS (SEM EFEITO): ' TO WRK-ROTULO.
           MOVE WRK-QTD-TROCAS TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '= ESPERADO...........: ' TO WRK-ROTULO.
           MOVE WRK-ESPERADO-CLI TO WRK-SINAL-EDIT.
           PERFORM 8200-LINHA-SINAL.
           MOVE 'CONTAGEM ATUAL.......: ' TO WRK-ROTULO.
           MOVE WRK-ATUAL-CLIENTES TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           IF WRK-DIFERENCA-CLI = ZEROS
             MOVE 'CLIENTES.DAT BALANCEADO' TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           ELSE
             MOVE 'DIFERENCA............: ' TO WRK-ROTULO
             MOVE WRK-DIFERENCA-CLI TO WRK-SINAL-EDIT
             PERFORM 8200-LINHA-SINAL
             DISPLAY 'CLIENTES.DAT FORA DE BALANCO - DIFERENCA '
                     WRK-SINAL-EDIT
           END-IF.

       6200-QUADRO-HIST.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** CLIENTES-HIST.DAT **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'INSTANTANEO ANTERIOR.: ' TO WRK-ROTULO.
           MOVE WRK-SNAP-HIST TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '+ EXCLUSOES..........: ' TO WRK-ROTULO.
           MOVE WRK-QTD-EXCLUSOES TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '+ TROCAS DE FONE.....: ' TO WRK-ROTULO.
           MOVE WRK-QTD-TROCAS TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '- REATIVACOES........: ' TO WRK-ROTULO.
           MOVE WRK-QTD-REATIV TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '- EXPURGADOS.........: ' TO WRK-ROTULO.
           MOVE WRK-QTD-EXPURGOS TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           MOVE '= ESPERADO...........: ' TO WRK-ROTULO.
           MOVE WRK-ESPERADO-HIST TO WRK-SINAL-EDIT.
           PERFORM 8200-LINHA-SINAL.
           MOVE 'CONTAGEM ATUAL.......: ' TO WRK-ROTULO.
           MOVE WRK-ATUAL-HIST TO WRK-TOTAL-EDIT.
           PERFORM 8100-LINHA-TOTAL.
           IF WRK-DIFERENCA-HIST = ZEROS
             MOVE 'CLIENTES-HIST.DAT BALANCEADO' TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           ELSE
             MOVE 'DIFERENCA............: ' TO WRK-ROTULO
             MOVE WRK-DIFERENCA-HIST TO WRK-SINAL-EDIT
             PERFORM 8200-LINHA-SINAL
             DISPLAY 'CLIENTES-HIST.DAT FORA DE BALANCO - DIFERENCA '
                     WRK-SINAL-EDIT
           END-IF.

       6300-LISTAR-EVENTOS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** EVENTOS DESDE O INSTANTANEO **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'DATA      HORA      OP  TELEFONE   FONE NOVO  OPERADOR'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 4100-POSICIONAR-EVENTOS.
           PERFORM 6310-LISTAR-EVENTO UNTIL WRK-FIM-ARQUIVO.
           IF WRK-QTD-INCLUSOES = ZEROS AND WRK-QTD-REATIV = ZEROS
              AND WRK-QTD-EXCLUSOES = ZEROS AND WRK-QTD-TROCAS = ZEROS
              AND WRK-QTD-ALTERACOES = ZEROS
             MOVE 'NENHUM EVENTO REGISTRADO NA AUDITORIA'
               TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.

       6310-LISTAR-EVENTO.
           READ CLIENTES-AUDITORIA NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               MOVE AUDIT-DATA TO WRK-EVENTO-DATA
               MOVE AUDIT-HORA TO WRK-EVENTO-HORA
               IF WRK-MARCA-EVENTO-N > WRK-MARCA-CORTE-N
                 MOVE SPACES TO RELATORIO-LINHA
                 STRING AUDIT-DATA      DELIMITED BY SIZE
                        '  '            DELIMITED BY SIZE
                        AUDIT-HORA      DELIMITED BY SIZE
                        '  '            DELIMITED BY SIZE
                        AUDIT-OPERACAO  DELIMITED BY SIZE
                        '   '           DELIMITED BY SIZE
                        AUDIT-FONE      DELIMITED BY SIZE
                        '  '            DELIMITED BY SIZE
                        AUDIT-FONE-NOVO DELIMITED BY SIZE
                        '  '            DELIMITED BY SIZE
                        AUDIT-OPERADOR  DELIMITED BY SIZE
                        INTO RELATORIO-LINHA
                 WRITE RELATORIO-LINHA
               END-IF
           END-READ.

       8100-LINHA-TOTAL.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WRK-ROTULO     DELIMITED BY SIZE
                  WRK-TOTAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       8200-LINHA-SINAL.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WRK-ROTULO     DELIMITED BY SIZE
                  WRK-SINAL-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       9000-ENCERRAR.
           IF WRK-AUDIT-ABERTA
             CLOSE CLIENTES-AUDITORIA
           END-IF.
           IF WRK-BALANCO-ERRO
             IF RELATORIO-STATUS = 00
               MOVE 'BALANCEAMENTO NAO CONCLUIDO - ARQUIVO AUSENTE'
                 TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
             END-IF
             DISPLAY 'BALANCEAMENTO NAO CONCLUIDO'
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WRK-DESBALANCEADO
               MOVE 'FORA DE BALANCO - EXPORTACAO E MOVIMENTO SUSPENSOS'
                 TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               DISPLAY 'FORA DE BALANCO - VERIFICAR RELBALANCO.TXT'
               MOVE 8 TO RETURN-CODE
             ELSE
               DISPLAY 'BALANCEAMENTO CONCLUIDO SEM DIFERENCAS'
             END-IF
           END-IF.
           IF RELATORIO-STATUS = 00
             CLOSE RELATORIO-BAL
           END-IF.
