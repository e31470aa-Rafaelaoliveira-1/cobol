      *                          E CLIAUDIT.DAT PARA INSTANTANEOS
      *                          DATADOS (BKP-*-AAAAMMDD.DAT) E CONFERE
      *                          CADA COPIA RELENDO E COMPARANDO A
      *                          CONTAGEM DE REGISTROS. GRAVA AINDA
      *                          BKP-CONTROLE-AAAAMMDD.DAT COM A DATA
      *                          E HORA DO INICIO DA COPIA, USADO
      *                          PELO BALANCEAMENTO DIARIO;
      *           R = RESTAURAR- RECONSTROI OS TRES ARQUIVOS A PARTIR
      *                          DOS INSTANTANEOS DE UMA DATA INFORMADA,
      *                          APOS CONFIRMACAO DO OPERADOR.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BKP-AUDIT-STATUS.

           SELECT BKP-CTL ASSIGN TO DYNAMIC WRK-ARQ-BKP-CTL
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BKP-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       01  BKP-HIST-REG           PIC X(167).

       FD  BKP-AUDIT.
       01  BKP-AUDIT-REG          PIC X(185).

       FD  BKP-CTL.
           COPY BKPCTL-REG.

       WORKING-STORAGE SECTION.

       77 BKP-CLI-STATUS     PIC 9(02).
       77 BKP-HIST-STATUS    PIC 9(02).
       77 BKP-AUDIT-STATUS   PIC 9(02).
       77 BKP-CTL-STATUS     PIC 9(02).
       77 WRK-ARQ-BKP-CLI    PIC X(40).
       77 WRK-ARQ-BKP-HIST   PIC X(40).
       77 WRK-ARQ-BKP-AUDIT  PIC X(40).
       77 WRK-ARQ-BKP-CTL    PIC X(40).
       77 WRK-FUNCAO         PIC X(01).
       77 WRK-CONFIRMA       PIC X(01).
       77 WRK-DATA-BACKUP    PIC 9(08).
       77 WRK-HORA-BACKUP    PIC 9(08).
       77 WRK-TOTAL-ORIGEM   PIC 9(06) COMP.
       77 WRK-TOTAL-COPIA    PIC 9(06) COMP.
       77 WRK-TOTAL-CONFERE  PIC 9(06) COMP.
                  WRK-DATA-BACKUP          DELIMITED BY SIZE
                  '.DAT'                   DELIMITED BY SIZE
                  INTO WRK-ARQ-BKP-AUDIT.
           MOVE SPACES TO WRK-ARQ-BKP-CTL.
           STRING 'C:\COBOL\BKP-CONTROLE-' DELIMITED BY SIZE
                  WRK-DATA-BACKUP          DELIMITED BY SIZE
                  '.DAT'                   DELIMITED BY SIZE
                  INTO WRK-ARQ-BKP-CTL.

      *****************************************
      * FUNCAO B - COPIA E CONFERENCIA DOS TRES ARQUIVOS
      *****************************************
       2000-BACKUP.
           ACCEPT WRK-HORA-BACKUP FROM TIME.
           PERFORM 2100-COPIAR-CLIENTES.
           PERFORM 2200-COPIAR-HIST.
           PERFORM 2300-COPIAR-AUDIT.
           PERFORM 2400-GRAVAR-CONTROLE.
           IF WRK-BACKUP-OK
             DISPLAY 'BACKUP CONCLUIDO E CONFERIDO'
           ELSE
               ADD 1 TO WRK-TOTAL-CONFERE
           END-READ.

      *****************************************
      * CONTROLE DO INSTANTANEO: DATA E HORA DO INICIO DA COPIA.
      * TUDO O QUE TERMINOU ANTES DISSO (EXPURGO, POR EXEMPLO)
      * JA ESTA NAS COPIAS.
      *****************************************
       2400-GRAVAR-CONTROLE.
           OPEN OUTPUT BKP-CTL.
           IF BKP-CTL-STATUS NOT = 00
             DISPLAY 'ERRO AO CRIAR BKP-CONTROLE - STATUS: '
                     BKP-CTL-STATUS
             SET WRK-BACKUP-ERRO TO TRUE
           ELSE
             MOVE WRK-DATA-BACKUP TO BKPCTL-DATA
             MOVE WRK-HORA-BACKUP TO BKPCTL-HORA
             IF WRK-BACKUP-ERRO
               SET BKPCTL-COM-ERRO TO TRUE
             ELSE
               SET BKPCTL-CONCLUIDO TO TRUE
             END-IF
             WRITE BKPCTL-REG
             IF BKP-CTL-STATUS NOT = 00
               DISPLAY 'ERRO AO GRAVAR BKP-CONTROLE - STATUS: '
                       BKP-CTL-STATUS
               SET WRK-BACKUP-ERRO TO TRUE
             END-IF
             CLOSE BKP-CTL
           END-IF.

      *****************************************
      * FUNCAO R - RESTAURACAO DOS TRES ARQUIVOS
      *****************************************
