       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-GRUPOS.
      *****************************************
      * OBJETIVO: RELATORIO DE EMPRESAS E SEUS VINCULOS. LE
      *           VINCULOS.DAT E LISTA, PARA CADA EMPRESA (CLIENTE
      *           DE ORIGEM DOS VINCULOS), AS PESSOAS VINCULADAS
      *           (REPRESENTANTE LEGAL, COMPRADOR, FUNCIONARIO) E AS
      *           EMPRESAS DO MESMO GRUPO ECONOMICO - O VINCULO DE
      *           GRUPO APARECE NAS DUAS EMPRESAS. CADA VINCULO SAI
      *           COM PERIODO E SITUACAO (EM VIGOR, FUTURO OU
      *           ENCERRADO). NOS VINCULOS EM VIGOR, AVISA QUANDO O
      *           FONE NAO E MAIS DE UM CLIENTE VIVO: ARQUIVADO EM
      *           CLIENTES-HIST.DAT, TROCA DE FONE (PELO HISTORICO
      *           OU, SE JA EXPURGADO, PELA AUDITORIA) OU CLIENTE
      *           INATIVO, E QUANDO O FONE DE UM DOS LADOS FOI REUSADO
      *           DEPOIS DO REGISTRO DO VINCULO (CLIENTE ATUAL
      *           CADASTRADO, OU DONO ANTERIOR ARQUIVADO, DEPOIS DA
      *           DATA DO VINCULO). A SAIDA E RELGRUPOS.TXT.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINCULOS ASSIGN TO 'C:\COBOL\VINCULOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS VINC-STATUS
             RECORD KEY IS  VINC-CHAVE
             ALTERNATE RECORD KEY IS VINC-FONE-DESTINO
               WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO 'C:\COBOL\CLIENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-DOCUMENTO
               WITH DUPLICATES.

           SELECT CLIENTES-HIST ASSIGN TO 'C:\COBOL\CLIENTES-HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS  HIST-CHAVE.

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT ARQUIVO-SORT ASSIGN TO 'C:\COBOL\GRUPSORT.TMP'.

           SELECT RELATORIO-GRU ASSIGN TO 'C:\COBOL\RELGRUPOS.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VINCULOS.
           COPY VINCULO-REG.

       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  CLIENTES-HIST.
           COPY CLIENTES-HIST-REG.

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       SD  ARQUIVO-SORT.
       01  SORT-REG.
           05 SORT-EMPRESA        PIC 9(09).
           05 SORT-ORDEM          PIC 9(01).
           05 SORT-VINCULADO      PIC 9(09).
           05 SORT-PAPEL          PIC X(01).
           05 SORT-INICIO         PIC 9(08).
           05 SORT-FIM            PIC 9(08).
           05 SORT-DATA-VINCULO   PIC 9(08).

       FD  RELATORIO-GRU.
       01  RELATORIO-LINHA        PIC X(132).

       WORKING-STORAGE SECTION.

       77 VINC-STATUS        PIC 9(02).
       77 CLIENTES-STATUS    PIC 9(02).
       77 HIST-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-EMPRESA-ANT    PIC 9(09).
       77 WRK-FONE-BUSCA     PIC 9(09).
       77 WRK-SIT-NOME       PIC X(30).
       77 WRK-SIT-DOCUMENTO  PIC 9(14).
       77 WRK-SIT-ALERTA     PIC X(60).
       77 WRK-SIT-DATA       PIC 9(08).
       77 WRK-SIT-FONE-NOVO  PIC 9(09).
       77 WRK-SIT-CADASTRO   PIC 9(08).
       77 WRK-SIT-ULT-HIST   PIC 9(08).
       77 WRK-DATA-VINCULO   PIC 9(08).
       77 WRK-EMPRESA-CADASTRO PIC 9(08).
       77 WRK-EMPRESA-ULT-HIST PIC 9(08).
       77 WRK-TIPO-CLIENTE   PIC X(08).
       77 WRK-PAPEL-DESC     PIC X(20).
       77 WRK-FIM-EDIT       PIC X(08).
       77 WRK-SITUACAO-VINC  PIC X(09).
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-EMPRESAS PIC 9(06) COMP.
       77 WRK-TOTAL-LINHAS   PIC 9(06) COMP.
       77 WRK-TOTAL-VIGOR    PIC 9(06) COMP.
       77 WRK-TOTAL-FUTUROS  PIC 9(06) COMP.
       77 WRK-TOTAL-ENCERRADOS PIC 9(06) COMP.
       77 WRK-TOTAL-ALERTAS  PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-FIM-SORT-SW    PIC X(01).
           88 WRK-FIM-SORT        VALUE 'S'.
           88 WRK-NAO-FIM-SORT    VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-RELATORIO-OK    VALUE 'N'.
           88 WRK-RELATORIO-ERRO  VALUE 'S'.

       77 WRK-PRIMEIRO-SW    PIC X(01).
           88 WRK-PRIMEIRO        VALUE 'S'.
           88 WRK-NAO-PRIMEIRO    VALUE 'N'.

       77 WRK-HIST-SW        PIC X(01).
           88 WRK-HIST-ABERTO     VALUE 'S'.
           88 WRK-HIST-FECHADO    VALUE 'N'.

       77 WRK-AUDIT-SW       PIC X(01).
           88 WRK-AUDIT-ABERTO    VALUE 'S'.
           88 WRK-AUDIT-FECHADO   VALUE 'N'.

       77 WRK-ACHOU-SW       PIC X(01).
           88 WRK-ACHOU           VALUE 'S'.
           88 WRK-NAO-ACHOU       VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-RELATORIO-OK
             SORT ARQUIVO-SORT
               ON ASCENDING KEY SORT-EMPRESA
                  ASCENDING KEY SORT-ORDEM
                  ASCENDING KEY SORT-VINCULADO
                  ASCENDING KEY SORT-PAPEL
               INPUT PROCEDURE IS 2000-SEPARAR-VINCULOS
               OUTPUT PROCEDURE IS 3000-LISTAR-EMPRESAS
             PERFORM 4000-TOTALIZAR
           END-IF.
           PERFORM 5000-ENCERRAR.
           IF WRK-RELATORIO-ERRO
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-EMPRESAS
                         WRK-TOTAL-LINHAS WRK-TOTAL-VIGOR
                         WRK-TOTAL-FUTUROS
                         WRK-TOTAL-ENCERRADOS WRK-TOTAL-ALERTAS.
           SET WRK-RELATORIO-OK TO TRUE.
           SET WRK-HIST-FECHADO TO TRUE.
           SET WRK-AUDIT-FECHADO TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN INPUT VINCULOS.
           IF VINC-STATUS NOT = 00
             DISPLAY 'VINCULOS.DAT NAO ENCONTRADO - STATUS: '
                     VINC-STATUS
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           IF WRK-RELATORIO-OK
             OPEN INPUT CLIENTES
             IF CLIENTES-STATUS NOT = 00
               DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                       CLIENTES-STATUS
               SET WRK-RELATORIO-ERRO TO TRUE
             END-IF
           END-IF.

      *****************************************
      * SEM HISTORICO OU AUDITORIA O RELATORIO SAI, MAS SEM A
      * EXPLICACAO DE ONDE FOI PARAR O FONE QUE SUMIU.
      *****************************************
           IF WRK-RELATORIO-OK
             OPEN INPUT CLIENTES-HIST
             IF HIST-STATUS = 00
               SET WRK-HIST-ABERTO TO TRUE
             ELSE
               DISPLAY 'CLIENTES-HIST.DAT INDISPONIVEL - STATUS: '
                       HIST-STATUS
             END-IF
             OPEN INPUT CLIENTES-AUDITORIA
             IF AUDIT-STATUS = 00
               SET WRK-AUDIT-ABERTO TO TRUE
             ELSE
               DISPLAY 'CLIAUDIT.DAT INDISPONIVEL - STATUS: '
                       AUDIT-STATUS
             END-IF
           END-IF.

           IF WRK-RELATORIO-OK
             OPEN OUTPUT RELATORIO-GRU
             IF RELATORIO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR RELGRUPOS.TXT - STATUS: '
                       RELATORIO-STATUS
               SET WRK-RELATORIO-ERRO TO TRUE
             ELSE
               PERFORM 1500-CABECALHO
             END-IF
           END-IF.

       1500-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'EMPRESAS E VINCULOS  -  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '    VINCULO               TELEFONE   NOME'
                    DELIMITED BY SIZE
                  '                            INICIO    FIM       '
                    DELIMITED BY SIZE
                  'SITUACAO' DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *****************************************
      * CADA VINCULO VAI PARA A EMPRESA DE ORIGEM; O VINCULO DE
      * GRUPO VAI TAMBEM PARA A OUTRA EMPRESA. PESSOAS (ORDEM 1)
      * SAEM ANTES DAS EMPRESAS DO GRUPO (ORDEM 2).
      *****************************************
       2000-SEPARAR-VINCULOS.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 2100-PROXIMO-VINCULO UNTIL WRK-FIM-ARQUIVO.

       2100-PROXIMO-VINCULO.
           READ VINCULOS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE VINC-FONE-ORIGEM  TO SORT-EMPRESA
               MOVE VINC-FONE-DESTINO TO SORT-VINCULADO
               MOVE VINC-PAPEL        TO SORT-PAPEL
               MOVE VINC-DATA-INICIO  TO SORT-INICIO
               MOVE VINC-DATA-FIM     TO SORT-FIM
               MOVE VINC-DATA         TO SORT-DATA-VINCULO
               IF VINC-GRUPO
                 MOVE 2 TO SORT-ORDEM
                 RELEASE SORT-REG
                 MOVE VINC-FONE-DESTINO TO SORT-EMPRESA
                 MOVE VINC-FONE-ORIGEM  TO SORT-VINCULADO
                 RELEASE SORT-REG
               ELSE
                 MOVE 1 TO SORT-ORDEM
                 RELEASE SORT-REG
               END-IF
           END-READ.

       3000-LISTAR-EMPRESAS.
           SET WRK-NAO-FIM-SORT TO TRUE.
           SET WRK-PRIMEIRO TO TRUE.
           PERFORM 3100-PROXIMO-ORDENADO UNTIL WRK-FIM-SORT.

       3100-PROXIMO-ORDENADO.
           RETURN ARQUIVO-SORT
             AT END
               SET WRK-FIM-SORT TO TRUE
             NOT AT END
               IF WRK-PRIMEIRO
                  OR SORT-EMPRESA NOT = WRK-EMPRESA-ANT
                 PERFORM 3200-CABECALHO-EMPRESA
               END-IF
               PERFORM 3300-LISTAR-VINCULO
           END-RETURN.

       3200-CABECALHO-EMPRESA.
           SET WRK-NAO-PRIMEIRO TO TRUE.
           MOVE SORT-EMPRESA TO WRK-EMPRESA-ANT.
           ADD 1 TO WRK-TOTAL-EMPRESAS.
           MOVE SORT-EMPRESA TO WRK-FONE-BUSCA.
           MOVE ZEROS TO WRK-DATA-VINCULO.
           PERFORM 3500-SITUAR-FONE.
           MOVE WRK-SIT-CADASTRO TO WRK-EMPRESA-CADASTRO.
           MOVE WRK-SIT-ULT-HIST TO WRK-EMPRESA-ULT-HIST.
           IF WRK-SIT-DOCUMENTO > 99999999999
             MOVE 'EMPRESA ' TO WRK-TIPO-CLIENTE
           ELSE
             MOVE 'CLIENTE ' TO WRK-TIPO-CLIENTE
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WRK-TIPO-CLIENTE  DELIMITED BY SIZE
                  SORT-EMPRESA      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-SIT-NOME      DELIMITED BY SIZE
                  '  DOCUMENTO: '   DELIMITED BY SIZE
                  WRK-SIT-DOCUMENTO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF WRK-SIT-ALERTA NOT = SPACES
             ADD 1 TO WRK-TOTAL-ALERTAS
             PERFORM 3400-IMPRIMIR-ALERTA
           END-IF.

       3300-LISTAR-VINCULO.
           ADD 1 TO WRK-TOTAL-LINHAS.
           EVALUATE SORT-PAPEL
             WHEN 'R'
               MOVE 'REPRESENTANTE LEGAL' TO WRK-PAPEL-DESC
             WHEN 'C'
               MOVE 'COMPRADOR'           TO WRK-PAPEL-DESC
             WHEN 'F'
               MOVE 'FUNCIONARIO'         TO WRK-PAPEL-DESC
             WHEN 'G'
               MOVE 'MESMO GRUPO'         TO WRK-PAPEL-DESC
             WHEN OTHER
               MOVE SORT-PAPEL            TO WRK-PAPEL-DESC
           END-EVALUATE.
           EVALUATE TRUE
             WHEN SORT-FIM NOT = ZEROS
                  AND SORT-FIM < WRK-DATA-EXECUCAO
               MOVE 'ENCERRADO' TO WRK-SITUACAO-VINC
               ADD 1 TO WRK-TOTAL-ENCERRADOS
             WHEN SORT-INICIO > WRK-DATA-EXECUCAO
               MOVE 'FUTURO'    TO WRK-SITUACAO-VINC
               ADD 1 TO WRK-TOTAL-FUTUROS
             WHEN OTHER
               MOVE 'EM VIGOR'  TO WRK-SITUACAO-VINC
               ADD 1 TO WRK-TOTAL-VIGOR
           END-EVALUATE.
           IF SORT-FIM = ZEROS
             MOVE SPACES TO WRK-FIM-EDIT
           ELSE
             MOVE SORT-FIM TO WRK-FIM-EDIT
           END-IF.
           MOVE SORT-VINCULADO TO WRK-FONE-BUSCA.
           MOVE SORT-DATA-VINCULO TO WRK-DATA-VINCULO.
           PERFORM 3500-SITUAR-FONE.
           IF WRK-SIT-ALERTA = SPACES
             PERFORM 3550-VERIFICAR-REUSO-ORIGEM
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '    '            DELIMITED BY SIZE
                  WRK-PAPEL-DESC    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  SORT-VINCULADO    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-SIT-NOME      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  SORT-INICIO       DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-FIM-EDIT      DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-SITUACAO-VINC DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF WRK-SIT-ALERTA NOT = SPACES
              AND WRK-SITUACAO-VINC NOT = 'ENCERRADO'
             ADD 1 TO WRK-TOTAL-ALERTAS
             PERFORM 3400-IMPRIMIR-ALERTA
           END-IF.

       3400-IMPRIMIR-ALERTA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '        *** ATENCAO: ' DELIMITED BY SIZE
                  WRK-SIT-ALERTA           DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *****************************************
      * SITUACAO DO FONE WRK-FONE-BUSCA: NOME E DOCUMENTO DO
      * CLIENTE E, SE ELE NAO E MAIS UM CLIENTE VIVO NESTE FONE,
      * O AVISO EM WRK-SIT-ALERTA (EM BRANCO QUANDO ESTA TUDO
      * CERTO). COM WRK-DATA-VINCULO INFORMADA, O CLIENTE VIVO
      * NO FONE TAMBEM E CONFERIDO CONTRA O REUSO DO FONE.
      *****************************************
       3500-SITUAR-FONE.
           MOVE SPACES TO WRK-SIT-NOME WRK-SIT-ALERTA.
           MOVE ZEROS TO WRK-SIT-DOCUMENTO WRK-SIT-CADASTRO
                         WRK-SIT-ULT-HIST.
           MOVE WRK-FONE-BUSCA TO CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               PERFORM 3510-BUSCAR-HISTORICO
             NOT INVALID KEY
               PERFORM 3530-ULTIMO-HISTORICO
               MOVE CLIENTES-NOME          TO WRK-SIT-NOME
               MOVE CLIENTES-DOCUMENTO     TO WRK-SIT-DOCUMENTO
               MOVE CLIENTES-DATA-CADASTRO TO WRK-SIT-CADASTRO
               IF CLIENTE-INATIVO
                 MOVE 'CLIENTE INATIVO' TO WRK-SIT-ALERTA
               END-IF
               IF WRK-DATA-VINCULO NOT = ZEROS
                 PERFORM 3540-VERIFICAR-REUSO
               END-IF
           END-READ.

      *****************************************
      * O REGISTRO MAIS RECENTE DO FONE NO HISTORICO DIZ SE ELE
      * FOI ARQUIVADO NA EXCLUSAO OU DEIXADO NUMA TROCA DE FONE.
      *****************************************
       3510-BUSCAR-HISTORICO.
           PERFORM 3512-LER-HISTORICO-FONE.
           IF WRK-ACHOU
             IF WRK-SIT-FONE-NOVO NOT = ZEROS
               STRING 'TROCOU DE FONE EM ' DELIMITED BY SIZE
                      WRK-SIT-DATA          DELIMITED BY SIZE
                      ' PARA '              DELIMITED BY SIZE
                      WRK-SIT-FONE-NOVO     DELIMITED BY SIZE
                      INTO WRK-SIT-ALERTA
             ELSE
               STRING 'ARQUIVADO EM CLIENTES-HIST EM '
                        DELIMITED BY SIZE
                      WRK-SIT-DATA          DELIMITED BY SIZE
                      INTO WRK-SIT-ALERTA
             END-IF
           ELSE
             PERFORM 3520-BUSCAR-AUDITORIA
           END-IF.

       3512-LER-HISTORICO-FONE.
           SET WRK-NAO-ACHOU TO TRUE.
           IF WRK-HIST-ABERTO
             MOVE WRK-FONE-BUSCA TO HIST-FONE
             MOVE ZEROS TO HIST-DATA HIST-HORA
             START CLIENTES-HIST KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                 CONTINUE
             END-START
             IF HIST-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 3515-PROXIMO-HISTORICO UNTIL WRK-FIM-ARQUIVO
             END-IF
           END-IF.

       3515-PROXIMO-HISTORICO.
           READ CLIENTES-HIST NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF HIST-FONE NOT = WRK-FONE-BUSCA
                 SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                 SET WRK-ACHOU TO TRUE
                 MOVE HIST-NOME      TO WRK-SIT-NOME
                 MOVE HIST-DOCUMENTO TO WRK-SIT-DOCUMENTO
                 MOVE HIST-DATA      TO WRK-SIT-DATA
                 MOVE HIST-FONE-NOVO TO WRK-SIT-FONE-NOVO
               END-IF
           END-READ.

      *****************************************
      * FONE FORA DA BASE E DO HISTORICO (JA EXPURGADO): A ULTIMA
      * EXCLUSAO OU TROCA REGISTRADA NA AUDITORIA.
      *****************************************
       3520-BUSCAR-AUDITORIA.
           SET WRK-NAO-ACHOU TO TRUE.
           MOVE ZEROS TO WRK-SIT-FONE-NOVO.
           IF WRK-AUDIT-ABERTO
             MOVE WRK-FONE-BUSCA TO AUDIT-FONE
             MOVE ZEROS TO AUDIT-DATA AUDIT-HORA
             START CLIENTES-AUDITORIA KEY IS NOT LESS THAN AUDIT-CHAVE
               INVALID KEY
                 CONTINUE
             END-START
             IF AUDIT-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 3525-PROXIMA-AUDITORIA UNTIL WRK-FIM-ARQUIVO
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN WRK-NAO-ACHOU
               MOVE 'NAO ENCONTRADO' TO WRK-SIT-NOME
               MOVE 'FONE NAO ENCONTRADO NA BASE NEM NO HISTORICO'
                 TO WRK-SIT-ALERTA
             WHEN WRK-SIT-FONE-NOVO NOT = ZEROS
               STRING 'TROCOU DE FONE EM ' DELIMITED BY SIZE
                      WRK-SIT-DATA          DELIMITED BY SIZE
                      ' PARA '              DELIMITED BY SIZE
                      WRK-SIT-FONE-NOVO     DELIMITED BY SIZE
                      ' (AUDITORIA)'        DELIMITED BY SIZE
                      INTO WRK-SIT-ALERTA
             WHEN OTHER
               STRING 'EXCLUIDO EM '        DELIMITED BY SIZE
                      WRK-SIT-DATA          DELIMITED BY SIZE
                      ' (AUDITORIA)'        DELIMITED BY SIZE
                      INTO WRK-SIT-ALERTA
           END-EVALUATE.

       3525-PROXIMA-AUDITORIA.
           READ CLIENTES-AUDITORIA NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF AUDIT-FONE NOT = WRK-FONE-BUSCA
                 SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                 IF AUDIT-TROCA-FONE OR AUDIT-EXCLUSAO
                   SET WRK-ACHOU TO TRUE
                   MOVE AUDIT-NOME-ANTES TO WRK-SIT-NOME
                   MOVE AUDIT-DATA       TO WRK-SIT-DATA
                   MOVE ZEROS            TO WRK-SIT-FONE-NOVO
                   IF AUDIT-TROCA-FONE
                     MOVE AUDIT-FONE-NOVO TO WRK-SIT-FONE-NOVO
                   END-IF
                 END-IF
               END-IF
           END-READ.

      *****************************************
      * FONE DE CLIENTE VIVO: DATA DO REGISTRO MAIS RECENTE DO
      * MESMO FONE NO HISTORICO (DONO ANTERIOR ARQUIVADO OU QUE
      * TROCOU DE FONE), ZERO SE NAO HOUVER.
      *****************************************
       3530-ULTIMO-HISTORICO.
           PERFORM 3512-LER-HISTORICO-FONE.
           IF WRK-ACHOU
             MOVE WRK-SIT-DATA TO WRK-SIT-ULT-HIST
           END-IF.

      *****************************************
      * FONE REUSADO: O CLIENTE ATUAL FOI CADASTRADO, OU O DONO
      * ANTERIOR SAIU DO FONE, DEPOIS DO REGISTRO DO VINCULO - O
      * VINCULO E DE OUTRA PESSOA.
      *****************************************
       3540-VERIFICAR-REUSO.
           IF WRK-SIT-CADASTRO > WRK-DATA-VINCULO
             MOVE SPACES TO WRK-SIT-ALERTA
             STRING 'FONE REUSADO: CLIENTE ATUAL CADASTRADO EM '
                      DELIMITED BY SIZE
                    WRK-SIT-CADASTRO      DELIMITED BY SIZE
                    INTO WRK-SIT-ALERTA
           ELSE
             IF WRK-SIT-ULT-HIST > WRK-DATA-VINCULO
               MOVE SPACES TO WRK-SIT-ALERTA
               STRING 'FONE REUSADO: DONO ANTERIOR ARQUIVADO EM '
                        DELIMITED BY SIZE
                      WRK-SIT-ULT-HIST      DELIMITED BY SIZE
                      INTO WRK-SIT-ALERTA
             END-IF
           END-IF.

       3550-VERIFICAR-REUSO-ORIGEM.
           IF SORT-DATA-VINCULO NOT = ZEROS
              AND (WRK-EMPRESA-CADASTRO > SORT-DATA-VINCULO
                   OR WRK-EMPRESA-ULT-HIST > SORT-DATA-VINCULO)
             STRING 'FONE DE ORIGEM REUSADO APOS O VINCULO DE '
                      DELIMITED BY SIZE
                    SORT-DATA-VINCULO     DELIMITED BY SIZE
                    INTO WRK-SIT-ALERTA
           END-IF.

       4000-TOTALIZAR.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'VINCULOS LIDOS.....: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'VINCULOS LIDOS.....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-EMPRESAS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'EMPRESAS LISTADAS..: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'EMPRESAS LISTADAS..: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-VIGOR TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'LINHAS EM VIGOR....: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'LINHAS EM VIGOR....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-FUTUROS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'LINHAS FUTURAS.....: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'LINHAS FUTURAS.....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-ENCERRADOS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'LINHAS ENCERRADAS..: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'LINHAS ENCERRADAS..: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-ALERTAS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'AVISOS.............: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'AVISOS.............: ' WRK-TOTAL-EDIT.

       5000-ENCERRAR.
           CLOSE VINCULOS.
           CLOSE CLIENTES.
           IF WRK-HIST-ABERTO
             CLOSE CLIENTES-HIST
           END-IF.
           IF WRK-AUDIT-ABERTO
             CLOSE CLIENTES-AUDITORIA
           END-IF.
           CLOSE RELATORIO-GRU.
