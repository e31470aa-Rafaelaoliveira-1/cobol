      *           S = SELECIONAR- MONTA A SELECAO DE UMA CAMPANHA:
      *                           FILTRA CLIENTES.DAT POR SITUACAO,
      *                           FAIXA DE DDD E FAIXA DE DATA DE
      *                           CADASTRO, PULA QUEM NAO TEM
      *                           CONSENTIMENTO VIGENTE NO CANAL DA
      *                           CAMPANHA (CONSENT.DAT), PULA QUEM JA
      *                           ENTROU EM QUALQUER CAMPANHA NOS
      *                           ULTIMOS 7 DIAS, GRAVA OS SELECIONADOS
      *                           EM CAMPANHA-NNNN.TXT E REGISTRA CADA
      *                           INCLUSAO EM CAMPHIST.DAT.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
             FILE STATUS IS CAMPHIST-STATUS
             RECORD KEY IS  CAMPHIST-CHAVE.

           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CONS-STATUS
             RECORD KEY IS  CONS-CHAVE.

           SELECT ARQUIVO-SELECAO ASSIGN TO DYNAMIC WRK-ARQ-SELECAO
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
       FD  CAMPANHAS-HIST.
           COPY CAMPHIST-REG.

       FD  CONSENTIMENTOS.
           COPY CONSENT-REG.

       FD  ARQUIVO-SELECAO.
       01  SELECAO-LINHA          PIC X(120).

       77 CAMP-STATUS        PIC 9(02).
       77 CAMPHIST-STATUS    PIC 9(02).
       77 SELECAO-STATUS     PIC 9(02).
       77 CONS-STATUS        PIC 9(02).
       77 WRK-CANAL          PIC X(01).
       77 WRK-ARQ-SELECAO    PIC X(40).
       77 WRK-FUNCAO         PIC X(01).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-SELEC    PIC 9(06) COMP.
       77 WRK-TOTAL-RECENTE  PIC 9(06) COMP.
       77 WRK-TOTAL-SEM-CONS PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).

       01 WRK-DATA-CORTE.
           88 WRK-TEM-RECENTE     VALUE 'S'.
           88 WRK-SEM-RECENTE     VALUE 'N'.

       77 WRK-CONSENTE-SW    PIC X(01).
           88 WRK-CONSENTE        VALUE 'S'.
           88 WRK-NAO-CONSENTE    VALUE 'N'.

       77 WRK-BISSEXTO-SW    PIC X(01).
           88 WRK-BISSEXTO        VALUE 'S'.
           88 WRK-NAO-BISSEXTO    VALUE 'N'.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-SELEC
                         WRK-TOTAL-RECENTE WRK-TOTAL-SEM-CONS.
           SET WRK-SELECAO-OK TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           DISPLAY 'FUNCAO (C=CADASTRAR S=SELECIONAR): '.
             PERFORM 3300-FILTRAR-CLIENTE UNTIL WRK-FIM-ARQUIVO
             PERFORM 3700-TOTALIZAR
             CLOSE CLIENTES
             CLOSE CONSENTIMENTOS
             CLOSE ARQUIVO-SELECAO
           END-IF.

               DISPLAY 'CAMPANHA NAO CADASTRADA: ' WRK-CODIGO
               SET WRK-SELECAO-ERRO TO TRUE
           END-READ.
           IF WRK-SELECAO-OK
             DISPLAY 'CANAL (E=EMAIL S=SMS L=LIGACAO, BRANCO=E): '
             ACCEPT WRK-CANAL
             INSPECT WRK-CANAL CONVERTING 'esl' TO 'ESL'
             IF WRK-CANAL = SPACE
               MOVE 'E' TO WRK-CANAL
             END-IF
             IF WRK-CANAL NOT = 'E' AND WRK-CANAL NOT = 'S'
                AND WRK-CANAL NOT = 'L'
               DISPLAY 'CANAL INVALIDO - USAR E, S OU L'
               SET WRK-SELECAO-ERRO TO TRUE
             END-IF
           END-IF.
           IF WRK-SELECAO-OK
             DISPLAY 'SITUACAO (A/P/I, BRANCO=TODAS): '
             ACCEPT WRK-SITUACAO
             END-IF
           END-IF.

      *****************************************
      * SEM O ARQUIVO DE CONSENTIMENTO NAO HA COMO PROVAR O
      * ACEITE DE NINGUEM: A SELECAO NAO E FEITA.
      *****************************************
       3200-ABRIR-ARQUIVOS.
           OPEN INPUT CONSENTIMENTOS.
           IF CONS-STATUS NOT = 00
             DISPLAY 'CONSENT.DAT NAO ENCONTRADO - STATUS: '
                     CONS-STATUS
             SET WRK-SELECAO-ERRO TO TRUE
           ELSE
             PERFORM 3210-ABRIR-CLIENTES
             IF WRK-SELECAO-ERRO
               CLOSE CONSENTIMENTOS
             END-IF
           END-IF.

       3210-ABRIR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
             DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                  AND WRK-DDD NOT > WRK-DDD-FIM
                  AND CLIENTES-DATA-CADASTRO NOT < WRK-CAD-INI
                  AND CLIENTES-DATA-CADASTRO NOT > WRK-CAD-FIM
                 PERFORM 3350-VERIFICAR-CONSENTIMENTO
                 IF WRK-NAO-CONSENTE
                   ADD 1 TO WRK-TOTAL-SEM-CONS
                 ELSE
                   PERFORM 3400-VERIFICAR-RECENTE
                   IF WRK-TEM-RECENTE
                     ADD 1 TO WRK-TOTAL-RECENTE
                   ELSE
                     PERFORM 3500-GRAVAR-SELECIONADO
                   END-IF
                 END-IF
               END-IF
           END-READ.

      *****************************************
      * SO ENTRA NA CAMPANHA QUEM TEM CONSENTIMENTO CONCEDIDO
      * NO CANAL; SEM REGISTRO OU REVOGADO, O CLIENTE E PULADO.
      *****************************************
       3350-VERIFICAR-CONSENTIMENTO.
           SET WRK-NAO-CONSENTE TO TRUE.
           MOVE CLIENTES-FONE TO CONS-FONE.
           MOVE WRK-CANAL     TO CONS-CANAL.
           READ CONSENTIMENTOS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CONS-CONCEDIDO
                 SET WRK-CONSENTE TO TRUE
               END-IF
           END-READ.

       3400-VERIFICAR-RECENTE.
           SET WRK-SEM-RECENTE TO TRUE.
           MOVE CLIENTES-FONE TO CAMPHIST-FONE.
           DISPLAY 'CLIENTES LIDOS.......: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-SELEC TO WRK-TOTAL-EDIT.
           DISPLAY 'CLIENTES SELECIONADOS: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-SEM-CONS TO WRK-TOTAL-EDIT.
           DISPLAY 'PULADOS SEM CONSENT..: ' WRK-TOTAL-EDIT
                   '  CANAL: ' WRK-CANAL.
           MOVE WRK-TOTAL-RECENTE TO WRK-TOTAL-EDIT.
           DISPLAY 'PULADOS (7 DIAS).....: ' WRK-TOTAL-EDIT.
           IF WRK-SELECAO-ERRO
