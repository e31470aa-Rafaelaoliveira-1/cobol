      *           CRM/E-MAIL MARKETING CONTRA CLIENTES.DAT.
      *           ACOES DO RETORNO: B = EMAIL DEVOLVIDO (BOUNCE),
      *           O = DESCADASTRO (OPT-OUT), C = CORRECAO DE DADOS.
      *           B INATIVA O CLIENTE; O REVOGA O CONSENTIMENTO DE
      *           EMAIL EM CONSENT.DAT (O CLIENTE CONTINUA NA BASE
      *           COM A SITUACAO QUE TINHA); C APLICA NOME/EMAIL
      *           INFORMADOS. LINHAS SEM CLIENTE CORRESPONDENTE E
      *           DIVERGENCIAS DE NOME SAEM NO RELATORIO RELRETORNO.
      *           DEVOLUCOES E DESCADASTROS SAO TAMBEM MARCADOS EM
      *           RESPOSTAS.DAT NA CAMPANHA MAIS RECENTE DO TELEFONE
      *           EM CAMPHIST.DAT, PARA O RELATORIO DE EFICACIA.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RETORNO-STATUS.

           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CONS-STATUS
             RECORD KEY IS  CONS-CHAVE.

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

           SELECT RELATORIO-RET ASSIGN TO 'C:\COBOL\RELRETORNO.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
           05 RET-NOME            PIC X(30).
           05 RET-EMAIL           PIC X(40).

       FD  CONSENTIMENTOS.
           COPY CONSENT-REG.

       FD  CAMPANHAS-HIST.
           COPY CAMPHIST-REG.

       FD  RESPOSTAS.
           COPY RESPOSTA-REG.

       FD  RELATORIO-RET.
       01  RELATORIO-LINHA        PIC X(120).

       77 CLIENTES-STATUS    PIC 9(02).
       77 RETORNO-STATUS     PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 CONS-STATUS        PIC 9(02).
       77 CAMPHIST-STATUS    PIC 9(02).
       77 RESP-STATUS        PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-BOUNCE   PIC 9(06) COMP.
       77 WRK-TOTAL-CORRIGE  PIC 9(06) COMP.
       77 WRK-TOTAL-SEM-PAR  PIC 9(06) COMP.
       77 WRK-TOTAL-DIVERGE  PIC 9(06) COMP.
       77 WRK-TOTAL-CAMPANHA PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-GRAVA-OK        VALUE 'S'.
           88 WRK-GRAVA-ERRO      VALUE 'N'.

       77 WRK-CONS-SW        PIC X(01).
           88 WRK-CONS-EXISTE     VALUE 'S'.
           88 WRK-CONS-NAO-EXISTE VALUE 'N'.

       77 WRK-RESP-SW        PIC X(01).
           88 WRK-RESP-EXISTE     VALUE 'S'.
           88 WRK-RESP-NAO-EXISTE VALUE 'N'.

       77 WRK-CAMPANHAS-SW   PIC X(01).
           88 WRK-MARCA-CAMPANHA  VALUE 'S'.
           88 WRK-SEM-CAMPANHAS   VALUE 'N'.

       77 WRK-CHIST-ABR-SW   PIC X(01).
           88 WRK-CHIST-ABERTO    VALUE 'S'.
           88 WRK-CHIST-FECHADO   VALUE 'N'.

       77 WRK-RESP-ABR-SW    PIC X(01).
           88 WRK-RESP-ABERTO     VALUE 'S'.
           88 WRK-RESP-FECHADO    VALUE 'N'.

       77 WRK-CONS-ABR-SW    PIC X(01).
           88 WRK-CONS-ABERTO     VALUE 'S'.
           88 WRK-CONS-FECHADO    VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-BOUNCE
                         WRK-TOTAL-OPTOUT WRK-TOTAL-CORRIGE
                         WRK-TOTAL-SEM-PAR WRK-TOTAL-DIVERGE
                         WRK-TOTAL-CAMPANHA.
           SET WRK-NAO-FIM TO TRUE.
           SET WRK-CHIST-FECHADO WRK-RESP-FECHADO WRK-CONS-FECHADO
             TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN I-O CLIENTES
                  SET WRK-FIM-ARQUIVO TO TRUE
               END-IF.

           OPEN I-O CONSENTIMENTOS
              IF CONS-STATUS = 35 THEN
                  OPEN OUTPUT CONSENTIMENTOS
                  CLOSE CONSENTIMENTOS
                  OPEN I-O CONSENTIMENTOS
               END-IF.
           IF CONS-STATUS NOT = 00
             DISPLAY 'FALHA AO ABRIR CONSENT.DAT - STATUS: '
                     CONS-STATUS
             SET WRK-FIM-ARQUIVO TO TRUE
           ELSE
             SET WRK-CONS-ABERTO TO TRUE
           END-IF.

      *****************************************
      * SEM CAMPHIST OU RESPOSTAS O RETORNO E PROCESSADO
      * NORMALMENTE, SO NAO E ATRIBUIDO A CAMPANHAS.
      *****************************************
           SET WRK-MARCA-CAMPANHA TO TRUE.
           OPEN INPUT CAMPANHAS-HIST.
           IF CAMPHIST-STATUS NOT = 00
             DISPLAY 'CAMPHIST.DAT INDISPONIVEL - RETORNO NAO '
                     'ATRIBUIDO A CAMPANHAS'
             SET WRK-SEM-CAMPANHAS TO TRUE
           ELSE
             SET WRK-CHIST-ABERTO TO TRUE
             OPEN I-O RESPOSTAS
             IF RESP-STATUS = 35 THEN
               OPEN OUTPUT RESPOSTAS
               CLOSE RESPOSTAS
               OPEN I-O RESPOSTAS
             END-IF
             IF RESP-STATUS NOT = 00
               DISPLAY 'FALHA AO ABRIR RESPOSTAS.DAT - STATUS: '
                       RESP-STATUS
               SET WRK-SEM-CAMPANHAS TO TRUE
             ELSE
               SET WRK-RESP-ABERTO TO TRUE
             END-IF
           END-IF.

           OPEN INPUT ARQUIVO-RETORNO
              IF RETORNO-STATUS NOT = 00 THEN
                  DISPLAY 'ARQUIVO DE RETORNO NAO ENCONTRADO'
               PERFORM 2300-REGRAVAR-CLIENTE
               IF WRK-GRAVA-OK
                 ADD 1 TO WRK-TOTAL-BOUNCE
                 IF WRK-MARCA-CAMPANHA
                   PERFORM 2500-MARCAR-CAMPANHA
                 END-IF
               END-IF
             WHEN RET-OPTOUT
               PERFORM 2400-REVOGAR-CONSENTIMENTO
               IF WRK-GRAVA-OK
                 ADD 1 TO WRK-TOTAL-OPTOUT
                 IF WRK-MARCA-CAMPANHA
                   PERFORM 2500-MARCAR-CAMPANHA
                 END-IF
               END-IF
             WHEN RET-CORRECAO
               IF RET-NOME NOT = SPACES
                       ' STATUS: ' CLIENTES-STATUS
           END-REWRITE.

      *****************************************
      * O DESCADASTRO VALE PARA O CANAL EMAIL DO FORNECEDOR: O
      * CONSENTIMENTO E REVOGADO E O CLIENTE NAO E INATIVADO.
      *****************************************
       2400-REVOGAR-CONSENTIMENTO.
           SET WRK-GRAVA-OK TO TRUE.
           MOVE CLIENTES-FONE TO CONS-FONE.
           SET CONS-CANAL-EMAIL TO TRUE.
           READ CONSENTIMENTOS
             INVALID KEY
               SET WRK-CONS-NAO-EXISTE TO TRUE
             NOT INVALID KEY
               SET WRK-CONS-EXISTE TO TRUE
           END-READ.
           MOVE CLIENTES-FONE TO CONS-FONE.
           SET CONS-CANAL-EMAIL TO TRUE.
           SET CONS-REVOGADO TO TRUE.
           MOVE WRK-DATA-EXECUCAO TO CONS-DATA.
           ACCEPT CONS-HORA FROM TIME.
           SET CONS-ORIGEM-RETORNO TO TRUE.
           MOVE 'RETORNO' TO CONS-OPERADOR.
           IF WRK-CONS-EXISTE
             REWRITE CONSENT-REG
           ELSE
             WRITE CONSENT-REG
           END-IF.
           IF CONS-STATUS NOT = 00
             SET WRK-GRAVA-ERRO TO TRUE
             DISPLAY 'ERRO AO GRAVAR CONSENTIMENTO: ' CLIENTES-FONE
                     ' STATUS: ' CONS-STATUS
           END-IF.

      *****************************************
      * O ARQUIVO DE RETORNO NAO TRAZ A CAMPANHA: A DEVOLUCAO OU
      * O DESCADASTRO E ATRIBUIDO A CAMPANHA MAIS RECENTE DO
      * TELEFONE EM CAMPHIST. SEM CAMPANHA, NADA E MARCADO.
      *****************************************
       2500-MARCAR-CAMPANHA.
           MOVE RET-FONE TO CAMPHIST-FONE.
           MOVE 99999999 TO CAMPHIST-DATA.
           MOVE 9999 TO CAMPHIST-CODIGO.
           START CAMPANHAS-HIST KEY IS NOT GREATER THAN CAMPHIST-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           IF CAMPHIST-STATUS = 00
             READ CAMPANHAS-HIST PREVIOUS RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF CAMPHIST-FONE = RET-FONE
                   PERFORM 2510-GRAVAR-RESPOSTA
                 END-IF
             END-READ
           END-IF.

       2510-GRAVAR-RESPOSTA.
           MOVE CAMPHIST-CODIGO TO RESP-CODIGO.
           MOVE RET-FONE        TO RESP-FONE.
           READ RESPOSTAS
             INVALID KEY
               SET WRK-RESP-NAO-EXISTE TO TRUE
               MOVE CAMPHIST-CODIGO TO RESP-CODIGO
               MOVE RET-FONE        TO RESP-FONE
               MOVE 'N' TO RESP-ENTREGUE RESP-ABERTO RESP-CLICADO
                           RESP-DEVOLVIDO RESP-DESCADASTRO
               MOVE ZEROS TO RESP-DATA-RESPOSTA
             NOT INVALID KEY
               SET WRK-RESP-EXISTE TO TRUE
           END-READ.
           MOVE CAMPHIST-DATA TO RESP-DATA-CAMPANHA.
           IF RET-BOUNCE
             MOVE 'S' TO RESP-DEVOLVIDO
           ELSE
             MOVE 'S' TO RESP-DESCADASTRO
           END-IF.
           MOVE WRK-DATA-EXECUCAO TO RESP-DATA-RETORNO.
           IF WRK-RESP-EXISTE
             REWRITE RESPOSTA-REG
           ELSE
             WRITE RESPOSTA-REG
           END-IF.
           IF RESP-STATUS = 00
             ADD 1 TO WRK-TOTAL-CAMPANHA
           ELSE
             DISPLAY 'ERRO AO GRAVAR RESPOSTA: ' RET-FONE
                     ' STATUS: ' RESP-STATUS
           END-IF.

       8100-RELATAR-SEM-PAR.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'SEM CLIENTE PARA O FONE: ' DELIMITED BY SIZE
           MOVE WRK-TOTAL-BOUNCE TO WRK-TOTAL-EDIT.
           DISPLAY 'EMAILS DEVOLVIDOS....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-OPTOUT TO WRK-TOTAL-EDIT.
           DISPLAY 'DESCADASTROS (EMAIL).: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-CORRIGE TO WRK-TOTAL-EDIT.
           DISPLAY 'CORRECOES APLICADAS..: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-SEM-PAR TO WRK-TOTAL-EDIT.
           DISPLAY 'SEM CORRESPONDENCIA..: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-DIVERGE TO WRK-TOTAL-EDIT.
           DISPLAY 'NOMES DIVERGENTES....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-CAMPANHA TO WRK-TOTAL-EDIT.
           DISPLAY 'MARCADOS EM CAMPANHA.: ' WRK-TOTAL-EDIT.
           CLOSE CLIENTES.
           IF WRK-CHIST-ABERTO
             CLOSE CAMPANHAS-HIST
           END-IF.
           IF WRK-RESP-ABERTO
             CLOSE RESPOSTAS
           END-IF.
           IF WRK-CONS-ABERTO
             CLOSE CONSENTIMENTOS
           END-IF.
           CLOSE ARQUIVO-RETORNO.
           CLOSE RELATORIO-RET.

