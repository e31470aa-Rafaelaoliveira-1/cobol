       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-BUREAU-RETORNO.
      *****************************************
      * OBJETIVO: PROCESSAMENTO DO RETORNO DO BUREAU DE CREDITO
      *           (BUREAU-RETORNO.TXT) COM A SITUACAO CADASTRAL DOS
      *           CPF/CNPJ ENVIADOS POR CLIENTES-BUREAU-ENVIO:
      *           R = REGULAR, S = SUSPENSO, C = CANCELADO,
      *           F = FALECIDO (CPF), N = NAO ENCONTRADO, E O NOME
      *           REGISTRADO (RAZAO SOCIAL NO CNPJ).
      *           A SITUACAO E A DATA DA CONSULTA FICAM EM SITCAD.DAT
      *           PARA O DOCUMENTO, QUE VALE PARA TODOS OS CLIENTES
      *           COM ELE. CLIENTES COM DOCUMENTO CANCELADO OU
      *           FALECIDO SAO INATIVADOS, COM REGISTRO NA TRILHA
      *           CLIAUDIT.DAT SOB O OPERADOR BUREAU.
      *           EM RELBUREAU.TXT: NOMES DIVERGENTES DO CADASTRO,
      *           DOCUMENTOS COM PROBLEMA (S, C, F, N), DOCUMENTOS
      *           SEM CLIENTE E LINHAS INVALIDAS DO RETORNO.
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

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT ARQUIVO-RETORNO
             ASSIGN TO 'C:\COBOL\BUREAU-RETORNO.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RETORNO-STATUS.

           SELECT RELATORIO-BUR ASSIGN TO 'C:\COBOL\RELBUREAU.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  SITUACAO-CADASTRAL.
           COPY SITCAD-REG.

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       FD  ARQUIVO-RETORNO.
       01  RETORNO-DETALHE.
           05 RBUR-TIPO-REG       PIC X(01).
               88 RBUR-HEADER         VALUE '0'.
               88 RBUR-DETALHE        VALUE '1'.
               88 RBUR-TRAILER        VALUE '9'.
           05 RBUR-TIPO-DOC       PIC X(01).
           05 RBUR-DOCUMENTO      PIC 9(14).
           05 RBUR-SITUACAO       PIC X(01).
               88 RBUR-REGULAR        VALUE 'R'.
               88 RBUR-SUSPENSO       VALUE 'S'.
               88 RBUR-CANCELADO      VALUE 'C'.
               88 RBUR-FALECIDO       VALUE 'F'.
               88 RBUR-NAO-ENCONTRADO VALUE 'N'.
               88 RBUR-SITUACAO-VALIDA VALUE 'R' 'S' 'C' 'F' 'N'.
           05 RBUR-DATA-CONSULTA  PIC 9(08).
           05 RBUR-NOME           PIC X(40).
           05 FILLER              PIC X(35).
       01  RETORNO-TRAILER.
           05 RBUR-T-TIPO-REG     PIC X(01).
           05 RBUR-T-QUANTIDADE   PIC 9(06).
           05 FILLER              PIC X(93).

       FD  RELATORIO-BUR.
       01  RELATORIO-LINHA        PIC X(120).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS    PIC 9(02).
       77 SITCAD-STATUS      PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 RETORNO-STATUS     PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-DATA-CONSULTA  PIC 9(08).
       77 WRK-DOCUMENTO      PIC 9(14).
       77 WRK-SITUACAO-ANT   PIC X(01).
       77 WRK-NOME-CADASTRO  PIC X(30).
       77 WRK-NOME-BUREAU    PIC X(40).
       77 WRK-OCORRENCIA     PIC X(56).
       77 WRK-RESULTADO      PIC X(30).
       77 WRK-AUD-TENTA      PIC 9(01) COMP.
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-REGULAR  PIC 9(06) COMP.
       77 WRK-TOTAL-SUSPENSO PIC 9(06) COMP.
       77 WRK-TOTAL-CANCELADO PIC 9(06) COMP.
       77 WRK-TOTAL-FALECIDO PIC 9(06) COMP.
       77 WRK-TOTAL-NAO-ENC  PIC 9(06) COMP.
       77 WRK-TOTAL-INATIVADO PIC 9(06) COMP.
       77 WRK-TOTAL-DIVERGE  PIC 9(06) COMP.
       77 WRK-TOTAL-SEM-CLI  PIC 9(06) COMP.
       77 WRK-TOTAL-INVALIDO PIC 9(06) COMP.
       77 WRK-TOTAL-ERROS    PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).
       77 WRK-QTD-TRAILER    PIC 9(06).

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-FIM-DOC-SW     PIC X(01).
           88 WRK-FIM-DOCUMENTO   VALUE 'S'.
           88 WRK-NAO-FIM-DOC     VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-RETORNO-OK      VALUE 'N'.
           88 WRK-RETORNO-ERRO    VALUE 'S'.

       77 WRK-SITCAD-SW      PIC X(01).
           88 WRK-SITCAD-EXISTE   VALUE 'S'.
           88 WRK-SITCAD-NOVO     VALUE 'N'.

       77 WRK-TRAILER-SW     PIC X(01).
           88 WRK-TRAILER-LIDO    VALUE 'S'.
           88 WRK-SEM-TRAILER     VALUE 'N'.

       77 WRK-AUD-SW         PIC X(01).
           88 WRK-AUD-GRAVADO     VALUE 'S'.
           88 WRK-AUD-NAO-GRAVADO VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-RETORNO-OK
             PERFORM 2000-LER-RETORNO UNTIL WRK-FIM-ARQUIVO
             PERFORM 2900-CONFERIR-TRAILER
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-REGULAR
                         WRK-TOTAL-SUSPENSO WRK-TOTAL-CANCELADO
                         WRK-TOTAL-FALECIDO WRK-TOTAL-NAO-ENC
                         WRK-TOTAL-INATIVADO WRK-TOTAL-DIVERGE
                         WRK-TOTAL-SEM-CLI WRK-TOTAL-INVALIDO
                         WRK-TOTAL-ERROS WRK-QTD-TRAILER.
           SET WRK-RETORNO-OK TO TRUE.
           SET WRK-SEM-TRAILER TO TRUE.
           SET WRK-NAO-FIM TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           OPEN I-O CLIENTES
              IF CLIENTES-STATUS NOT = 00 THEN
                  DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                          CLIENTES-STATUS
                  MOVE 8 TO RETURN-CODE
                  SET WRK-RETORNO-ERRO TO TRUE
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
             SET WRK-RETORNO-ERRO TO TRUE
           END-IF.

           OPEN I-O CLIENTES-AUDITORIA
              IF AUDIT-STATUS = 35 THEN
                  OPEN OUTPUT CLIENTES-AUDITORIA
                  CLOSE CLIENTES-AUDITORIA
                  OPEN I-O CLIENTES-AUDITORIA
               END-IF.
           IF AUDIT-STATUS NOT = 00
             DISPLAY 'FALHA AO ABRIR CLIAUDIT.DAT - STATUS: '
                     AUDIT-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RETORNO-ERRO TO TRUE
           END-IF.

           OPEN INPUT ARQUIVO-RETORNO.
           IF RETORNO-STATUS NOT = 00
             DISPLAY 'BUREAU-RETORNO.TXT NAO ENCONTRADO - STATUS: '
                     RETORNO-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RETORNO-ERRO TO TRUE
           END-IF.

           IF WRK-RETORNO-OK
             OPEN OUTPUT RELATORIO-BUR
             IF RELATORIO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR RELBUREAU.TXT - STATUS: '
                       RELATORIO-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RETORNO-ERRO TO TRUE
             ELSE
               MOVE SPACES TO RELATORIO-LINHA
               STRING 'RETORNO DO BUREAU - SITUACAO CADASTRAL  -  '
                        DELIMITED BY SIZE
                      'DATA: '          DELIMITED BY SIZE
                      WRK-DATA-EXECUCAO DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE SPACES TO RELATORIO-LINHA
               STRING 'DOCUMENTO       TELEFONE   NOME            '
                        DELIMITED BY SIZE
                      '                OCORRENCIA'
                        DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
             END-IF
           END-IF.

       2000-LER-RETORNO.
           READ ARQUIVO-RETORNO
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               EVALUATE TRUE
                 WHEN RBUR-HEADER
                   CONTINUE
                 WHEN RBUR-DETALHE
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM 2100-TRATAR-DETALHE
                 WHEN RBUR-TRAILER
                   SET WRK-TRAILER-LIDO TO TRUE
                   MOVE RBUR-T-QUANTIDADE TO WRK-QTD-TRAILER
                 WHEN OTHER
                   ADD 1 TO WRK-TOTAL-INVALIDO
                   MOVE ZEROS TO WRK-DOCUMENTO
                   MOVE 'LINHA DO RETORNO COM TIPO DE REGISTRO INVALIDO'
                     TO WRK-OCORRENCIA
                   PERFORM 8100-RELATAR-DOCUMENTO
               END-EVALUATE
           END-READ.

       2100-TRATAR-DETALHE.
           MOVE RBUR-DOCUMENTO TO WRK-DOCUMENTO.
           IF RBUR-DOCUMENTO NOT NUMERIC
              OR RBUR-DOCUMENTO = ZEROS
              OR NOT RBUR-SITUACAO-VALIDA
             ADD 1 TO WRK-TOTAL-INVALIDO
             MOVE 'DOCUMENTO OU SITUACAO INVALIDA NO RETORNO'
               TO WRK-OCORRENCIA
             PERFORM 8100-RELATAR-DOCUMENTO
           ELSE
             EVALUATE TRUE
               WHEN RBUR-REGULAR
                 ADD 1 TO WRK-TOTAL-REGULAR
               WHEN RBUR-SUSPENSO
                 ADD 1 TO WRK-TOTAL-SUSPENSO
               WHEN RBUR-CANCELADO
                 ADD 1 TO WRK-TOTAL-CANCELADO
               WHEN RBUR-FALECIDO
                 ADD 1 TO WRK-TOTAL-FALECIDO
               WHEN OTHER
                 ADD 1 TO WRK-TOTAL-NAO-ENC
             END-EVALUATE
             MOVE RBUR-DATA-CONSULTA TO WRK-DATA-CONSULTA
             IF RBUR-DATA-CONSULTA NOT NUMERIC
                OR RBUR-DATA-CONSULTA = ZEROS
               MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CONSULTA
             END-IF
             MOVE RBUR-NOME TO WRK-NOME-BUREAU
             INSPECT WRK-NOME-BUREAU CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             PERFORM 2200-GRAVAR-SITCAD
             PERFORM 2300-LOCALIZAR-CLIENTES
           END-IF.

      *****************************************
      * A SITUACAO E GRAVADA MESMO PARA DOCUMENTO QUE NAO ESTAVA
      * EM SITCAD.DAT (CONSULTA FEITA FORA DO ENVIO).
      *****************************************
       2200-GRAVAR-SITCAD.
           MOVE RBUR-DOCUMENTO TO SITCAD-DOCUMENTO.
           READ SITUACAO-CADASTRAL
             INVALID KEY
               SET WRK-SITCAD-NOVO TO TRUE
               MOVE RBUR-DOCUMENTO TO SITCAD-DOCUMENTO
               MOVE ZEROS TO SITCAD-DATA-ENVIO
             NOT INVALID KEY
               SET WRK-SITCAD-EXISTE TO TRUE
           END-READ.
           IF RBUR-DOCUMENTO > 99999999999
             SET SITCAD-CNPJ TO TRUE
           ELSE
             SET SITCAD-CPF TO TRUE
           END-IF.
           MOVE RBUR-SITUACAO     TO SITCAD-SITUACAO.
           MOVE WRK-DATA-CONSULTA TO SITCAD-DATA-CONSULTA.
           MOVE RBUR-NOME         TO SITCAD-NOME-BUREAU.
           IF WRK-SITCAD-EXISTE
             REWRITE SITCAD-REG
           ELSE
             WRITE SITCAD-REG
           END-IF.
           IF SITCAD-STATUS NOT = 00
             ADD 1 TO WRK-TOTAL-ERROS
             DISPLAY 'ERRO AO GRAVAR SITCAD: ' RBUR-DOCUMENTO
                     ' STATUS: ' SITCAD-STATUS
           END-IF.

      *****************************************
      * PERCORRE OS CLIENTES COM O DOCUMENTO PELA CHAVE
      * ALTERNADA. O DOCUMENTO PODE TER SIDO ALTERADO OU O
      * CLIENTE EXCLUIDO DEPOIS DO ENVIO.
      *****************************************
       2300-LOCALIZAR-CLIENTES.
           MOVE RBUR-DOCUMENTO TO CLIENTES-DOCUMENTO.
           SET WRK-NAO-FIM-DOC TO TRUE.
           START CLIENTES KEY IS EQUAL TO CLIENTES-DOCUMENTO
             INVALID KEY
               SET WRK-FIM-DOCUMENTO TO TRUE
               ADD 1 TO WRK-TOTAL-SEM-CLI
               MOVE 'NENHUM CLIENTE COM O DOCUMENTO'
                 TO WRK-OCORRENCIA
               PERFORM 8100-RELATAR-DOCUMENTO
           END-START.
           PERFORM 2400-PROXIMO-CLIENTE UNTIL WRK-FIM-DOCUMENTO.

       2400-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
             AT END
               SET WRK-FIM-DOCUMENTO TO TRUE
             NOT AT END
               IF CLIENTES-DOCUMENTO NOT = RBUR-DOCUMENTO
                 SET WRK-FIM-DOCUMENTO TO TRUE
               ELSE
                 PERFORM 2500-TRATAR-CLIENTE
               END-IF
           END-READ.

       2500-TRATAR-CLIENTE.
           MOVE CLIENTES-NOME TO WRK-NOME-CADASTRO.
           INSPECT WRK-NOME-CADASTRO CONVERTING
             'abcdefghijklmnopqrstuvwxyz'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF RBUR-NOME NOT = SPACES
              AND WRK-NOME-BUREAU (1:30) NOT = WRK-NOME-CADASTRO
             ADD 1 TO WRK-TOTAL-DIVERGE
             MOVE SPACES TO WRK-OCORRENCIA
             STRING 'NOME DIVERGENTE - BUREAU: ' DELIMITED BY SIZE
                    RBUR-NOME                    DELIMITED BY SIZE
                    INTO WRK-OCORRENCIA
             PERFORM 8200-RELATAR-CLIENTE
           END-IF.
           EVALUATE TRUE
             WHEN RBUR-SUSPENSO
               MOVE 'DOCUMENTO SUSPENSO' TO WRK-OCORRENCIA
               PERFORM 8200-RELATAR-CLIENTE
             WHEN RBUR-NAO-ENCONTRADO
               MOVE 'DOCUMENTO NAO ENCONTRADO NO BUREAU'
                 TO WRK-OCORRENCIA
               PERFORM 8200-RELATAR-CLIENTE
             WHEN RBUR-CANCELADO OR RBUR-FALECIDO
               IF CLIENTE-INATIVO
                 MOVE 'CLIENTE JA ESTAVA INATIVO' TO WRK-RESULTADO
               ELSE
                 PERFORM 2600-INATIVAR-CLIENTE
               END-IF
               MOVE SPACES TO WRK-OCORRENCIA
               IF RBUR-CANCELADO
                 STRING 'DOCUMENTO CANCELADO - ' DELIMITED BY SIZE
                        WRK-RESULTADO            DELIMITED BY SIZE
                        INTO WRK-OCORRENCIA
               ELSE
                 STRING 'TITULAR FALECIDO - '    DELIMITED BY SIZE
                        WRK-RESULTADO            DELIMITED BY SIZE
                        INTO WRK-OCORRENCIA
               END-IF
               PERFORM 8200-RELATAR-CLIENTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2600-INATIVAR-CLIENTE.
           MOVE CLIENTES-SITUACAO TO WRK-SITUACAO-ANT.
           SET CLIENTE-INATIVO TO TRUE.
           REWRITE CLIENTES-REG
             INVALID KEY
               ADD 1 TO WRK-TOTAL-ERROS
               MOVE 'ERRO AO INATIVAR O CLIENTE' TO WRK-RESULTADO
               DISPLAY 'ERRO AO REGRAVAR CLIENTE: ' CLIENTES-FONE
                       ' STATUS: ' CLIENTES-STATUS
             NOT INVALID KEY
               ADD 1 TO WRK-TOTAL-INATIVADO
               MOVE 'CLIENTE INATIVADO' TO WRK-RESULTADO
               PERFORM 2700-AUDITAR-INATIVACAO
           END-REWRITE.

      *****************************************
      * ALTERACAO NA TRILHA DE AUDITORIA, SO DA SITUACAO. EM
      * COLISAO DE CHAVE (MESMO FONE NO MESMO CENTESIMO) A HORA
      * E INCREMENTADA E A GRAVACAO REPETIDA.
      *****************************************
       2700-AUDITAR-INATIVACAO.
           MOVE CLIENTES-FONE     TO AUDIT-FONE.
           MOVE WRK-DATA-EXECUCAO TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           SET AUDIT-ALTERACAO TO TRUE.
           MOVE CLIENTES-NOME     TO AUDIT-NOME-ANTES
                                     AUDIT-NOME-DEPOIS.
           MOVE CLIENTES-EMAIL    TO AUDIT-EMAIL-ANTES
                                     AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS             TO AUDIT-FONE-NOVO.
           MOVE 'BUREAU'          TO AUDIT-OPERADOR.
           MOVE WRK-SITUACAO-ANT  TO AUDIT-SITUACAO-ANTES.
           MOVE CLIENTES-SITUACAO TO AUDIT-SITUACAO-DEPOIS.
           MOVE ZEROS TO WRK-AUD-TENTA.
           SET WRK-AUD-NAO-GRAVADO TO TRUE.
           PERFORM 2710-GRAVAR-AUDITORIA
             UNTIL WRK-AUD-GRAVADO OR WRK-AUD-TENTA > 3.
           IF WRK-AUD-NAO-GRAVADO
             ADD 1 TO WRK-TOTAL-ERROS
             DISPLAY 'ERRO AO GRAVAR AUDITORIA: ' CLIENTES-FONE
                     ' STATUS: ' AUDIT-STATUS
           END-IF.

       2710-GRAVAR-AUDITORIA.
           ADD 1 TO WRK-AUD-TENTA.
           WRITE AUDITORIA-REG
             INVALID KEY
               IF AUDIT-STATUS = 22
                 ADD 1 TO AUDIT-HORA
               ELSE
                 MOVE 9 TO WRK-AUD-TENTA
               END-IF
             NOT INVALID KEY
               SET WRK-AUD-GRAVADO TO TRUE
           END-WRITE.

      *****************************************
      * O TRAILER DO BUREAU TRAZ A QUANTIDADE DE DETALHES; A
      * DIFERENCA INDICA ARQUIVO INCOMPLETO. A QUANTIDADE E
      * GUARDADA NA LEITURA, POIS A AREA DO REGISTRO NAO VALE MAIS
      * DEPOIS DO FIM DE ARQUIVO.
      *****************************************
       2900-CONFERIR-TRAILER.
           MOVE ZEROS TO WRK-DOCUMENTO.
           IF WRK-SEM-TRAILER
             MOVE 'ARQUIVO DE RETORNO SEM TRAILER' TO WRK-OCORRENCIA
             PERFORM 8100-RELATAR-DOCUMENTO
             MOVE 4 TO RETURN-CODE
           ELSE
             IF WRK-QTD-TRAILER NOT = WRK-TOTAL-LIDOS
               MOVE 'QUANTIDADE DO TRAILER DIFERE DOS DETALHES LIDOS'
                 TO WRK-OCORRENCIA
               PERFORM 8100-RELATAR-DOCUMENTO
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

       8100-RELATAR-DOCUMENTO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WRK-DOCUMENTO  DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  '---------  '  DELIMITED BY SIZE
                  '                              ' DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  WRK-OCORRENCIA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       8200-RELATAR-CLIENTE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WRK-DOCUMENTO  DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  CLIENTES-FONE  DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  CLIENTES-NOME  DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  WRK-OCORRENCIA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       3000-FINALIZAR.
           IF WRK-RETORNO-OK
             MOVE SPACES TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
             MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-EDIT
             MOVE SPACES TO RELATORIO-LINHA
             STRING 'TOTAL DE DOCUMENTOS NO RETORNO: '
                      DELIMITED BY SIZE
                    WRK-TOTAL-EDIT DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.
           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-EDIT.
           DISPLAY 'DOCUMENTOS LIDOS.....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-REGULAR TO WRK-TOTAL-EDIT.
           DISPLAY 'REGULARES............: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-SUSPENSO TO WRK-TOTAL-EDIT.
           DISPLAY 'SUSPENSOS............: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-CANCELADO TO WRK-TOTAL-EDIT.
           DISPLAY 'CANCELADOS...........: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-FALECIDO TO WRK-TOTAL-EDIT.
           DISPLAY 'FALECIDOS............: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-NAO-ENC TO WRK-TOTAL-EDIT.
           DISPLAY 'NAO ENCONTRADOS......: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-INATIVADO TO WRK-TOTAL-EDIT.
           DISPLAY 'CLIENTES INATIVADOS..: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-DIVERGE TO WRK-TOTAL-EDIT.
           DISPLAY 'NOMES DIVERGENTES....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-SEM-CLI TO WRK-TOTAL-EDIT.
           DISPLAY 'SEM CLIENTE..........: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-INVALIDO TO WRK-TOTAL-EDIT.
           DISPLAY 'LINHAS INVALIDAS.....: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-ERROS TO WRK-TOTAL-EDIT.
           DISPLAY 'ERROS DE GRAVACAO....: ' WRK-TOTAL-EDIT.
           IF WRK-TOTAL-ERROS > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CLIENTES.
           CLOSE SITUACAO-CADASTRAL.
           CLOSE CLIENTES-AUDITORIA.
           CLOSE ARQUIVO-RETORNO.
           CLOSE RELATORIO-BUR.
