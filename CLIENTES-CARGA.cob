      *****************************************
      * OBJETIVO: CARGA EM LOTE DE CLIENTES A PARTIR DE UM ARQUIVO
      *           SEQUENCIAL DE ENTRADA (ONBOARDING DE LISTAS).
      *           AS TRES ULTIMAS POSICOES DA LINHA TRAZEM O
      *           CONSENTIMENTO DE MARKETING POR CANAL (EMAIL, SMS,
      *           LIGACAO): S = CONCEDIDO, N = REVOGADO, BRANCO = SEM
      *           INFORMACAO. S/N SAO GRAVADOS EM CONSENT.DAT COM
      *           ORIGEM CARGA PARA OS CLIENTES EFETIVAMENTE CARREGADOS.
      *           CONSENTIMENTO E FONES/EMAILS ADICIONAIS DEIXADOS NO
      *           FONE POR CLIENTE EXCLUIDO SAO APAGADOS - CANAL EM
      *           BRANCO FICA SEM CONSENTIMENTO. FONE QUE JA E
      *           ADICIONAL DE UM CLIENTE VIVO NAO E CARREGADO.
      *           CADA CLIENTE CARREGADO GERA UMA INCLUSAO NA TRILHA
      *           CLIAUDIT.DAT COM OPERADOR CARGA, PARA QUE A CARGA
      *           ENTRE NO BALANCEAMENTO DIARIO.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
             FILE STATUS IS DDD-STATUS
             RECORD KEY IS  DDD-CHAVE.

           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS CONS-STATUS
             RECORD KEY IS  CONS-CHAVE.

           SELECT ADICIONAIS ASSIGN TO 'C:\COBOL\ADICIONAIS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ADIC-STATUS
             RECORD KEY IS  ADIC-CHAVE
             ALTERNATE RECORD KEY IS ADIC-FONE WITH DUPLICATES.

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT ARQUIVO-CARGA ASSIGN TO 'C:\COBOL\CLIENTES-CARGA.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
       FD  TABELA-DDD.
           COPY DDD-REG.

       FD  CONSENTIMENTOS.
           COPY CONSENT-REG.

       FD  ADICIONAIS.
           COPY ADICIONAL-REG.

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       FD  ARQUIVO-CARGA.
       01  CARGA-LINHA.
           05 CARGA-FONE          PIC 9(09).
           05 CARGA-ENDERECO      PIC X(40).
           05 CARGA-DOCUMENTO     PIC 9(14).
           05 CARGA-SITUACAO      PIC X(01).
           05 CARGA-CONSENTIMENTOS.
               10 CARGA-CONS-EMAIL    PIC X(01).
               10 CARGA-CONS-SMS      PIC X(01).
               10 CARGA-CONS-LIGACAO  PIC X(01).
           05 CARGA-CONSENT-R REDEFINES CARGA-CONSENTIMENTOS.
               10 CARGA-CONS          PIC X(01) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS    PIC 9(02).
       77 CARGA-STATUS       PIC 9(02).
       77 DDD-STATUS         PIC 9(02).
       77 CONS-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 ADIC-STATUS        PIC 9(02).
       77 WRK-AUD-TENTA      PIC 9(02) COMP.
       77 WRK-TOTAL-AUD-ERRO PIC 9(06) COMP.
       77 WRK-TOTAL-AUD-E    PIC 9(06).
       77 WRK-IND-CANAL      PIC 9(02) COMP.
       77 WRK-TOTAL-CONSENT  PIC 9(06) COMP.
       77 WRK-TOTAL-CONS-E   PIC 9(06).
       77 WRK-DDD-FONE       PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-DUP      PIC 9(06) COMP.
       77 WRK-TOTAL-DDD-INV  PIC 9(06) COMP.
       77 WRK-TOTAL-DOC-INV  PIC 9(06) COMP.
       77 WRK-TOTAL-FONE-ADIC PIC 9(06) COMP.
       77 WRK-TOTAL-LIDOS-E  PIC 9(06).
       77 WRK-TOTAL-CARGA-E  PIC 9(06).
       77 WRK-TOTAL-DUP-E    PIC 9(06).
       77 WRK-TOTAL-DDD-E    PIC 9(06).
       77 WRK-TOTAL-DOC-E    PIC 9(06).
       77 WRK-TOTAL-ADIC-E   PIC 9(06).
       77 WRK-FONE-DOC       PIC 9(09).
       77 WRK-SOMA-DOC       PIC 9(05) COMP.
       77 WRK-IND-DOC        PIC 9(02) COMP.
       77 WRK-DV2-DOC        PIC 9(02) COMP.
       77 WRK-DV-CALC        PIC 9(02) COMP.

       01 WRK-CANAIS-VALOR   PIC X(03) VALUE 'ESL'.
       01 WRK-TAB-CANAIS REDEFINES WRK-CANAIS-VALOR.
           05 WRK-CANAL          PIC X(01) OCCURS 3 TIMES.

       01 WRK-DOC-DIGITOS.
           05 WRK-DOC-DIG        PIC 9(01) OCCURS 14 TIMES.

           88 WRK-DOC-VALIDO      VALUE 'S'.
           88 WRK-DOC-INVALIDO    VALUE 'N'.

       77 WRK-AUD-SW         PIC X(01).
           88 WRK-AUD-GRAVADO     VALUE 'S'.
           88 WRK-AUD-NAO-GRAVADO VALUE 'N'.

       77 WRK-CONS-SW        PIC X(01).
           88 WRK-CONS-EXISTE     VALUE 'S'.
           88 WRK-CONS-NAO-EXISTE VALUE 'N'.

       77 WRK-ADIC-FIM-SW    PIC X(01).
           88 WRK-ADIC-FIM        VALUE 'S'.
           88 WRK-ADIC-NAO-FIM    VALUE 'N'.

       77 WRK-FONE-ADIC-SW   PIC X(01).
           88 WRK-FONE-LIVRE        VALUE 'S'.
           88 WRK-FONE-DE-ADICIONAL VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-CARGA
                         WRK-TOTAL-DUP WRK-TOTAL-DDD-INV
                         WRK-TOTAL-DOC-INV WRK-TOTAL-CONSENT
                         WRK-TOTAL-AUD-ERRO WRK-TOTAL-FONE-ADIC.
           SET WRK-NAO-FIM TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

                  OPEN I-O CLIENTES
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
           END-IF.

           OPEN I-O ADICIONAIS
              IF ADIC-STATUS = 35 THEN
                  OPEN OUTPUT ADICIONAIS
                  CLOSE ADICIONAIS
                  OPEN I-O ADICIONAIS
               END-IF.
           IF ADIC-STATUS NOT = 00
             DISPLAY 'FALHA AO ABRIR ADICIONAIS.DAT - STATUS: '
                     ADIC-STATUS
             SET WRK-FIM-ARQUIVO TO TRUE
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
             SET WRK-FIM-ARQUIVO TO TRUE
           END-IF.

           OPEN INPUT TABELA-DDD
              IF DDD-STATUS NOT = 00 THEN
                  DISPLAY 'TABELA DE DDD NAO ENCONTRADA - STATUS: '
               ADD 1 TO WRK-TOTAL-DDD-INV
               DISPLAY 'DDD INVALIDO - IGNORADO: ' CARGA-FONE
             NOT INVALID KEY
               PERFORM 2150-VERIFICAR-FONE-ADICIONAL
               IF WRK-FONE-LIVRE
                 PERFORM 2200-INCLUIR-CLIENTE
               END-IF
           END-READ.

      *****************************************
      * FONE QUE JA E ADICIONAL DE UM CLIENTE VIVO NAO E
      * CARREGADO, COMO NA INCLUSAO PELA TELA. O FONE ADICIONAL
      * E CHAVE ALTERNADA COM DUPLICATAS: TODOS OS DONOS SAO
      * CONFERIDOS; ADICIONAL DE CLIENTE EXCLUIDO NAO IMPEDE.
      * FEITO ANTES DE MONTAR O REGISTRO, POIS LE CLIENTES.
      *****************************************
       2150-VERIFICAR-FONE-ADICIONAL.
           SET WRK-FONE-LIVRE TO TRUE.
           MOVE CARGA-FONE TO ADIC-FONE.
           START ADICIONAIS KEY IS EQUAL ADIC-FONE
             INVALID KEY
               CONTINUE
           END-START.
           IF ADIC-STATUS = 00
             SET WRK-ADIC-NAO-FIM TO TRUE
             PERFORM 2160-PROXIMO-DONO-ADICIONAL UNTIL WRK-ADIC-FIM
           END-IF.
           IF WRK-FONE-DE-ADICIONAL
             ADD 1 TO WRK-TOTAL-FONE-ADIC
             DISPLAY 'FONE JA E ADICIONAL DE CLIENTE - IGNORADO: '
                     CARGA-FONE
           END-IF.

       2160-PROXIMO-DONO-ADICIONAL.
           READ ADICIONAIS NEXT RECORD
             AT END
               SET WRK-ADIC-FIM TO TRUE
             NOT AT END
               IF ADIC-FONE NOT = CARGA-FONE
                 SET WRK-ADIC-FIM TO TRUE
               ELSE
                 MOVE ADIC-FONE-CLIENTE TO CLIENTES-FONE
                 READ CLIENTES
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     SET WRK-FONE-DE-ADICIONAL TO TRUE
                     SET WRK-ADIC-FIM TO TRUE
                 END-READ
               END-IF
           END-READ.

       2200-INCLUIR-CLIENTE.
               DISPLAY 'CLIENTE JA EXISTE - IGNORADO: ' CARGA-FONE
             NOT INVALID KEY
               ADD 1 TO WRK-TOTAL-CARGA
               PERFORM 2270-AUDITAR-INCLUSAO
               PERFORM 2260-GRAVAR-CONSENTIMENTO
                 VARYING WRK-IND-CANAL FROM 1 BY 1
                 UNTIL WRK-IND-CANAL > 3
               PERFORM 2290-LIMPAR-ADICIONAIS
           END-WRITE.

       2260-GRAVAR-CONSENTIMENTO.
           INSPECT CARGA-CONSENTIMENTOS CONVERTING 'sn' TO 'SN'.
           IF CARGA-CONS (WRK-IND-CANAL) = 'S'
              OR CARGA-CONS (WRK-IND-CANAL) = 'N'
             MOVE CLIENTES-FONE TO CONS-FONE
             MOVE WRK-CANAL (WRK-IND-CANAL) TO CONS-CANAL
             READ CONSENTIMENTOS
               INVALID KEY
                 SET WRK-CONS-NAO-EXISTE TO TRUE
               NOT INVALID KEY
                 SET WRK-CONS-EXISTE TO TRUE
             END-READ
             MOVE CLIENTES-FONE TO CONS-FONE
             MOVE WRK-CANAL (WRK-IND-CANAL) TO CONS-CANAL
             IF CARGA-CONS (WRK-IND-CANAL) = 'S'
               SET CONS-CONCEDIDO TO TRUE
             ELSE
               SET CONS-REVOGADO TO TRUE
             END-IF
             MOVE WRK-DATA-EXECUCAO TO CONS-DATA
             ACCEPT CONS-HORA FROM TIME
             SET CONS-ORIGEM-CARGA TO TRUE
             MOVE 'CARGA' TO CONS-OPERADOR
             IF WRK-CONS-EXISTE
               REWRITE CONSENT-REG
             ELSE
               WRITE CONSENT-REG
             END-IF
             IF CONS-STATUS = 00
               ADD 1 TO WRK-TOTAL-CONSENT
             ELSE
               DISPLAY 'ERRO AO GRAVAR CONSENTIMENTO: ' CARGA-FONE
                       ' STATUS: ' CONS-STATUS
             END-IF
           ELSE
             MOVE CLIENTES-FONE TO CONS-FONE
             MOVE WRK-CANAL (WRK-IND-CANAL) TO CONS-CANAL
             DELETE CONSENTIMENTOS
               INVALID KEY
                 CONTINUE
             END-DELETE
             IF CONS-STATUS NOT = 00 AND CONS-STATUS NOT = 23
               DISPLAY 'ERRO AO LIMPAR CONSENTIMENTO: ' CARGA-FONE
                       ' STATUS: ' CONS-STATUS
             END-IF
           END-IF.

      *****************************************
      * INCLUSAO NA TRILHA DE AUDITORIA. EM COLISAO DE CHAVE
      * (MESMO FONE NO MESMO CENTESIMO) A HORA E INCREMENTADA E
      * A GRAVACAO REPETIDA, COMO NO CADASTRO ONLINE.
      *****************************************
       2270-AUDITAR-INCLUSAO.
           MOVE CLIENTES-FONE TO AUDIT-FONE.
           MOVE WRK-DATA-EXECUCAO TO AUDIT-DATA.
           ACCEPT AUDIT-HORA FROM TIME.
           SET AUDIT-INCLUSAO TO TRUE.
           MOVE SPACES TO AUDIT-NOME-ANTES AUDIT-EMAIL-ANTES
                          AUDIT-SITUACAO-ANTES.
           MOVE CLIENTES-NOME     TO AUDIT-NOME-DEPOIS.
           MOVE CLIENTES-EMAIL    TO AUDIT-EMAIL-DEPOIS.
           MOVE CLIENTES-SITUACAO TO AUDIT-SITUACAO-DEPOIS.
           MOVE ZEROS TO AUDIT-FONE-NOVO.
           MOVE 'CARGA' TO AUDIT-OPERADOR.
           MOVE ZEROS TO WRK-AUD-TENTA.
           SET WRK-AUD-NAO-GRAVADO TO TRUE.
           PERFORM 2280-GRAVAR-AUDITORIA
             UNTIL WRK-AUD-GRAVADO OR WRK-AUD-TENTA > 3.
           IF WRK-AUD-NAO-GRAVADO
             ADD 1 TO WRK-TOTAL-AUD-ERRO
             DISPLAY 'ERRO AO GRAVAR AUDITORIA: ' CLIENTES-FONE
                     ' STATUS: ' AUDIT-STATUS
           END-IF.

       2280-GRAVAR-AUDITORIA.
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
      * FONES/EMAILS ADICIONAIS QUE FICARAM NO FONE DE UM
      * CLIENTE EXCLUIDO NAO PASSAM AO CLIENTE CARREGADO.
      *****************************************
       2290-LIMPAR-ADICIONAIS.
           SET WRK-ADIC-NAO-FIM TO TRUE.
           PERFORM 2295-LIMPAR-ADICIONAL UNTIL WRK-ADIC-FIM.

       2295-LIMPAR-ADICIONAL.
           MOVE CLIENTES-FONE TO ADIC-FONE-CLIENTE.
           MOVE ZEROS TO ADIC-SEQUENCIA.
           START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
             INVALID KEY
               SET WRK-ADIC-FIM TO TRUE
           END-START.
           IF NOT WRK-ADIC-FIM
             READ ADICIONAIS NEXT RECORD
               AT END
                 SET WRK-ADIC-FIM TO TRUE
               NOT AT END
                 IF ADIC-FONE-CLIENTE NOT = CLIENTES-FONE
                   SET WRK-ADIC-FIM TO TRUE
                 ELSE
                   DELETE ADICIONAIS
                   IF ADIC-STATUS NOT = 00
                     DISPLAY 'ERRO AO LIMPAR ADICIONAL: ' CARGA-FONE
                             ' STATUS: ' ADIC-STATUS
                     SET WRK-ADIC-FIM TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-IF.

      *****************************************
      * CONFERENCIA DO DIGITO VERIFICADOR: ATE 11 DIGITOS O
      * DOCUMENTO E TRATADO COMO CPF, ACIMA DISSO COMO CNPJ.
       3000-FINALIZAR.
           CLOSE CLIENTES.
           CLOSE TABELA-DDD.
           CLOSE CONSENTIMENTOS.
           CLOSE ADICIONAIS.
           CLOSE CLIENTES-AUDITORIA.
           CLOSE ARQUIVO-CARGA.
           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-LIDOS-E.
           MOVE WRK-TOTAL-CARGA TO WRK-TOTAL-CARGA-E.
           MOVE WRK-TOTAL-DUP   TO WRK-TOTAL-DUP-E.
           MOVE WRK-TOTAL-DDD-INV TO WRK-TOTAL-DDD-E.
           MOVE WRK-TOTAL-DOC-INV TO WRK-TOTAL-DOC-E.
           MOVE WRK-TOTAL-FONE-ADIC TO WRK-TOTAL-ADIC-E.
           MOVE WRK-TOTAL-CONSENT TO WRK-TOTAL-CONS-E.
           MOVE WRK-TOTAL-AUD-ERRO TO WRK-TOTAL-AUD-E.
           DISPLAY 'REGISTROS LIDOS......: ' WRK-TOTAL-LIDOS-E.
           DISPLAY 'REGISTROS CARREGADOS.: ' WRK-TOTAL-CARGA-E.
           DISPLAY 'REGISTROS DUPLICADOS.: ' WRK-TOTAL-DUP-E.
           DISPLAY 'DDD INVALIDO.........: ' WRK-TOTAL-DDD-E.
           DISPLAY 'DOCUMENTO INVALIDO...: ' WRK-TOTAL-DOC-E.
           DISPLAY 'FONE DE ADICIONAL....: ' WRK-TOTAL-ADIC-E.
           DISPLAY 'CONSENTIMENTOS GRAV..: ' WRK-TOTAL-CONS-E.
           DISPLAY 'ERROS DE AUDITORIA...: ' WRK-TOTAL-AUD-E.
