      *           PEDIDO DE TITULAR (LGPD). A PARTIR DE UM TELEFONE
      *           (OU DE UM DOCUMENTO, RESOLVIDO PELA CHAVE
      *           ALTERNADA OU PELO HISTORICO), CONSOLIDA EM
      *           RELDOSSIE.TXT. UM TELEFONE QUE SO EXISTE COMO
      *           FONE ADICIONAL E RESOLVIDO PARA O CLIENTE DONO
      *           (O VIVO, QUANDO HA MAIS DE UM DONO).
      *           1) O REGISTRO VIVO DE CLIENTES.DAT;
      *           2) OS FONES E EMAILS ADICIONAIS (ADICIONAIS.DAT);
      *           3) TODOS OS ARQUIVADOS DE CLIENTES-HIST.DAT DO
      *              TELEFONE, SEGUINDO AS CADEIAS DE HIST-FONE-NOVO
      *              DAS TROCAS DE FONE (NOS DOIS SENTIDOS);
      *           4) TODOS OS EVENTOS DA TRILHA CLIAUDIT.DAT DOS
      *              TELEFONES ENVOLVIDOS.
      *           QUANDO NADA E ENCONTRADO O RELATORIO SAI COM A
      *           PAGINA DE NENHUM DADO ENCONTRADO.
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT ADICIONAIS ASSIGN TO 'C:\COBOL\ADICIONAIS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ADIC-STATUS
             RECORD KEY IS  ADIC-CHAVE
             ALTERNATE RECORD KEY IS ADIC-FONE WITH DUPLICATES.

           SELECT RELATORIO-DOS ASSIGN TO 'C:\COBOL\RELDOSSIE.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       FD  ADICIONAIS.
           COPY ADICIONAL-REG.

       FD  RELATORIO-DOS.
       01  RELATORIO-LINHA        PIC X(120).

       77 HIST-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 ADIC-STATUS        PIC 9(02).
       77 WRK-ADIC-MEIO-E    PIC X(05).
       77 WRK-ADIC-TIPO-E    PIC X(11).
       77 WRK-ADIC-MARCA-E   PIC X(10).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-FONE-PEDIDO    PIC 9(09).
       77 WRK-DOC-PEDIDO     PIC 9(14).
       77 WRK-FONE-BUSCA     PIC 9(09).
       77 WRK-ADIC-DONO-VIVO PIC 9(09).
       77 WRK-ADIC-DONO-EXCL PIC 9(09).
       77 WRK-IND            PIC 9(02) COMP.
       77 WRK-IND-FONE       PIC 9(02) COMP.
       77 WRK-QTD-FONES      PIC 9(02) COMP.
           88 WRK-FONE-NA-TABELA  VALUE 'S'.
           88 WRK-FONE-FORA       VALUE 'N'.

       77 WRK-ADIC-SW        PIC X(01).
           88 WRK-COM-ADICIONAIS  VALUE 'S'.
           88 WRK-SEM-ADICIONAIS  VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           IF WRK-DOSSIE-OK
             PERFORM 2000-MONTAR-CADEIA-FONES
             PERFORM 3000-SECAO-CADASTRO
             PERFORM 3500-SECAO-ADICIONAIS
             PERFORM 4000-SECAO-HISTORICO
             PERFORM 5000-SECAO-AUDITORIA
             PERFORM 6000-FECHAR-DOSSIE
       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-ITENS WRK-QTD-FONES.
           SET WRK-DOSSIE-OK TO TRUE.
           SET WRK-SEM-ADICIONAIS TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY 'TELEFONE (0 = PESQUISAR POR DOCUMENTO): '.
             PERFORM 1200-RESOLVER-DOCUMENTO
           END-IF.

           IF WRK-DOSSIE-OK AND WRK-DOC-PEDIDO = ZEROS
              AND WRK-COM-ADICIONAIS
             PERFORM 1400-RESOLVER-FONE-ADICIONAL
           END-IF.

           IF WRK-DOSSIE-OK
             PERFORM 1300-ABRIR-RELATORIO
           END-IF.
                     AUDIT-STATUS
             SET WRK-DOSSIE-ERRO TO TRUE
           END-IF.
           SET WRK-COM-ADICIONAIS TO TRUE.
           OPEN INPUT ADICIONAIS.
           IF ADIC-STATUS NOT = 00
             SET WRK-SEM-ADICIONAIS TO TRUE
           END-IF.

      *****************************************
      * PESQUISA POR DOCUMENTO: PRIMEIRO NA BASE VIVA PELA CHAVE
             WRITE RELATORIO-LINHA
           END-IF.

      *****************************************
      * TELEFONE QUE NAO E CHAVE DE CLIENTE VIVO NEM DO
      * HISTORICO: SE FOR FONE ADICIONAL, O DOSSIE E DO DONO.
      *****************************************
       1400-RESOLVER-FONE-ADICIONAL.
           MOVE WRK-FONE-PEDIDO TO CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               MOVE WRK-FONE-PEDIDO TO HIST-FONE
               MOVE ZEROS TO HIST-DATA HIST-HORA
               START CLIENTES-HIST KEY IS NOT LESS THAN HIST-CHAVE
                 INVALID KEY
                   MOVE ZEROS TO HIST-FONE
               END-START
               IF HIST-STATUS = 00
                 READ CLIENTES-HIST NEXT RECORD
                   AT END
                     MOVE ZEROS TO HIST-FONE
                 END-READ
               END-IF
               IF HIST-FONE NOT = WRK-FONE-PEDIDO
                 PERFORM 1410-PROCURAR-ADICIONAL
               END-IF
           END-READ.

      *****************************************
      * O FONE ADICIONAL E CHAVE ALTERNADA COM DUPLICATAS: TODOS
      * OS DONOS SAO PERCORRIDOS E VALE O PRIMEIRO VIVO. SE SO HA
      * DONOS EXCLUIDOS, O DOSSIE E DO PRIMEIRO DELES (ACHADO NO
      * HISTORICO) E O AVISO DIZ QUE ELE FOI EXCLUIDO.
      *****************************************
       1410-PROCURAR-ADICIONAL.
           MOVE ZEROS TO WRK-ADIC-DONO-VIVO WRK-ADIC-DONO-EXCL.
           MOVE WRK-FONE-PEDIDO TO ADIC-FONE.
           START ADICIONAIS KEY IS EQUAL ADIC-FONE
             INVALID KEY
               CONTINUE
           END-START.
           IF ADIC-STATUS = 00
             SET WRK-NAO-FIM TO TRUE
             PERFORM 1420-PROXIMO-DONO-ADICIONAL UNTIL WRK-FIM-ARQUIVO
           END-IF.
           IF WRK-ADIC-DONO-VIVO NOT = ZEROS
             DISPLAY 'FONE ' WRK-FONE-PEDIDO
                     ' E ADICIONAL DO CLIENTE ' WRK-ADIC-DONO-VIVO
             MOVE WRK-ADIC-DONO-VIVO TO WRK-FONE-PEDIDO
           ELSE
             IF WRK-ADIC-DONO-EXCL NOT = ZEROS
               DISPLAY 'FONE ' WRK-FONE-PEDIDO
                       ' E ADICIONAL SO DE CLIENTE EXCLUIDO: '
                       WRK-ADIC-DONO-EXCL
               MOVE WRK-ADIC-DONO-EXCL TO WRK-FONE-PEDIDO
             END-IF
           END-IF.

       1420-PROXIMO-DONO-ADICIONAL.
           READ ADICIONAIS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF ADIC-FONE NOT = WRK-FONE-PEDIDO
                 SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                 MOVE ADIC-FONE-CLIENTE TO CLIENTES-FONE
                 READ CLIENTES
                   INVALID KEY
                     IF WRK-ADIC-DONO-EXCL = ZEROS
                       MOVE ADIC-FONE-CLIENTE TO WRK-ADIC-DONO-EXCL
                     END-IF
                   NOT INVALID KEY
                     MOVE ADIC-FONE-CLIENTE TO WRK-ADIC-DONO-VIVO
                     SET WRK-FIM-ARQUIVO TO TRUE
                 END-READ
               END-IF
           END-READ.

      *****************************************
      * MONTA A LISTA DE TELEFONES DO TITULAR SEGUINDO AS TROCAS
      * DE FONE REGISTRADAS NO HISTORICO, NOS DOIS SENTIDOS.
           END-READ.

      *****************************************
      * SECAO 2 - FONES E EMAILS ADICIONAIS DE CADA TELEFONE
      *****************************************
       3500-SECAO-ADICIONAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** FONES E EMAILS ADICIONAIS **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF WRK-COM-ADICIONAIS
             PERFORM 3600-ADICIONAIS-DO-FONE
               VARYING WRK-IND-FONE FROM 1 BY 1
               UNTIL WRK-IND-FONE > WRK-QTD-FONES
           END-IF.

       3600-ADICIONAIS-DO-FONE.
           MOVE WRK-FONE-TAB (WRK-IND-FONE) TO ADIC-FONE-CLIENTE.
           MOVE ZEROS TO ADIC-SEQUENCIA.
           START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           IF ADIC-STATUS = 00
             SET WRK-NAO-FIM TO TRUE
             PERFORM 3700-PROXIMO-ADICIONAL UNTIL WRK-FIM-ARQUIVO
           END-IF.

       3700-PROXIMO-ADICIONAL.
           READ ADICIONAIS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF ADIC-FONE-CLIENTE NOT = WRK-FONE-TAB (WRK-IND-FONE)
                 SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                 ADD 1 TO WRK-TOTAL-ITENS
                 PERFORM 3800-IMPRIMIR-ADICIONAL
               END-IF
           END-READ.

       3800-IMPRIMIR-ADICIONAL.
           EVALUATE TRUE
             WHEN ADIC-MEIO-FONE
               MOVE 'FONE'  TO WRK-ADIC-MEIO-E
             WHEN OTHER
               MOVE 'EMAIL' TO WRK-ADIC-MEIO-E
           END-EVALUATE.
           EVALUATE TRUE
             WHEN ADIC-CELULAR
               MOVE 'CELULAR'     TO WRK-ADIC-TIPO-E
             WHEN ADIC-TRABALHO
               MOVE 'TRABALHO'    TO WRK-ADIC-TIPO-E
             WHEN ADIC-RESIDENCIAL
               MOVE 'RESIDENCIAL' TO WRK-ADIC-TIPO-E
             WHEN ADIC-COBRANCA
               MOVE 'COBRANCA'    TO WRK-ADIC-TIPO-E
             WHEN OTHER
               MOVE SPACES        TO WRK-ADIC-TIPO-E
           END-EVALUATE.
           IF ADIC-E-PRINCIPAL
             MOVE 'PRINCIPAL'  TO WRK-ADIC-MARCA-E
           ELSE
             MOVE 'SECUNDARIO' TO WRK-ADIC-MARCA-E
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           IF ADIC-MEIO-FONE
             STRING 'FONE: '          DELIMITED BY SIZE
                    ADIC-FONE-CLIENTE DELIMITED BY SIZE
                    '  '              DELIMITED BY SIZE
                    WRK-ADIC-MEIO-E   DELIMITED BY SIZE
                    ' '               DELIMITED BY SIZE
                    WRK-ADIC-TIPO-E   DELIMITED BY SIZE
                    ' '               DELIMITED BY SIZE
                    WRK-ADIC-MARCA-E  DELIMITED BY SIZE
                    ': '              DELIMITED BY SIZE
                    ADIC-FONE         DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
           ELSE
             STRING 'FONE: '          DELIMITED BY SIZE
                    ADIC-FONE-CLIENTE DELIMITED BY SIZE
                    '  '              DELIMITED BY SIZE
                    WRK-ADIC-MEIO-E   DELIMITED BY SIZE
                    ' '               DELIMITED BY SIZE
                    WRK-ADIC-TIPO-E   DELIMITED BY SIZE
                    ' '               DELIMITED BY SIZE
                    WRK-ADIC-MARCA-E  DELIMITED BY SIZE
                    ': '              DELIMITED BY SIZE
                    ADIC-EMAIL        DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '  REGISTRADO EM: ' DELIMITED BY SIZE
                  ADIC-DATA           DELIMITED BY SIZE
                  '  POR: '           DELIMITED BY SIZE
                  ADIC-OPERADOR       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *****************************************
      * SECAO 3 - ARQUIVADOS DO HISTORICO POR TELEFONE
      *****************************************
       4000-SECAO-HISTORICO.
           MOVE SPACES TO RELATORIO-LINHA.
           END-READ.

      *****************************************
      * SECAO 4 - EVENTOS DA TRILHA DE AUDITORIA POR TELEFONE
      *****************************************
       5000-SECAO-AUDITORIA.
           MOVE SPACES TO RELATORIO-LINHA.
           CLOSE CLIENTES.
           CLOSE CLIENTES-HIST.
           CLOSE CLIENTES-AUDITORIA.
           IF WRK-COM-ADICIONAIS
             CLOSE ADICIONAIS
           END-IF.
           CLOSE RELATORIO-DOS.
