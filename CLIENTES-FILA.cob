       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-FILA.
      *****************************************
      * OBJETIVO: RELATORIO DA FILA DE APROVACAO E DA PRODUTIVIDADE
      *           DOS OPERADORES EM RELFILA.TXT:
      *           - ITENS AINDA PENDENTES EM PENDENTES.DAT, DO MAIS
      *             ANTIGO PARA O MAIS NOVO, POR FAIXA DE IDADE (MAIS
      *             DE 3 DIAS, 1 A 3 DIAS, MESMO DIA);
      *           - POR OPERADOR, NO MES DE REFERENCIA: PEDIDOS
      *             FEITOS E QUANTOS FORAM APROVADOS, REJEITADOS OU
      *             AINDA ESTAO PENDENTES, COM OS MOTIVOS DE REJEICAO
      *             MAIS FREQUENTES, E AS INCLUSOES E TROCAS DE
      *             TELEFONE (CLIAUDIT.DAT) E OS CONTATOS REGISTRADOS
      *             (CONTATOS.DAT);
      *           - POR SUPERVISOR, NO MES DE REFERENCIA: DECISOES
      *             TOMADAS E O TEMPO MEDIO EM DIAS ENTRE O PEDIDO E
      *             A DECISAO.
      *           O MES DE REFERENCIA E PEDIDO NA EXECUCAO (BRANCO =
      *           MES CORRENTE).
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENTES ASSIGN TO 'C:\COBOL\PENDENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PEND-STATUS
             RECORD KEY IS  PEND-CHAVE.

           SELECT OPERADORES ASSIGN TO 'C:\COBOL\OPERADOR.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OPER-STATUS
             RECORD KEY IS  OPER-CHAVE.

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT CLIENTES-CONTATOS ASSIGN TO 'C:\COBOL\CONTATOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CONTATO-STATUS
             RECORD KEY IS  CONTATO-CHAVE.

           SELECT ARQUIVO-SORT ASSIGN TO 'C:\COBOL\FILASORT.TMP'.

           SELECT RELATORIO-FILA ASSIGN TO 'C:\COBOL\RELFILA.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDENTES.
           COPY PENDENTE-REG.

       FD  OPERADORES.
           COPY OPERADOR-REG.

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       FD  CLIENTES-CONTATOS.
           COPY CONTATOS-REG.

       SD  ARQUIVO-SORT.
       01  SORT-REG.
           05 SORT-FAIXA          PIC 9(01).
           05 SORT-DIAS           PIC 9(05).
           05 SORT-NUMERO         PIC 9(06).
           05 SORT-TIPO           PIC X(01).
           05 SORT-FONE           PIC 9(09).
           05 SORT-OPERADOR       PIC X(08).
           05 SORT-DATA           PIC 9(08).
           05 SORT-HORA           PIC 9(08).

       FD  RELATORIO-FILA.
       01  RELATORIO-LINHA        PIC X(100).

       WORKING-STORAGE SECTION.

       77 PEND-STATUS        PIC 9(02).
       77 OPER-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 CONTATO-STATUS     PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-MES-REFERENCIA PIC 9(06).
       77 WRK-DATA-INICIAL   PIC 9(08).
       77 WRK-DATA-FINAL     PIC 9(08).
       77 WRK-DIA-HOJE       PIC 9(07) COMP.
       77 WRK-DIA-ABSOLUTO   PIC 9(07) COMP.
       77 WRK-DIA-PEDIDO     PIC 9(07) COMP.
       77 WRK-DIAS-DECISAO   PIC 9(05) COMP.
       77 WRK-ANO-ANTERIOR   PIC 9(04) COMP.
       77 WRK-QUOCIENTE      PIC 9(04) COMP.
       77 WRK-RESTO          PIC 9(04) COMP.
       77 WRK-QUOC-4         PIC 9(04) COMP.
       77 WRK-QUOC-100       PIC 9(04) COMP.
       77 WRK-QUOC-400       PIC 9(04) COMP.
       77 WRK-FAIXA-ANT      PIC 9(01).
       77 WRK-TOTAL-FAIXA    PIC 9(06) COMP.
       77 WRK-TOTAL-PENDENTES PIC 9(06) COMP.
       77 WRK-SEM-OPERADOR   PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).
       77 WRK-DIAS-EDIT      PIC 9(05).
       77 WRK-OPER-PESQ      PIC X(08).
       77 WRK-MOTIVO-PESQ    PIC X(40).
       77 WRK-QTD-OPER       PIC 9(03) COMP.
       77 WRK-QTD-MOTIVOS    PIC 9(03) COMP.
       77 WRK-IND            PIC 9(03) COMP.
       77 WRK-IND-OPER       PIC 9(03) COMP.
       77 WRK-IND-MOT        PIC 9(03) COMP.
       77 WRK-IND-CONT       PIC 9(02) COMP.
       77 WRK-IND-MAIOR      PIC 9(03) COMP.
       77 WRK-IND-RANK       PIC 9(01) COMP.
       77 WRK-MEDIA-DECIMOS  PIC 9(05) COMP.

      *****************************************
      * UMA ENTRADA POR OPERADOR (CARREGADA DE OPERADOR.DAT E
      * COMPLETADA COM IDS ENCONTRADOS NOS ARQUIVOS). CONTADORES:
      * 1 PEDIDOS, 2 APROVADOS, 3 REJEITADOS, 4 PENDENTES,
      * 5 INCLUSOES, 6 TROCAS DE FONE, 7 CONTATOS.
      *****************************************
       01 WRK-TAB-OPERADORES.
           05 WRK-OPER           OCCURS 100 TIMES.
               10 WRK-OP-ID          PIC X(08).
               10 WRK-OP-NOME        PIC X(30).
               10 WRK-OP-CONT        PIC 9(06) COMP OCCURS 7 TIMES.
               10 WRK-OP-DECISOES    PIC 9(06) COMP.
               10 WRK-OP-DEC-APROV   PIC 9(06) COMP.
               10 WRK-OP-DEC-REJEIT  PIC 9(06) COMP.
               10 WRK-OP-DIAS-DEC    PIC 9(08) COMP.

      *****************************************
      * MOTIVOS DE REJEICAO POR OPERADOR SOLICITANTE, COM A
      * QUANTIDADE DE VEZES QUE O MESMO TEXTO FOI USADO.
      *****************************************
       01 WRK-TAB-MOTIVOS.
           05 WRK-MOT            OCCURS 300 TIMES.
               10 WRK-MOT-OPER       PIC X(08).
               10 WRK-MOT-TEXTO      PIC X(40).
               10 WRK-MOT-QTD        PIC 9(05) COMP.
               10 WRK-MOT-USADO      PIC X(01).

       01 WRK-LINHA-OPER.
           05 WRK-LO-ID          PIC X(08).
           05 FILLER             PIC X(02).
           05 WRK-LO-NOME        PIC X(20).
           05 WRK-LO-COLUNA      OCCURS 7 TIMES.
               10 FILLER         PIC X(02).
               10 WRK-LO-VALOR   PIC 9(06).

       01 WRK-MEDIA-EDIT.
           05 WRK-MEDIA-INTEIRO  PIC 9(04).
           05 FILLER             PIC X(01) VALUE ','.
           05 WRK-MEDIA-DECIMAL  PIC 9(01).

       01 WRK-DATA-CALC.
           05 WRK-ANO-CALC       PIC 9(04).
           05 WRK-MES-CALC-D     PIC 9(02).
           05 WRK-DIA-CALC       PIC 9(02).
       01 WRK-DATA-CALC-N REDEFINES WRK-DATA-CALC
                              PIC 9(08).

       01 WRK-ANOMES.
           05 WRK-ANO-AM         PIC 9(04).
           05 WRK-MES-AM         PIC 9(02).
       01 WRK-ANOMES-N REDEFINES WRK-ANOMES
                              PIC 9(06).

       01 WRK-ACUMULADO-VALOR PIC X(36)
           VALUE '000031059090120151181212243273304334'.
       01 WRK-TAB-ACUMULADO REDEFINES WRK-ACUMULADO-VALOR.
           05 WRK-DIAS-ANTES     PIC 9(03) OCCURS 12 TIMES.

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-RELATORIO-OK    VALUE 'N'.
           88 WRK-RELATORIO-ERRO  VALUE 'S'.

       77 WRK-PRIMEIRO-SW    PIC X(01).
           88 WRK-PRIMEIRO-REG    VALUE 'S'.
           88 WRK-DEMAIS-REG      VALUE 'N'.

       77 WRK-ACHOU-SW       PIC X(01).
           88 WRK-ACHOU           VALUE 'S'.
           88 WRK-NAO-ACHOU       VALUE 'N'.

       77 WRK-CHEIO-SW       PIC X(01).
           88 WRK-TABELA-CHEIA    VALUE 'S'.
           88 WRK-TABELA-LIVRE    VALUE 'N'.

       77 WRK-BISSEXTO-SW    PIC X(01).
           88 WRK-BISSEXTO        VALUE 'S'.
           88 WRK-NAO-BISSEXTO    VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-RELATORIO-OK
             SORT ARQUIVO-SORT
               ON ASCENDING KEY SORT-FAIXA
                  DESCENDING KEY SORT-DIAS
                  ASCENDING KEY SORT-NUMERO
               INPUT  PROCEDURE IS 2000-LER-PENDENTES
               OUTPUT PROCEDURE IS 3000-LISTAR-FILA
             PERFORM 4000-LER-AUDITORIA
             PERFORM 4500-LER-CONTATOS
             PERFORM 5000-LISTAR-OPERADORES
             PERFORM 6000-LISTAR-SUPERVISORES
             PERFORM 7000-TOTALIZAR
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-PENDENTES WRK-SEM-OPERADOR
                         WRK-QTD-OPER WRK-QTD-MOTIVOS.
           SET WRK-RELATORIO-OK TO TRUE.
           SET WRK-TABELA-LIVRE TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC-N.
           PERFORM 1400-CALCULAR-DIA-ABSOLUTO.
           MOVE WRK-DIA-ABSOLUTO TO WRK-DIA-HOJE.

           DISPLAY 'MES DE REFERENCIA AAAAMM (BRANCO = ATUAL): '.
           ACCEPT WRK-MES-REFERENCIA.
           MOVE WRK-MES-REFERENCIA TO WRK-ANOMES-N.
           IF WRK-MES-REFERENCIA NOT NUMERIC
              OR WRK-MES-REFERENCIA = ZEROS
              OR WRK-MES-AM < 1 OR WRK-MES-AM > 12
             MOVE WRK-ANO-CALC   TO WRK-ANO-AM
             MOVE WRK-MES-CALC-D TO WRK-MES-AM
             MOVE WRK-ANOMES-N   TO WRK-MES-REFERENCIA
           END-IF.
           COMPUTE WRK-DATA-INICIAL = WRK-MES-REFERENCIA * 100 + 1.
           COMPUTE WRK-DATA-FINAL   = WRK-MES-REFERENCIA * 100 + 31.

           OPEN INPUT PENDENTES.
           IF PEND-STATUS NOT = 00
             DISPLAY 'PENDENTES.DAT NAO ENCONTRADO - STATUS: '
                     PEND-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           OPEN INPUT OPERADORES.
           IF OPER-STATUS NOT = 00
             DISPLAY 'OPERADOR.DAT NAO ENCONTRADO - STATUS: '
                     OPER-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           OPEN INPUT CLIENTES-AUDITORIA.
           IF AUDIT-STATUS NOT = 00
             DISPLAY 'CLIAUDIT.DAT NAO ENCONTRADO - STATUS: '
                     AUDIT-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           OPEN INPUT CLIENTES-CONTATOS.
           IF CONTATO-STATUS NOT = 00
             DISPLAY 'CONTATOS.DAT NAO ENCONTRADO - STATUS: '
                     CONTATO-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           IF WRK-RELATORIO-OK
             PERFORM 1100-CARREGAR-OPERADORES
             OPEN OUTPUT RELATORIO-FILA
             IF RELATORIO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR RELFILA.TXT - STATUS: '
                       RELATORIO-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RELATORIO-ERRO TO TRUE
             ELSE
               MOVE SPACES TO RELATORIO-LINHA
               STRING 'FILA DE APROVACAO E PRODUTIVIDADE  -  DATA: '
                        DELIMITED BY SIZE
                      WRK-DATA-EXECUCAO DELIMITED BY SIZE
                      '  MES: '         DELIMITED BY SIZE
                      WRK-MES-REFERENCIA DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
             END-IF
           END-IF.

       1100-CARREGAR-OPERADORES.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 1110-LER-OPERADOR UNTIL WRK-FIM-ARQUIVO.

       1110-LER-OPERADOR.
           READ OPERADORES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF WRK-QTD-OPER < 100
                 ADD 1 TO WRK-QTD-OPER
                 MOVE WRK-QTD-OPER TO WRK-IND-OPER
                 PERFORM 1120-ZERAR-OPERADOR
                 MOVE OPER-ID   TO WRK-OP-ID (WRK-IND-OPER)
                 MOVE OPER-NOME TO WRK-OP-NOME (WRK-IND-OPER)
               ELSE
                 SET WRK-TABELA-CHEIA TO TRUE
               END-IF
           END-READ.

       1120-ZERAR-OPERADOR.
           MOVE ZEROS TO WRK-OP-DECISOES (WRK-IND-OPER)
                         WRK-OP-DEC-APROV (WRK-IND-OPER)
                         WRK-OP-DEC-REJEIT (WRK-IND-OPER)
                         WRK-OP-DIAS-DEC (WRK-IND-OPER).
           PERFORM 1130-ZERAR-CONTADOR
             VARYING WRK-IND-CONT FROM 1 BY 1 UNTIL WRK-IND-CONT > 7.

       1130-ZERAR-CONTADOR.
           MOVE ZEROS TO WRK-OP-CONT (WRK-IND-OPER WRK-IND-CONT).

      *****************************************
      * CONVERTE WRK-DATA-CALC NO NUMERO DE DIAS DESDE O INICIO
      * DO CALENDARIO, PARA SUBTRAIR DATAS DIRETAMENTE.
      *****************************************
       1400-CALCULAR-DIA-ABSOLUTO.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-CALC - 1.
           DIVIDE WRK-ANO-ANTERIOR BY 4   GIVING WRK-QUOC-4.
           DIVIDE WRK-ANO-ANTERIOR BY 100 GIVING WRK-QUOC-100.
           DIVIDE WRK-ANO-ANTERIOR BY 400 GIVING WRK-QUOC-400.
           COMPUTE WRK-DIA-ABSOLUTO = WRK-ANO-ANTERIOR * 365
                                    + WRK-QUOC-4 - WRK-QUOC-100
                                    + WRK-QUOC-400
                                    + WRK-DIAS-ANTES (WRK-MES-CALC-D)
                                    + WRK-DIA-CALC.
           IF WRK-MES-CALC-D > 2
             PERFORM 1410-VERIFICAR-BISSEXTO
             IF WRK-BISSEXTO
               ADD 1 TO WRK-DIA-ABSOLUTO
             END-IF
           END-IF.

       1410-VERIFICAR-BISSEXTO.
           SET WRK-NAO-BISSEXTO TO TRUE.
           DIVIDE WRK-ANO-CALC BY 4
             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZEROS
             SET WRK-BISSEXTO TO TRUE
             DIVIDE WRK-ANO-CALC BY 100
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
             IF WRK-RESTO = ZEROS
               SET WRK-NAO-BISSEXTO TO TRUE
               DIVIDE WRK-ANO-CALC BY 400
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                 SET WRK-BISSEXTO TO TRUE
               END-IF
             END-IF
           END-IF.

      *****************************************
      * PENDENTES.DAT E LIDO UMA VEZ: OS ITENS AINDA PENDENTES
      * VAO PARA A CLASSIFICACAO DA FILA E OS PEDIDOS E DECISOES
      * DO MES DE REFERENCIA SAO SOMADOS NA TABELA DE OPERADORES.
      *****************************************
       2000-LER-PENDENTES.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 2100-PROXIMO-PENDENTE UNTIL WRK-FIM-ARQUIVO.

       2100-PROXIMO-PENDENTE.
           READ PENDENTES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               MOVE PEND-DATA TO WRK-DATA-CALC-N
               PERFORM 1400-CALCULAR-DIA-ABSOLUTO
               MOVE WRK-DIA-ABSOLUTO TO WRK-DIA-PEDIDO
               IF PEND-PENDENTE
                 PERFORM 2200-LIBERAR-PENDENTE
               END-IF
               IF PEND-DATA NOT < WRK-DATA-INICIAL
                  AND PEND-DATA NOT > WRK-DATA-FINAL
                 PERFORM 2300-SOMAR-PEDIDO
               END-IF
               IF NOT PEND-PENDENTE
                  AND PEND-DATA-DECISAO NOT < WRK-DATA-INICIAL
                  AND PEND-DATA-DECISAO NOT > WRK-DATA-FINAL
                 PERFORM 2400-SOMAR-DECISAO
               END-IF
           END-READ.

       2200-LIBERAR-PENDENTE.
           ADD 1 TO WRK-TOTAL-PENDENTES.
           IF WRK-DIA-PEDIDO < WRK-DIA-HOJE
             COMPUTE SORT-DIAS = WRK-DIA-HOJE - WRK-DIA-PEDIDO
           ELSE
             MOVE ZEROS TO SORT-DIAS
           END-IF.
           EVALUATE TRUE
             WHEN SORT-DIAS > 3
               MOVE 1 TO SORT-FAIXA
             WHEN SORT-DIAS > 0
               MOVE 2 TO SORT-FAIXA
             WHEN OTHER
               MOVE 3 TO SORT-FAIXA
           END-EVALUATE.
           MOVE PEND-NUMERO   TO SORT-NUMERO.
           MOVE PEND-TIPO     TO SORT-TIPO.
           MOVE PEND-FONE     TO SORT-FONE.
           MOVE PEND-OPERADOR TO SORT-OPERADOR.
           MOVE PEND-DATA     TO SORT-DATA.
           MOVE PEND-HORA     TO SORT-HORA.
           RELEASE SORT-REG.

       2300-SOMAR-PEDIDO.
           MOVE PEND-OPERADOR TO WRK-OPER-PESQ.
           PERFORM 8000-LOCALIZAR-OPERADOR.
           IF WRK-IND-OPER > 0
             ADD 1 TO WRK-OP-CONT (WRK-IND-OPER 1)
             EVALUATE TRUE
               WHEN PEND-APROVADO
                 ADD 1 TO WRK-OP-CONT (WRK-IND-OPER 2)
               WHEN PEND-REJEITADO
                 ADD 1 TO WRK-OP-CONT (WRK-IND-OPER 3)
                 PERFORM 2310-SOMAR-MOTIVO
               WHEN OTHER
                 ADD 1 TO WRK-OP-CONT (WRK-IND-OPER 4)
             END-EVALUATE
           END-IF.

       2310-SOMAR-MOTIVO.
           MOVE PEND-MOTIVO TO WRK-MOTIVO-PESQ.
           INSPECT WRK-MOTIVO-PESQ CONVERTING
             'abcdefghijklmnopqrstuvwxyz'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-MOTIVO-PESQ = SPACES
             MOVE '(SEM MOTIVO INFORMADO)' TO WRK-MOTIVO-PESQ
           END-IF.
           SET WRK-NAO-ACHOU TO TRUE.
           PERFORM 2320-COMPARAR-MOTIVO
             VARYING WRK-IND-MOT FROM 1 BY 1
             UNTIL WRK-IND-MOT > WRK-QTD-MOTIVOS OR WRK-ACHOU.
           IF WRK-NAO-ACHOU
             IF WRK-QTD-MOTIVOS < 300
               ADD 1 TO WRK-QTD-MOTIVOS
               MOVE PEND-OPERADOR   TO WRK-MOT-OPER (WRK-QTD-MOTIVOS)
               MOVE WRK-MOTIVO-PESQ TO WRK-MOT-TEXTO (WRK-QTD-MOTIVOS)
               MOVE 1               TO WRK-MOT-QTD (WRK-QTD-MOTIVOS)
               MOVE 'N'             TO WRK-MOT-USADO (WRK-QTD-MOTIVOS)
             ELSE
               SET WRK-TABELA-CHEIA TO TRUE
             END-IF
           END-IF.

       2320-COMPARAR-MOTIVO.
           IF WRK-MOT-OPER (WRK-IND-MOT) = PEND-OPERADOR
              AND WRK-MOT-TEXTO (WRK-IND-MOT) = WRK-MOTIVO-PESQ
             ADD 1 TO WRK-MOT-QTD (WRK-IND-MOT)
             SET WRK-ACHOU TO TRUE
           END-IF.

       2400-SOMAR-DECISAO.
           MOVE PEND-APROVADOR TO WRK-OPER-PESQ.
           PERFORM 8000-LOCALIZAR-OPERADOR.
           IF WRK-IND-OPER > 0
             ADD 1 TO WRK-OP-DECISOES (WRK-IND-OPER)
             IF PEND-APROVADO
               ADD 1 TO WRK-OP-DEC-APROV (WRK-IND-OPER)
             ELSE
               ADD 1 TO WRK-OP-DEC-REJEIT (WRK-IND-OPER)
             END-IF
             MOVE PEND-DATA-DECISAO TO WRK-DATA-CALC-N
             PERFORM 1400-CALCULAR-DIA-ABSOLUTO
             IF WRK-DIA-ABSOLUTO > WRK-DIA-PEDIDO
               COMPUTE WRK-DIAS-DECISAO =
                       WRK-DIA-ABSOLUTO - WRK-DIA-PEDIDO
               ADD WRK-DIAS-DECISAO TO WRK-OP-DIAS-DEC (WRK-IND-OPER)
             END-IF
           END-IF.

       3000-LISTAR-FILA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** ITENS PENDENTES DE APROVACAO **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           SET WRK-PRIMEIRO-REG TO TRUE.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 3100-RETORNAR-PENDENTE UNTIL WRK-FIM-ARQUIVO.
           IF WRK-DEMAIS-REG
             PERFORM 3300-FECHAR-FAIXA
           ELSE
             MOVE 'NENHUM ITEM PENDENTE' TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.

       3100-RETORNAR-PENDENTE.
           RETURN ARQUIVO-SORT
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF WRK-PRIMEIRO-REG
                 SET WRK-DEMAIS-REG TO TRUE
                 PERFORM 3200-ABRIR-FAIXA
               ELSE
                 IF SORT-FAIXA NOT = WRK-FAIXA-ANT
                   PERFORM 3300-FECHAR-FAIXA
                   PERFORM 3200-ABRIR-FAIXA
                 END-IF
               END-IF
               PERFORM 3400-LISTAR-PENDENTE
           END-RETURN.

       3200-ABRIR-FAIXA.
           MOVE SORT-FAIXA TO WRK-FAIXA-ANT.
           MOVE ZEROS TO WRK-TOTAL-FAIXA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           EVALUATE SORT-FAIXA
             WHEN 1
               MOVE 'PENDENTES HA MAIS DE 3 DIAS' TO RELATORIO-LINHA
             WHEN 2
               MOVE 'PENDENTES DE 1 A 3 DIAS' TO RELATORIO-LINHA
             WHEN OTHER
               MOVE 'PEDIDOS DO MESMO DIA' TO RELATORIO-LINHA
           END-EVALUATE.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'NUMERO  T  TELEFONE   SOLICIT.  '
                    DELIMITED BY SIZE
                  'DATA      HORA      DIAS'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       3300-FECHAR-FAIXA.
           MOVE WRK-TOTAL-FAIXA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '    TOTAL DA FAIXA: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT         DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       3400-LISTAR-PENDENTE.
           ADD 1 TO WRK-TOTAL-FAIXA.
           MOVE SORT-DIAS TO WRK-DIAS-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING SORT-NUMERO   DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  SORT-TIPO     DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  SORT-FONE     DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  SORT-OPERADOR DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  SORT-DATA     DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  SORT-HORA     DELIMITED BY SIZE
                  '  '          DELIMITED BY SIZE
                  WRK-DIAS-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *****************************************
      * INCLUSOES E TROCAS DE TELEFONE DO MES, PELA CHAVE
      * ALTERNATIVA DE DATA DA TRILHA DE AUDITORIA.
      *****************************************
       4000-LER-AUDITORIA.
           MOVE WRK-DATA-INICIAL TO AUDIT-DATA.
           SET WRK-NAO-FIM TO TRUE.
           START CLIENTES-AUDITORIA
             KEY IS NOT LESS THAN AUDIT-DATA
             INVALID KEY
               SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 4100-PROXIMO-EVENTO UNTIL WRK-FIM-ARQUIVO.

       4100-PROXIMO-EVENTO.
           READ CLIENTES-AUDITORIA NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF AUDIT-DATA > WRK-DATA-FINAL
                 SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                 IF AUDIT-INCLUSAO OR AUDIT-TROCA-FONE
                   MOVE AUDIT-OPERADOR TO WRK-OPER-PESQ
                   PERFORM 8000-LOCALIZAR-OPERADOR
                   IF WRK-IND-OPER > 0
                     IF AUDIT-INCLUSAO
                       ADD 1 TO WRK-OP-CONT (WRK-IND-OPER 5)
                     ELSE
                       ADD 1 TO WRK-OP-CONT (WRK-IND-OPER 6)
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-READ.

       4500-LER-CONTATOS.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 4600-PROXIMO-CONTATO UNTIL WRK-FIM-ARQUIVO.

       4600-PROXIMO-CONTATO.
           READ CLIENTES-CONTATOS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF CONTATO-DATA NOT < WRK-DATA-INICIAL
                  AND CONTATO-DATA NOT > WRK-DATA-FINAL
                 MOVE CONTATO-OPERADOR TO WRK-OPER-PESQ
                 PERFORM 8000-LOCALIZAR-OPERADOR
                 IF WRK-IND-OPER > 0
                   ADD 1 TO WRK-OP-CONT (WRK-IND-OPER 7)
                 END-IF
               END-IF
           END-READ.

       5000-LISTAR-OPERADORES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** PRODUTIVIDADE POR OPERADOR NO MES **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'OPERADOR  NOME                '
                    DELIMITED BY SIZE
                  '  PEDIDO  APROV.  REJEIT  PENDEN  '
                    DELIMITED BY SIZE
                  'INCLUS  TROCAS  CONTAT'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 5100-LISTAR-OPERADOR
             VARYING WRK-IND-OPER FROM 1 BY 1
             UNTIL WRK-IND-OPER > WRK-QTD-OPER.

       5100-LISTAR-OPERADOR.
           MOVE SPACES TO WRK-LINHA-OPER.
           MOVE WRK-OP-ID (WRK-IND-OPER)   TO WRK-LO-ID.
           MOVE WRK-OP-NOME (WRK-IND-OPER) TO WRK-LO-NOME.
           PERFORM 5110-MOVER-COLUNA
             VARYING WRK-IND-CONT FROM 1 BY 1 UNTIL WRK-IND-CONT > 7.
           MOVE WRK-LINHA-OPER TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 5200-MAIOR-MOTIVO
             VARYING WRK-IND-RANK FROM 1 BY 1 UNTIL WRK-IND-RANK > 3.

       5110-MOVER-COLUNA.
           MOVE WRK-OP-CONT (WRK-IND-OPER WRK-IND-CONT)
             TO WRK-LO-VALOR (WRK-IND-CONT).

      *****************************************
      * LISTA OS TRES MOTIVOS DE REJEICAO MAIS USADOS NOS PEDIDOS
      * DO OPERADOR; CADA MOTIVO LISTADO E MARCADO PARA NAO SER
      * ESCOLHIDO DE NOVO.
      *****************************************
       5200-MAIOR-MOTIVO.
           MOVE ZEROS TO WRK-IND-MAIOR.
           PERFORM 5210-COMPARAR-MAIOR
             VARYING WRK-IND-MOT FROM 1 BY 1
             UNTIL WRK-IND-MOT > WRK-QTD-MOTIVOS.
           IF WRK-IND-MAIOR > 0
             MOVE 'S' TO WRK-MOT-USADO (WRK-IND-MAIOR)
             MOVE WRK-MOT-QTD (WRK-IND-MAIOR) TO WRK-TOTAL-EDIT
             MOVE SPACES TO RELATORIO-LINHA
             STRING '          REJEICAO: '  DELIMITED BY SIZE
                    WRK-MOT-TEXTO (WRK-IND-MAIOR) DELIMITED BY SIZE
                    '  VEZES: '             DELIMITED BY SIZE
                    WRK-TOTAL-EDIT          DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.

       5210-COMPARAR-MAIOR.
           IF WRK-MOT-OPER (WRK-IND-MOT) = WRK-OP-ID (WRK-IND-OPER)
              AND WRK-MOT-USADO (WRK-IND-MOT) = 'N'
             IF WRK-IND-MAIOR = 0
               MOVE WRK-IND-MOT TO WRK-IND-MAIOR
             ELSE
               IF WRK-MOT-QTD (WRK-IND-MOT)
                  > WRK-MOT-QTD (WRK-IND-MAIOR)
                 MOVE WRK-IND-MOT TO WRK-IND-MAIOR
               END-IF
             END-IF
           END-IF.

       6000-LISTAR-SUPERVISORES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** TEMPO DE DECISAO POR SUPERVISOR NO MES **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'SUPERV.   NOME                '
                    DELIMITED BY SIZE
                  '  DECIS.  APROV.  REJEIT  MEDIA DIAS'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 6100-LISTAR-SUPERVISOR
             VARYING WRK-IND-OPER FROM 1 BY 1
             UNTIL WRK-IND-OPER > WRK-QTD-OPER.

       6100-LISTAR-SUPERVISOR.
           IF WRK-OP-DECISOES (WRK-IND-OPER) > 0
             MOVE SPACES TO WRK-LINHA-OPER
             MOVE WRK-OP-ID (WRK-IND-OPER)   TO WRK-LO-ID
             MOVE WRK-OP-NOME (WRK-IND-OPER) TO WRK-LO-NOME
             MOVE WRK-OP-DECISOES (WRK-IND-OPER)   TO WRK-LO-VALOR (1)
             MOVE WRK-OP-DEC-APROV (WRK-IND-OPER)  TO WRK-LO-VALOR (2)
             MOVE WRK-OP-DEC-REJEIT (WRK-IND-OPER) TO WRK-LO-VALOR (3)
             COMPUTE WRK-MEDIA-DECIMOS ROUNDED =
                     WRK-OP-DIAS-DEC (WRK-IND-OPER) * 10
                     / WRK-OP-DECISOES (WRK-IND-OPER)
             DIVIDE WRK-MEDIA-DECIMOS BY 10
               GIVING WRK-MEDIA-INTEIRO REMAINDER WRK-RESTO
             MOVE WRK-RESTO TO WRK-MEDIA-DECIMAL
             MOVE SPACES TO RELATORIO-LINHA
             STRING WRK-LINHA-OPER (1:54) DELIMITED BY SIZE
                    '  '                  DELIMITED BY SIZE
                    WRK-MEDIA-EDIT        DELIMITED BY SIZE
                    INTO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.

       7000-TOTALIZAR.
           MOVE WRK-TOTAL-PENDENTES TO WRK-TOTAL-EDIT.
           DISPLAY 'ITENS PENDENTES......: ' WRK-TOTAL-EDIT.
           MOVE WRK-QTD-OPER TO WRK-TOTAL-EDIT.
           DISPLAY 'OPERADORES LISTADOS..: ' WRK-TOTAL-EDIT.
           MOVE WRK-SEM-OPERADOR TO WRK-TOTAL-EDIT.
           DISPLAY 'EVENTOS SEM OPERADOR.: ' WRK-TOTAL-EDIT.
           IF WRK-TABELA-CHEIA
             DISPLAY 'TABELA DE OPERADORES OU MOTIVOS CHEIA - '
                     'RELATORIO INCOMPLETO'
           END-IF.

      *****************************************
      * LOCALIZA WRK-OPER-PESQ NA TABELA DE OPERADORES, INCLUINDO
      * IDS QUE NAO ESTAO MAIS EM OPERADOR.DAT. DEVOLVE O INDICE
      * EM WRK-IND-OPER, OU ZERO PARA EVENTO SEM OPERADOR (DADOS
      * ANTERIORES A GRAVACAO DO OPERADOR) OU TABELA CHEIA.
      *****************************************
       8000-LOCALIZAR-OPERADOR.
           MOVE ZEROS TO WRK-IND-OPER.
           IF WRK-OPER-PESQ = SPACES
             ADD 1 TO WRK-SEM-OPERADOR
           ELSE
             SET WRK-NAO-ACHOU TO TRUE
             PERFORM 8010-COMPARAR-OPERADOR
               VARYING WRK-IND FROM 1 BY 1
               UNTIL WRK-IND > WRK-QTD-OPER OR WRK-ACHOU
             IF WRK-NAO-ACHOU
               IF WRK-QTD-OPER < 100
                 ADD 1 TO WRK-QTD-OPER
                 MOVE WRK-QTD-OPER TO WRK-IND-OPER
                 PERFORM 1120-ZERAR-OPERADOR
                 MOVE WRK-OPER-PESQ TO WRK-OP-ID (WRK-IND-OPER)
                 MOVE '(NAO CADASTRADO)' TO WRK-OP-NOME (WRK-IND-OPER)
               ELSE
                 SET WRK-TABELA-CHEIA TO TRUE
               END-IF
             END-IF
           END-IF.

       8010-COMPARAR-OPERADOR.
           IF WRK-OP-ID (WRK-IND) = WRK-OPER-PESQ
             MOVE WRK-IND TO WRK-IND-OPER
             SET WRK-ACHOU TO TRUE
           END-IF.

       9000-ENCERRAR.
           CLOSE PENDENTES.
           CLOSE OPERADORES.
           CLOSE CLIENTES-AUDITORIA.
           CLOSE CLIENTES-CONTATOS.
           CLOSE RELATORIO-FILA.
