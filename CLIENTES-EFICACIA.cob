       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-EFICACIA.
      *****************************************
      * OBJETIVO: RELATORIO DE EFICACIA DAS CAMPANHAS EM
      *           RELEFICACIA.TXT. PARA CADA CAMPANHA (OU SO A
      *           INFORMADA) CONFRONTA OS SELECIONADOS EM CAMPHIST.DAT
      *           COM O QUE VEIO DEPOIS:
      *           - DEVOLUCOES E DESCADASTROS (RETORNO DO FORNECEDOR)
      *             E ENTREGAS, ABERTURAS E CLIQUES (ARQUIVO DE
      *             RESPOSTAS), LIDOS DE RESPOSTAS.DAT. SE NENHUM
      *             RETORNO FOI CARREGADO AINDA (RESPOSTAS.DAT NAO
      *             EXISTE), ESSES CONTADORES SAEM ZERADOS;
      *           - RESPONDERAM = ABRIRAM OU CLICARAM;
      *           - CONVERTIDOS = PROSPECTS (P) QUE PASSARAM A ATIVOS
      *             (A) EM ATE N DIAS DA DATA DA CAMPANHA, PELAS
      *             SITUACOES ANTES/DEPOIS DA TRILHA CLIAUDIT.DAT.
      *           CADA CAMPANHA E ABERTA POR REGIAO (DDD.DAT) COM
      *           SUBTOTAL, E NO FIM HA UM RESUMO POR REGIAO DE TODAS
      *           AS CAMPANHAS LISTADAS. PERCENTUAIS SOBRE OS
      *           SELECIONADOS.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANHAS-HIST ASSIGN TO 'C:\COBOL\CAMPHIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CAMPHIST-STATUS
             RECORD KEY IS  CAMPHIST-CHAVE.

           SELECT RESPOSTAS ASSIGN TO 'C:\COBOL\RESPOSTAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS RESP-STATUS
             RECORD KEY IS  RESP-CHAVE.

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT TABELA-DDD ASSIGN TO 'C:\COBOL\DDD.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS DDD-STATUS
             RECORD KEY IS  DDD-CHAVE.

           SELECT ARQUIVO-SORT ASSIGN TO 'C:\COBOL\EFICSORT.TMP'.

           SELECT RELATORIO-EFI ASSIGN TO 'C:\COBOL\RELEFICACIA.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHAS-HIST.
           COPY CAMPHIST-REG.

       FD  RESPOSTAS.
           COPY RESPOSTA-REG.

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       FD  TABELA-DDD.
           COPY DDD-REG.

       SD  ARQUIVO-SORT.
       01  SORT-REG.
           05 SORT-CODIGO         PIC 9(04).
           05 SORT-DDD            PIC 9(02).
           05 SORT-FONE           PIC 9(09).
           05 SORT-DATA           PIC 9(08).
           05 SORT-DESCRICAO      PIC X(30).
           05 SORT-INDICADORES.
               10 SORT-IND        PIC 9(01) OCCURS 8 TIMES.

       FD  RELATORIO-EFI.
       01  RELATORIO-LINHA        PIC X(132).

       WORKING-STORAGE SECTION.

       77 CAMPHIST-STATUS    PIC 9(02).
       77 RESP-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 DDD-STATUS         PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-CAMPANHA-PEDIDA PIC 9(04).
       77 WRK-DIAS-CONVERSAO PIC 9(03).
       77 WRK-DATA-BASE-ANT  PIC 9(08).
       77 WRK-DDD            PIC 9(02).
       77 WRK-DDD-ANT        PIC 9(02).
       77 WRK-CODIGO-ANT     PIC 9(04).
       77 WRK-IND            PIC 9(03) COMP.
       77 WRK-IND-CONT       PIC 9(02) COMP.
       77 WRK-QUOCIENTE      PIC 9(04) COMP.
       77 WRK-RESTO          PIC 9(04) COMP.
       77 WRK-DIAS-MES       PIC 9(02) COMP.
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-CAMPANHAS PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).

      *****************************************
      * CONTADORES, NA ORDEM DAS COLUNAS: 1 SELECIONADOS,
      * 2 DEVOLVIDOS, 3 DESCADASTRADOS, 4 ENTREGUES, 5 ABERTOS,
      * 6 CLICADOS, 7 RESPONDERAM, 8 CONVERTIDOS.
      *****************************************
       01 WRK-CONT-DDD.
           05 WRK-CDDD           PIC 9(06) COMP OCCURS 8 TIMES.
       01 WRK-CONT-CAMP.
           05 WRK-CCAMP          PIC 9(06) COMP OCCURS 8 TIMES.
       01 WRK-CONT-GERAL.
           05 WRK-CGERAL         PIC 9(06) COMP OCCURS 8 TIMES.
       01 WRK-CONT-IMPRIME.
           05 WRK-CIMP           PIC 9(06) COMP OCCURS 8 TIMES.

       01 WRK-TAB-REGIOES.
           05 WRK-REGIAO-DDD     OCCURS 100 TIMES.
               10 WRK-CREG       PIC 9(06) COMP OCCURS 8 TIMES.

       01 WRK-LINHA-EFIC.
           05 WRK-LE-ROTULO      PIC X(34).
           05 WRK-LE-COLUNA      OCCURS 8 TIMES.
               10 WRK-LE-VALOR   PIC 9(06).
               10 FILLER         PIC X(02).
           05 WRK-LE-PCT-RESP    PIC 9(03).
           05 FILLER             PIC X(04).
           05 WRK-LE-PCT-CONV    PIC 9(03).

       01 WRK-DATA-LIMITE.
           05 WRK-ANO-LIMITE     PIC 9(04).
           05 WRK-MES-LIMITE     PIC 9(02).
           05 WRK-DIA-LIMITE     PIC 9(02).
       01 WRK-DATA-LIMITE-N REDEFINES WRK-DATA-LIMITE
                              PIC 9(08).

       01 WRK-MESES-VALOR     PIC X(24)
           VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES REDEFINES WRK-MESES-VALOR.
           05 WRK-TAB-MES        PIC 9(02) OCCURS 12 TIMES.

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-FIM-AUDIT-SW   PIC X(01).
           88 WRK-FIM-AUDIT       VALUE 'S'.
           88 WRK-NAO-FIM-AUDIT   VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-RELATORIO-OK    VALUE 'N'.
           88 WRK-RELATORIO-ERRO  VALUE 'S'.

       77 WRK-PRIMEIRO-SW    PIC X(01).
           88 WRK-PRIMEIRO-REG    VALUE 'S'.
           88 WRK-DEMAIS-REG      VALUE 'N'.

       77 WRK-BISSEXTO-SW    PIC X(01).
           88 WRK-BISSEXTO        VALUE 'S'.
           88 WRK-NAO-BISSEXTO    VALUE 'N'.

       77 WRK-RESP-SW        PIC X(01).
           88 WRK-COM-RESPOSTAS   VALUE 'S'.
           88 WRK-SEM-RESPOSTAS   VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-RELATORIO-OK
             SORT ARQUIVO-SORT
               ON ASCENDING KEY SORT-CODIGO SORT-DDD
               INPUT  PROCEDURE IS 2000-SELECIONAR-CAMPANHAS
               OUTPUT PROCEDURE IS 3000-RELATAR-CAMPANHAS
             PERFORM 4000-RESUMO-REGIOES
           END-IF.
           PERFORM 5000-ENCERRAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-CAMPANHAS
                         WRK-DATA-BASE-ANT.
           MOVE ZEROS TO WRK-CONT-GERAL.
           PERFORM 1050-ZERAR-REGIAO
             VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 100.
           SET WRK-RELATORIO-OK TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.

           DISPLAY 'CAMPANHA (BRANCO = TODAS): '.
           ACCEPT WRK-CAMPANHA-PEDIDA.
           IF WRK-CAMPANHA-PEDIDA NOT NUMERIC
             MOVE ZEROS TO WRK-CAMPANHA-PEDIDA
           END-IF.
           DISPLAY 'DIAS PARA CONVERSAO (BRANCO = 30): '.
           ACCEPT WRK-DIAS-CONVERSAO.
           IF WRK-DIAS-CONVERSAO NOT NUMERIC
              OR WRK-DIAS-CONVERSAO = ZEROS
             MOVE 30 TO WRK-DIAS-CONVERSAO
           END-IF.

           OPEN INPUT CAMPANHAS-HIST.
           IF CAMPHIST-STATUS NOT = 00
             DISPLAY 'CAMPHIST.DAT NAO ENCONTRADO - STATUS: '
                     CAMPHIST-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           SET WRK-COM-RESPOSTAS TO TRUE.
           OPEN INPUT RESPOSTAS.
           EVALUATE RESP-STATUS
             WHEN 00
               CONTINUE
             WHEN 35
               DISPLAY 'RESPOSTAS.DAT NAO EXISTE - CAMPANHAS SEM '
                       'RESPOSTAS'
               SET WRK-SEM-RESPOSTAS TO TRUE
             WHEN OTHER
               DISPLAY 'ERRO AO ABRIR RESPOSTAS.DAT - STATUS: '
                       RESP-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RELATORIO-ERRO TO TRUE
               SET WRK-SEM-RESPOSTAS TO TRUE
           END-EVALUATE.

           OPEN INPUT CLIENTES-AUDITORIA.
           IF AUDIT-STATUS NOT = 00
             DISPLAY 'CLIAUDIT.DAT NAO ENCONTRADO - STATUS: '
                     AUDIT-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           OPEN INPUT TABELA-DDD.
           IF DDD-STATUS NOT = 00
             DISPLAY 'DDD.DAT NAO ENCONTRADO - STATUS: '
                     DDD-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           IF WRK-RELATORIO-OK
             OPEN OUTPUT RELATORIO-EFI
             IF RELATORIO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR RELEFICACIA.TXT - STATUS: '
                       RELATORIO-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RELATORIO-ERRO TO TRUE
             ELSE
               PERFORM 1100-CABECALHO
             END-IF
           END-IF.

       1050-ZERAR-REGIAO.
           MOVE ZEROS TO WRK-REGIAO-DDD (WRK-IND).

       1100-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'EFICACIA DAS CAMPANHAS  -  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO         DELIMITED BY SIZE
                  '  CONVERSAO EM ATE '     DELIMITED BY SIZE
                  WRK-DIAS-CONVERSAO        DELIMITED BY SIZE
                  ' DIAS'                   DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       1200-CABECALHO-COLUNAS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'DDD REGIAO                        '
                    DELIMITED BY SIZE
                  'SELEC.  DEVOLV  DESCAD  ENTREG  ABERTO  '
                    DELIMITED BY SIZE
                  'CLIQUE  RESPON  CONVER  %RESP %CONV'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       2000-SELECIONAR-CAMPANHAS.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 2100-LIBERAR-SELECIONADO UNTIL WRK-FIM-ARQUIVO.

       2100-LIBERAR-SELECIONADO.
           READ CAMPANHAS-HIST NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF WRK-CAMPANHA-PEDIDA = ZEROS
                  OR CAMPHIST-CODIGO = WRK-CAMPANHA-PEDIDA
                 ADD 1 TO WRK-TOTAL-LIDOS
                 PERFORM 2200-MONTAR-SORT
                 RELEASE SORT-REG
               END-IF
           END-READ.

       2200-MONTAR-SORT.
           MOVE CAMPHIST-CODIGO    TO SORT-CODIGO.
           COMPUTE SORT-DDD = CAMPHIST-FONE / 10000000.
           MOVE CAMPHIST-FONE      TO SORT-FONE.
           MOVE CAMPHIST-DATA      TO SORT-DATA.
           MOVE CAMPHIST-DESCRICAO TO SORT-DESCRICAO.
           MOVE ZEROS TO SORT-INDICADORES.
           MOVE 1 TO SORT-IND (1).
           IF WRK-COM-RESPOSTAS
             PERFORM 2250-LER-RESPOSTA
           END-IF.
           PERFORM 2300-VERIFICAR-CONVERSAO.

       2250-LER-RESPOSTA.
           MOVE CAMPHIST-CODIGO TO RESP-CODIGO.
           MOVE CAMPHIST-FONE   TO RESP-FONE.
           READ RESPOSTAS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RESP-FOI-DEVOLVIDO
                 MOVE 1 TO SORT-IND (2)
               END-IF
               IF RESP-DESCADASTROU
                 MOVE 1 TO SORT-IND (3)
               END-IF
               IF RESP-FOI-ENTREGUE
                 MOVE 1 TO SORT-IND (4)
               END-IF
               IF RESP-FOI-ABERTO
                 MOVE 1 TO SORT-IND (5)
               END-IF
               IF RESP-FOI-CLICADO
                 MOVE 1 TO SORT-IND (6)
               END-IF
               IF RESP-FOI-ABERTO OR RESP-FOI-CLICADO
                 MOVE 1 TO SORT-IND (7)
               END-IF
           END-READ.

      *****************************************
      * CONVERSAO: ALGUM EVENTO DO TELEFONE ENTRE A DATA DA
      * CAMPANHA E A DATA LIMITE (CAMPANHA + N DIAS) COM
      * SITUACAO ANTES P E DEPOIS A. A DATA LIMITE SO E
      * RECALCULADA QUANDO A DATA DA CAMPANHA MUDA.
      *****************************************
       2300-VERIFICAR-CONVERSAO.
           IF CAMPHIST-DATA NOT = WRK-DATA-BASE-ANT
             MOVE CAMPHIST-DATA TO WRK-DATA-BASE-ANT
             MOVE CAMPHIST-DATA TO WRK-DATA-LIMITE-N
             PERFORM 2400-AVANCAR-DIA WRK-DIAS-CONVERSAO TIMES
           END-IF.
           MOVE CAMPHIST-FONE TO AUDIT-FONE.
           MOVE CAMPHIST-DATA TO AUDIT-DATA.
           MOVE ZEROS TO AUDIT-HORA.
           SET WRK-NAO-FIM-AUDIT TO TRUE.
           START CLIENTES-AUDITORIA
             KEY IS NOT LESS THAN AUDIT-CHAVE
             INVALID KEY
               SET WRK-FIM-AUDIT TO TRUE
           END-START.
           PERFORM 2310-PROXIMO-EVENTO
             UNTIL WRK-FIM-AUDIT OR SORT-IND (8) = 1.

       2310-PROXIMO-EVENTO.
           READ CLIENTES-AUDITORIA NEXT RECORD
             AT END
               SET WRK-FIM-AUDIT TO TRUE
             NOT AT END
               IF AUDIT-FONE NOT = CAMPHIST-FONE
                  OR AUDIT-DATA > WRK-DATA-LIMITE-N
                 SET WRK-FIM-AUDIT TO TRUE
               ELSE
                 IF AUDIT-SITUACAO-ANTES = 'P'
                    AND AUDIT-SITUACAO-DEPOIS = 'A'
                   MOVE 1 TO SORT-IND (8)
                 END-IF
               END-IF
           END-READ.

       2400-AVANCAR-DIA.
           MOVE WRK-TAB-MES (WRK-MES-LIMITE) TO WRK-DIAS-MES.
           IF WRK-MES-LIMITE = 2
             PERFORM 2410-VERIFICAR-BISSEXTO
             IF WRK-BISSEXTO
               MOVE 29 TO WRK-DIAS-MES
             END-IF
           END-IF.
           IF WRK-DIA-LIMITE < WRK-DIAS-MES
             ADD 1 TO WRK-DIA-LIMITE
           ELSE
             MOVE 1 TO WRK-DIA-LIMITE
             IF WRK-MES-LIMITE < 12
               ADD 1 TO WRK-MES-LIMITE
             ELSE
               MOVE 1 TO WRK-MES-LIMITE
               ADD 1 TO WRK-ANO-LIMITE
             END-IF
           END-IF.

       2410-VERIFICAR-BISSEXTO.
           SET WRK-NAO-BISSEXTO TO TRUE.
           DIVIDE WRK-ANO-LIMITE BY 4
             GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZEROS
             SET WRK-BISSEXTO TO TRUE
             DIVIDE WRK-ANO-LIMITE BY 100
               GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
             IF WRK-RESTO = ZEROS
               SET WRK-NAO-BISSEXTO TO TRUE
               DIVIDE WRK-ANO-LIMITE BY 400
                 GIVING WRK-QUOCIENTE REMAINDER WRK-RESTO
               IF WRK-RESTO = ZEROS
                 SET WRK-BISSEXTO TO TRUE
               END-IF
             END-IF
           END-IF.

       3000-RELATAR-CAMPANHAS.
           SET WRK-PRIMEIRO-REG TO TRUE.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 3100-RETORNAR-SELECIONADO UNTIL WRK-FIM-ARQUIVO.
           IF WRK-DEMAIS-REG
             PERFORM 3300-FECHAR-DDD
             PERFORM 3400-FECHAR-CAMPANHA
           END-IF.

       3100-RETORNAR-SELECIONADO.
           RETURN ARQUIVO-SORT
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF WRK-PRIMEIRO-REG
                 SET WRK-DEMAIS-REG TO TRUE
                 PERFORM 3200-ABRIR-CAMPANHA
               ELSE
                 IF SORT-CODIGO NOT = WRK-CODIGO-ANT
                   PERFORM 3300-FECHAR-DDD
                   PERFORM 3400-FECHAR-CAMPANHA
                   PERFORM 3200-ABRIR-CAMPANHA
                 ELSE
                   IF SORT-DDD NOT = WRK-DDD-ANT
                     PERFORM 3300-FECHAR-DDD
                     MOVE SORT-DDD TO WRK-DDD-ANT
                   END-IF
                 END-IF
               END-IF
               PERFORM 3150-SOMAR-INDICADOR
                 VARYING WRK-IND-CONT FROM 1 BY 1
                 UNTIL WRK-IND-CONT > 8
           END-RETURN.

       3150-SOMAR-INDICADOR.
           ADD SORT-IND (WRK-IND-CONT) TO WRK-CDDD (WRK-IND-CONT).

       3200-ABRIR-CAMPANHA.
           ADD 1 TO WRK-TOTAL-CAMPANHAS.
           MOVE SORT-CODIGO TO WRK-CODIGO-ANT.
           MOVE SORT-DDD    TO WRK-DDD-ANT.
           MOVE ZEROS TO WRK-CONT-CAMP WRK-CONT-DDD.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'CAMPANHA: '     DELIMITED BY SIZE
                  SORT-CODIGO      DELIMITED BY SIZE
                  '  DATA: '       DELIMITED BY SIZE
                  SORT-DATA        DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  SORT-DESCRICAO   DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 1200-CABECALHO-COLUNAS.

      *****************************************
      * O SUBTOTAL DO DDD E IMPRESSO E SOMADO NA CAMPANHA E NO
      * ACUMULADO DA REGIAO PARA O RESUMO FINAL.
      *****************************************
       3300-FECHAR-DDD.
           MOVE WRK-DDD-ANT TO WRK-DDD.
           PERFORM 3500-MONTAR-ROTULO-DDD.
           MOVE WRK-CONT-DDD TO WRK-CONT-IMPRIME.
           PERFORM 3600-IMPRIMIR-CONTADORES.
           COMPUTE WRK-IND = WRK-DDD-ANT + 1.
           PERFORM 3310-ACUMULAR-DDD
             VARYING WRK-IND-CONT FROM 1 BY 1
             UNTIL WRK-IND-CONT > 8.
           MOVE ZEROS TO WRK-CONT-DDD.

       3310-ACUMULAR-DDD.
           ADD WRK-CDDD (WRK-IND-CONT) TO WRK-CCAMP (WRK-IND-CONT).
           ADD WRK-CDDD (WRK-IND-CONT)
             TO WRK-CREG (WRK-IND WRK-IND-CONT).

       3400-FECHAR-CAMPANHA.
           MOVE SPACES TO WRK-LINHA-EFIC.
           MOVE '    TOTAL DA CAMPANHA' TO WRK-LE-ROTULO.
           MOVE WRK-CONT-CAMP TO WRK-CONT-IMPRIME.
           PERFORM 3600-IMPRIMIR-CONTADORES.
           PERFORM 3410-ACUMULAR-GERAL
             VARYING WRK-IND-CONT FROM 1 BY 1
             UNTIL WRK-IND-CONT > 8.

       3410-ACUMULAR-GERAL.
           ADD WRK-CCAMP (WRK-IND-CONT) TO WRK-CGERAL (WRK-IND-CONT).

       3500-MONTAR-ROTULO-DDD.
           MOVE SPACES TO WRK-LINHA-EFIC.
           MOVE WRK-DDD TO DDD-NUMERO.
           READ TABELA-DDD
             INVALID KEY
               MOVE 'DDD NAO CADASTRADO' TO DDD-REGIAO
           END-READ.
           STRING WRK-DDD     DELIMITED BY SIZE
                  '  '        DELIMITED BY SIZE
                  DDD-REGIAO  DELIMITED BY SIZE
                  INTO WRK-LE-ROTULO.

      *****************************************
      * IMPRIME WRK-CONT-IMPRIME COM O ROTULO JA MONTADO EM
      * WRK-LE-ROTULO E OS PERCENTUAIS DE RESPOSTA E CONVERSAO
      * SOBRE OS SELECIONADOS.
      *****************************************
       3600-IMPRIMIR-CONTADORES.
           PERFORM 3610-MOVER-COLUNA
             VARYING WRK-IND-CONT FROM 1 BY 1
             UNTIL WRK-IND-CONT > 8.
           MOVE ZEROS TO WRK-LE-PCT-RESP WRK-LE-PCT-CONV.
           IF WRK-CIMP (1) > 0
             COMPUTE WRK-LE-PCT-RESP ROUNDED =
                     WRK-CIMP (7) * 100 / WRK-CIMP (1)
             COMPUTE WRK-LE-PCT-CONV ROUNDED =
                     WRK-CIMP (8) * 100 / WRK-CIMP (1)
           END-IF.
           MOVE WRK-LINHA-EFIC TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       3610-MOVER-COLUNA.
           MOVE WRK-CIMP (WRK-IND-CONT) TO WRK-LE-VALOR (WRK-IND-CONT).

       4000-RESUMO-REGIOES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** RESUMO POR REGIAO - TODAS AS CAMPANHAS LISTADAS **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 1200-CABECALHO-COLUNAS.
           PERFORM 4100-IMPRIMIR-REGIAO
             VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 100.
           MOVE SPACES TO WRK-LINHA-EFIC.
           MOVE '    TOTAL GERAL' TO WRK-LE-ROTULO.
           MOVE WRK-CONT-GERAL TO WRK-CONT-IMPRIME.
           PERFORM 3600-IMPRIMIR-CONTADORES.
           MOVE WRK-TOTAL-CAMPANHAS TO WRK-TOTAL-EDIT.
           DISPLAY 'CAMPANHAS LISTADAS...: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-EDIT.
           DISPLAY 'SELECIONADOS LIDOS...: ' WRK-TOTAL-EDIT.
           MOVE WRK-CGERAL (8) TO WRK-TOTAL-EDIT.
           DISPLAY 'CONVERTIDOS..........: ' WRK-TOTAL-EDIT.

       4100-IMPRIMIR-REGIAO.
           IF WRK-CREG (WRK-IND 1) > 0
             COMPUTE WRK-DDD = WRK-IND - 1
             PERFORM 3500-MONTAR-ROTULO-DDD
             PERFORM 4110-COPIAR-REGIAO
               VARYING WRK-IND-CONT FROM 1 BY 1
               UNTIL WRK-IND-CONT > 8
             PERFORM 3600-IMPRIMIR-CONTADORES
           END-IF.

       4110-COPIAR-REGIAO.
           MOVE WRK-CREG (WRK-IND WRK-IND-CONT)
             TO WRK-CIMP (WRK-IND-CONT).

       5000-ENCERRAR.
           CLOSE CAMPANHAS-HIST.
           IF WRK-COM-RESPOSTAS
             CLOSE RESPOSTAS
           END-IF.
           CLOSE CLIENTES-AUDITORIA.
           CLOSE TABELA-DDD.
           CLOSE RELATORIO-EFI.
