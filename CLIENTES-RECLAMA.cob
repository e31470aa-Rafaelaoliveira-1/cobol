       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-RECLAMA.
      *****************************************
      * OBJETIVO: RELATORIO DE ENVELHECIMENTO DAS RECLAMACOES EM
      *           RELRECLAMA.TXT, A PARTIR DE RECLAMA.DAT:
      *           - CASOS AINDA NAO FECHADOS (ABERTOS OU EM
      *             ANDAMENTO) DO MAIS ANTIGO PARA O MAIS NOVO, COM
      *             OS DIAS EM ABERTO E A MARCA VENCIDA QUANDO O
      *             PRAZO JA PASSOU, E TOTAIS POR FAIXA DE DIAS;
      *           - OS MESMOS CASOS AGRUPADOS POR OPERADOR
      *             RESPONSAVEL, COM SUBTOTAIS;
      *           - TOTAIS DOS ULTIMOS 12 MESES: ABERTAS (PELA DATA
      *             DE ABERTURA), FECHADAS (PELA DATA DE FECHAMENTO)
      *             E VENCIDAS (PRAZO NO MES E NAO CUMPRIDO: FECHADA
      *             DEPOIS DO PRAZO OU AINDA ABERTA COM PRAZO
      *             PASSADO).
      *           OS NUMEROS SAO OS PEDIDOS PELO PROCON.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAMACOES ASSIGN TO 'C:\COBOL\RECLAMA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RECL-STATUS
             RECORD KEY IS  RECL-CHAVE
             ALTERNATE RECORD KEY IS RECL-FONE WITH DUPLICATES.

           SELECT ARQUIVO-SORT ASSIGN TO 'C:\COBOL\RECLSORT.TMP'.

           SELECT RELATORIO-RECL ASSIGN TO 'C:\COBOL\RELRECLAMA.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMACOES.
           COPY RECLAMA-REG.

       SD  ARQUIVO-SORT.
       01  SORT-REG.
           05 SORT-DIAS           PIC 9(05).
           05 SORT-PROTOCOLO      PIC 9(10).
           05 SORT-FONE           PIC 9(09).
           05 SORT-CATEGORIA      PIC X(01).
           05 SORT-RESPONSAVEL    PIC X(08).
           05 SORT-ABERTURA       PIC 9(08).
           05 SORT-PRAZO          PIC 9(08).
           05 SORT-SITUACAO       PIC X(01).
           05 SORT-ATRASO         PIC 9(05).

       FD  RELATORIO-RECL.
       01  RELATORIO-LINHA        PIC X(100).

       WORKING-STORAGE SECTION.

       77 RECL-STATUS        PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-DIA-HOJE       PIC 9(07) COMP.
       77 WRK-DIA-ABSOLUTO   PIC 9(07) COMP.
       77 WRK-ANO-ANTERIOR   PIC 9(04) COMP.
       77 WRK-QUOCIENTE      PIC 9(04) COMP.
       77 WRK-RESTO          PIC 9(04) COMP.
       77 WRK-QUOC-4         PIC 9(04) COMP.
       77 WRK-QUOC-100       PIC 9(04) COMP.
       77 WRK-QUOC-400       PIC 9(04) COMP.
       77 WRK-IND            PIC 9(02) COMP.
       77 WRK-MES-INICIAL    PIC 9(06) COMP.
       77 WRK-MES-CALC       PIC 9(06) COMP.
       77 WRK-MES-DIF        PIC S9(06) COMP.
       77 WRK-OPER-ANT       PIC X(08).
       77 WRK-TOTAL-ABERTAS  PIC 9(06) COMP.
       77 WRK-TOTAL-VENCIDAS PIC 9(06) COMP.
       77 WRK-TOTAL-ATE-7    PIC 9(06) COMP.
       77 WRK-TOTAL-ATE-15   PIC 9(06) COMP.
       77 WRK-TOTAL-ATE-30   PIC 9(06) COMP.
       77 WRK-TOTAL-MAIS-30  PIC 9(06) COMP.
       77 WRK-OPER-ABERTAS   PIC 9(06) COMP.
       77 WRK-OPER-ANDAMENTO PIC 9(06) COMP.
       77 WRK-OPER-VENCIDAS  PIC 9(06) COMP.
       77 WRK-OPER-MAIOR     PIC 9(05) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).
       77 WRK-ABERTAS-EDIT   PIC 9(06).
       77 WRK-ANDAMENTO-EDIT PIC 9(06).
       77 WRK-VENCIDAS-EDIT  PIC 9(06).
       77 WRK-FECHADAS-EDIT  PIC 9(06).
       77 WRK-DIAS-EDIT      PIC 9(05).
       77 WRK-ATRASO-EDIT    PIC 9(05).
       77 WRK-MARCA-VENCIDA  PIC X(15).

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

       01 WRK-TAB-MESES-REL.
           05 WRK-MES-REL        OCCURS 12 TIMES.
               10 WRK-MES-ANOMES     PIC 9(06).
               10 WRK-MES-ABERTAS    PIC 9(06) COMP.
               10 WRK-MES-FECHADAS   PIC 9(06) COMP.
               10 WRK-MES-VENCIDAS   PIC 9(06) COMP.

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-RELATORIO-OK    VALUE 'N'.
           88 WRK-RELATORIO-ERRO  VALUE 'S'.

       77 WRK-PASSADA-SW     PIC X(01).
           88 WRK-PRIMEIRA-PASSADA VALUE 'S'.
           88 WRK-OUTRA-PASSADA    VALUE 'N'.

       77 WRK-BISSEXTO-SW    PIC X(01).
           88 WRK-BISSEXTO        VALUE 'S'.
           88 WRK-NAO-BISSEXTO    VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-RELATORIO-OK
             SET WRK-PRIMEIRA-PASSADA TO TRUE
             SORT ARQUIVO-SORT
               ON DESCENDING KEY SORT-DIAS
                  ASCENDING KEY SORT-PROTOCOLO
               INPUT  PROCEDURE IS 2000-SELECIONAR-ABERTAS
               OUTPUT PROCEDURE IS 3000-LISTAR-POR-DIAS
             SET WRK-OUTRA-PASSADA TO TRUE
             SORT ARQUIVO-SORT
               ON ASCENDING KEY SORT-RESPONSAVEL
                  DESCENDING KEY SORT-DIAS
                  ASCENDING KEY SORT-PROTOCOLO
               INPUT  PROCEDURE IS 2000-SELECIONAR-ABERTAS
               OUTPUT PROCEDURE IS 4000-LISTAR-POR-OPERADOR
             PERFORM 5000-TOTAIS-MENSAIS
             PERFORM 6000-TOTALIZAR
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-TOTAL-ABERTAS WRK-TOTAL-VENCIDAS
                         WRK-TOTAL-ATE-7 WRK-TOTAL-ATE-15
                         WRK-TOTAL-ATE-30 WRK-TOTAL-MAIS-30.
           SET WRK-RELATORIO-OK TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC-N.
           PERFORM 1400-CALCULAR-DIA-ABSOLUTO.
           MOVE WRK-DIA-ABSOLUTO TO WRK-DIA-HOJE.
           PERFORM 1100-MONTAR-MESES.

           OPEN INPUT RECLAMACOES.
           IF RECL-STATUS NOT = 00
             DISPLAY 'RECLAMA.DAT NAO ENCONTRADO - STATUS: '
                     RECL-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           IF WRK-RELATORIO-OK
             OPEN OUTPUT RELATORIO-RECL
             IF RELATORIO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR RELRECLAMA.TXT - STATUS: '
                       RELATORIO-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RELATORIO-ERRO TO TRUE
             ELSE
               MOVE SPACES TO RELATORIO-LINHA
               STRING 'RECLAMACOES - ENVELHECIMENTO  -  DATA: '
                        DELIMITED BY SIZE
                      WRK-DATA-EXECUCAO DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
             END-IF
           END-IF.

      *****************************************
      * A TABELA MENSAL VAI DO MES CORRENTE (POSICAO 12) AOS
      * ONZE ANTERIORES (POSICAO 1). O MES DE UMA DATA E
      * LOCALIZADO PELA DIFERENCA EM MESES (ANO * 12 + MES).
      *****************************************
       1100-MONTAR-MESES.
           MOVE WRK-ANO-CALC   TO WRK-ANO-AM.
           MOVE WRK-MES-CALC-D TO WRK-MES-AM.
           PERFORM 1110-MES-ANTERIOR
             VARYING WRK-IND FROM 12 BY -1 UNTIL WRK-IND < 1.
           COMPUTE WRK-MES-INICIAL = WRK-ANO-AM * 12 + WRK-MES-AM + 1.

       1110-MES-ANTERIOR.
           MOVE WRK-ANOMES-N TO WRK-MES-ANOMES (WRK-IND).
           MOVE ZEROS TO WRK-MES-ABERTAS (WRK-IND)
                         WRK-MES-FECHADAS (WRK-IND)
                         WRK-MES-VENCIDAS (WRK-IND).
           IF WRK-MES-AM > 1
             SUBTRACT 1 FROM WRK-MES-AM
           ELSE
             MOVE 12 TO WRK-MES-AM
             SUBTRACT 1 FROM WRK-ANO-AM
           END-IF.

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
      * LIDO UMA VEZ PARA CADA CLASSIFICACAO; OS TOTAIS MENSAIS
      * SO SAO ACUMULADOS NA PRIMEIRA PASSADA.
      *****************************************
       2000-SELECIONAR-ABERTAS.
           MOVE ZEROS TO RECL-PROTOCOLO.
           SET WRK-NAO-FIM TO TRUE.
           START RECLAMACOES KEY IS NOT LESS THAN RECL-CHAVE
             INVALID KEY
               SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 2100-LIBERAR-RECLAMACAO UNTIL WRK-FIM-ARQUIVO.

       2100-LIBERAR-RECLAMACAO.
           READ RECLAMACOES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF RECL-STATUS NOT = 00
                  AND RECL-STATUS NOT = 02
                 SET WRK-FIM-ARQUIVO TO TRUE
               ELSE
                 IF WRK-PRIMEIRA-PASSADA
                   PERFORM 2200-ACUMULAR-MESES
                 END-IF
                 IF NOT RECL-FECHADA
                   PERFORM 2300-MONTAR-SORT
                   RELEASE SORT-REG
                 END-IF
               END-IF
           END-READ.

       2200-ACUMULAR-MESES.
           MOVE RECL-DATA-ABERTURA TO WRK-DATA-CALC-N.
           PERFORM 2210-LOCALIZAR-MES.
           IF WRK-IND > 0
             ADD 1 TO WRK-MES-ABERTAS (WRK-IND)
           END-IF.
           IF RECL-FECHADA
             MOVE RECL-DATA-FECHAMENTO TO WRK-DATA-CALC-N
             PERFORM 2210-LOCALIZAR-MES
             IF WRK-IND > 0
               ADD 1 TO WRK-MES-FECHADAS (WRK-IND)
             END-IF
           END-IF.
           IF RECL-DATA-PRAZO < WRK-DATA-EXECUCAO
             IF (RECL-FECHADA
                 AND RECL-DATA-FECHAMENTO > RECL-DATA-PRAZO)
                OR NOT RECL-FECHADA
               MOVE RECL-DATA-PRAZO TO WRK-DATA-CALC-N
               PERFORM 2210-LOCALIZAR-MES
               IF WRK-IND > 0
                 ADD 1 TO WRK-MES-VENCIDAS (WRK-IND)
               END-IF
             END-IF
           END-IF.

       2210-LOCALIZAR-MES.
           MOVE ZEROS TO WRK-IND.
           COMPUTE WRK-MES-CALC = WRK-ANO-CALC * 12 + WRK-MES-CALC-D.
           COMPUTE WRK-MES-DIF = WRK-MES-CALC - WRK-MES-INICIAL + 1.
           IF WRK-MES-DIF > 0 AND WRK-MES-DIF < 13
             MOVE WRK-MES-DIF TO WRK-IND
           END-IF.

       2300-MONTAR-SORT.
           MOVE RECL-PROTOCOLO   TO SORT-PROTOCOLO.
           MOVE RECL-FONE        TO SORT-FONE.
           MOVE RECL-CATEGORIA   TO SORT-CATEGORIA.
           MOVE RECL-RESPONSAVEL TO SORT-RESPONSAVEL.
           MOVE RECL-DATA-ABERTURA TO SORT-ABERTURA.
           MOVE RECL-DATA-PRAZO  TO SORT-PRAZO.
           MOVE RECL-SITUACAO    TO SORT-SITUACAO.
           MOVE RECL-DATA-ABERTURA TO WRK-DATA-CALC-N.
           PERFORM 1400-CALCULAR-DIA-ABSOLUTO.
           COMPUTE SORT-DIAS = WRK-DIA-HOJE - WRK-DIA-ABSOLUTO.
           MOVE ZEROS TO SORT-ATRASO.
           IF RECL-DATA-PRAZO < WRK-DATA-EXECUCAO
             MOVE RECL-DATA-PRAZO TO WRK-DATA-CALC-N
             PERFORM 1400-CALCULAR-DIA-ABSOLUTO
             COMPUTE SORT-ATRASO = WRK-DIA-HOJE - WRK-DIA-ABSOLUTO
           END-IF.

       3000-LISTAR-POR-DIAS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** CASOS NAO FECHADOS POR DIAS EM ABERTO **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 3050-CABECALHO-CASOS.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 3100-RETORNAR-POR-DIAS UNTIL WRK-FIM-ARQUIVO.

       3050-CABECALHO-CASOS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'PROTOCOLO   TELEFONE   CAT RESPONS. '
                    DELIMITED BY SIZE
                  'ABERTURA  PRAZO     SIT  DIAS  SITUACAO DO PRAZO'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       3100-RETORNAR-POR-DIAS.
           RETURN ARQUIVO-SORT
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-ABERTAS
               IF SORT-ATRASO > 0
                 ADD 1 TO WRK-TOTAL-VENCIDAS
               END-IF
               EVALUATE TRUE
                 WHEN SORT-DIAS NOT > 7
                   ADD 1 TO WRK-TOTAL-ATE-7
                 WHEN SORT-DIAS NOT > 15
                   ADD 1 TO WRK-TOTAL-ATE-15
                 WHEN SORT-DIAS NOT > 30
                   ADD 1 TO WRK-TOTAL-ATE-30
                 WHEN OTHER
                   ADD 1 TO WRK-TOTAL-MAIS-30
               END-EVALUATE
               PERFORM 3200-IMPRIMIR-CASO
           END-RETURN.

       3200-IMPRIMIR-CASO.
           MOVE SORT-DIAS TO WRK-DIAS-EDIT.
           MOVE SPACES TO WRK-MARCA-VENCIDA.
           IF SORT-ATRASO > 0
             MOVE SORT-ATRASO TO WRK-ATRASO-EDIT
             STRING 'VENCIDA '      DELIMITED BY SIZE
                    WRK-ATRASO-EDIT DELIMITED BY SIZE
                    'D'             DELIMITED BY SIZE
                    INTO WRK-MARCA-VENCIDA
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING SORT-PROTOCOLO    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  SORT-FONE         DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  SORT-CATEGORIA    DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  SORT-RESPONSAVEL  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SORT-ABERTURA     DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  SORT-PRAZO        DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  SORT-SITUACAO     DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-DIAS-EDIT     DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WRK-MARCA-VENCIDA DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       4000-LISTAR-POR-OPERADOR.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** CASOS NAO FECHADOS POR OPERADOR RESPONSAVEL **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE HIGH-VALUES TO WRK-OPER-ANT.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 4100-RETORNAR-POR-OPERADOR UNTIL WRK-FIM-ARQUIVO.
           IF WRK-OPER-ANT NOT = HIGH-VALUES
             PERFORM 4200-FECHAR-OPERADOR
           END-IF.

       4100-RETORNAR-POR-OPERADOR.
           RETURN ARQUIVO-SORT
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF SORT-RESPONSAVEL NOT = WRK-OPER-ANT
                 IF WRK-OPER-ANT NOT = HIGH-VALUES
                   PERFORM 4200-FECHAR-OPERADOR
                 END-IF
                 PERFORM 4150-ABRIR-OPERADOR
               END-IF
               IF SORT-SITUACAO = 'E'
                 ADD 1 TO WRK-OPER-ANDAMENTO
               ELSE
                 ADD 1 TO WRK-OPER-ABERTAS
               END-IF
               IF SORT-ATRASO > 0
                 ADD 1 TO WRK-OPER-VENCIDAS
               END-IF
               IF SORT-DIAS > WRK-OPER-MAIOR
                 MOVE SORT-DIAS TO WRK-OPER-MAIOR
               END-IF
               PERFORM 3200-IMPRIMIR-CASO
           END-RETURN.

       4150-ABRIR-OPERADOR.
           MOVE SORT-RESPONSAVEL TO WRK-OPER-ANT.
           MOVE ZEROS TO WRK-OPER-ABERTAS WRK-OPER-ANDAMENTO
                         WRK-OPER-VENCIDAS WRK-OPER-MAIOR.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'RESPONSAVEL: ' DELIMITED BY SIZE
                  WRK-OPER-ANT    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 3050-CABECALHO-CASOS.

       4200-FECHAR-OPERADOR.
           MOVE WRK-OPER-ABERTAS   TO WRK-ABERTAS-EDIT.
           MOVE WRK-OPER-ANDAMENTO TO WRK-ANDAMENTO-EDIT.
           MOVE WRK-OPER-VENCIDAS  TO WRK-VENCIDAS-EDIT.
           MOVE WRK-OPER-MAIOR     TO WRK-DIAS-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '  ABERTAS: '      DELIMITED BY SIZE
                  WRK-ABERTAS-EDIT   DELIMITED BY SIZE
                  '  EM ANDAMENTO: ' DELIMITED BY SIZE
                  WRK-ANDAMENTO-EDIT DELIMITED BY SIZE
                  '  VENCIDAS: '     DELIMITED BY SIZE
                  WRK-VENCIDAS-EDIT  DELIMITED BY SIZE
                  '  MAIS ANTIGA (DIAS): ' DELIMITED BY SIZE
                  WRK-DIAS-EDIT      DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       5000-TOTAIS-MENSAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** TOTAIS MENSAIS - ULTIMOS 12 MESES **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'MES        ABERTAS  FECHADAS  VENCIDAS'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM 5100-IMPRIMIR-MES
             VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 12.

       5100-IMPRIMIR-MES.
           MOVE WRK-MES-ABERTAS (WRK-IND)  TO WRK-ABERTAS-EDIT.
           MOVE WRK-MES-FECHADAS (WRK-IND) TO WRK-FECHADAS-EDIT.
           MOVE WRK-MES-VENCIDAS (WRK-IND) TO WRK-VENCIDAS-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WRK-MES-ANOMES (WRK-IND) DELIMITED BY SIZE
                  '     '           DELIMITED BY SIZE
                  WRK-ABERTAS-EDIT  DELIMITED BY SIZE
                  '    '            DELIMITED BY SIZE
                  WRK-FECHADAS-EDIT DELIMITED BY SIZE
                  '    '            DELIMITED BY SIZE
                  WRK-VENCIDAS-EDIT DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       6000-TOTALIZAR.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-ATE-7 TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'ATE 7 DIAS.........: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-ATE-15 TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '8 A 15 DIAS........: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-ATE-30 TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '16 A 30 DIAS.......: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-MAIS-30 TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'MAIS DE 30 DIAS....: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-TOTAL-ABERTAS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'CASOS NAO FECHADOS.: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'CASOS NAO FECHADOS.: ' WRK-TOTAL-EDIT.
           MOVE WRK-TOTAL-VENCIDAS TO WRK-TOTAL-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'VENCIDOS...........: ' DELIMITED BY SIZE
                  WRK-TOTAL-EDIT          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY 'VENCIDOS...........: ' WRK-TOTAL-EDIT.

       9000-ENCERRAR.
           CLOSE RECLAMACOES.
           CLOSE RELATORIO-RECL.
