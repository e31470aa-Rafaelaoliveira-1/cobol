       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-QUALIDADE.
      *****************************************
      * OBJETIVO: AVALIACAO DA QUALIDADE DO CADASTRO DE CLIENTES.
      *           CADA CLIENTE DE CLIENTES.DAT RECEBE 100 PONTOS
      *           MENOS O PESO DE CADA PROBLEMA ENCONTRADO:
      *           EM SEM EMAIL (15), EN SEM ENDERECO (15),
      *           DC DOCUMENTO ZERADO (20), PA PROSPECT CADASTRADO
      *           HA MAIS DE UM ANO E NUNCA CONTATADO (15),
      *           MI NOME TODO EM MINUSCULAS (10), ND NOME COM
      *           DIGITOS (10), DD DDD QUE NAO ESTA EM DDD.DAT (15).
      *           EM RELQUALIDADE.TXT: OS CLIENTES COM PROBLEMA, A
      *           PONTUACAO POR MES DE CADASTRO E POR REGIAO (DDD) E
      *           A TENDENCIA DAS ULTIMAS EXECUCOES (QUALHIST.DAT,
      *           UM REGISTRO POR EXECUCAO).
      *           EM QUALTRAB.TXT: A LISTA DE TRABALHO PARA OS
      *           ATENDENTES, DO PIOR PARA O MELHOR CLIENTE, SEM OS
      *           CLIENTES INATIVOS.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO 'C:\COBOL\CLIENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLIENTES-STATUS
             RECORD KEY IS  CLIENTES-CHAVE
             ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS CLIENTES-DOCUMENTO
               WITH DUPLICATES.

           SELECT CLIENTES-CONTATOS ASSIGN TO 'C:\COBOL\CONTATOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONTATO-STATUS
             RECORD KEY IS  CONTATO-CHAVE.

           SELECT TABELA-DDD ASSIGN TO 'C:\COBOL\DDD.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DDD-STATUS
             RECORD KEY IS  DDD-CHAVE.

           SELECT QUALIDADE-HIST ASSIGN TO 'C:\COBOL\QUALHIST.DAT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS QHIST-STATUS.

           SELECT PROBLEMAS-TMP ASSIGN TO 'C:\COBOL\QUALPROB.TMP'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TMP-STATUS.

           SELECT ARQUIVO-SORT ASSIGN TO 'C:\COBOL\QUALSORT.TMP'.

           SELECT SORT-TRABALHO ASSIGN TO 'C:\COBOL\QUALTRAB.TMP'.

           SELECT RELATORIO-QUAL ASSIGN TO 'C:\COBOL\RELQUALIDADE.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RELATORIO-STATUS.

           SELECT LISTA-TRABALHO ASSIGN TO 'C:\COBOL\QUALTRAB.TXT'
             ORGANIZATION IS SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRABALHO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  CLIENTES-CONTATOS.
           COPY CONTATOS-REG.

       FD  TABELA-DDD.
           COPY DDD-REG.

       FD  QUALIDADE-HIST.
           COPY QUALHIST-REG.

       FD  PROBLEMAS-TMP.
       01  TMP-REG.
           05 TMP-PONTOS          PIC 9(03).
           05 TMP-DDD             PIC 9(02).
           05 TMP-FONE            PIC 9(09).
           05 TMP-NOME            PIC X(30).
           05 TMP-SITUACAO        PIC X(01).
           05 TMP-CADASTRO        PIC 9(08).
           05 TMP-LISTA           PIC X(21).

       SD  ARQUIVO-SORT.
       01  SORT-REG.
           05 SORT-ANOMES         PIC 9(06).
           05 SORT-FONE           PIC 9(09).
           05 SORT-PONTOS         PIC 9(03).
           05 SORT-PROBLEMAS.
               10 SORT-PROB       PIC 9(01) OCCURS 7 TIMES.

       SD  SORT-TRABALHO.
       01  STRB-REG.
           05 STRB-PONTOS         PIC 9(03).
           05 STRB-DDD            PIC 9(02).
           05 STRB-FONE           PIC 9(09).
           05 STRB-NOME           PIC X(30).
           05 STRB-SITUACAO       PIC X(01).
           05 STRB-CADASTRO       PIC 9(08).
           05 STRB-LISTA          PIC X(21).

       FD  RELATORIO-QUAL.
       01  RELATORIO-LINHA        PIC X(120).

       FD  LISTA-TRABALHO.
       01  TRABALHO-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS    PIC 9(02).
       77 CONTATO-STATUS     PIC 9(02).
       77 DDD-STATUS         PIC 9(02).
       77 QHIST-STATUS       PIC 9(02).
       77 TMP-STATUS         PIC 9(02).
       77 RELATORIO-STATUS   PIC 9(02).
       77 TRABALHO-STATUS    PIC 9(02).
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-HORA-EXECUCAO  PIC 9(08).
       77 WRK-DATA-CORTE     PIC 9(08).
       77 WRK-DDD            PIC 9(02).
       77 WRK-ANOMES-ANT     PIC 9(06).
       77 WRK-PONTOS         PIC 9(03) COMP.
       77 WRK-PONTOS-EDIT    PIC 9(03).
       77 WRK-QTD-PROB       PIC 9(01) COMP.
       77 WRK-QTD-DIGITOS    PIC 9(03) COMP.
       77 WRK-QTD-HIST       PIC 9(02) COMP.
       77 WRK-IND            PIC 9(03) COMP.
       77 WRK-IND-DDD        PIC 9(03) COMP.
       77 WRK-IND-PROB       PIC 9(01) COMP.
       77 WRK-IND-CONT       PIC 9(02) COMP.
       77 WRK-ORDEM          PIC 9(06) COMP.
       77 WRK-ORDEM-EDIT     PIC 9(06).
       77 WRK-NA-LISTA       PIC 9(06) COMP.
       77 WRK-INATIVOS-FORA  PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).
       77 WRK-MEDIA-DECIMOS  PIC 9(05) COMP.
       77 WRK-MEDIA-ATUAL    PIC 9(05) COMP.
       77 WRK-MEDIA-ANTERIOR PIC 9(05) COMP.
       77 WRK-VARIACAO       PIC S9(05) COMP.
       77 WRK-RESTO          PIC 9(04) COMP.
       77 WRK-NOME-MAIUSC    PIC X(30).
       77 WRK-NOME-MINUSC    PIC X(30).
       77 WRK-ROTULO-COLUNA  PIC X(24).
       77 WRK-HIST-ATUAL     PIC X(79).

      *****************************************
      * PESO E SIGLA DE CADA PROBLEMA, NA ORDEM: 1 EM SEM EMAIL,
      * 2 EN SEM ENDERECO, 3 DC DOCUMENTO ZERADO, 4 PA PROSPECT
      * ANTIGO SEM CONTATO, 5 MI NOME EM MINUSCULAS, 6 ND NOME
      * COM DIGITOS, 7 DD DDD FORA DE DDD.DAT. A SOMA DOS PESOS
      * E 100.
      *****************************************
       01 WRK-PESOS-VALOR     PIC X(14) VALUE '15152015101015'.
       01 WRK-TAB-PESOS REDEFINES WRK-PESOS-VALOR.
           05 WRK-PESO           PIC 9(02) OCCURS 7 TIMES.

       01 WRK-SIGLAS-VALOR    PIC X(14) VALUE 'EMENDCPAMINDDD'.
       01 WRK-TAB-SIGLAS REDEFINES WRK-SIGLAS-VALOR.
           05 WRK-SIGLA          PIC X(02) OCCURS 7 TIMES.

      *****************************************
      * PROBLEMAS DO CLIENTE EM AVALIACAO (1 = TEM O PROBLEMA) E
      * AS SIGLAS, CADA UMA NA SUA COLUNA, PARA AS LISTAS.
      *****************************************
       01 WRK-PROBLEMAS.
           05 WRK-PROB           PIC 9(01) OCCURS 7 TIMES.

       01 WRK-LISTA-PROB.
           05 WRK-LP-ITEM        OCCURS 7 TIMES.
               10 WRK-LP-SIGLA   PIC X(02).
               10 FILLER         PIC X(01).

      *****************************************
      * CONTADORES, NA ORDEM DAS COLUNAS: 1 CLIENTES, 2 CLIENTES
      * COM ALGUM PROBLEMA, 3 A 9 QUANTIDADE DE CADA PROBLEMA NA
      * ORDEM DA TABELA DE PESOS. A SOMA DOS PONTOS DA A MEDIA.
      *****************************************
       01 WRK-CONT-MES.
           05 WRK-CMES           PIC 9(06) COMP OCCURS 9 TIMES.
           05 WRK-PONTOS-MES     PIC 9(09) COMP.
       01 WRK-CONT-GERAL.
           05 WRK-CGERAL         PIC 9(06) COMP OCCURS 9 TIMES.
           05 WRK-PONTOS-GERAL   PIC 9(09) COMP.
       01 WRK-CONT-IMPRIME.
           05 WRK-CIMP           PIC 9(06) COMP OCCURS 9 TIMES.
           05 WRK-PONTOS-IMP     PIC 9(09) COMP.

      *****************************************
      * UMA ENTRADA POR DDD (INDICE = DDD + 1), MARCADA QUANDO O
      * DDD ESTA EM DDD.DAT, COM OS CONTADORES DA REGIAO.
      *****************************************
       01 WRK-TAB-REGIOES.
           05 WRK-REGIAO-DDD     OCCURS 100 TIMES.
               10 WRK-REG-CADASTRADO PIC X(01).
               10 WRK-REG-NOME       PIC X(30).
               10 WRK-CREG           PIC 9(06) COMP OCCURS 9 TIMES.
               10 WRK-REG-PONTOS     PIC 9(09) COMP.

      *****************************************
      * ULTIMAS 12 EXECUCOES LIDAS DE QUALHIST.DAT, DA MAIS
      * ANTIGA PARA A MAIS RECENTE.
      *****************************************
       01 WRK-TAB-HISTORICO.
           05 WRK-HIST-ITEM      PIC X(79) OCCURS 12 TIMES.

       01 WRK-LINHA-QUAL.
           05 WRK-LQ-ROTULO      PIC X(24).
           05 WRK-LQ-COLUNA      OCCURS 2 TIMES.
               10 FILLER         PIC X(02).
               10 WRK-LQ-VALOR   PIC 9(06).
           05 FILLER             PIC X(02).
           05 WRK-LQ-MEDIA       PIC X(06).
           05 FILLER             PIC X(02).
           05 WRK-LQ-PCT         PIC X(06).
           05 WRK-LQ-PROBLEMA    OCCURS 7 TIMES.
               10 FILLER         PIC X(02).
               10 WRK-LQ-QTD     PIC 9(06).
           05 FILLER             PIC X(02).
           05 WRK-LQ-VARIACAO    PIC X(06).

       01 WRK-MEDIA-EDIT.
           05 WRK-MEDIA-INTEIRO  PIC 9(04).
           05 FILLER             PIC X(01) VALUE ','.
           05 WRK-MEDIA-DECIMAL  PIC 9(01).

       01 WRK-VARIACAO-EDIT.
           05 WRK-VAR-SINAL      PIC X(01).
           05 WRK-VAR-INTEIRO    PIC 9(03).
           05 FILLER             PIC X(01) VALUE ','.
           05 WRK-VAR-DECIMAL    PIC 9(01).

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

       77 WRK-ANTERIOR-SW    PIC X(01).
           88 WRK-TEM-ANTERIOR    VALUE 'S'.
           88 WRK-SEM-ANTERIOR    VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-RELATORIO-OK
             SORT ARQUIVO-SORT
               ON ASCENDING KEY SORT-ANOMES SORT-FONE
               INPUT  PROCEDURE IS 2000-AVALIAR-CLIENTES
               OUTPUT PROCEDURE IS 3000-LISTAR-MESES
             PERFORM 4000-LISTAR-REGIOES
             SORT SORT-TRABALHO
               ON ASCENDING KEY STRB-PONTOS STRB-DDD STRB-FONE
               INPUT  PROCEDURE IS 5000-LER-PROBLEMAS
               OUTPUT PROCEDURE IS 5500-GRAVAR-TRABALHO
             PERFORM 6000-LISTAR-TENDENCIA
             PERFORM 6500-GRAVAR-HISTORICO
             PERFORM 7000-TOTALIZAR
           END-IF.
           PERFORM 9000-ENCERRAR.
           STOP RUN.

       1000-INICIAR.
           MOVE ZEROS TO WRK-ORDEM WRK-NA-LISTA WRK-INATIVOS-FORA
                         WRK-QTD-HIST WRK-PONTOS-GERAL.
           PERFORM 1040-ZERAR-GERAL
             VARYING WRK-IND-CONT FROM 1 BY 1 UNTIL WRK-IND-CONT > 9.
           PERFORM 1050-ZERAR-REGIAO
             VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 100.
           SET WRK-RELATORIO-OK TO TRUE.
           ACCEPT WRK-DATA-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXECUCAO FROM TIME.
           MOVE WRK-DATA-EXECUCAO TO WRK-DATA-CALC-N.
           SUBTRACT 1 FROM WRK-ANO-CALC.
           MOVE WRK-DATA-CALC-N TO WRK-DATA-CORTE.

           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
             DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                     CLIENTES-STATUS
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

           OPEN INPUT TABELA-DDD.
           IF DDD-STATUS NOT = 00
             DISPLAY 'DDD.DAT NAO ENCONTRADO - STATUS: '
                     DDD-STATUS
             MOVE 8 TO RETURN-CODE
             SET WRK-RELATORIO-ERRO TO TRUE
           END-IF.

           IF WRK-RELATORIO-OK
             PERFORM 1100-CARREGAR-DDD
             OPEN OUTPUT RELATORIO-QUAL
             IF RELATORIO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR RELQUALIDADE.TXT - STATUS: '
                       RELATORIO-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RELATORIO-ERRO TO TRUE
             ELSE
               PERFORM 1200-CABECALHO
             END-IF
           END-IF.

           IF WRK-RELATORIO-OK
             OPEN OUTPUT LISTA-TRABALHO
             IF TRABALHO-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR QUALTRAB.TXT - STATUS: '
                       TRABALHO-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RELATORIO-ERRO TO TRUE
             ELSE
               PERFORM 1300-CABECALHO-TRABALHO
             END-IF
           END-IF.

           IF WRK-RELATORIO-OK
             OPEN OUTPUT PROBLEMAS-TMP
             IF TMP-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR QUALPROB.TMP - STATUS: '
                       TMP-STATUS
               MOVE 8 TO RETURN-CODE
               SET WRK-RELATORIO-ERRO TO TRUE
             END-IF
           END-IF.

       1040-ZERAR-GERAL.
           MOVE ZEROS TO WRK-CGERAL (WRK-IND-CONT).

       1050-ZERAR-REGIAO.
           MOVE 'N'    TO WRK-REG-CADASTRADO (WRK-IND).
           MOVE SPACES TO WRK-REG-NOME (WRK-IND).
           MOVE ZEROS  TO WRK-REG-PONTOS (WRK-IND).
           PERFORM 1060-ZERAR-CONTADOR-REGIAO
             VARYING WRK-IND-CONT FROM 1 BY 1 UNTIL WRK-IND-CONT > 9.

       1060-ZERAR-CONTADOR-REGIAO.
           MOVE ZEROS TO WRK-CREG (WRK-IND WRK-IND-CONT).

       1100-CARREGAR-DDD.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 1110-LER-DDD UNTIL WRK-FIM-ARQUIVO.

       1110-LER-DDD.
           READ TABELA-DDD NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               COMPUTE WRK-IND = DDD-NUMERO + 1
               MOVE 'S'        TO WRK-REG-CADASTRADO (WRK-IND)
               MOVE DDD-REGIAO TO WRK-REG-NOME (WRK-IND)
           END-READ.

       1200-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'QUALIDADE DO CADASTRO DE CLIENTES  -  DATA: '
                    DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'PONTUACAO = 100 MENOS O PESO DE CADA PROBLEMA:'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '  EM SEM EMAIL (15)   EN SEM ENDERECO (15)   '
                    DELIMITED BY SIZE
                  'DC DOCUMENTO ZERADO (20)'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '  PA PROSPECT CADASTRADO HA MAIS DE UM ANO E '
                    DELIMITED BY SIZE
                  'NUNCA CONTATADO (15)'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING '  MI NOME EM MINUSCULAS (10)   '
                    DELIMITED BY SIZE
                  'ND NOME COM DIGITOS (10)   '
                    DELIMITED BY SIZE
                  'DD DDD FORA DE DDD.DAT (15)'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** CLIENTES COM PROBLEMA **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'TELEFONE   NOME                            S  '
                    DELIMITED BY SIZE
                  'CADASTRO  PONTOS  PROBLEMAS'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

       1300-CABECALHO-TRABALHO.
           MOVE SPACES TO TRABALHO-LINHA.
           STRING 'LISTA DE CORRECAO DO CADASTRO  -  DATA: '
                    DELIMITED BY SIZE
                  WRK-DATA-EXECUCAO DELIMITED BY SIZE
                  INTO TRABALHO-LINHA.
           WRITE TRABALHO-LINHA.
           MOVE SPACES TO TRABALHO-LINHA.
           STRING 'EM=INFORMAR EMAIL  EN=INFORMAR ENDERECO  '
                    DELIMITED BY SIZE
                  'DC=INFORMAR CPF/CNPJ  PA=CONTATAR PROSPECT'
                    DELIMITED BY SIZE
                  INTO TRABALHO-LINHA.
           WRITE TRABALHO-LINHA.
           MOVE SPACES TO TRABALHO-LINHA.
           STRING 'MI=CORRIGIR NOME EM MINUSCULAS  '
                    DELIMITED BY SIZE
                  'ND=CORRIGIR NOME COM DIGITOS  '
                    DELIMITED BY SIZE
                  'DD=CONFERIR TELEFONE'
                    DELIMITED BY SIZE
                  INTO TRABALHO-LINHA.
           WRITE TRABALHO-LINHA.
           MOVE SPACES TO TRABALHO-LINHA.
           WRITE TRABALHO-LINHA.
           MOVE SPACES TO TRABALHO-LINHA.
           STRING 'ORDEM   TELEFONE   NOME                          '
                    DELIMITED BY SIZE
                  '  S  CADASTRO  PONTOS  PROBLEMAS'
                    DELIMITED BY SIZE
                  INTO TRABALHO-LINHA.
           WRITE TRABALHO-LINHA.

      *****************************************
      * CLIENTES.DAT E LIDO UMA VEZ: CADA CLIENTE E AVALIADO,
      * SOMADO NO TOTAL E NA SUA REGIAO E LIBERADO PARA A
      * CLASSIFICACAO POR MES DE CADASTRO. OS CLIENTES COM
      * PROBLEMA SAO LISTADOS E GRAVADOS EM QUALPROB.TMP PARA A
      * LISTA DE TRABALHO.
      *****************************************
       2000-AVALIAR-CLIENTES.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 2100-PROXIMO-CLIENTE UNTIL WRK-FIM-ARQUIVO.
           CLOSE PROBLEMAS-TMP.
           IF WRK-CGERAL (2) = ZEROS
             MOVE 'NENHUM CLIENTE COM PROBLEMA' TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.

       2100-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               PERFORM 2200-AVALIAR-CLIENTE
               PERFORM 2600-ACUMULAR-CLIENTE
               PERFORM 2700-LIBERAR-CLIENTE
               IF WRK-QTD-PROB > 0
                 PERFORM 2800-LISTAR-PROBLEMAS
               END-IF
           END-READ.

       2200-AVALIAR-CLIENTE.
           MOVE ZEROS TO WRK-PROBLEMAS.
           IF CLIENTES-EMAIL = SPACES
             MOVE 1 TO WRK-PROB (1)
           END-IF.
           IF CLIENTES-ENDERECO = SPACES
             MOVE 1 TO WRK-PROB (2)
           END-IF.
           IF CLIENTES-DOCUMENTO = ZEROS
             MOVE 1 TO WRK-PROB (3)
           END-IF.
           IF CLIENTE-PROSPECT
              AND CLIENTES-DATA-CADASTRO < WRK-DATA-CORTE
             PERFORM 2300-VERIFICAR-CONTATO
             IF WRK-NAO-ACHOU
               MOVE 1 TO WRK-PROB (4)
             END-IF
           END-IF.
           PERFORM 2400-VERIFICAR-NOME.
           COMPUTE WRK-DDD = CLIENTES-FONE / 10000000.
           COMPUTE WRK-IND-DDD = WRK-DDD + 1.
           IF WRK-REG-CADASTRADO (WRK-IND-DDD) NOT = 'S'
             MOVE 1 TO WRK-PROB (7)
           END-IF.
           MOVE 100 TO WRK-PONTOS.
           MOVE ZEROS TO WRK-QTD-PROB.
           MOVE SPACES TO WRK-LISTA-PROB.
           PERFORM 2500-DESCONTAR-PESO
             VARYING WRK-IND-PROB FROM 1 BY 1 UNTIL WRK-IND-PROB > 7.

      *****************************************
      * PROCURA QUALQUER CONTATO DO TELEFONE EM CONTATOS.DAT
      * (CHAVE FONE + DATA + HORA).
      *****************************************
       2300-VERIFICAR-CONTATO.
           SET WRK-NAO-ACHOU TO TRUE.
           MOVE CLIENTES-FONE TO CONTATO-FONE.
           MOVE ZEROS TO CONTATO-DATA CONTATO-HORA.
           START CLIENTES-CONTATOS
             KEY IS NOT LESS THAN CONTATO-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES-CONTATOS NEXT RECORD
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CONTATO-FONE = CLIENTES-FONE
                     SET WRK-ACHOU TO TRUE
                   END-IF
               END-READ
           END-START.

      *****************************************
      * NOME EM MINUSCULAS: TEM ALGUMA LETRA MINUSCULA E NENHUMA
      * MAIUSCULA. NOME COM DIGITOS: QUALQUER DIGITO DE 0 A 9.
      *****************************************
       2400-VERIFICAR-NOME.
           MOVE CLIENTES-NOME TO WRK-NOME-MAIUSC WRK-NOME-MINUSC.
           INSPECT WRK-NOME-MAIUSC CONVERTING
             'abcdefghijklmnopqrstuvwxyz'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-NOME-MINUSC CONVERTING
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             TO 'abcdefghijklmnopqrstuvwxyz'.
           IF WRK-NOME-MAIUSC NOT = CLIENTES-NOME
              AND WRK-NOME-MINUSC = CLIENTES-NOME
             MOVE 1 TO WRK-PROB (5)
           END-IF.
           MOVE ZEROS TO WRK-QTD-DIGITOS.
           INSPECT CLIENTES-NOME TALLYING WRK-QTD-DIGITOS
             FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                 ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'.
           IF WRK-QTD-DIGITOS > 0
             MOVE 1 TO WRK-PROB (6)
           END-IF.

       2500-DESCONTAR-PESO.
           IF WRK-PROB (WRK-IND-PROB) = 1
             SUBTRACT WRK-PESO (WRK-IND-PROB) FROM WRK-PONTOS
             ADD 1 TO WRK-QTD-PROB
             MOVE WRK-SIGLA (WRK-IND-PROB)
               TO WRK-LP-SIGLA (WRK-IND-PROB)
           END-IF.

       2600-ACUMULAR-CLIENTE.
           ADD 1 TO WRK-CGERAL (1) WRK-CREG (WRK-IND-DDD 1).
           ADD WRK-PONTOS TO WRK-PONTOS-GERAL
                             WRK-REG-PONTOS (WRK-IND-DDD).
           IF WRK-QTD-PROB > 0
             ADD 1 TO WRK-CGERAL (2) WRK-CREG (WRK-IND-DDD 2)
           END-IF.
           PERFORM 2610-ACUMULAR-PROBLEMA
             VARYING WRK-IND-PROB FROM 1 BY 1 UNTIL WRK-IND-PROB > 7.

       2610-ACUMULAR-PROBLEMA.
           COMPUTE WRK-IND-CONT = WRK-IND-PROB + 2.
           ADD WRK-PROB (WRK-IND-PROB)
             TO WRK-CGERAL (WRK-IND-CONT)
                WRK-CREG (WRK-IND-DDD WRK-IND-CONT).

       2700-LIBERAR-CLIENTE.
           COMPUTE SORT-ANOMES = CLIENTES-DATA-CADASTRO / 100.
           MOVE CLIENTES-FONE TO SORT-FONE.
           MOVE WRK-PONTOS    TO SORT-PONTOS.
           MOVE WRK-PROBLEMAS TO SORT-PROBLEMAS.
           RELEASE SORT-REG.

      *****************************************
      * LINHA DO CLIENTE NA LISTA DE PROBLEMAS E, SE NAO ESTIVER
      * INATIVO, REGISTRO PARA A LISTA DE TRABALHO.
      *****************************************
       2800-LISTAR-PROBLEMAS.
           MOVE WRK-PONTOS TO WRK-PONTOS-EDIT.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING CLIENTES-FONE          DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  CLIENTES-NOME          DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  CLIENTES-SITUACAO      DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  CLIENTES-DATA-CADASTRO DELIMITED BY SIZE
                  '     '                DELIMITED BY SIZE
                  WRK-PONTOS-EDIT        DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WRK-LISTA-PROB         DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           IF CLIENTE-INATIVO
             ADD 1 TO WRK-INATIVOS-FORA
           ELSE
             MOVE WRK-PONTOS             TO TMP-PONTOS
             MOVE WRK-DDD                TO TMP-DDD
             MOVE CLIENTES-FONE          TO TMP-FONE
             MOVE CLIENTES-NOME          TO TMP-NOME
             MOVE CLIENTES-SITUACAO      TO TMP-SITUACAO
             MOVE CLIENTES-DATA-CADASTRO TO TMP-CADASTRO
             MOVE WRK-LISTA-PROB         TO TMP-LISTA
             WRITE TMP-REG
             ADD 1 TO WRK-NA-LISTA
           END-IF.

       3000-LISTAR-MESES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** PONTUACAO POR MES DE CADASTRO **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'MES DE CADASTRO' TO WRK-ROTULO-COLUNA.
           PERFORM 3900-CABECALHO-COLUNAS.
           SET WRK-PRIMEIRO-REG TO TRUE.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 3100-RETORNAR-CLIENTE UNTIL WRK-FIM-ARQUIVO.
           IF WRK-DEMAIS-REG
             PERFORM 3300-FECHAR-MES
             PERFORM 3500-IMPRIMIR-GERAL
           ELSE
             MOVE 'NENHUM CLIENTE CADASTRADO' TO RELATORIO-LINHA
             WRITE RELATORIO-LINHA
           END-IF.

       3100-RETORNAR-CLIENTE.
           RETURN ARQUIVO-SORT
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF WRK-PRIMEIRO-REG
                 SET WRK-DEMAIS-REG TO TRUE
                 PERFORM 3200-ABRIR-MES
               ELSE
                 IF SORT-ANOMES NOT = WRK-ANOMES-ANT
                   PERFORM 3300-FECHAR-MES
                   PERFORM 3200-ABRIR-MES
                 END-IF
               END-IF
               PERFORM 3400-SOMAR-MES
           END-RETURN.

       3200-ABRIR-MES.
           MOVE SORT-ANOMES TO WRK-ANOMES-ANT.
           MOVE ZEROS TO WRK-PONTOS-MES.
           PERFORM 3210-ZERAR-MES
             VARYING WRK-IND-CONT FROM 1 BY 1 UNTIL WRK-IND-CONT > 9.

       3210-ZERAR-MES.
           MOVE ZEROS TO WRK-CMES (WRK-IND-CONT).

       3300-FECHAR-MES.
           MOVE SPACES TO WRK-LINHA-QUAL.
           IF WRK-ANOMES-ANT = ZEROS
             MOVE 'SEM DATA DE CADASTRO' TO WRK-LQ-ROTULO
           ELSE
             MOVE WRK-ANOMES-ANT TO WRK-ANOMES-N
             STRING WRK-ANO-AM DELIMITED BY SIZE
                    '/'        DELIMITED BY SIZE
                    WRK-MES-AM DELIMITED BY SIZE
                    INTO WRK-LQ-ROTULO
           END-IF.
           MOVE WRK-CONT-MES TO WRK-CONT-IMPRIME.
           PERFORM 3800-IMPRIMIR-CONTADORES.

       3400-SOMAR-MES.
           ADD 1 TO WRK-CMES (1).
           ADD SORT-PONTOS TO WRK-PONTOS-MES.
           IF SORT-PONTOS < 100
             ADD 1 TO WRK-CMES (2)
           END-IF.
           PERFORM 3410-SOMAR-PROBLEMA-MES
             VARYING WRK-IND-PROB FROM 1 BY 1 UNTIL WRK-IND-PROB > 7.

       3410-SOMAR-PROBLEMA-MES.
           COMPUTE WRK-IND-CONT = WRK-IND-PROB + 2.
           ADD SORT-PROB (WRK-IND-PROB) TO WRK-CMES (WRK-IND-CONT).

       3500-IMPRIMIR-GERAL.
           MOVE SPACES TO WRK-LINHA-QUAL.
           MOVE 'TOTAL DA BASE' TO WRK-LQ-ROTULO.
           MOVE WRK-CONT-GERAL TO WRK-CONT-IMPRIME.
           PERFORM 3800-IMPRIMIR-CONTADORES.

      *****************************************
      * IMPRIME WRK-CONT-IMPRIME COM O ROTULO JA MONTADO EM
      * WRK-LQ-ROTULO.
      *****************************************
       3800-IMPRIMIR-CONTADORES.
           PERFORM 3810-MONTAR-COLUNAS.
           MOVE WRK-LINHA-QUAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *****************************************
      * MONTA AS COLUNAS DE WRK-LINHA-QUAL: CLIENTES, COM
      * PROBLEMA, PONTUACAO MEDIA, PERCENTUAL COM PROBLEMA E A
      * QUANTIDADE DE CADA PROBLEMA. A MEDIA EM DECIMOS FICA EM
      * WRK-MEDIA-ATUAL PARA A TENDENCIA.
      *****************************************
       3810-MONTAR-COLUNAS.
           MOVE WRK-CIMP (1) TO WRK-LQ-VALOR (1).
           MOVE WRK-CIMP (2) TO WRK-LQ-VALOR (2).
           PERFORM 3820-MOVER-PROBLEMA
             VARYING WRK-IND-PROB FROM 1 BY 1 UNTIL WRK-IND-PROB > 7.
           MOVE ZEROS TO WRK-MEDIA-ATUAL.
           IF WRK-CIMP (1) > 0
             COMPUTE WRK-MEDIA-DECIMOS ROUNDED =
                     WRK-PONTOS-IMP * 10 / WRK-CIMP (1)
             MOVE WRK-MEDIA-DECIMOS TO WRK-MEDIA-ATUAL
             DIVIDE WRK-MEDIA-DECIMOS BY 10
               GIVING WRK-MEDIA-INTEIRO REMAINDER WRK-RESTO
             MOVE WRK-RESTO TO WRK-MEDIA-DECIMAL
             MOVE WRK-MEDIA-EDIT TO WRK-LQ-MEDIA
             COMPUTE WRK-MEDIA-DECIMOS ROUNDED =
                     WRK-CIMP (2) * 1000 / WRK-CIMP (1)
             DIVIDE WRK-MEDIA-DECIMOS BY 10
               GIVING WRK-MEDIA-INTEIRO REMAINDER WRK-RESTO
             MOVE WRK-RESTO TO WRK-MEDIA-DECIMAL
             MOVE WRK-MEDIA-EDIT TO WRK-LQ-PCT
           END-IF.

       3820-MOVER-PROBLEMA.
           COMPUTE WRK-IND-CONT = WRK-IND-PROB + 2.
           MOVE WRK-CIMP (WRK-IND-CONT) TO WRK-LQ-QTD (WRK-IND-PROB).

       3900-CABECALHO-COLUNAS.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING WRK-ROTULO-COLUNA        DELIMITED BY SIZE
                  '  CLIENT  C/PROB   MEDIA   %PROB'
                    DELIMITED BY SIZE
                  '      EM      EN      DC      PA'
                    DELIMITED BY SIZE
                  '      MI      ND      DD'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      *****************************************
      * PONTUACAO POR REGIAO, SO DOS DDDS COM CLIENTES. UM DDD
      * QUE SAIU DE DDD.DAT APARECE COMO NAO CADASTRADO.
      *****************************************
       4000-LISTAR-REGIOES.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** PONTUACAO POR REGIAO (DDD) **' TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE 'DDD REGIAO' TO WRK-ROTULO-COLUNA.
           PERFORM 3900-CABECALHO-COLUNAS.
           PERFORM 4100-LISTAR-REGIAO
             VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 100.
           PERFORM 3500-IMPRIMIR-GERAL.

       4100-LISTAR-REGIAO.
           IF WRK-CREG (WRK-IND 1) > 0
             MOVE SPACES TO WRK-LINHA-QUAL
             COMPUTE WRK-DDD = WRK-IND - 1
             IF WRK-REG-CADASTRADO (WRK-IND) = 'S'
               STRING WRK-DDD                DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      WRK-REG-NOME (WRK-IND) DELIMITED BY SIZE
                      INTO WRK-LQ-ROTULO
             ELSE
               STRING WRK-DDD                DELIMITED BY SIZE
                      ' DDD NAO CADASTRADO'  DELIMITED BY SIZE
                      INTO WRK-LQ-ROTULO
             END-IF
             PERFORM 4110-MOVER-REGIAO
               VARYING WRK-IND-CONT FROM 1 BY 1
               UNTIL WRK-IND-CONT > 9
             MOVE WRK-REG-PONTOS (WRK-IND) TO WRK-PONTOS-IMP
             PERFORM 3800-IMPRIMIR-CONTADORES
           END-IF.

       4110-MOVER-REGIAO.
           MOVE WRK-CREG (WRK-IND WRK-IND-CONT)
             TO WRK-CIMP (WRK-IND-CONT).

      *****************************************
      * LISTA DE TRABALHO: CLIENTES NAO INATIVOS COM PROBLEMA,
      * DA MENOR PARA A MAIOR PONTUACAO, POR DDD E TELEFONE.
      *****************************************
       5000-LER-PROBLEMAS.
           OPEN INPUT PROBLEMAS-TMP.
           IF TMP-STATUS NOT = 00
             DISPLAY 'ERRO AO LER QUALPROB.TMP - STATUS: '
                     TMP-STATUS
             MOVE 8 TO RETURN-CODE
           ELSE
             SET WRK-NAO-FIM TO TRUE
             PERFORM 5100-PROXIMO-PROBLEMA UNTIL WRK-FIM-ARQUIVO
             CLOSE PROBLEMAS-TMP
           END-IF.

       5100-PROXIMO-PROBLEMA.
           READ PROBLEMAS-TMP
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               MOVE TMP-REG TO STRB-REG
               RELEASE STRB-REG
           END-READ.

       5500-GRAVAR-TRABALHO.
           SET WRK-NAO-FIM TO TRUE.
           PERFORM 5600-RETORNAR-TRABALHO UNTIL WRK-FIM-ARQUIVO.
           IF WRK-ORDEM = ZEROS
             MOVE 'NENHUM CLIENTE A CORRIGIR' TO TRABALHO-LINHA
             WRITE TRABALHO-LINHA
           END-IF.

       5600-RETORNAR-TRABALHO.
           RETURN SORT-TRABALHO
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-ORDEM
               MOVE WRK-ORDEM TO WRK-ORDEM-EDIT
               MOVE SPACES TO TRABALHO-LINHA
               STRING WRK-ORDEM-EDIT DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      STRB-FONE      DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      STRB-NOME      DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      STRB-SITUACAO  DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      STRB-CADASTRO  DELIMITED BY SIZE
                      '     '        DELIMITED BY SIZE
                      STRB-PONTOS    DELIMITED BY SIZE
                      '  '           DELIMITED BY SIZE
                      STRB-LISTA     DELIMITED BY SIZE
                      INTO TRABALHO-LINHA
               WRITE TRABALHO-LINHA
           END-RETURN.

      *****************************************
      * TENDENCIA: AS ULTIMAS 12 EXECUCOES DE QUALHIST.DAT E A
      * EXECUCAO ATUAL, COM A VARIACAO DA PONTUACAO MEDIA EM
      * RELACAO A EXECUCAO ANTERIOR.
      *****************************************
       6000-LISTAR-TENDENCIA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE '** TENDENCIA DAS ULTIMAS EXECUCOES **'
             TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING 'DATA      HORA          '  DELIMITED BY SIZE
                  '  CLIENT  C/PROB   MEDIA   %PROB'
                    DELIMITED BY SIZE
                  '      EM      EN      DC      PA'
                    DELIMITED BY SIZE
                  '      MI      ND      DD  VARIAC'
                    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           OPEN INPUT QUALIDADE-HIST.
           IF QHIST-STATUS = 00
             SET WRK-NAO-FIM TO TRUE
             PERFORM 6100-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO
             CLOSE QUALIDADE-HIST
           ELSE
             IF QHIST-STATUS NOT = 35
               DISPLAY 'ERRO AO LER QUALHIST.DAT - STATUS: '
                       QHIST-STATUS
             END-IF
           END-IF.
           SET WRK-SEM-ANTERIOR TO TRUE.
           PERFORM 6200-LISTAR-EXECUCAO
             VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > WRK-QTD-HIST.

           MOVE WRK-DATA-EXECUCAO TO QHIST-DATA.
           MOVE WRK-HORA-EXECUCAO TO QHIST-HORA.
           MOVE WRK-CGERAL (1)    TO QHIST-CLIENTES.
           MOVE WRK-CGERAL (2)    TO QHIST-COM-PROBLEMA.
           MOVE WRK-PONTOS-GERAL  TO QHIST-SOMA-PONTOS.
           PERFORM 6050-MOVER-PROBLEMA-ATUAL
             VARYING WRK-IND-PROB FROM 1 BY 1 UNTIL WRK-IND-PROB > 7.
           MOVE QHIST-REG TO WRK-HIST-ATUAL.
           PERFORM 6300-IMPRIMIR-EXECUCAO.

           MOVE SPACES TO RELATORIO-LINHA.
           IF WRK-TEM-ANTERIOR
             EVALUATE TRUE
               WHEN WRK-VARIACAO > 0
                 MOVE 'A BASE MELHOROU EM RELACAO A EXECUCAO ANTERIOR'
                   TO RELATORIO-LINHA
               WHEN WRK-VARIACAO < 0
                 MOVE 'A BASE PIOROU EM RELACAO A EXECUCAO ANTERIOR'
                   TO RELATORIO-LINHA
               WHEN OTHER
                 MOVE 'A BASE ESTA ESTAVEL DESDE A EXECUCAO ANTERIOR'
                   TO RELATORIO-LINHA
             END-EVALUATE
           ELSE
             MOVE 'PRIMEIRA EXECUCAO - SEM HISTORICO PARA COMPARAR'
               TO RELATORIO-LINHA
           END-IF.
           WRITE RELATORIO-LINHA.

       6050-MOVER-PROBLEMA-ATUAL.
           COMPUTE WRK-IND-CONT = WRK-IND-PROB + 2.
           MOVE WRK-CGERAL (WRK-IND-CONT)
             TO QHIST-PROBLEMA (WRK-IND-PROB).

       6100-LER-HISTORICO.
           READ QUALIDADE-HIST
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               IF WRK-QTD-HIST = 12
                 PERFORM 6110-DESLOCAR-HISTORICO
                   VARYING WRK-IND FROM 1 BY 1 UNTIL WRK-IND > 11
               ELSE
                 ADD 1 TO WRK-QTD-HIST
               END-IF
               MOVE QHIST-REG TO WRK-HIST-ITEM (WRK-QTD-HIST)
           END-READ.

       6110-DESLOCAR-HISTORICO.
           MOVE WRK-HIST-ITEM (WRK-IND + 1) TO WRK-HIST-ITEM (WRK-IND).

       6200-LISTAR-EXECUCAO.
           MOVE WRK-HIST-ITEM (WRK-IND) TO QHIST-REG.
           PERFORM 6300-IMPRIMIR-EXECUCAO.

      *****************************************
      * IMPRIME A EXECUCAO QUE ESTA EM QHIST-REG E GUARDA A SUA
      * MEDIA PARA A VARIACAO DA LINHA SEGUINTE.
      *****************************************
       6300-IMPRIMIR-EXECUCAO.
           MOVE SPACES TO WRK-LINHA-QUAL.
           STRING QHIST-DATA       DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  QHIST-HORA (1:6) DELIMITED BY SIZE
                  INTO WRK-LQ-ROTULO.
           MOVE QHIST-CLIENTES     TO WRK-CIMP (1).
           MOVE QHIST-COM-PROBLEMA TO WRK-CIMP (2).
           MOVE QHIST-SOMA-PONTOS  TO WRK-PONTOS-IMP.
           PERFORM 6310-MOVER-PROBLEMA-HIST
             VARYING WRK-IND-PROB FROM 1 BY 1 UNTIL WRK-IND-PROB > 7.
           PERFORM 3810-MONTAR-COLUNAS.
           IF WRK-TEM-ANTERIOR
             COMPUTE WRK-VARIACAO = WRK-MEDIA-ATUAL - WRK-MEDIA-ANTERIOR
             IF WRK-VARIACAO < 0
               MOVE '-' TO WRK-VAR-SINAL
               COMPUTE WRK-MEDIA-DECIMOS = 0 - WRK-VARIACAO
             ELSE
               MOVE '+' TO WRK-VAR-SINAL
               MOVE WRK-VARIACAO TO WRK-MEDIA-DECIMOS
             END-IF
             DIVIDE WRK-MEDIA-DECIMOS BY 10
               GIVING WRK-VAR-INTEIRO REMAINDER WRK-RESTO
             MOVE WRK-RESTO TO WRK-VAR-DECIMAL
             MOVE WRK-VARIACAO-EDIT TO WRK-LQ-VARIACAO
           END-IF.
           MOVE WRK-LINHA-QUAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WRK-MEDIA-ATUAL TO WRK-MEDIA-ANTERIOR.
           SET WRK-TEM-ANTERIOR TO TRUE.

       6310-MOVER-PROBLEMA-HIST.
           COMPUTE WRK-IND-CONT = WRK-IND-PROB + 2.
           MOVE QHIST-PROBLEMA (WRK-IND-PROB)
             TO WRK-CIMP (WRK-IND-CONT).

       6500-GRAVAR-HISTORICO.
           OPEN EXTEND QUALIDADE-HIST
              IF QHIST-STATUS = 35 THEN
                  OPEN OUTPUT QUALIDADE-HIST
                  CLOSE QUALIDADE-HIST
                  OPEN EXTEND QUALIDADE-HIST
               END-IF.
           IF QHIST-STATUS NOT = 00
             DISPLAY 'ERRO AO ABRIR QUALHIST.DAT - STATUS: '
                     QHIST-STATUS
           ELSE
             MOVE WRK-HIST-ATUAL TO QHIST-REG
             WRITE QHIST-REG
             CLOSE QUALIDADE-HIST
           END-IF.

       7000-TOTALIZAR.
           MOVE WRK-CGERAL (1) TO WRK-TOTAL-EDIT.
           DISPLAY 'CLIENTES AVALIADOS...: ' WRK-TOTAL-EDIT.
           MOVE WRK-CGERAL (2) TO WRK-TOTAL-EDIT.
           DISPLAY 'CLIENTES COM PROBLEMA: ' WRK-TOTAL-EDIT.
           MOVE WRK-NA-LISTA TO WRK-TOTAL-EDIT.
           DISPLAY 'NA LISTA DE TRABALHO.: ' WRK-TOTAL-EDIT.
           MOVE WRK-INATIVOS-FORA TO WRK-TOTAL-EDIT.
           DISPLAY 'INATIVOS FORA LISTA..: ' WRK-TOTAL-EDIT.

       9000-ENCERRAR.
           CLOSE CLIENTES.
           CLOSE CLIENTES-CONTATOS.
           CLOSE TABELA-DDD.
           CLOSE RELATORIO-QUAL.
           CLOSE LISTA-TRABALHO.
