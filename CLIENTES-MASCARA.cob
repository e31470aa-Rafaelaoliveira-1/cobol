       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTES-MASCARA.
      *****************************************
      * OBJETIVO: MASSA DE TESTE MASCARADA PARA TREINAMENTO E
      *           TESTES, GERADA A PARTIR DOS ARQUIVOS ATUAIS:
      *           CLIENTES.DAT, CLIENTES-HIST.DAT, CLIAUDIT.DAT,
      *           CONTATOS.DAT, CAMPHIST.DAT, PENDENTES.DAT (COM AS
      *           IMAGENS ANTES/DEPOIS), ADICIONAIS.DAT, VINCULOS.DAT,
      *           CONSENT.DAT, RECLAMA.DAT, RESPOSTAS.DAT E SITCAD.DAT
      *           VIRAM TST-*.DAT, COM AS MESMAS CHAVES DOS ORIGINAIS.
      *           - TELEFONE: O DDD E MANTIDO E OS OUTROS 7 DIGITOS
      *             SAO TROCADOS POR UMA PERMUTACAO QUE DEPENDE DA
      *             CHAVE INFORMADA NA EXECUCAO; O MESMO FONE REAL
      *             VIRA O MESMO FONE FALSO EM TODOS OS ARQUIVOS E
      *             DOIS FONES REAIS NUNCA VIRAM O MESMO FALSO;
      *           - CPF/CNPJ: TROCADOS DA MESMA FORMA, CONTINUANDO
      *             CPF OU CNPJ, COM DIGITOS VERIFICADORES VALIDOS;
      *           - NOME, EMAIL E ENDERECO: MONTADOS DE TABELAS DE
      *             NOMES COMUNS, A PARTIR DO FONE FALSO E DO TEXTO
      *             ORIGINAL (O MESMO TEXTO DO MESMO CLIENTE DA O
      *             MESMO VALOR FALSO NOS VARIOS ARQUIVOS). CAMPOS EM
      *             BRANCO CONTINUAM EM BRANCO. O NOME REGISTRADO
      *             NO BUREAU (SITCAD.DAT) SAI DO DOCUMENTO FALSO;
      *           - TEXTO LIVRE (NOTA DO CONTATO, MOTIVO DA PENDENCIA,
      *             DESCRICAO E SOLUCAO DA RECLAMACAO): TROCADO POR
      *             UM TEXTO FIXO QUANDO PREENCHIDO.
      *           A CHAVE NAO E GRAVADA NEM EXIBIDA; SEM CHAVE
      *           INFORMADA E USADA A HORA DA EXECUCAO.
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

           SELECT CLIENTES-HIST ASSIGN TO 'C:\COBOL\CLIENTES-HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS HIST-STATUS
             RECORD KEY IS  HIST-CHAVE.

           SELECT CLIENTES-AUDITORIA ASSIGN TO 'C:\COBOL\CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS AUDIT-STATUS
             RECORD KEY IS  AUDIT-CHAVE
             ALTERNATE RECORD KEY IS AUDIT-DATA WITH DUPLICATES.

           SELECT CLIENTES-CONTATOS ASSIGN TO 'C:\COBOL\CONTATOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CONTATO-STATUS
             RECORD KEY IS  CONTATO-CHAVE.

           SELECT CAMPANHAS-HIST ASSIGN TO 'C:\COBOL\CAMPHIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CAMPHIST-STATUS
             RECORD KEY IS  CAMPHIST-CHAVE.

           SELECT PENDENTES ASSIGN TO 'C:\COBOL\PENDENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PEND-STATUS
             RECORD KEY IS  PEND-CHAVE.

           SELECT ADICIONAIS ASSIGN TO 'C:\COBOL\ADICIONAIS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ADIC-STATUS
             RECORD KEY IS  ADIC-CHAVE
             ALTERNATE RECORD KEY IS ADIC-FONE WITH DUPLICATES.

           SELECT VINCULOS ASSIGN TO 'C:\COBOL\VINCULOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS VINC-STATUS
             RECORD KEY IS  VINC-CHAVE
             ALTERNATE RECORD KEY IS VINC-FONE-DESTINO
               WITH DUPLICATES.

           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CONS-STATUS
             RECORD KEY IS  CONS-CHAVE.

           SELECT RECLAMACOES ASSIGN TO 'C:\COBOL\RECLAMA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RECL-STATUS
             RECORD KEY IS  RECL-CHAVE
             ALTERNATE RECORD KEY IS RECL-FONE WITH DUPLICATES.

           SELECT RESPOSTAS ASSIGN TO 'C:\COBOL\RESPOSTAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RESP-STATUS
             RECORD KEY IS  RESP-CHAVE.

           SELECT SITUACAO-CADASTRAL ASSIGN TO 'C:\COBOL\SITCAD.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SITCAD-STATUS
             RECORD KEY IS  SITCAD-CHAVE.

           SELECT TST-CLIENTES ASSIGN TO 'C:\COBOL\TST-CLIENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-CLI-CHAVE
             ALTERNATE RECORD KEY IS TST-CLI-NOME WITH DUPLICATES
             ALTERNATE RECORD KEY IS TST-CLI-DOCUMENTO
               WITH DUPLICATES.

           SELECT TST-HIST ASSIGN TO 'C:\COBOL\TST-CLIENTES-HIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-HIST-CHAVE.

           SELECT TST-AUDITORIA ASSIGN TO 'C:\COBOL\TST-CLIAUDIT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-AUDIT-CHAVE
             ALTERNATE RECORD KEY IS TST-AUDIT-DATA WITH DUPLICATES.

           SELECT TST-CONTATOS ASSIGN TO 'C:\COBOL\TST-CONTATOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-CONT-CHAVE.

           SELECT TST-CAMPHIST ASSIGN TO 'C:\COBOL\TST-CAMPHIST.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-CAMP-CHAVE.

           SELECT TST-PENDENTES ASSIGN TO 'C:\COBOL\TST-PENDENTES.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-PEND-CHAVE.

           SELECT TST-ADICIONAIS
             ASSIGN TO 'C:\COBOL\TST-ADICIONAIS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-ADIC-CHAVE
             ALTERNATE RECORD KEY IS TST-ADIC-FONE WITH DUPLICATES.

           SELECT TST-VINCULOS ASSIGN TO 'C:\COBOL\TST-VINCULOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-VINC-CHAVE
             ALTERNATE RECORD KEY IS TST-VINC-DESTINO
               WITH DUPLICATES.

           SELECT TST-CONSENT ASSIGN TO 'C:\COBOL\TST-CONSENT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-CONS-CHAVE.

           SELECT TST-RECLAMACOES ASSIGN TO 'C:\COBOL\TST-RECLAMA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-RECL-CHAVE
             ALTERNATE RECORD KEY IS TST-RECL-FONE WITH DUPLICATES.

           SELECT TST-RESPOSTAS
             ASSIGN TO 'C:\COBOL\TST-RESPOSTAS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-RESP-CHAVE.

           SELECT TST-SITCAD ASSIGN TO 'C:\COBOL\TST-SITCAD.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             FILE STATUS IS TST-STATUS
             RECORD KEY IS  TST-SIT-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIENTES-REG.

       FD  CLIENTES-HIST.
           COPY CLIENTES-HIST-REG.

       FD  CLIENTES-AUDITORIA.
           COPY AUDITORIA.

       FD  CLIENTES-CONTATOS.
           COPY CONTATOS-REG.

       FD  CAMPANHAS-HIST.
           COPY CAMPHIST-REG.

       FD  PENDENTES.
           COPY PENDENTE-REG.

       FD  ADICIONAIS.
           COPY ADICIONAL-REG.

       FD  VINCULOS.
           COPY VINCULO-REG.

       FD  CONSENTIMENTOS.
           COPY CONSENT-REG.

       FD  RECLAMACOES.
           COPY RECLAMA-REG.

       FD  RESPOSTAS.
           COPY RESPOSTA-REG.

       FD  SITUACAO-CADASTRAL.
           COPY SITCAD-REG.

       FD  TST-CLIENTES.
       01  TST-CLI-REG.
           05 TST-CLI-CHAVE       PIC 9(09).
           05 TST-CLI-NOME        PIC X(30).
           05 FILLER              PIC X(80).
           05 TST-CLI-DOCUMENTO   PIC 9(14).
           05 FILLER              PIC X(09).

       FD  TST-HIST.
       01  TST-HIST-REG.
           05 TST-HIST-CHAVE      PIC X(25).
           05 FILLER              PIC X(142).

       FD  TST-AUDITORIA.
       01  TST-AUDIT-REG.
           05 TST-AUDIT-CHAVE.
               10 FILLER          PIC X(09).
               10 TST-AUDIT-DATA  PIC 9(08).
               10 FILLER          PIC X(08).
           05 FILLER              PIC X(160).

       FD  TST-CONTATOS.
       01  TST-CONT-REG.
           05 TST-CONT-CHAVE      PIC X(25).
           05 FILLER              PIC X(49).

       FD  TST-CAMPHIST.
       01  TST-CAMP-REG.
           05 TST-CAMP-CHAVE      PIC X(21).
           05 FILLER              PIC X(30).

       FD  TST-PENDENTES.
       01  TST-PEND-REG.
           05 TST-PEND-CHAVE      PIC 9(06).
           05 FILLER              PIC X(375).

       FD  TST-ADICIONAIS.
       01  TST-ADIC-REG.
           05 TST-ADIC-CHAVE      PIC X(12).
           05 FILLER              PIC X(03).
           05 TST-ADIC-FONE       PIC 9(09).
           05 FILLER              PIC X(56).

       FD  TST-VINCULOS.
       01  TST-VINC-REG.
           05 TST-VINC-CHAVE.
               10 FILLER          PIC X(09).
               10 TST-VINC-DESTINO PIC 9(09).
               10 FILLER          PIC X(01).
           05 FILLER              PIC X(32).

       FD  TST-CONSENT.
       01  TST-CONS-REG.
           05 TST-CONS-CHAVE      PIC X(10).
           05 FILLER              PIC X(26).

       FD  TST-RECLAMACOES.
       01  TST-RECL-REG.
           05 TST-RECL-CHAVE      PIC 9(10).
           05 TST-RECL-FONE       PIC 9(09).
           05 FILLER              PIC X(166).

       FD  TST-RESPOSTAS.
       01  TST-RESP-REG.
           05 TST-RESP-CHAVE      PIC X(13).
           05 FILLER              PIC X(29).

       FD  TST-SITCAD.
       01  TST-SIT-REG.
           05 TST-SIT-CHAVE       PIC 9(14).
           05 FILLER              PIC X(58).

       WORKING-STORAGE SECTION.

       77 CLIENTES-STATUS    PIC 9(02).
       77 HIST-STATUS        PIC 9(02).
       77 AUDIT-STATUS       PIC 9(02).
       77 CONTATO-STATUS     PIC 9(02).
       77 CAMPHIST-STATUS    PIC 9(02).
       77 PEND-STATUS        PIC 9(02).
       77 ADIC-STATUS        PIC 9(02).
       77 VINC-STATUS        PIC 9(02).
       77 CONS-STATUS        PIC 9(02).
       77 RECL-STATUS        PIC 9(02).
       77 RESP-STATUS        PIC 9(02).
       77 SITCAD-STATUS      PIC 9(02).
       77 TST-STATUS         PIC 9(02).
       77 WRK-CHAVE-MASC     PIC 9(07).
       77 WRK-HORA-EXECUCAO  PIC 9(08).
       77 WRK-ARQUIVO        PIC X(20).
       77 WRK-TOTAL-LIDOS    PIC 9(06) COMP.
       77 WRK-TOTAL-GRAVADOS PIC 9(06) COMP.
       77 WRK-TOTAL-ERROS    PIC 9(06) COMP.
       77 WRK-TOTAL-EDIT     PIC 9(06).
       77 WRK-TOTAL-EDIT2    PIC 9(06).
       77 WRK-TOTAL-EDIT3    PIC 9(06).

      *****************************************
      * CALCULO DAS PERMUTACOES DE FONE E DOCUMENTO.
      *****************************************
       77 WRK-FONE-REAL      PIC 9(09).
       77 WRK-FONE-FALSO     PIC 9(09).
       77 WRK-DDD-MASC       PIC 9(02).
       77 WRK-NUMERO-REAL    PIC 9(07).
       77 WRK-NUMERO-FALSO   PIC 9(07).
       77 WRK-DOC-REAL       PIC 9(14).
       77 WRK-DOC-FALSO      PIC 9(14).
       77 WRK-BASE-DOC       PIC 9(12).
       77 WRK-BASE-FALSA     PIC 9(12).
       77 WRK-CALCULO        PIC 9(18).
       77 WRK-QUOC-CALC      PIC 9(18).

      *****************************************
      * DIGITOS VERIFICADORES, COMO NA VALIDACAO DO CADASTRO.
      *****************************************
       77 WRK-SOMA-DOC       PIC 9(05) COMP.
       77 WRK-IND-DOC        PIC 9(02) COMP.
       77 WRK-PESO-DOC       PIC 9(02) COMP.
       77 WRK-QUOC-DOC       PIC 9(05) COMP.
       77 WRK-RESTO-DOC      PIC 9(02) COMP.
       77 WRK-DV-CALC        PIC 9(02) COMP.

       01 WRK-DOC-DIGITOS.
           05 WRK-DOC-DIG        PIC 9(01) OCCURS 14 TIMES.

       01 WRK-PESOS-CNPJ-V   PIC X(13) VALUE '6543298765432'.
       01 WRK-PESOS-CNPJ REDEFINES WRK-PESOS-CNPJ-V.
           05 WRK-PESO-CNPJ      PIC 9(01) OCCURS 13 TIMES.

      *****************************************
      * MONTAGEM DE NOME, EMAIL E ENDERECO FALSOS.
      *****************************************
       77 WRK-TEXTO-REAL     PIC X(40).
       77 WRK-TEXTO-AUX      PIC X(40).
       77 WRK-TEXTO-FALSO    PIC X(40).
       77 WRK-SOMA-TEXTO     PIC 9(06) COMP.
       77 WRK-SEMENTE        PIC 9(12).
       77 WRK-RESTO-SEM      PIC 9(03).
       77 WRK-IND-1          PIC 9(02) COMP.
       77 WRK-IND-2          PIC 9(02) COMP.
       77 WRK-IND-3          PIC 9(02) COMP.
       77 WRK-IND-LETRA      PIC 9(02) COMP.
       77 WRK-SUFIXO         PIC 9(02).
       77 WRK-NUMERO-RUA     PIC 9(03).
       77 WRK-QTD-EMPRESA    PIC 9(03) COMP.

       01 WRK-CONT-LETRAS.
           05 WRK-QTD-LETRA      PIC 9(03) COMP OCCURS 10 TIMES.

       01 WRK-PESOS-LETRA-V  PIC X(20) VALUE '01030711131719232931'.
       01 WRK-PESOS-LETRA REDEFINES WRK-PESOS-LETRA-V.
           05 WRK-PESO-LETRA     PIC 9(02) OCCURS 10 TIMES.

       01 WRK-PRENOMES-V.
           05 FILLER PIC X(50) VALUE
              'ANA       MARIA     JOSE      JOAO      CARLOS    '.
           05 FILLER PIC X(50) VALUE
              'PAULO     LUCAS     MARCOS    PEDRO     RAFAEL    '.
           05 FILLER PIC X(50) VALUE
              'JULIANA   FERNANDA  PATRICIA  ALINE     CAMILA    '.
           05 FILLER PIC X(50) VALUE
              'BRUNO     DIEGO     GABRIEL   LETICIA   VANESSA   '.
       01 WRK-TAB-PRENOMES REDEFINES WRK-PRENOMES-V.
           05 WRK-PRENOME        PIC X(10) OCCURS 20 TIMES.

       01 WRK-SOBRENOMES-V.
           05 FILLER PIC X(50) VALUE
              'SILVA     SANTOS    OLIVEIRA  SOUZA     LIMA      '.
           05 FILLER PIC X(50) VALUE
              'PEREIRA   FERREIRA  COSTA     RODRIGUES ALMEIDA   '.
           05 FILLER PIC X(50) VALUE
              'NASCIMENTOCARVALHO  GOMES     MARTINS   ARAUJO    '.
           05 FILLER PIC X(50) VALUE
              'RIBEIRO   BARBOSA   ROCHA     DIAS      MOREIRA   '.
       01 WRK-TAB-SOBRENOMES REDEFINES WRK-SOBRENOMES-V.
           05 WRK-SOBRENOME      PIC X(10) OCCURS 20 TIMES.

       01 WRK-ATIVIDADES-V.
           05 FILLER PIC X(48) VALUE
              'COMERCIO    SERVICOS    TRANSPORTES ALIMENTOS   '.
           05 FILLER PIC X(48) VALUE
              'CONSTRUCOES TECNOLOGIA  INDUSTRIA   AGRICOLA    '.
           05 FILLER PIC X(48) VALUE
              'IMPORTADORA DISTRIBUICAOCONFECCOES  LOGISTICA   '.
           05 FILLER PIC X(48) VALUE
              'ENGENHARIA  CONSULTORIA MOVEIS      PAPELARIA   '.
           05 FILLER PIC X(48) VALUE
              'FARMACIA    AUTOPECAS   MATERIAIS   EVENTOS     '.
       01 WRK-TAB-ATIVIDADES REDEFINES WRK-ATIVIDADES-V.
           05 WRK-ATIVIDADE      PIC X(12) OCCURS 20 TIMES.

      *****************************************
      * IMAGEM DE UM CLIENTE (MESMO LAYOUT DE CLIENTES-REG E DAS
      * IMAGENS ANTES/DEPOIS DE PENDENTES.DAT) PARA O
      * MASCARAMENTO COMUM.
      *****************************************
       01 WRK-IMAGEM.
           05 IMG-FONE           PIC 9(09).
           05 IMG-NOME           PIC X(30).
           05 IMG-EMAIL          PIC X(40).
           05 IMG-ENDERECO       PIC X(40).
           05 IMG-DOCUMENTO      PIC 9(14).
           05 IMG-SITUACAO       PIC X(01).
           05 IMG-DATA-CADASTRO  PIC 9(08).

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-ARQUIVO     VALUE 'S'.
           88 WRK-NAO-FIM         VALUE 'N'.

       77 WRK-ERRO-SW        PIC X(01).
           88 WRK-MASCARA-OK      VALUE 'N'.
           88 WRK-MASCARA-ERRO    VALUE 'S'.

       77 WRK-ARQUIVO-SW     PIC X(01).
           88 WRK-ARQUIVO-ABERTO  VALUE 'S'.
           88 WRK-ARQUIVO-FALTA   VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIAR.
           PERFORM 2000-MASCARAR-CLIENTES.
           IF WRK-MASCARA-OK
             PERFORM 2100-MASCARAR-HISTORICO
             PERFORM 2200-MASCARAR-AUDITORIA
             PERFORM 2300-MASCARAR-CONTATOS
             PERFORM 2400-MASCARAR-CAMPANHAS
             PERFORM 2500-MASCARAR-PENDENTES
             PERFORM 2600-MASCARAR-ADICIONAIS
             PERFORM 2700-MASCARAR-VINCULOS
             PERFORM 2800-MASCARAR-CONSENTIMENTOS
             PERFORM 2850-MASCARAR-RECLAMACOES
             PERFORM 2900-MASCARAR-RESPOSTAS
             PERFORM 2950-MASCARAR-SITCAD
           END-IF.
           IF WRK-MASCARA-ERRO
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INICIAR.
           SET WRK-MASCARA-OK TO TRUE.
           DISPLAY 'CHAVE DE MASCARAMENTO, ATE 7 DIGITOS '
                   '(BRANCO = GERADA PELA HORA): '.
           ACCEPT WRK-CHAVE-MASC.
           IF WRK-CHAVE-MASC NOT NUMERIC
              OR WRK-CHAVE-MASC = ZEROS
             ACCEPT WRK-HORA-EXECUCAO FROM TIME
             MOVE WRK-HORA-EXECUCAO TO WRK-CHAVE-MASC
           END-IF.

      *****************************************
      * CLIENTES.DAT E OBRIGATORIO; SEM ELE NENHUM ARQUIVO DE
      * TESTE E GERADO.
      *****************************************
       2000-MASCARAR-CLIENTES.
           MOVE 'CLIENTES.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT CLIENTES.
           IF CLIENTES-STATUS NOT = 00
             DISPLAY 'CLIENTES.DAT NAO ENCONTRADO - STATUS: '
                     CLIENTES-STATUS
             SET WRK-MASCARA-ERRO TO TRUE
           ELSE
             OPEN OUTPUT TST-CLIENTES
             IF TST-STATUS NOT = 00
               DISPLAY 'ERRO AO CRIAR TST-CLIENTES.DAT - STATUS: '
                       TST-STATUS
               SET WRK-MASCARA-ERRO TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2010-PROXIMO-CLIENTE UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-CLIENTES
               PERFORM 8900-MOSTRAR-TOTAIS
             END-IF
             CLOSE CLIENTES
           END-IF.

       2010-PROXIMO-CLIENTE.
           READ CLIENTES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE CLIENTES-REG TO WRK-IMAGEM
               PERFORM 8300-MASCARAR-IMAGEM
               MOVE WRK-IMAGEM TO TST-CLI-REG
               WRITE TST-CLI-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

       2100-MASCARAR-HISTORICO.
           MOVE 'CLIENTES-HIST.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT CLIENTES-HIST.
           IF HIST-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-HIST
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2110-PROXIMO-HISTORICO UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-HIST
             END-IF
             CLOSE CLIENTES-HIST
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2110-PROXIMO-HISTORICO.
           READ CLIENTES-HIST NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE HIST-FONE          TO IMG-FONE
               MOVE HIST-NOME          TO IMG-NOME
               MOVE HIST-EMAIL         TO IMG-EMAIL
               MOVE HIST-ENDERECO      TO IMG-ENDERECO
               MOVE HIST-DOCUMENTO     TO IMG-DOCUMENTO
               MOVE HIST-SITUACAO      TO IMG-SITUACAO
               MOVE HIST-DATA-CADASTRO TO IMG-DATA-CADASTRO
               PERFORM 8300-MASCARAR-IMAGEM
               MOVE IMG-FONE           TO HIST-FONE
               MOVE IMG-NOME           TO HIST-NOME
               MOVE IMG-EMAIL          TO HIST-EMAIL
               MOVE IMG-ENDERECO       TO HIST-ENDERECO
               MOVE IMG-DOCUMENTO      TO HIST-DOCUMENTO
               MOVE HIST-FONE-NOVO     TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO     TO HIST-FONE-NOVO
               MOVE CLIENTES-HIST-REG  TO TST-HIST-REG
               WRITE TST-HIST-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

      *****************************************
      * NOME E EMAIL ANTES/DEPOIS SAO MASCARADOS COM O FONE DO
      * EVENTO, QUE E O FONE DO CLIENTE; A TROCA DE FONE LEVA O
      * FONE NOVO MASCARADO.
      *****************************************
       2200-MASCARAR-AUDITORIA.
           MOVE 'CLIAUDIT.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT CLIENTES-AUDITORIA.
           IF AUDIT-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-AUDITORIA
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2210-PROXIMO-EVENTO UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-AUDITORIA
             END-IF
             CLOSE CLIENTES-AUDITORIA
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2210-PROXIMO-EVENTO.
           READ CLIENTES-AUDITORIA NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE AUDIT-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO AUDIT-FONE
               IF AUDIT-NOME-ANTES NOT = SPACES
                 MOVE AUDIT-NOME-ANTES TO WRK-TEXTO-REAL
                 PERFORM 8210-NOME-FALSO
                 MOVE WRK-TEXTO-FALSO TO AUDIT-NOME-ANTES
               END-IF
               IF AUDIT-NOME-DEPOIS NOT = SPACES
                 MOVE AUDIT-NOME-DEPOIS TO WRK-TEXTO-REAL
                 PERFORM 8210-NOME-FALSO
                 MOVE WRK-TEXTO-FALSO TO AUDIT-NOME-DEPOIS
               END-IF
               IF AUDIT-EMAIL-ANTES NOT = SPACES
                 MOVE AUDIT-EMAIL-ANTES TO WRK-TEXTO-REAL
                 PERFORM 8220-EMAIL-FALSO
                 MOVE WRK-TEXTO-FALSO TO AUDIT-EMAIL-ANTES
               END-IF
               IF AUDIT-EMAIL-DEPOIS NOT = SPACES
                 MOVE AUDIT-EMAIL-DEPOIS TO WRK-TEXTO-REAL
                 PERFORM 8220-EMAIL-FALSO
                 MOVE WRK-TEXTO-FALSO TO AUDIT-EMAIL-DEPOIS
               END-IF
               MOVE AUDIT-FONE-NOVO TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO AUDIT-FONE-NOVO
               MOVE AUDITORIA-REG TO TST-AUDIT-REG
               WRITE TST-AUDIT-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

       2300-MASCARAR-CONTATOS.
           MOVE 'CONTATOS.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT CLIENTES-CONTATOS.
           IF CONTATO-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-CONTATOS
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2310-PROXIMO-CONTATO UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-CONTATOS
             END-IF
             CLOSE CLIENTES-CONTATOS
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2310-PROXIMO-CONTATO.
           READ CLIENTES-CONTATOS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE CONTATO-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO CONTATO-FONE
               IF CONTATO-NOTA NOT = SPACES
                 MOVE 'OBSERVACAO MASCARADA' TO CONTATO-NOTA
               END-IF
               MOVE CONTATOS-REG TO TST-CONT-REG
               WRITE TST-CONT-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

       2400-MASCARAR-CAMPANHAS.
           MOVE 'CAMPHIST.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT CAMPANHAS-HIST.
           IF CAMPHIST-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-CAMPHIST
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2410-PROXIMA-CAMPANHA UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-CAMPHIST
             END-IF
             CLOSE CAMPANHAS-HIST
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2410-PROXIMA-CAMPANHA.
           READ CAMPANHAS-HIST NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE CAMPHIST-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO CAMPHIST-FONE
               MOVE CAMPHIST-REG TO TST-CAMP-REG
               WRITE TST-CAMP-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

      *****************************************
      * AS IMAGENS ANTES/DEPOIS TEM O LAYOUT DE CLIENTES-REG; A
      * IMAGEM DEPOIS DE UMA EXCLUSAO FICA EM BRANCO.
      *****************************************
       2500-MASCARAR-PENDENTES.
           MOVE 'PENDENTES.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT PENDENTES.
           IF PEND-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-PENDENTES
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2510-PROXIMO-PENDENTE UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-PENDENTES
             END-IF
             CLOSE PENDENTES
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2510-PROXIMO-PENDENTE.
           READ PENDENTES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE PEND-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO PEND-FONE
               IF PEND-REG-ANTES NOT = SPACES
                 MOVE PEND-REG-ANTES TO WRK-IMAGEM
                 PERFORM 8300-MASCARAR-IMAGEM
                 MOVE WRK-IMAGEM TO PEND-REG-ANTES
               END-IF
               IF PEND-REG-DEPOIS NOT = SPACES
                 MOVE PEND-REG-DEPOIS TO WRK-IMAGEM
                 PERFORM 8300-MASCARAR-IMAGEM
                 MOVE WRK-IMAGEM TO PEND-REG-DEPOIS
               END-IF
               IF PEND-MOTIVO NOT = SPACES
                 MOVE 'OBSERVACAO MASCARADA' TO PEND-MOTIVO
               END-IF
               MOVE PENDENTE-REG TO TST-PEND-REG
               WRITE TST-PEND-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

       2600-MASCARAR-ADICIONAIS.
           MOVE 'ADICIONAIS.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT ADICIONAIS.
           IF ADIC-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-ADICIONAIS
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2610-PROXIMO-ADICIONAL UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-ADICIONAIS
             END-IF
             CLOSE ADICIONAIS
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2610-PROXIMO-ADICIONAL.
           READ ADICIONAIS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE ADIC-FONE-CLIENTE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO ADIC-FONE-CLIENTE
               IF ADIC-EMAIL NOT = SPACES
                 MOVE ADIC-EMAIL TO WRK-TEXTO-REAL
                 PERFORM 8220-EMAIL-FALSO
                 MOVE WRK-TEXTO-FALSO TO ADIC-EMAIL
               END-IF
               MOVE ADIC-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO ADIC-FONE
               MOVE ADICIONAL-REG TO TST-ADIC-REG
               WRITE TST-ADIC-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

       2700-MASCARAR-VINCULOS.
           MOVE 'VINCULOS.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT VINCULOS.
           IF VINC-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-VINCULOS
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2710-PROXIMO-VINCULO UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-VINCULOS
             END-IF
             CLOSE VINCULOS
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2710-PROXIMO-VINCULO.
           READ VINCULOS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE VINC-FONE-ORIGEM TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO VINC-FONE-ORIGEM
               MOVE VINC-FONE-DESTINO TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO VINC-FONE-DESTINO
               MOVE VINCULO-REG TO TST-VINC-REG
               WRITE TST-VINC-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

       2800-MASCARAR-CONSENTIMENTOS.
           MOVE 'CONSENT.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT CONSENTIMENTOS.
           IF CONS-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-CONSENT
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2810-PROXIMO-CONSENTIMENTO
                 UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-CONSENT
             END-IF
             CLOSE CONSENTIMENTOS
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2810-PROXIMO-CONSENTIMENTO.
           READ CONSENTIMENTOS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE CONS-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO CONS-FONE
               MOVE CONSENT-REG TO TST-CONS-REG
               WRITE TST-CONS-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

      *****************************************
      * A DESCRICAO E A SOLUCAO DA RECLAMACAO SAO TEXTO LIVRE DO
      * ATENDENTE E PODEM TRAZER DADOS DO CLIENTE: VIRAM TEXTO
      * FIXO. SOLUCAO EM BRANCO (CASO ABERTO) CONTINUA EM BRANCO.
      *****************************************
       2850-MASCARAR-RECLAMACOES.
           MOVE 'RECLAMA.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT RECLAMACOES.
           IF RECL-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-RECLAMACOES
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2860-PROXIMA-RECLAMACAO UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-RECLAMACOES
             END-IF
             CLOSE RECLAMACOES
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2860-PROXIMA-RECLAMACAO.
           READ RECLAMACOES NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE RECL-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO RECL-FONE
               IF RECL-DESCRICAO NOT = SPACES
                 MOVE 'RECLAMACAO MASCARADA' TO RECL-DESCRICAO
               END-IF
               IF RECL-SOLUCAO NOT = SPACES
                 MOVE 'SOLUCAO MASCARADA' TO RECL-SOLUCAO
               END-IF
               MOVE RECLAMA-REG TO TST-RECL-REG
               WRITE TST-RECL-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

       2900-MASCARAR-RESPOSTAS.
           MOVE 'RESPOSTAS.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT RESPOSTAS.
           IF RESP-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-RESPOSTAS
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2910-PROXIMA-RESPOSTA UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-RESPOSTAS
             END-IF
             CLOSE RESPOSTAS
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2910-PROXIMA-RESPOSTA.
           READ RESPOSTAS NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE RESP-FONE TO WRK-FONE-REAL
               PERFORM 8000-MASCARAR-FONE
               MOVE WRK-FONE-FALSO TO RESP-FONE
               MOVE RESPOSTA-REG TO TST-RESP-REG
               WRITE TST-RESP-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

      *****************************************
      * O DOCUMENTO E TROCADO COMO NO CADASTRO, PARA CASAR COM OS
      * CLIENTES DE TESTE. O NOME REGISTRADO NO BUREAU NAO TEM
      * FONE: A SEMENTE DO NOME FALSO PARTE DOS 9 DIGITOS FINAIS
      * DO DOCUMENTO FALSO.
      *****************************************
       2950-MASCARAR-SITCAD.
           MOVE 'SITCAD.DAT' TO WRK-ARQUIVO.
           MOVE ZEROS TO WRK-TOTAL-LIDOS WRK-TOTAL-GRAVADOS
                         WRK-TOTAL-ERROS.
           SET WRK-ARQUIVO-ABERTO TO TRUE.
           OPEN INPUT SITUACAO-CADASTRAL.
           IF SITCAD-STATUS NOT = 00
             SET WRK-ARQUIVO-FALTA TO TRUE
           ELSE
             OPEN OUTPUT TST-SITCAD
             IF TST-STATUS NOT = 00
               SET WRK-ARQUIVO-FALTA TO TRUE
             ELSE
               SET WRK-NAO-FIM TO TRUE
               PERFORM 2960-PROXIMA-SITCAD UNTIL WRK-FIM-ARQUIVO
               CLOSE TST-SITCAD
             END-IF
             CLOSE SITUACAO-CADASTRAL
           END-IF.
           PERFORM 8900-MOSTRAR-TOTAIS.

       2960-PROXIMA-SITCAD.
           READ SITUACAO-CADASTRAL NEXT RECORD
             AT END
               SET WRK-FIM-ARQUIVO TO TRUE
             NOT AT END
               ADD 1 TO WRK-TOTAL-LIDOS
               MOVE SITCAD-DOCUMENTO TO WRK-DOC-REAL
               PERFORM 8100-MASCARAR-DOCUMENTO
               MOVE WRK-DOC-FALSO TO SITCAD-DOCUMENTO
               IF SITCAD-NOME-BUREAU NOT = SPACES
                 MOVE WRK-DOC-FALSO TO WRK-FONE-FALSO
                 MOVE SITCAD-NOME-BUREAU TO WRK-TEXTO-REAL
                 PERFORM 8210-NOME-FALSO
                 MOVE WRK-TEXTO-FALSO TO SITCAD-NOME-BUREAU
               END-IF
               MOVE SITCAD-REG TO TST-SIT-REG
               WRITE TST-SIT-REG
                 INVALID KEY
                   ADD 1 TO WRK-TOTAL-ERROS
                 NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
               END-WRITE
           END-READ.

      *****************************************
      * FONE: DDD MANTIDO; OS 7 DIGITOS FINAIS N VIRAM
      * (N * 3571 + CHAVE + DDD * 97) MOD 10000000. COMO 3571 E
      * PRIMO COM 10, CADA N DA UM RESULTADO DIFERENTE. FONE
      * ZERADO (SEM FONE NOVO) CONTINUA ZERADO.
      *****************************************
       8000-MASCARAR-FONE.
           IF WRK-FONE-REAL NOT NUMERIC
              OR WRK-FONE-REAL = ZEROS
             MOVE ZEROS TO WRK-FONE-FALSO
           ELSE
             DIVIDE WRK-FONE-REAL BY 10000000
               GIVING WRK-DDD-MASC REMAINDER WRK-NUMERO-REAL
             COMPUTE WRK-CALCULO = WRK-NUMERO-REAL * 3571
                                 + WRK-CHAVE-MASC
                                 + WRK-DDD-MASC * 97
             DIVIDE WRK-CALCULO BY 10000000
               GIVING WRK-QUOC-CALC REMAINDER WRK-NUMERO-FALSO
             COMPUTE WRK-FONE-FALSO = WRK-DDD-MASC * 10000000
                                    + WRK-NUMERO-FALSO
           END-IF.

      *****************************************
      * DOCUMENTO: A BASE SEM OS DIGITOS VERIFICADORES E TROCADA
      * PELA MESMA CONTA, COM MULTIPLICADOR 7919 (PRIMO), DENTRO
      * DA FAIXA DO CPF (9 DIGITOS) OU DO CNPJ (12 DIGITOS, DE
      * 1000000000 EM DIANTE, PARA CONTINUAR ACIMA DE 11 DIGITOS
      * NO DOCUMENTO); DEPOIS OS DIGITOS VERIFICADORES SAO
      * RECALCULADOS. DOCUMENTO ZERADO CONTINUA ZERADO.
      *****************************************
       8100-MASCARAR-DOCUMENTO.
           IF WRK-DOC-REAL NOT NUMERIC
              OR WRK-DOC-REAL = ZEROS
             MOVE ZEROS TO WRK-DOC-FALSO
           ELSE
             DIVIDE WRK-DOC-REAL BY 100 GIVING WRK-BASE-DOC
             IF WRK-DOC-REAL > 99999999999
               COMPUTE WRK-CALCULO =
                       (WRK-BASE-DOC - 1000000000) * 7919
                       + WRK-CHAVE-MASC
               DIVIDE WRK-CALCULO BY 999000000000
                 GIVING WRK-QUOC-CALC REMAINDER WRK-BASE-FALSA
               ADD 1000000000 TO WRK-BASE-FALSA
               COMPUTE WRK-DOC-FALSO = WRK-BASE-FALSA * 100
               MOVE WRK-DOC-FALSO TO WRK-DOC-DIGITOS
               PERFORM 8120-DV-CNPJ
             ELSE
               COMPUTE WRK-CALCULO = WRK-BASE-DOC * 7919
                                   + WRK-CHAVE-MASC
               DIVIDE WRK-CALCULO BY 1000000000
                 GIVING WRK-QUOC-CALC REMAINDER WRK-BASE-FALSA
               COMPUTE WRK-DOC-FALSO = WRK-BASE-FALSA * 100
               MOVE WRK-DOC-FALSO TO WRK-DOC-DIGITOS
               PERFORM 8110-DV-CPF
             END-IF
             MOVE WRK-DOC-DIGITOS TO WRK-DOC-FALSO
           END-IF.

       8110-DV-CPF.
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 8111-PARCELA-CPF-DV1
             VARYING WRK-IND-DOC FROM 1 BY 1 UNTIL WRK-IND-DOC > 9.
           PERFORM 8130-CALCULAR-DV.
           MOVE WRK-DV-CALC TO WRK-DOC-DIG (13).
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 8112-PARCELA-CPF-DV2
             VARYING WRK-IND-DOC FROM 1 BY 1 UNTIL WRK-IND-DOC > 10.
           PERFORM 8130-CALCULAR-DV.
           MOVE WRK-DV-CALC TO WRK-DOC-DIG (14).

       8111-PARCELA-CPF-DV1.
           COMPUTE WRK-PESO-DOC = 11 - WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
             + WRK-DOC-DIG (WRK-IND-DOC + 3) * WRK-PESO-DOC.

       8112-PARCELA-CPF-DV2.
           COMPUTE WRK-PESO-DOC = 12 - WRK-IND-DOC.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
             + WRK-DOC-DIG (WRK-IND-DOC + 3) * WRK-PESO-DOC.

       8120-DV-CNPJ.
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 8121-PARCELA-CNPJ-DV1
             VARYING WRK-IND-DOC FROM 1 BY 1 UNTIL WRK-IND-DOC > 12.
           PERFORM 8130-CALCULAR-DV.
           MOVE WRK-DV-CALC TO WRK-DOC-DIG (13).
           MOVE ZEROS TO WRK-SOMA-DOC.
           PERFORM 8122-PARCELA-CNPJ-DV2
             VARYING WRK-IND-DOC FROM 1 BY 1 UNTIL WRK-IND-DOC > 13.
           PERFORM 8130-CALCULAR-DV.
           MOVE WRK-DV-CALC TO WRK-DOC-DIG (14).

       8121-PARCELA-CNPJ-DV1.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
             + WRK-DOC-DIG (WRK-IND-DOC)
             * WRK-PESO-CNPJ (WRK-IND-DOC + 1).

       8122-PARCELA-CNPJ-DV2.
           COMPUTE WRK-SOMA-DOC = WRK-SOMA-DOC
             + WRK-DOC-DIG (WRK-IND-DOC)
             * WRK-PESO-CNPJ (WRK-IND-DOC).

       8130-CALCULAR-DV.
           DIVIDE WRK-SOMA-DOC BY 11
             GIVING WRK-QUOC-DOC REMAINDER WRK-RESTO-DOC.
           COMPUTE WRK-DV-CALC = 11 - WRK-RESTO-DOC.
           IF WRK-DV-CALC > 9
             MOVE ZEROS TO WRK-DV-CALC
           END-IF.

      *****************************************
      * NOME FALSO: PRENOME + DOIS SOBRENOMES, OU, QUANDO O NOME
      * REAL E DE EMPRESA (LTDA, S/A, S.A., EIRELI, CIA), DOIS
      * SOBRENOMES + ATIVIDADE + LTDA.
      *****************************************
       8210-NOME-FALSO.
           PERFORM 8250-CALCULAR-SEMENTE.
           MOVE ZEROS TO WRK-QTD-EMPRESA.
           INSPECT WRK-TEXTO-AUX TALLYING WRK-QTD-EMPRESA
             FOR ALL 'LTDA' ALL 'S/A' ALL 'S.A.' ALL 'EIRELI'
                 ALL ' CIA'.
           MOVE SPACES TO WRK-TEXTO-FALSO.
           IF WRK-QTD-EMPRESA > 0
             STRING WRK-SOBRENOME (WRK-IND-2) DELIMITED BY SPACE
                    ' '                       DELIMITED BY SIZE
                    WRK-SOBRENOME (WRK-IND-3) DELIMITED BY SPACE
                    ' '                       DELIMITED BY SIZE
                    WRK-ATIVIDADE (WRK-IND-1) DELIMITED BY SPACE
                    ' LTDA'                   DELIMITED BY SIZE
                    INTO WRK-TEXTO-FALSO
           ELSE
             STRING WRK-PRENOME (WRK-IND-1)   DELIMITED BY SPACE
                    ' '                       DELIMITED BY SIZE
                    WRK-SOBRENOME (WRK-IND-2) DELIMITED BY SPACE
                    ' '                       DELIMITED BY SIZE
                    WRK-SOBRENOME (WRK-IND-3) DELIMITED BY SPACE
                    INTO WRK-TEXTO-FALSO
           END-IF.

      *****************************************
      * EMAIL FALSO NO DOMINIO RESERVADO EXEMPLO.COM.BR, QUE NAO
      * RECEBE MENSAGENS.
      *****************************************
       8220-EMAIL-FALSO.
           PERFORM 8250-CALCULAR-SEMENTE.
           MOVE SPACES TO WRK-TEXTO-FALSO.
           STRING WRK-PRENOME (WRK-IND-1)   DELIMITED BY SPACE
                  '.'                       DELIMITED BY SIZE
                  WRK-SOBRENOME (WRK-IND-2) DELIMITED BY SPACE
                  WRK-SUFIXO                DELIMITED BY SIZE
                  '@EXEMPLO.COM.BR'         DELIMITED BY SIZE
                  INTO WRK-TEXTO-FALSO.
           INSPECT WRK-TEXTO-FALSO CONVERTING
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             TO 'abcdefghijklmnopqrstuvwxyz'.

       8230-ENDERECO-FALSO.
           PERFORM 8250-CALCULAR-SEMENTE.
           MOVE SPACES TO WRK-TEXTO-FALSO.
           IF WRK-IND-3 > 10
             STRING 'AVENIDA '                DELIMITED BY SIZE
                    WRK-PRENOME (WRK-IND-1)   DELIMITED BY SPACE
                    ' '                       DELIMITED BY SIZE
                    WRK-SOBRENOME (WRK-IND-2) DELIMITED BY SPACE
                    ', '                      DELIMITED BY SIZE
                    WRK-NUMERO-RUA            DELIMITED BY SIZE
                    INTO WRK-TEXTO-FALSO
           ELSE
             STRING 'RUA '                    DELIMITED BY SIZE
                    WRK-PRENOME (WRK-IND-1)   DELIMITED BY SPACE
                    ' '                       DELIMITED BY SIZE
                    WRK-SOBRENOME (WRK-IND-2) DELIMITED BY SPACE
                    ', '                      DELIMITED BY SIZE
                    WRK-NUMERO-RUA            DELIMITED BY SIZE
                    INTO WRK-TEXTO-FALSO
           END-IF.

      *****************************************
      * SEMENTE = FONE FALSO + SOMA PONDERADA DE ALGUMAS LETRAS
      * DO TEXTO REAL (EM MAIUSCULAS), PARA QUE O MESMO TEXTO DO
      * MESMO CLIENTE DE SEMPRE O MESMO VALOR FALSO. DA SEMENTE
      * SAEM OS INDICES NAS TABELAS, O SUFIXO DO EMAIL E O NUMERO
      * DA RUA.
      *****************************************
       8250-CALCULAR-SEMENTE.
           MOVE WRK-TEXTO-REAL TO WRK-TEXTO-AUX.
           INSPECT WRK-TEXTO-AUX CONVERTING
             'abcdefghijklmnopqrstuvwxyz'
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 8251-ZERAR-LETRA
             VARYING WRK-IND-LETRA FROM 1 BY 1
             UNTIL WRK-IND-LETRA > 10.
           INSPECT WRK-TEXTO-AUX TALLYING
             WRK-QTD-LETRA (1)  FOR ALL 'A'
             WRK-QTD-LETRA (2)  FOR ALL 'E'
             WRK-QTD-LETRA (3)  FOR ALL 'I'
             WRK-QTD-LETRA (4)  FOR ALL 'O'
             WRK-QTD-LETRA (5)  FOR ALL 'U'
             WRK-QTD-LETRA (6)  FOR ALL 'R'
             WRK-QTD-LETRA (7)  FOR ALL 'S'
             WRK-QTD-LETRA (8)  FOR ALL 'N'
             WRK-QTD-LETRA (9)  FOR ALL 'L'
             WRK-QTD-LETRA (10) FOR ALL 'M'.
           MOVE ZEROS TO WRK-SOMA-TEXTO.
           PERFORM 8252-SOMAR-LETRA
             VARYING WRK-IND-LETRA FROM 1 BY 1
             UNTIL WRK-IND-LETRA > 10.
           COMPUTE WRK-SEMENTE = WRK-FONE-FALSO
                               + WRK-SOMA-TEXTO * 7919.
           DIVIDE WRK-SEMENTE BY 20
             GIVING WRK-SEMENTE REMAINDER WRK-RESTO-SEM.
           COMPUTE WRK-IND-1 = WRK-RESTO-SEM + 1.
           DIVIDE WRK-SEMENTE BY 20
             GIVING WRK-SEMENTE REMAINDER WRK-RESTO-SEM.
           COMPUTE WRK-IND-2 = WRK-RESTO-SEM + 1.
           DIVIDE WRK-SEMENTE BY 20
             GIVING WRK-SEMENTE REMAINDER WRK-RESTO-SEM.
           COMPUTE WRK-IND-3 = WRK-RESTO-SEM + 1.
           DIVIDE WRK-SEMENTE BY 100
             GIVING WRK-SEMENTE REMAINDER WRK-SUFIXO.
           DIVIDE WRK-SEMENTE BY 900
             GIVING WRK-SEMENTE REMAINDER WRK-RESTO-SEM.
           COMPUTE WRK-NUMERO-RUA = WRK-RESTO-SEM + 100.

       8251-ZERAR-LETRA.
           MOVE ZEROS TO WRK-QTD-LETRA (WRK-IND-LETRA).

       8252-SOMAR-LETRA.
           COMPUTE WRK-SOMA-TEXTO = WRK-SOMA-TEXTO
             + WRK-QTD-LETRA (WRK-IND-LETRA)
             * WRK-PESO-LETRA (WRK-IND-LETRA).

      *****************************************
      * MASCARA A IMAGEM DE CLIENTE EM WRK-IMAGEM: FONE PRIMEIRO
      * (O FONE FALSO E A BASE DA SEMENTE), DEPOIS DOCUMENTO,
      * NOME, EMAIL E ENDERECO.
      *****************************************
       8300-MASCARAR-IMAGEM.
           MOVE IMG-FONE TO WRK-FONE-REAL.
           PERFORM 8000-MASCARAR-FONE.
           MOVE WRK-FONE-FALSO TO IMG-FONE.
           MOVE IMG-DOCUMENTO TO WRK-DOC-REAL.
           PERFORM 8100-MASCARAR-DOCUMENTO.
           MOVE WRK-DOC-FALSO TO IMG-DOCUMENTO.
           IF IMG-NOME NOT = SPACES
             MOVE IMG-NOME TO WRK-TEXTO-REAL
             PERFORM 8210-NOME-FALSO
             MOVE WRK-TEXTO-FALSO TO IMG-NOME
           END-IF.
           IF IMG-EMAIL NOT = SPACES
             MOVE IMG-EMAIL TO WRK-TEXTO-REAL
             PERFORM 8220-EMAIL-FALSO
             MOVE WRK-TEXTO-FALSO TO IMG-EMAIL
           END-IF.
           IF IMG-ENDERECO NOT = SPACES
             MOVE IMG-ENDERECO TO WRK-TEXTO-REAL
             PERFORM 8230-ENDERECO-FALSO
             MOVE WRK-TEXTO-FALSO TO IMG-ENDERECO
           END-IF.

       8900-MOSTRAR-TOTAIS.
           IF WRK-ARQUIVO-FALTA
             DISPLAY WRK-ARQUIVO ' NAO DISPONIVEL - ARQUIVO DE '
                     'TESTE NAO GERADO'
           ELSE
             MOVE WRK-TOTAL-LIDOS    TO WRK-TOTAL-EDIT
             MOVE WRK-TOTAL-GRAVADOS TO WRK-TOTAL-EDIT2
             MOVE WRK-TOTAL-ERROS    TO WRK-TOTAL-EDIT3
             DISPLAY WRK-ARQUIVO ' LIDOS: ' WRK-TOTAL-EDIT
                     '  GRAVADOS: ' WRK-TOTAL-EDIT2
                     '  ERROS: ' WRK-TOTAL-EDIT3
             IF WRK-TOTAL-ERROS > 0
               SET WRK-MASCARA-ERRO TO TRUE
             END-IF
           END-IF.
