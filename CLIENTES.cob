             FILE STATUS IS PEND-STATUS
             RECORD KEY IS  PEND-CHAVE.

           SELECT CONSENTIMENTOS ASSIGN TO 'C:\COBOL\CONSENT.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS CONS-STATUS
             RECORD KEY IS  CONS-CHAVE.

           SELECT RECLAMACOES ASSIGN TO 'C:\COBOL\RECLAMA.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS RECL-STATUS
             RECORD KEY IS  RECL-CHAVE
             ALTERNATE RECORD KEY IS RECL-FONE WITH DUPLICATES.

           SELECT ADICIONAIS ASSIGN TO 'C:\COBOL\ADICIONAIS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS ADIC-STATUS
             RECORD KEY IS  ADIC-CHAVE
             ALTERNATE RECORD KEY IS ADIC-FONE WITH DUPLICATES.

           SELECT VINCULOS ASSIGN TO 'C:\COBOL\VINCULOS.DAT'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             FILE STATUS IS VINC-STATUS
             RECORD KEY IS  VINC-CHAVE
             ALTERNATE RECORD KEY IS VINC-FONE-DESTINO
               WITH DUPLICATES.

           SELECT CLIENTES-CKPT ASSIGN TO 'C:\COBOL\RELCKPT.DAT'
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
       FD PENDENTES.
           COPY PENDENTE-REG.

       FD CONSENTIMENTOS.
           COPY CONSENT-REG.

       FD RECLAMACOES.
           COPY RECLAMA-REG.

       FD ADICIONAIS.
           COPY ADICIONAL-REG.

       FD VINCULOS.
           COPY VINCULO-REG.

       FD CLIENTES-CKPT.
       01 CKPT-REG.
           05 CKPT-FONE          PIC 9(09).
       77 AUDIT-STATUS       PIC 9(02).
       77 AUDIT-NOME-ORIGINAL  PIC X(30).
       77 AUDIT-EMAIL-ORIGINAL PIC X(40).
       77 AUDIT-SITUACAO-ORIGINAL PIC X(01).
       77 CKPT-STATUS        PIC 9(02).
       77 CKPT-REL-KEY       PIC 9(04) COMP.
       77 CKPT-FONE-SALVO    PIC 9(09).

       77 WRK-CONT-ARROBA    PIC 9(02) COMP.
       77 WRK-CONT-PONTO     PIC 9(02) COMP.
       77 CONS-STATUS        PIC 9(02).
       77 WRK-IND-CANAL      PIC 9(02) COMP.
       77 WRK-CONS-SALVO     PIC X(36).

       77 WRK-CONS-SW        PIC X(01).
           88 WRK-CONS-EXISTE     VALUE 'S'.
           88 WRK-CONS-NAO-EXISTE VALUE 'N'.

       01 WRK-CANAIS-VALOR   PIC X(03) VALUE 'ESL'.
       01 WRK-TAB-CANAIS REDEFINES WRK-CANAIS-VALOR.
           05 WRK-CANAL          PIC X(01) OCCURS 3 TIMES.

       01 WRK-CONS-ATUAIS.
           05 WRK-CONS-ATUAL     PIC X(01) OCCURS 3 TIMES.

       01 WRK-CONS-NOVOS.
           05 WRK-CONS-NOVO-EMAIL   PIC X(01).
           05 WRK-CONS-NOVO-SMS     PIC X(01).
           05 WRK-CONS-NOVO-LIGACAO PIC X(01).
       01 WRK-CONS-NOVOS-R REDEFINES WRK-CONS-NOVOS.
           05 WRK-CONS-NOVO      PIC X(01) OCCURS 3 TIMES.

       77 RECL-STATUS        PIC 9(02).
       77 WRK-PROTOCOLO-PESQ PIC 9(10).
       77 WRK-RECL-SIT-ANTES PIC X(01).
       77 WRK-QUOC-DATA      PIC 9(04) COMP.
       77 WRK-RESTO-DATA     PIC 9(04) COMP.
       77 WRK-DIAS-MES       PIC 9(02) COMP.

       01 WRK-PROX-PROTOCOLO.
           05 WRK-ANO-PROTOCOLO  PIC 9(04).
           05 WRK-SEQ-PROTOCOLO  PIC 9(06).
       01 WRK-PROX-PROTOCOLO-N REDEFINES WRK-PROX-PROTOCOLO
                              PIC 9(10).

       01 WRK-DATA-PRAZO.
           05 WRK-ANO-PRAZO      PIC 9(04).
           05 WRK-MES-PRAZO      PIC 9(02).
           05 WRK-DIA-PRAZO      PIC 9(02).
       01 WRK-DATA-PRAZO-N REDEFINES WRK-DATA-PRAZO
                              PIC 9(08).

       01 WRK-MESES-VALOR     PIC X(24)
           VALUE '312831303130313130313031'.
       01 WRK-TAB-MESES REDEFINES WRK-MESES-VALOR.
           05 WRK-TAB-MES        PIC 9(02) OCCURS 12 TIMES.

       77 WRK-BISSEXTO-SW    PIC X(01).
           88 WRK-BISSEXTO        VALUE 'S'.
           88 WRK-NAO-BISSEXTO    VALUE 'N'.

       77 ADIC-STATUS        PIC 9(02).
       77 WRK-ADIC-SEQ       PIC 9(03).
       77 WRK-ADIC-SEQ-ANTIGA PIC 9(03).
       77 WRK-ADIC-SALVO     PIC X(80).
       77 WRK-ADIC-MEIO      PIC X(01).

       77 WRK-ADIC-SW        PIC X(01).
           88 WRK-ADIC-OFERECE-INCLUSAO VALUE 'S'.
           88 WRK-ADIC-ENCERRA          VALUE 'N'.

       77 WRK-ADIC-CANCELA-SW PIC X(01).
           88 WRK-ADIC-CANCELADO  VALUE 'S'.
           88 WRK-ADIC-SEGUE      VALUE 'N'.

       77 WRK-ADIC-FONE-BUSCA PIC 9(09).
       77 WRK-ADIC-IGNORADO  PIC 9(09).

       77 WRK-ADIC-DONO-SW   PIC X(01).
           88 WRK-ADIC-DONO-VIVO     VALUE 'V'.
           88 WRK-ADIC-DONO-EXCLUIDO VALUE 'E'.
           88 WRK-ADIC-SEM-DONO      VALUE 'N'.

       77 WRK-ADIC-BUSCA-SW  PIC X(01).
           88 WRK-ADIC-BUSCA-FIM     VALUE 'S'.
           88 WRK-ADIC-BUSCA-SEGUE   VALUE 'N'.

       77 VINC-STATUS        PIC 9(02).
       77 WRK-VINC-FONE-OUTRO PIC 9(09).
       77 WRK-VINC-NOME      PIC X(30).
       77 WRK-VINC-PAPEL-DESC PIC X(20).
       77 WRK-VINC-QTD       PIC 9(04) COMP.
       77 WRK-VINC-SALVO     PIC X(51).
       77 WRK-VINC-CLI-SALVO PIC X(142).

       77 WRK-VINC-SW        PIC X(01).
           88 WRK-VINC-OFERECE-INCLUSAO VALUE 'S'.
           88 WRK-VINC-ENCERRA          VALUE 'N'.

       77 WRK-VINC-CANCELA-SW PIC X(01).
           88 WRK-VINC-CANCELADO  VALUE 'S'.
           88 WRK-VINC-SEGUE      VALUE 'N'.

       77 WRK-VINC-MODO-SW   PIC X(01).
           88 WRK-VINC-INCLUSAO   VALUE 'I'.
           88 WRK-VINC-ALTERACAO  VALUE 'A'.

       77 WRK-VINC-SENTIDO-SW PIC X(01).
           88 WRK-VINC-DIRETO     VALUE 'D'.
           88 WRK-VINC-INVERSO    VALUE 'I'.

       77 WRK-VINC-DATA-SW   PIC X(01).
           88 WRK-VINC-DATA-OK       VALUE 'S'.
           88 WRK-VINC-DATA-INVALIDA VALUE 'N'.

       SCREEN SECTION.
       01 TELA.
           05 LINE 15 COLUMN 15 VALUE '9 - OPERADORES'.
           05 LINE 16 COLUMN 15 VALUE 'A - APROVACOES'.
           05 LINE 17 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 07 COLUMN 40 VALUE 'B - CONSENTIMENTO'.
           05 LINE 08 COLUMN 40 VALUE 'C - RECLAMACOES'.
           05 LINE 09 COLUMN 40 VALUE 'D - FONES/EMAILS'.
           05 LINE 10 COLUMN 40 VALUE 'E - VINCULOS'.
           05 LINE 18 COLUMN 15 VALUE 'OPCAO ESCOLHIDA: '.
           05 LINE 18 COLUMN 32 USING WRK-OPCAO.
           05 LINE 19 COLUMN 68 USING WRK-OPCAO-RELATO.
           05 LINE 18 COLUMN 10 VALUE 'NOTA: '.
           05 COLUMN PLUS 2 PIC X(40) FROM CONTATO-NOTA.

       01 TELA-CONSENTIMENTO.
           05 LINE 17 COLUMN 10
              VALUE 'ACEITA MARKETING (S=SIM N=NAO) EMAIL: '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CONS-NOVO-EMAIL.
           05 COLUMN PLUS 2 VALUE 'SMS: '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CONS-NOVO-SMS.
           05 COLUMN PLUS 2 VALUE 'LIGACAO: '.
           05 COLUMN PLUS 2 PIC X(01) USING WRK-CONS-NOVO-LIGACAO.
           05 LINE 18 COLUMN 10
              VALUE 'BRANCO = CANAL SEM REGISTRO DE CONSENTIMENTO'.

       01 TELA-ADICIONAL.
           05 LINE 17 COLUMN 10 VALUE 'ITEM: '.
           05 COLUMN PLUS 2 PIC 9(03) FROM ADIC-SEQUENCIA
           BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE 'REGISTRADO EM: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM ADIC-DATA
           BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE 'POR: '.
           05 COLUMN PLUS 2 PIC X(08) FROM ADIC-OPERADOR.
           05 SS-DADOS-ADIC.
               10 LINE 18 COLUMN 10
                  VALUE 'MEIO (F=FONE E=EMAIL, BRANCO CANCELA): '.
               10 COLUMN PLUS 2 PIC X(01) USING ADIC-MEIO.
               10 LINE 19 COLUMN 10
                  VALUE 'TIPO (C=CELULAR T=TRABALHO R=RESIDENCIAL'.
               10 COLUMN PLUS 1 VALUE 'B=COBRANCA): '.
               10 COLUMN PLUS 2 PIC X(01) USING ADIC-TIPO.
               10 LINE 20 COLUMN 10
                  VALUE 'P=PRINCIPAL S=SECUNDARIO: '.
               10 COLUMN PLUS 2 PIC X(01) USING ADIC-PRINCIPAL.
               10 LINE 21 COLUMN 10 VALUE 'FONE: '.
               10 COLUMN PLUS 2 PIC 9(09) USING ADIC-FONE
               BLANK WHEN ZEROS.
               10 LINE 22 COLUMN 10 VALUE 'EMAIL: '.
               10 COLUMN PLUS 2 PIC X(40) USING ADIC-EMAIL.

       01 TELA-VINCULO-LISTA.
           05 LINE 17 COLUMN 10 VALUE 'VINCULO: '.
           05 COLUMN PLUS 2 PIC X(20) FROM WRK-VINC-PAPEL-DESC.
           05 COLUMN PLUS 2 VALUE 'EM: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM VINC-DATA
           BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE 'POR: '.
           05 COLUMN PLUS 2 PIC X(08) FROM VINC-OPERADOR.
           05 LINE 18 COLUMN 10 VALUE 'COM: '.
           05 COLUMN PLUS 2 PIC 9(09) FROM WRK-VINC-FONE-OUTRO
           BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 PIC X(30) FROM WRK-VINC-NOME.
           05 LINE 19 COLUMN 10 VALUE 'DE: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM VINC-DATA-INICIO
           BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE 'ATE: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM VINC-DATA-FIM
           BLANK WHEN ZEROS.

       01 TELA-VINCULO.
           05 SS-DADOS-VINC.
               10 LINE 20 COLUMN 10
                  VALUE 'FONE VINCULADO (ZERO CANCELA): '.
               10 COLUMN PLUS 2 PIC 9(09) USING VINC-FONE-DESTINO
               BLANK WHEN ZEROS.
               10 LINE 21 COLUMN 10
                  VALUE 'PAPEL (R=REPRESENTANTE LEGAL C=COMPRADOR'.
               10 COLUMN PLUS 1 VALUE 'F=FUNCIONARIO G=GRUPO): '.
               10 COLUMN PLUS 2 PIC X(01) USING VINC-PAPEL.
               10 SS-DATAS-VINC.
                   15 LINE 22 COLUMN 10
                      VALUE 'INICIO (AAAAMMDD, ZERO CANCELA): '.
                   15 COLUMN PLUS 2 PIC 9(08) USING VINC-DATA-INICIO
                   BLANK WHEN ZEROS.
                   15 COLUMN PLUS 2 VALUE 'FIM: '.
                   15 COLUMN PLUS 2 PIC 9(08) USING VINC-DATA-FIM
                   BLANK WHEN ZEROS.

       01 TELA-RECLAMACAO-ABRE.
           05 LINE 19 COLUMN 10 VALUE 'CATEGORIA: '.
           05 COLUMN PLUS 2 PIC X(01) USING RECL-CATEGORIA.
           05 COLUMN PLUS 2
              VALUE '(P=PRODUTO C=COBRANCA A=ATENDIMENTO E=ENTREGA'.
           05 COLUMN PLUS 1 VALUE 'O=OUTRA)'.
           05 LINE 20 COLUMN 10 VALUE 'RESPONSAVEL: '.
           05 COLUMN PLUS 2 PIC X(08) USING RECL-RESPONSAVEL.

       01 TELA-BUSCA-PROTOCOLO.
           05 LINE 10 COLUMN 10
              VALUE 'PROTOCOLO (BRANCO = BUSCAR POR TELEFONE): '.
           05 COLUMN PLUS 2 PIC 9(10) USING WRK-PROTOCOLO-PESQ
           BLANK WHEN ZEROS.

       01 TELA-RECLAMACAO.
           05 LINE 08 COLUMN 10 VALUE 'PROTOCOLO: '.
           05 COLUMN PLUS 2 PIC 9(10) FROM RECL-PROTOCOLO.
           05 COLUMN PLUS 2 VALUE 'FONE: '.
           05 COLUMN PLUS 2 PIC 9(09) FROM RECL-FONE.
           05 LINE 09 COLUMN 10 VALUE 'ABERTA EM: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM RECL-DATA-ABERTURA.
           05 COLUMN PLUS 2 PIC 9(08) FROM RECL-HORA-ABERTURA.
           05 COLUMN PLUS 2 VALUE 'POR: '.
           05 COLUMN PLUS 2 PIC X(08) FROM RECL-ABERTO-POR.
           05 COLUMN PLUS 2 VALUE 'PRAZO: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM RECL-DATA-PRAZO.
           05 LINE 10 COLUMN 10 VALUE 'DESCRICAO: '.
           05 COLUMN PLUS 2 PIC X(40) FROM RECL-DESCRICAO.
           05 LINE 11 COLUMN 10 VALUE 'FECHADA EM: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM RECL-DATA-FECHAMENTO
           BLANK WHEN ZEROS.
           05 COLUMN PLUS 2 VALUE 'ULTIMA ATUALIZACAO: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM RECL-DATA-ATUALIZACAO.
           05 COLUMN PLUS 2 PIC X(08) FROM RECL-ATUALIZADO-POR.
           05 SS-DADOS-RECL.
               10 LINE 13 COLUMN 10 VALUE 'CATEGORIA (P/C/A/E/O): '.
               10 COLUMN PLUS 2 PIC X(01) USING RECL-CATEGORIA.
               10 LINE 14 COLUMN 10 VALUE 'RESPONSAVEL: '.
               10 COLUMN PLUS 2 PIC X(08) USING RECL-RESPONSAVEL.
               10 LINE 15 COLUMN 10
                  VALUE 'SITUACAO (A=ABERTA E=ANDAMENTO F=FECHADA): '.
               10 COLUMN PLUS 2 PIC X(01) USING RECL-SITUACAO.
               10 LINE 17 COLUMN 10 VALUE 'SOLUCAO: '.
               10 LINE 18 COLUMN 10 PIC X(60) USING RECL-SOLUCAO.

       01 TELA-CAMPANHA-LISTA.
           05 LINE 17 COLUMN 10 VALUE 'CAMPANHA EM: '.
           05 COLUMN PLUS 2 PIC 9(08) FROM CAMPHIST-DATA.
             ACCEPT MOSTRA-ERRO
           END-IF.

           OPEN I-O CONSENTIMENTOS
              IF CONS-STATUS = 35 THEN
                  OPEN OUTPUT CONSENTIMENTOS
                  CLOSE CONSENTIMENTOS
                  OPEN I-O CONSENTIMENTOS
               END-IF.
           IF CONS-STATUS NOT = 00
             MOVE 'FALHA AO ABRIR CONSENTIMENTOS' TO WRK-MSGERRO
             ACCEPT MOSTRA-ERRO
           END-IF.

           OPEN I-O RECLAMACOES
              IF RECL-STATUS = 35 THEN
                  OPEN OUTPUT RECLAMACOES
                  CLOSE RECLAMACOES
                  OPEN I-O RECLAMACOES
               END-IF.
           IF RECL-STATUS NOT = 00
             MOVE 'FALHA AO ABRIR RECLAMACOES' TO WRK-MSGERRO
             ACCEPT MOSTRA-ERRO
           END-IF.

           OPEN I-O ADICIONAIS
              IF ADIC-STATUS = 35 THEN
                  OPEN OUTPUT ADICIONAIS
                  CLOSE ADICIONAIS
                  OPEN I-O ADICIONAIS
               END-IF.
           IF ADIC-STATUS NOT = 00
             MOVE 'FALHA AO ABRIR FONES/EMAILS' TO WRK-MSGERRO
             ACCEPT MOSTRA-ERRO
           END-IF.

           OPEN I-O VINCULOS
              IF VINC-STATUS = 35 THEN
                  OPEN OUTPUT VINCULOS
                  CLOSE VINCULOS
                  OPEN I-O VINCULOS
               END-IF.
           IF VINC-STATUS NOT = 00
             MOVE 'FALHA AO ABRIR VINCULOS' TO WRK-MSGERRO
             ACCEPT MOSTRA-ERRO
           END-IF.

       1050-IDENTIFICAR-OPERADOR.
           OPEN I-O OPERADORES
              IF OPER-STATUS = 35 THEN
               ELSE
                 PERFORM 2100-NEGAR-ACESSO
               END-IF
             WHEN 'B' WHEN 'b'
               PERFORM 8900-CONSENTIMENTO
             WHEN 'C' WHEN 'c'
               PERFORM 9100-RECLAMACOES
             WHEN 'D' WHEN 'd'
               PERFORM 8950-ADICIONAIS
             WHEN 'E' WHEN 'e'
               PERFORM 9400-VINCULOS
             WHEN 5
               ACCEPT MENU-RELATO
                 IF WRK-OPCAO-RELATO EQUAL 1
             CLOSE OPERADORES.
             CLOSE PENDENTES.
             CLOSE CLIENTES-AUDITORIA.
             CLOSE CONSENTIMENTOS.
             CLOSE RECLAMACOES.
             CLOSE ADICIONAIS.
             CLOSE VINCULOS.

      *****************************************
      * COM A TABELA DE DDD VAZIA NENHUM TELEFONE PASSARIA NA
                     SET AUDIT-INCLUSAO TO TRUE
                     MOVE SPACES TO AUDIT-NOME-ORIGINAL
                                    AUDIT-EMAIL-ORIGINAL
                                    AUDIT-SITUACAO-ORIGINAL
                     PERFORM 9000-AUDITAR
                     MOVE CLIENTES-FONE TO WRK-FONE-PESQUISA
                     PERFORM 8790-LIMPAR-FONE-REUSADO
                 END-WRITE
               END-IF
             END-IF.
                   ACCEPT MOSTRA-ERRO
               END-READ
             END-IF.
             IF DADOS-VALIDOS AND WRK-VALIDA-FONE
               PERFORM 5120-VERIFICAR-FONE-ADICIONAL
             END-IF.
             IF DADOS-VALIDOS AND CLIENTES-NOME = SPACES
               MOVE 'NOME NAO PODE SER EM BRANCO' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               END-IF
             END-IF.

      *****************************************
      * TELEFONE NOVO QUE JA E FONE ADICIONAL DE UM CLIENTE VIVO
      * E RECUSADO; ADICIONAL DEIXADO POR CLIENTE EXCLUIDO NAO
      * IMPEDE A INCLUSAO.
      *****************************************
           5120-VERIFICAR-FONE-ADICIONAL.
             MOVE CLIENTES-REG  TO WRK-REG-DOC.
             MOVE CLIENTES-FONE TO WRK-ADIC-FONE-BUSCA.
             MOVE ZEROS TO WRK-ADIC-IGNORADO.
             PERFORM 8995-PROCURAR-DONO-ADICIONAL.
             MOVE WRK-REG-DOC TO CLIENTES-REG.
             IF WRK-ADIC-DONO-VIVO
               MOVE 'FONE JA E ADICIONAL DE CLIENTE' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             END-IF.

      *****************************************
      * CONFERENCIA DO DIGITO VERIFICADOR: ATE 11 DIGITOS O
      * DOCUMENTO E TRATADO COMO CPF, ACIMA DISSO COMO CNPJ.
               ACCEPT CHAVE.
               READ CLIENTES
                 INVALID KEY
                   PERFORM 6010-CONSULTAR-ADICIONAL
                 NOT INVALID KEY
                   MOVE '-- ENCONTRADO --' TO WRK-MSGERRO
                   DISPLAY SS-DADOS
                   ACCEPT MOSTRA-ERRO
                   PERFORM 6050-ULTIMOS-CONTATOS
                   PERFORM 6070-ULTIMAS-CAMPANHAS
                   PERFORM 6090-VINCULOS-DO-CLIENTE
              END-READ.

      *****************************************
      * FONE QUE NAO E CHAVE DE NENHUM CLIENTE: PROCURA ENTRE OS
      * FONES ADICIONAIS E, SE ACHAR, MOSTRA O CLIENTE DONO.
      * SE O FONE FOR ADICIONAL DE MAIS DE UM CLIENTE, VALE O
      * DONO VIVO; SO E "DE EXCLUIDO" QUANDO TODOS OS DONOS
      * FORAM EXCLUIDOS.
      *****************************************
           6010-CONSULTAR-ADICIONAL.
             MOVE CLIENTES-FONE TO WRK-ADIC-FONE-BUSCA.
             MOVE ZEROS TO WRK-ADIC-IGNORADO.
             PERFORM 8995-PROCURAR-DONO-ADICIONAL.
             EVALUATE TRUE
               WHEN WRK-ADIC-DONO-VIVO
                 MOVE 'ENCONTRADO COMO FONE ADICIONAL' TO WRK-MSGERRO
                 DISPLAY TELA-REGISTRO
                 ACCEPT MOSTRA-ERRO
                 PERFORM 6050-ULTIMOS-CONTATOS
                 PERFORM 6070-ULTIMAS-CAMPANHAS
                 PERFORM 6090-VINCULOS-DO-CLIENTE
               WHEN WRK-ADIC-DONO-EXCLUIDO
                 MOVE WRK-ADIC-FONE-BUSCA TO CLIENTES-FONE
                 MOVE 'FONE ADICIONAL DE EXCLUIDO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               WHEN OTHER
                 PERFORM 9600-IDENTIFICAR-STATUS-CLIENTES
                 ACCEPT MOSTRA-ERRO
             END-EVALUATE.

           6050-ULTIMOS-CONTATOS.
             MOVE CLIENTES-FONE TO WRK-FONE-PESQUISA.
             MOVE WRK-FONE-PESQUISA TO CONTATO-FONE.
                 END-IF
             END-READ.

      *****************************************
      * VINCULOS DO CLIENTE NOS DOIS SENTIDOS: PRIMEIRO OS
      * REGISTRADOS NELE (PELA CHAVE), DEPOIS OS DE OUTROS
      * CLIENTES QUE APONTAM PARA ELE (PELO FONE VINCULADO).
      *****************************************
           6090-VINCULOS-DO-CLIENTE.
             MOVE ZEROS TO WRK-VINC-QTD.
             SET WRK-VINC-DIRETO TO TRUE.
             MOVE WRK-FONE-PESQUISA TO VINC-FONE-ORIGEM.
             MOVE ZEROS TO VINC-FONE-DESTINO.
             MOVE SPACE TO VINC-PAPEL.
             START VINCULOS KEY IS NOT LESS THAN VINC-CHAVE
               INVALID KEY
                 CONTINUE
             END-START.
             IF VINC-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 6091-PROXIMO-VINCULO UNTIL WRK-FIM-ARQUIVO
             END-IF.
             SET WRK-VINC-INVERSO TO TRUE.
             MOVE WRK-FONE-PESQUISA TO VINC-FONE-DESTINO.
             START VINCULOS KEY IS EQUAL VINC-FONE-DESTINO
               INVALID KEY
                 CONTINUE
             END-START.
             IF VINC-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 6092-PROXIMO-VINCULO-INVERSO
                 UNTIL WRK-FIM-ARQUIVO
             END-IF.
             IF WRK-VINC-QTD = ZEROS
               MOVE 'SEM VINCULOS REGISTRADOS' TO WRK-MSGERRO
             ELSE
               MOVE 'FIM DOS VINCULOS' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

           6091-PROXIMO-VINCULO.
             READ VINCULOS NEXT RECORD
               AT END
                 SET WRK-FIM-ARQUIVO TO TRUE
               NOT AT END
                 IF VINC-FONE-ORIGEM NOT = WRK-FONE-PESQUISA
                   SET WRK-FIM-ARQUIVO TO TRUE
                 ELSE
                   MOVE VINC-FONE-DESTINO TO WRK-VINC-FONE-OUTRO
                   PERFORM 6095-MOSTRAR-VINCULO
                 END-IF
             END-READ.

           6092-PROXIMO-VINCULO-INVERSO.
             READ VINCULOS NEXT RECORD
               AT END
                 SET WRK-FIM-ARQUIVO TO TRUE
               NOT AT END
                 IF VINC-FONE-DESTINO NOT = WRK-FONE-PESQUISA
                   SET WRK-FIM-ARQUIVO TO TRUE
                 ELSE
                   MOVE VINC-FONE-ORIGEM TO WRK-VINC-FONE-OUTRO
                   PERFORM 6095-MOSTRAR-VINCULO
                 END-IF
             END-READ.

           6095-MOSTRAR-VINCULO.
             ADD 1 TO WRK-VINC-QTD.
             PERFORM 9490-DESCREVER-VINCULO.
             DISPLAY TELA-VINCULO-LISTA.
             MOVE 'ENTER=PROXIMO VINCULO X=SAIR' TO WRK-MSGERRO.
             MOVE SPACE TO WRK-TECLA.
             ACCEPT MOSTRA-ERRO.
             IF WRK-TECLA = 'X' OR WRK-TECLA = 'x'
               SET WRK-FIM-ARQUIVO TO TRUE
             END-IF.

           6500-CONSULTAR-NOME.
             MOVE 'MODULO - CONSULTA POR NOME' TO WRK-MODULO.
             DISPLAY TELA.
                 MOVE CLIENTES-REG   TO WRK-REG-ANTES
                 MOVE CLIENTES-NOME  TO AUDIT-NOME-ORIGINAL
                 MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-ORIGINAL
                 MOVE CLIENTES-SITUACAO TO AUDIT-SITUACAO-ORIGINAL
                 PERFORM 7100-EDITAR-CONFIRMAR
             END-READ.

                     ACCEPT MOSTRA-ERRO
                     MOVE CLIENTES-NOME  TO AUDIT-NOME-ORIGINAL
                     MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-ORIGINAL
                     MOVE CLIENTES-SITUACAO TO AUDIT-SITUACAO-ORIGINAL
                     SET AUDIT-EXCLUSAO TO TRUE
                     PERFORM 9000-AUDITAR
                 END-DELETE
                     SET AUDIT-REATIVACAO TO TRUE
                     MOVE SPACES TO AUDIT-NOME-ORIGINAL
                                    AUDIT-EMAIL-ORIGINAL
                                    AUDIT-SITUACAO-ORIGINAL
                     PERFORM 9000-AUDITAR
                     MOVE 'CLIENTE REATIVADO' TO WRK-MSGERRO
                     ACCEPT MOSTRA-ERRO
                     MOVE WRK-FONE-NOVO TO CLIENTES-FONE
                     READ CLIENTES
                       INVALID KEY
                         PERFORM 8715-CONFERIR-FONE-ADICIONAL
                       NOT INVALID KEY
                         MOVE 'NOVO TELEFONE JA CADASTRADO'
                           TO WRK-MSGERRO
               END-IF
             END-IF.

      *****************************************
      * O FONE NOVO PODE SER UM ADICIONAL DO PROPRIO CLIENTE (QUE
      * PASSA A PRINCIPAL), MAS NAO UM ADICIONAL DE OUTRO CLIENTE
      * VIVO. TODOS OS DONOS DO FONE SAO CONFERIDOS ANTES DA
      * CONFIRMACAO; 8720 RESTAURA O REGISTRO DO CLIENTE.
      *****************************************
           8715-CONFERIR-FONE-ADICIONAL.
             MOVE WRK-FONE-NOVO   TO WRK-ADIC-FONE-BUSCA.
             MOVE WRK-FONE-ANTIGO TO WRK-ADIC-IGNORADO.
             PERFORM 8995-PROCURAR-DONO-ADICIONAL.
             IF WRK-ADIC-DONO-VIVO
               MOVE WRK-REG-SALVO TO CLIENTES-REG
               MOVE 'FONE NOVO E ADICIONAL DE OUTRO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             ELSE
               PERFORM 8720-CONFIRMAR-TROCA
             END-IF.

           8720-CONFIRMAR-TROCA.
             MOVE WRK-REG-SALVO TO CLIENTES-REG.
             MOVE 'CONFIRMA TROCA DE FONE (S/N)?' TO WRK-MSGERRO.
                 MOVE WRK-FONE-NOVO TO CLIENTES-FONE
                 MOVE CLIENTES-NOME  TO AUDIT-NOME-ORIGINAL
                 MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-ORIGINAL
                 MOVE CLIENTES-SITUACAO TO AUDIT-SITUACAO-ORIGINAL
                 SET AUDIT-TROCA-FONE TO TRUE
                 PERFORM 9000-AUDITAR
                 MOVE WRK-FONE-NOVO TO WRK-FONE-PESQUISA
                 PERFORM 8790-LIMPAR-FONE-REUSADO
                 PERFORM 8770-MOVER-CONSENTIMENTO
                   VARYING WRK-IND-CANAL FROM 1 BY 1
                   UNTIL WRK-IND-CANAL > 3
                 PERFORM 8780-MOVER-ADICIONAIS
                 MOVE 'TELEFONE TROCADO COM SUCESSO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-DELETE.
             END-DELETE.
             PERFORM 9602-TRATAR-STATUS-HIST.

      *****************************************
      * O CONSENTIMENTO E POR TELEFONE: NA TROCA, CADA CANAL
      * REGISTRADO NO FONE ANTIGO PASSA PARA O FONE NOVO,
      * SOBREPONDO O QUE O FONE NOVO JA TIVER NO CANAL.
      *****************************************
           8770-MOVER-CONSENTIMENTO.
             MOVE WRK-FONE-ANTIGO TO CONS-FONE.
             MOVE WRK-CANAL (WRK-IND-CANAL) TO CONS-CANAL.
             READ CONSENTIMENTOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CONSENT-REG TO WRK-CONS-SALVO
                 MOVE WRK-FONE-NOVO TO CONS-FONE
                 READ CONSENTIMENTOS
                   INVALID KEY
                     SET WRK-CONS-NAO-EXISTE TO TRUE
                   NOT INVALID KEY
                     SET WRK-CONS-EXISTE TO TRUE
                 END-READ
                 MOVE WRK-CONS-SALVO TO CONSENT-REG
                 MOVE WRK-FONE-NOVO TO CONS-FONE
                 IF WRK-CONS-EXISTE
                   REWRITE CONSENT-REG
                 ELSE
                   WRITE CONSENT-REG
                 END-IF
                 IF CONS-STATUS = 00
                   MOVE WRK-FONE-ANTIGO TO CONS-FONE
                   DELETE CONSENTIMENTOS
                 END-IF
                 IF CONS-STATUS NOT = 00
                   MOVE 'FALHA AO MOVER CONSENTIMENTO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 END-IF
             END-READ.

      *****************************************
      * OS FONES/EMAILS ADICIONAIS ACOMPANHAM O CLIENTE NA TROCA,
      * MANTENDO A SEQUENCIA. O ADICIONAL QUE VIROU O FONE
      * PRINCIPAL E DESCARTADO. CADA ITEM E GRAVADO NO FONE NOVO
      * ANTES DE SAIR DO ANTIGO; A BUSCA AVANCA PELA SEQUENCIA.
      * SE A SEQUENCIA JA EXISTIR NO FONE NOVO, O ITEM VAI PARA
      * A PROXIMA LIVRE.
      *****************************************
           8780-MOVER-ADICIONAIS.
             MOVE WRK-FONE-ANTIGO TO ADIC-FONE-CLIENTE.
             MOVE ZEROS TO ADIC-SEQUENCIA.
             SET WRK-NAO-FIM TO TRUE.
             PERFORM 8785-MOVER-ADICIONAL UNTIL WRK-FIM-ARQUIVO.

           8785-MOVER-ADICIONAL.
             START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
               INVALID KEY
                 SET WRK-FIM-ARQUIVO TO TRUE
             END-START.
             IF NOT WRK-FIM-ARQUIVO
               READ ADICIONAIS NEXT RECORD
                 AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                 NOT AT END
                   IF ADIC-FONE-CLIENTE NOT = WRK-FONE-ANTIGO
                     SET WRK-FIM-ARQUIVO TO TRUE
                   ELSE
                     PERFORM 8786-TRANSFERIR-ADICIONAL
                   END-IF
               END-READ
             END-IF.

           8786-TRANSFERIR-ADICIONAL.
             MOVE ADIC-SEQUENCIA TO WRK-ADIC-SEQ-ANTIGA.
             IF ADIC-FONE = WRK-FONE-NOVO
               DELETE ADICIONAIS
             ELSE
               MOVE WRK-FONE-NOVO TO ADIC-FONE-CLIENTE
               WRITE ADICIONAL-REG
               IF ADIC-STATUS = 22
                 PERFORM 8787-GRAVAR-PROXIMA-SEQUENCIA
               END-IF
               IF ADIC-STATUS = 00
                 MOVE WRK-FONE-ANTIGO TO ADIC-FONE-CLIENTE
                 MOVE WRK-ADIC-SEQ-ANTIGA TO ADIC-SEQUENCIA
                 DELETE ADICIONAIS
               END-IF
             END-IF.
             IF ADIC-STATUS NOT = 00
               MOVE 'FALHA AO MOVER FONE/EMAIL' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             END-IF.
             MOVE WRK-FONE-ANTIGO TO ADIC-FONE-CLIENTE.
             IF WRK-ADIC-SEQ-ANTIGA = 999
               SET WRK-FIM-ARQUIVO TO TRUE
             ELSE
               COMPUTE ADIC-SEQUENCIA = WRK-ADIC-SEQ-ANTIGA + 1
             END-IF.

      *****************************************
      * SEQUENCIA 999 JA USADA NO FONE NOVO: O STATUS FICA 24
      * (LIMITE) E O ITEM PERMANECE NO FONE ANTIGO.
      *****************************************
           8787-GRAVAR-PROXIMA-SEQUENCIA.
             MOVE ADICIONAL-REG TO WRK-ADIC-SALVO.
             MOVE WRK-FONE-NOVO TO WRK-FONE-PESQUISA.
             PERFORM 8966-PROXIMA-SEQUENCIA.
             MOVE WRK-ADIC-SALVO TO ADICIONAL-REG.
             IF WRK-ADIC-SEQ = ZEROS
               MOVE 24 TO ADIC-STATUS
             ELSE
               MOVE WRK-ADIC-SEQ TO ADIC-SEQUENCIA
               WRITE ADICIONAL-REG
             END-IF.

      *****************************************
      * FONE QUE PASSA A SER DE UM CLIENTE (INCLUSAO OU TROCA)
      * PODE TER SIDO DE UM CLIENTE EXCLUIDO: CONSENTIMENTOS E
      * FONES/EMAILS ADICIONAIS DEIXADOS NELE SAO APAGADOS PARA
      * NAO PASSAREM AO NOVO DONO.
      *****************************************
           8790-LIMPAR-FONE-REUSADO.
             PERFORM 8791-LIMPAR-CONSENTIMENTO
               VARYING WRK-IND-CANAL FROM 1 BY 1
               UNTIL WRK-IND-CANAL > 3.
             SET WRK-NAO-FIM TO TRUE.
             PERFORM 8792-LIMPAR-ADICIONAL UNTIL WRK-FIM-ARQUIVO.

           8791-LIMPAR-CONSENTIMENTO.
             MOVE WRK-FONE-PESQUISA TO CONS-FONE.
             MOVE WRK-CANAL (WRK-IND-CANAL) TO CONS-CANAL.
             DELETE CONSENTIMENTOS
               INVALID KEY
                 CONTINUE
             END-DELETE.
             IF CONS-STATUS NOT = 00 AND CONS-STATUS NOT = 23
               MOVE 'FALHA AO LIMPAR CONSENTIMENTO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             END-IF.

           8792-LIMPAR-ADICIONAL.
             MOVE WRK-FONE-PESQUISA TO ADIC-FONE-CLIENTE.
             MOVE ZEROS TO ADIC-SEQUENCIA.
             START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
               INVALID KEY
                 SET WRK-FIM-ARQUIVO TO TRUE
             END-START.
             IF NOT WRK-FIM-ARQUIVO
               READ ADICIONAIS NEXT RECORD
                 AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
                 NOT AT END
                   IF ADIC-FONE-CLIENTE NOT = WRK-FONE-PESQUISA
                     SET WRK-FIM-ARQUIVO TO TRUE
                   ELSE
                     DELETE ADICIONAIS
                     IF ADIC-STATUS NOT = 00
                       MOVE 'FALHA AO LIMPAR FONE/EMAIL'
                         TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                       SET WRK-FIM-ARQUIVO TO TRUE
                     END-IF
                   END-IF
               END-READ
             END-IF.

           8800-REGISTRAR-CONTATO.
             MOVE 'MODULO - CONTATO' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE CLIENTES-FONE TO CONTATO-FONE.
             ACCEPT CONTATO-DATA FROM DATE YYYYMMDD.
             ACCEPT CONTATO-HORA FROM TIME.
             MOVE WRK-OPER-LOGADO TO CONTATO-OPERADOR.
             WRITE CONTATOS-REG
               INVALID KEY
                 MOVE 'FALHA AO GRAVAR CONTATO' TO WRK-MSGERRO
               NOT INVALID KEY
                 MOVE 'CONTATO REGISTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
                 IF CONTATO-RECLAMACAO
                   PERFORM 8850-ABRIR-RECLAMACAO
                 END-IF
             END-WRITE.

           8820-VALIDA-CONTATO.
               ACCEPT MOSTRA-ERRO
             END-IF.

      *****************************************
      * TODO CONTATO DE RECLAMACAO ABRE UM CASO EM RECLAMA.DAT.
      * O PROTOCOLO E O ANO DO CONTATO SEGUIDO DA PROXIMA
      * SEQUENCIA DAQUELE ANO E E MOSTRADO PARA SER PASSADO AO
      * CLIENTE. O PRAZO DE RESPOSTA E DE 7 DIAS CORRIDOS.
      * O RESPONSAVEL SUGERIDO E O PROPRIO OPERADOR.
      *****************************************
           8850-ABRIR-RECLAMACAO.
             PERFORM 8870-PROXIMO-PROTOCOLO.
             MOVE SPACE TO RECL-CATEGORIA.
             MOVE WRK-OPER-LOGADO TO RECL-RESPONSAVEL.
             SET DADOS-INVALIDOS TO TRUE.
             PERFORM 8860-VALIDA-ABERTURA UNTIL DADOS-VALIDOS.
             MOVE WRK-PROX-PROTOCOLO-N TO RECL-PROTOCOLO.
             MOVE CLIENTES-FONE   TO RECL-FONE.
             MOVE WRK-OPER-LOGADO TO RECL-ABERTO-POR
                                     RECL-ATUALIZADO-POR.
             MOVE CONTATO-DATA    TO RECL-DATA-ABERTURA
                                     RECL-DATA-ATUALIZACAO.
             MOVE CONTATO-HORA    TO RECL-HORA-ABERTURA.
             MOVE CONTATO-DATA    TO WRK-DATA-PRAZO-N.
             PERFORM 8880-AVANCAR-DIA 7 TIMES.
             MOVE WRK-DATA-PRAZO-N TO RECL-DATA-PRAZO.
             SET RECL-ABERTA TO TRUE.
             MOVE ZEROS TO RECL-DATA-FECHAMENTO.
             MOVE CONTATO-NOTA TO RECL-DESCRICAO.
             MOVE SPACES TO RECL-SOLUCAO.
             WRITE RECLAMA-REG
               INVALID KEY
                 MOVE 'FALHA AO ABRIR RECLAMACAO' TO WRK-MSGERRO
               NOT INVALID KEY
                 MOVE SPACES TO WRK-MSGERRO
                 STRING 'PROTOCOLO: '  DELIMITED BY SIZE
                        RECL-PROTOCOLO DELIMITED BY SIZE
                        INTO WRK-MSGERRO
             END-WRITE.
             ACCEPT MOSTRA-ERRO.

           8860-VALIDA-ABERTURA.
             DISPLAY TELA.
             DISPLAY TELA-RECLAMACAO-ABRE.
             ACCEPT TELA-RECLAMACAO-ABRE.
             INSPECT RECL-CATEGORIA CONVERTING 'pcaeo' TO 'PCAEO'.
             SET DADOS-VALIDOS TO TRUE.
             IF NOT RECL-CAT-PRODUTO AND NOT RECL-CAT-COBRANCA
                AND NOT RECL-CAT-ATENDIMENTO AND NOT RECL-CAT-ENTREGA
                AND NOT RECL-CAT-OUTRA
               MOVE 'CATEGORIA DEVE SER P,C,A,E,O' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             ELSE
               PERFORM 8865-CONFERIR-RESPONSAVEL
             END-IF.

           8865-CONFERIR-RESPONSAVEL.
             MOVE RECL-RESPONSAVEL TO OPER-ID.
             READ OPERADORES
               INVALID KEY
                 MOVE 'RESPONSAVEL NAO CADASTRADO' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
             END-READ.

           8870-PROXIMO-PROTOCOLO.
             COMPUTE WRK-ANO-PROTOCOLO = CONTATO-DATA / 10000.
             MOVE WRK-ANO-PROTOCOLO TO RECL-PROT-ANO.
             MOVE 999999 TO RECL-PROT-SEQ.
             MOVE ZEROS TO WRK-SEQ-PROTOCOLO.
             START RECLAMACOES KEY IS NOT GREATER THAN RECL-CHAVE
               INVALID KEY
                 MOVE ZEROS TO WRK-SEQ-PROTOCOLO
             END-START.
             IF RECL-STATUS = 00
               READ RECLAMACOES PREVIOUS RECORD
                 AT END
                   MOVE ZEROS TO WRK-SEQ-PROTOCOLO
                 NOT AT END
                   IF RECL-PROT-ANO = WRK-ANO-PROTOCOLO
                     MOVE RECL-PROT-SEQ TO WRK-SEQ-PROTOCOLO
                   END-IF
               END-READ
             END-IF.
             ADD 1 TO WRK-SEQ-PROTOCOLO.

           8880-AVANCAR-DIA.
             MOVE WRK-TAB-MES (WRK-MES-PRAZO) TO WRK-DIAS-MES.
             IF WRK-MES-PRAZO = 2
               PERFORM 8885-VERIFICAR-BISSEXTO
               IF WRK-BISSEXTO
                 MOVE 29 TO WRK-DIAS-MES
               END-IF
             END-IF.
             IF WRK-DIA-PRAZO < WRK-DIAS-MES
               ADD 1 TO WRK-DIA-PRAZO
             ELSE
               MOVE 1 TO WRK-DIA-PRAZO
               IF WRK-MES-PRAZO < 12
                 ADD 1 TO WRK-MES-PRAZO
               ELSE
                 MOVE 1 TO WRK-MES-PRAZO
                 ADD 1 TO WRK-ANO-PRAZO
               END-IF
             END-IF.

           8885-VERIFICAR-BISSEXTO.
             SET WRK-NAO-BISSEXTO TO TRUE.
             DIVIDE WRK-ANO-PRAZO BY 4
               GIVING WRK-QUOC-DATA REMAINDER WRK-RESTO-DATA.
             IF WRK-RESTO-DATA = ZEROS
               SET WRK-BISSEXTO TO TRUE
               DIVIDE WRK-ANO-PRAZO BY 100
                 GIVING WRK-QUOC-DATA REMAINDER WRK-RESTO-DATA
               IF WRK-RESTO-DATA = ZEROS
                 SET WRK-NAO-BISSEXTO TO TRUE
                 DIVIDE WRK-ANO-PRAZO BY 400
                   GIVING WRK-QUOC-DATA REMAINDER WRK-RESTO-DATA
                 IF WRK-RESTO-DATA = ZEROS
                   SET WRK-BISSEXTO TO TRUE
                 END-IF
               END-IF
             END-IF.

      *****************************************
      * CONSENTIMENTO DE MARKETING POR CANAL (E=EMAIL, S=SMS,
      * L=LIGACAO). SO OS CANAIS QUE MUDARAM SAO GRAVADOS, COM
      * ORIGEM BALCAO E O OPERADOR LOGADO. UM CANAL JA
      * REGISTRADO NAO VOLTA A FICAR EM BRANCO: OU S OU N.
      *****************************************
           8900-CONSENTIMENTO.
             MOVE 'MODULO - CONSENTIMENTO' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
             READ CLIENTES
               INVALID KEY
                 PERFORM 9601-TRATAR-STATUS-CLIENTES
               NOT INVALID KEY
                 DISPLAY SS-DADOS
                 PERFORM 8910-CAPTURA-CONSENTIMENTO
             END-READ.

           8910-CAPTURA-CONSENTIMENTO.
             PERFORM 8920-LER-CONSENTIMENTO
               VARYING WRK-IND-CANAL FROM 1 BY 1
               UNTIL WRK-IND-CANAL > 3.
             MOVE WRK-CONS-ATUAIS TO WRK-CONS-NOVOS.
             SET DADOS-INVALIDOS TO TRUE.
             PERFORM 8930-VALIDA-CONSENTIMENTO UNTIL DADOS-VALIDOS.
             IF WRK-CONS-NOVOS = WRK-CONS-ATUAIS
               MOVE 'CONSENTIMENTO SEM ALTERACAO' TO WRK-MSGERRO
             ELSE
               MOVE 'CONSENTIMENTO ATUALIZADO' TO WRK-MSGERRO
               PERFORM 8940-GRAVAR-CONSENTIMENTO
                 VARYING WRK-IND-CANAL FROM 1 BY 1
                 UNTIL WRK-IND-CANAL > 3
             END-IF.
             ACCEPT MOSTRA-ERRO.

           8920-LER-CONSENTIMENTO.
             MOVE CLIENTES-FONE TO CONS-FONE.
             MOVE WRK-CANAL (WRK-IND-CANAL) TO CONS-CANAL.
             MOVE SPACE TO WRK-CONS-ATUAL (WRK-IND-CANAL).
             READ CONSENTIMENTOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CONS-CONCEDIDO
                   MOVE 'S' TO WRK-CONS-ATUAL (WRK-IND-CANAL)
                 ELSE
                   MOVE 'N' TO WRK-CONS-ATUAL (WRK-IND-CANAL)
                 END-IF
             END-READ.

           8930-VALIDA-CONSENTIMENTO.
             DISPLAY TELA-CONSENTIMENTO.
             ACCEPT TELA-CONSENTIMENTO.
             INSPECT WRK-CONS-NOVOS CONVERTING 'sn' TO 'SN'.
             SET DADOS-VALIDOS TO TRUE.
             PERFORM 8935-CONFERIR-CANAL
               VARYING WRK-IND-CANAL FROM 1 BY 1
               UNTIL WRK-IND-CANAL > 3 OR DADOS-INVALIDOS.

           8935-CONFERIR-CANAL.
             IF WRK-CONS-NOVO (WRK-IND-CANAL) NOT = 'S'
                AND WRK-CONS-NOVO (WRK-IND-CANAL) NOT = 'N'
                AND WRK-CONS-NOVO (WRK-IND-CANAL) NOT = SPACE
               MOVE 'CONSENTIMENTO DEVE SER S OU N' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             ELSE
               IF WRK-CONS-NOVO (WRK-IND-CANAL) = SPACE
                  AND WRK-CONS-ATUAL (WRK-IND-CANAL) NOT = SPACE
                 MOVE 'CANAL REGISTRADO: USE S OU N' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.

           8940-GRAVAR-CONSENTIMENTO.
             IF WRK-CONS-NOVO (WRK-IND-CANAL)
                NOT = WRK-CONS-ATUAL (WRK-IND-CANAL)
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
               IF WRK-CONS-NOVO (WRK-IND-CANAL) = 'S'
                 SET CONS-CONCEDIDO TO TRUE
               ELSE
                 SET CONS-REVOGADO TO TRUE
               END-IF
               ACCEPT CONS-DATA FROM DATE YYYYMMDD
               ACCEPT CONS-HORA FROM TIME
               SET CONS-ORIGEM-BALCAO TO TRUE
               MOVE WRK-OPER-LOGADO TO CONS-OPERADOR
               IF WRK-CONS-EXISTE
                 REWRITE CONSENT-REG
               ELSE
                 WRITE CONSENT-REG
               END-IF
               IF CONS-STATUS NOT = 00
                 MOVE 'FALHA AO GRAVAR CONSENTIMENTO' TO WRK-MSGERRO
               END-IF
             END-IF.

      *****************************************
      * FONES E EMAILS ADICIONAIS DO CLIENTE: PERCORRE OS ITENS
      * (A=ALTERA E=EXCLUI) E, AO FIM DA LISTA, OFERECE A
      * INCLUSAO DE UM NOVO. O FONE ADICIONAL PRECISA DE DDD
      * CADASTRADO E NAO PODE SER O FONE PRINCIPAL OU ADICIONAL
      * DE OUTRO CLIENTE VIVO. MARCAR UM ITEM COMO PRINCIPAL
      * REBAIXA O PRINCIPAL ANTERIOR DO MESMO MEIO.
      *****************************************
           8950-ADICIONAIS.
             MOVE 'MODULO - FONES/EMAILS' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
             READ CLIENTES
               INVALID KEY
                 PERFORM 9601-TRATAR-STATUS-CLIENTES
               NOT INVALID KEY
                 MOVE CLIENTES-FONE TO WRK-FONE-PESQUISA
                 MOVE CLIENTES-REG  TO WRK-REG-SALVO
                 PERFORM 8955-LISTAR-ADICIONAIS
             END-READ.

           8955-LISTAR-ADICIONAIS.
             SET WRK-ADIC-OFERECE-INCLUSAO TO TRUE.
             MOVE WRK-FONE-PESQUISA TO ADIC-FONE-CLIENTE.
             MOVE ZEROS TO ADIC-SEQUENCIA.
             START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
               INVALID KEY
                 MOVE 'SEM FONES/EMAILS ADICIONAIS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-START.
             IF ADIC-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 8960-PROXIMO-ADICIONAL UNTIL WRK-FIM-ARQUIVO
             END-IF.
             IF WRK-ADIC-OFERECE-INCLUSAO
               DISPLAY TELA
               DISPLAY TELA-REGISTRO
               MOVE 'INCLUIR FONE/EMAIL (S/N)?' TO WRK-MSGERRO
               MOVE SPACE TO WRK-CONFIRMA
               ACCEPT TELA-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 PERFORM 8965-INCLUIR-ADICIONAL
               END-IF
             END-IF.

           8960-PROXIMO-ADICIONAL.
             READ ADICIONAIS NEXT RECORD
               AT END
                 SET WRK-FIM-ARQUIVO TO TRUE
                 MOVE 'FIM DOS FONES/EMAILS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT AT END
                 IF ADIC-FONE-CLIENTE NOT = WRK-FONE-PESQUISA
                   SET WRK-FIM-ARQUIVO TO TRUE
                   MOVE 'FIM DOS FONES/EMAILS' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 ELSE
                   DISPLAY TELA
                   DISPLAY TELA-REGISTRO
                   DISPLAY TELA-ADICIONAL
                   MOVE 'A=ALT E=EXC ENTER=PROX X=SAIR' TO WRK-MSGERRO
                   MOVE SPACE TO WRK-TECLA
                   ACCEPT MOSTRA-ERRO
                   EVALUATE WRK-TECLA
                     WHEN 'A' WHEN 'a'
                       PERFORM 8970-ALTERAR-ADICIONAL
                       SET WRK-FIM-ARQUIVO TO TRUE
                       SET WRK-ADIC-ENCERRA TO TRUE
                     WHEN 'E' WHEN 'e'
                       PERFORM 8975-EXCLUIR-ADICIONAL
                       SET WRK-FIM-ARQUIVO TO TRUE
                       SET WRK-ADIC-ENCERRA TO TRUE
                     WHEN 'X' WHEN 'x'
                       SET WRK-FIM-ARQUIVO TO TRUE
                       SET WRK-ADIC-ENCERRA TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ.

           8965-INCLUIR-ADICIONAL.
             PERFORM 8966-PROXIMA-SEQUENCIA.
             IF WRK-ADIC-SEQ = ZEROS
               MOVE 'LIMITE DE ADICIONAIS ATINGIDO' TO WRK-MSGERRO
             ELSE
               MOVE WRK-FONE-PESQUISA TO ADIC-FONE-CLIENTE
               MOVE WRK-ADIC-SEQ      TO ADIC-SEQUENCIA
               MOVE SPACES TO ADIC-MEIO ADIC-TIPO ADIC-EMAIL
                              ADIC-OPERADOR
               SET ADIC-E-SECUNDARIO TO TRUE
               MOVE ZEROS TO ADIC-FONE ADIC-DATA
               PERFORM 8980-CAPTURA-ADICIONAL
               IF WRK-ADIC-CANCELADO
                 MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
               ELSE
                 IF ADIC-E-PRINCIPAL
                   PERFORM 8990-REBAIXAR-PRINCIPAL
                 END-IF
                 ACCEPT ADIC-DATA FROM DATE YYYYMMDD
                 MOVE WRK-OPER-LOGADO TO ADIC-OPERADOR
                 WRITE ADICIONAL-REG
                 IF ADIC-STATUS = 00
                   MOVE 'FONE/EMAIL INCLUIDO' TO WRK-MSGERRO
                 ELSE
                   MOVE 'FALHA AO GRAVAR FONE/EMAIL' TO WRK-MSGERRO
                 END-IF
               END-IF
             END-IF.
             ACCEPT MOSTRA-ERRO.

      *****************************************
      * PROXIMA SEQUENCIA DO CLIENTE: A ULTIMA GRAVADA MAIS UM.
      * ZERO INDICA QUE A SEQUENCIA 999 JA FOI USADA.
      *****************************************
           8966-PROXIMA-SEQUENCIA.
             MOVE 1 TO WRK-ADIC-SEQ.
             MOVE WRK-FONE-PESQUISA TO ADIC-FONE-CLIENTE.
             MOVE 999 TO ADIC-SEQUENCIA.
             START ADICIONAIS KEY IS NOT GREATER THAN ADIC-CHAVE
               INVALID KEY
                 CONTINUE
             END-START.
             IF ADIC-STATUS = 00
               READ ADICIONAIS PREVIOUS RECORD
                 AT END
                   CONTINUE
                 NOT AT END
                   IF ADIC-FONE-CLIENTE = WRK-FONE-PESQUISA
                     IF ADIC-SEQUENCIA = 999
                       MOVE ZEROS TO WRK-ADIC-SEQ
                     ELSE
                       COMPUTE WRK-ADIC-SEQ = ADIC-SEQUENCIA + 1
                     END-IF
                   END-IF
               END-READ
             END-IF.

           8970-ALTERAR-ADICIONAL.
             MOVE ADIC-SEQUENCIA TO WRK-ADIC-SEQ.
             PERFORM 8980-CAPTURA-ADICIONAL.
             IF WRK-ADIC-CANCELADO
               MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
             ELSE
               IF ADIC-E-PRINCIPAL
                 PERFORM 8990-REBAIXAR-PRINCIPAL
               END-IF
               ACCEPT ADIC-DATA FROM DATE YYYYMMDD
               MOVE WRK-OPER-LOGADO TO ADIC-OPERADOR
               REWRITE ADICIONAL-REG
               IF ADIC-STATUS = 00
                 MOVE 'FONE/EMAIL ALTERADO' TO WRK-MSGERRO
               ELSE
                 MOVE 'FALHA AO GRAVAR FONE/EMAIL' TO WRK-MSGERRO
               END-IF
             END-IF.
             ACCEPT MOSTRA-ERRO.

           8975-EXCLUIR-ADICIONAL.
             MOVE 'EXCLUIR ESTE ITEM (S/N)?' TO WRK-MSGERRO.
             MOVE SPACE TO WRK-CONFIRMA.
             ACCEPT TELA-CONFIRMA.
             IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               DELETE ADICIONAIS
                 INVALID KEY
                   MOVE 'FALHA AO EXCLUIR FONE/EMAIL' TO WRK-MSGERRO
                 NOT INVALID KEY
                   MOVE 'FONE/EMAIL EXCLUIDO' TO WRK-MSGERRO
               END-DELETE
             ELSE
               MOVE 'EXCLUSAO CANCELADA' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

           8980-CAPTURA-ADICIONAL.
             SET WRK-ADIC-SEGUE TO TRUE.
             SET DADOS-INVALIDOS TO TRUE.
             PERFORM 8981-VALIDA-ADICIONAL UNTIL DADOS-VALIDOS.

           8981-VALIDA-ADICIONAL.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             DISPLAY TELA-ADICIONAL.
             ACCEPT SS-DADOS-ADIC.
             INSPECT ADIC-MEIO CONVERTING 'fe' TO 'FE'.
             INSPECT ADIC-TIPO CONVERTING 'ctrb' TO 'CTRB'.
             INSPECT ADIC-PRINCIPAL CONVERTING 'ps' TO 'PS'.
             IF ADIC-MEIO = SPACE
               SET WRK-ADIC-CANCELADO TO TRUE
               SET DADOS-VALIDOS TO TRUE
             ELSE
               PERFORM 8982-VALIDAR-CAMPOS-ADIC
             END-IF.

           8982-VALIDAR-CAMPOS-ADIC.
             SET DADOS-VALIDOS TO TRUE.
             IF NOT ADIC-MEIO-FONE AND NOT ADIC-MEIO-EMAIL
               MOVE 'MEIO DEVE SER F OU E' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             END-IF.
             IF DADOS-VALIDOS
                AND NOT ADIC-CELULAR AND NOT ADIC-TRABALHO
                AND NOT ADIC-RESIDENCIAL AND NOT ADIC-COBRANCA
               MOVE 'TIPO DEVE SER C, T, R OU B' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             END-IF.
             IF DADOS-VALIDOS
                AND NOT ADIC-E-PRINCIPAL AND NOT ADIC-E-SECUNDARIO
               MOVE 'INFORMAR P OU S' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             END-IF.
             IF DADOS-VALIDOS
               IF ADIC-MEIO-FONE
                 PERFORM 8983-VALIDAR-FONE-ADIC
               ELSE
                 PERFORM 8984-VALIDAR-EMAIL-ADIC
               END-IF
             END-IF.

           8983-VALIDAR-FONE-ADIC.
             MOVE SPACES TO ADIC-EMAIL.
             IF ADIC-FONE = ZEROS
               MOVE 'TELEFONE NAO PODE SER ZERO' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             ELSE
               IF ADIC-FONE = WRK-FONE-PESQUISA
                 MOVE 'FONE IGUAL AO PRINCIPAL' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
               ELSE
                 COMPUTE WRK-DDD-FONE = ADIC-FONE / 10000000
                 MOVE WRK-DDD-FONE TO DDD-NUMERO
                 READ TABELA-DDD
                   INVALID KEY
                     MOVE 'DDD DO TELEFONE NAO CADASTRADO'
                       TO WRK-MSGERRO
                     SET DADOS-INVALIDOS TO TRUE
                     ACCEPT MOSTRA-ERRO
                   NOT INVALID KEY
                     PERFORM 8985-CONFERIR-DONO-FONE
                 END-READ
               END-IF
             END-IF.

           8984-VALIDAR-EMAIL-ADIC.
             MOVE ZEROS TO ADIC-FONE.
             MOVE ZEROS TO WRK-CONT-ARROBA WRK-CONT-PONTO.
             INSPECT ADIC-EMAIL TALLYING WRK-CONT-ARROBA FOR ALL '@'.
             INSPECT ADIC-EMAIL TALLYING WRK-CONT-PONTO FOR ALL '.'.
             IF WRK-CONT-ARROBA = ZEROS OR WRK-CONT-PONTO = ZEROS
               MOVE 'EMAIL INVALIDO' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             ELSE
               IF ADIC-EMAIL = CLIENTES-EMAIL
                 MOVE 'EMAIL IGUAL AO PRINCIPAL' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.

      *****************************************
      * O FONE ADICIONAL NAO PODE SER CHAVE DE OUTRO CLIENTE NEM
      * JA ESTAR LIGADO A UM CLIENTE VIVO (O PROPRIO ITEM EM
      * ALTERACAO NAO CONTA). O FONE PODE APARECER EM VARIOS
      * ITENS, ENTAO TODOS SAO CONFERIDOS. OS REGISTROS EM
      * EDICAO SAO PRESERVADOS E RESTAURADOS NO FIM.
      *****************************************
           8985-CONFERIR-DONO-FONE.
             MOVE ADICIONAL-REG TO WRK-ADIC-SALVO.
             MOVE ADIC-FONE TO CLIENTES-FONE.
             READ CLIENTES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'FONE JA E PRINCIPAL DE CLIENTE' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
             END-READ.
             IF DADOS-VALIDOS
               MOVE ADIC-FONE TO WRK-ADIC-FONE-BUSCA
               START ADICIONAIS KEY IS EQUAL ADIC-FONE
                 INVALID KEY
                   CONTINUE
               END-START
               IF ADIC-STATUS = 00
                 SET WRK-ADIC-BUSCA-SEGUE TO TRUE
                 PERFORM 8987-PROXIMO-MESMO-FONE
                   UNTIL WRK-ADIC-BUSCA-FIM OR DADOS-INVALIDOS
               END-IF
             END-IF.
             MOVE WRK-ADIC-SALVO TO ADICIONAL-REG.
             MOVE WRK-REG-SALVO  TO CLIENTES-REG.

           8986-CONFERIR-OUTRO-DONO.
             IF ADIC-FONE-CLIENTE = WRK-FONE-PESQUISA
               IF ADIC-SEQUENCIA NOT = WRK-ADIC-SEQ
                 MOVE 'FONE JA LIGADO A ESTE CLIENTE' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
               END-IF
             ELSE
               MOVE ADIC-FONE-CLIENTE TO CLIENTES-FONE
               READ CLIENTES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'FONE JA E ADICIONAL DE CLIENTE'
                     TO WRK-MSGERRO
                   SET DADOS-INVALIDOS TO TRUE
                   ACCEPT MOSTRA-ERRO
               END-READ
             END-IF.

           8987-PROXIMO-MESMO-FONE.
             READ ADICIONAIS NEXT RECORD
               AT END
                 SET WRK-ADIC-BUSCA-FIM TO TRUE
               NOT AT END
                 IF ADIC-FONE NOT = WRK-ADIC-FONE-BUSCA
                   SET WRK-ADIC-BUSCA-FIM TO TRUE
                 ELSE
                   PERFORM 8986-CONFERIR-OUTRO-DONO
                 END-IF
             END-READ.

      *****************************************
      * UM SO PRINCIPAL POR MEIO: OS DEMAIS ITENS DO CLIENTE NO
      * MESMO MEIO MARCADOS COMO PRINCIPAL PASSAM A SECUNDARIO.
      *****************************************
           8990-REBAIXAR-PRINCIPAL.
             MOVE ADICIONAL-REG TO WRK-ADIC-SALVO.
             MOVE ADIC-MEIO TO WRK-ADIC-MEIO.
             MOVE WRK-FONE-PESQUISA TO ADIC-FONE-CLIENTE.
             MOVE ZEROS TO ADIC-SEQUENCIA.
             START ADICIONAIS KEY IS NOT LESS THAN ADIC-CHAVE
               INVALID KEY
                 CONTINUE
             END-START.
             IF ADIC-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 8991-REBAIXAR-ITEM UNTIL WRK-FIM-ARQUIVO
             END-IF.
             MOVE WRK-ADIC-SALVO TO ADICIONAL-REG.

           8991-REBAIXAR-ITEM.
             READ ADICIONAIS NEXT RECORD
               AT END
                 SET WRK-FIM-ARQUIVO TO TRUE
               NOT AT END
                 IF ADIC-FONE-CLIENTE NOT = WRK-FONE-PESQUISA
                   SET WRK-FIM-ARQUIVO TO TRUE
                 ELSE
                   IF ADIC-SEQUENCIA NOT = WRK-ADIC-SEQ
                      AND ADIC-MEIO = WRK-ADIC-MEIO
                      AND ADIC-E-PRINCIPAL
                     SET ADIC-E-SECUNDARIO TO TRUE
                     REWRITE ADICIONAL-REG
                   END-IF
                 END-IF
             END-READ.

      *****************************************
      * DONO DE UM FONE ADICIONAL (WRK-ADIC-FONE-BUSCA). O FONE E
      * CHAVE ALTERNADA COM DUPLICATAS: PERCORRE TODOS OS ITENS
      * COM ELE ATE ACHAR UM CLIENTE VIVO. O CLIENTE EM
      * WRK-ADIC-IGNORADO NAO CONTA. NO FIM:
      *   WRK-ADIC-DONO-VIVO     - DONO VIVO EM CLIENTES-REG;
      *   WRK-ADIC-DONO-EXCLUIDO - SO HAVIA DONOS EXCLUIDOS;
      *   WRK-ADIC-SEM-DONO      - O FONE NAO E ADICIONAL DE NINGUEM.
      * CLIENTES-REG E ADICIONAL-REG FICAM ALTERADOS; QUEM CHAMA
      * OS RESTAURA SE PRECISAR.
      *****************************************
           8995-PROCURAR-DONO-ADICIONAL.
             SET WRK-ADIC-SEM-DONO TO TRUE.
             MOVE WRK-ADIC-FONE-BUSCA TO ADIC-FONE.
             START ADICIONAIS KEY IS EQUAL ADIC-FONE
               INVALID KEY
                 CONTINUE
             END-START.
             IF ADIC-STATUS = 00
               SET WRK-ADIC-BUSCA-SEGUE TO TRUE
               PERFORM 8996-PROXIMO-DONO-ADICIONAL
                 UNTIL WRK-ADIC-BUSCA-FIM
             END-IF.

           8996-PROXIMO-DONO-ADICIONAL.
             READ ADICIONAIS NEXT RECORD
               AT END
                 SET WRK-ADIC-BUSCA-FIM TO TRUE
               NOT AT END
                 IF ADIC-FONE NOT = WRK-ADIC-FONE-BUSCA
                   SET WRK-ADIC-BUSCA-FIM TO TRUE
                 ELSE
                   IF ADIC-FONE-CLIENTE NOT = WRK-ADIC-IGNORADO
                     MOVE ADIC-FONE-CLIENTE TO CLIENTES-FONE
                     READ CLIENTES
                       INVALID KEY
                         SET WRK-ADIC-DONO-EXCLUIDO TO TRUE
                       NOT INVALID KEY
                         SET WRK-ADIC-DONO-VIVO TO TRUE
                         SET WRK-ADIC-BUSCA-FIM TO TRUE
                     END-READ
                   END-IF
                 END-IF
             END-READ.

           9000-AUDITAR.
             IF AUDIT-TROCA-FONE
               MOVE WRK-FONE-ANTIGO TO AUDIT-FONE
               MOVE WRK-FONE-NOVO   TO AUDIT-FONE-NOVO
             ELSE
               MOVE CLIENTES-FONE TO AUDIT-FONE
               MOVE ZEROS TO AUDIT-FONE-NOVO
             END-IF.
             ACCEPT AUDIT-DATA FROM DATE YYYYMMDD.
             ACCEPT AUDIT-HORA FROM TIME.
             MOVE WRK-OPER-LOGADO TO AUDIT-OPERADOR.
             MOVE AUDIT-NOME-ORIGINAL  TO AUDIT-NOME-ANTES.
             MOVE AUDIT-EMAIL-ORIGINAL TO AUDIT-EMAIL-ANTES.
             MOVE AUDIT-SITUACAO-ORIGINAL TO AUDIT-SITUACAO-ANTES.
             IF AUDIT-EXCLUSAO
               MOVE SPACES TO AUDIT-NOME-DEPOIS AUDIT-EMAIL-DEPOIS
                              AUDIT-SITUACAO-DEPOIS
             ELSE
               MOVE CLIENTES-NOME  TO AUDIT-NOME-DEPOIS
               MOVE CLIENTES-EMAIL TO AUDIT-EMAIL-DEPOIS
               MOVE CLIENTES-SITUACAO TO AUDIT-SITUACAO-DEPOIS
             END-IF.
             MOVE ZEROS TO WRK-AUD-TENTA.
             SET WRK-AUD-NAO-GRAVADO TO TRUE.
             PERFORM 9010-GRAVAR-AUDITORIA
               UNTIL WRK-AUD-GRAVADO OR WRK-AUD-TENTA > 3.
             IF WRK-AUD-NAO-GRAVADO
               MOVE 'FALHA AO GRAVAR TRILHA DE AUDITORIA' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             END-IF.

      *****************************************
      * DOIS EVENTOS DO MESMO FONE NO MESMO CENTESIMO DE
      * SEGUNDO COLIDEM NA CHAVE; A HORA E INCREMENTADA E A
      * GRAVACAO E REPETIDA ANTES DE DESISTIR.
      *****************************************
           9010-GRAVAR-AUDITORIA.
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
      * ACOMPANHAMENTO DOS CASOS DE RECLAMACAO. O CASO E
      * LOCALIZADO PELO PROTOCOLO OU, SEM ELE, PELO TELEFONE
      * (TODOS OS CASOS DO CLIENTE, UM A UM). FECHAR EXIGE A
      * SOLUCAO; CASO FECHADO SO E REABERTO PELO SUPERVISOR.
      *****************************************
           9100-RECLAMACOES.
             MOVE 'MODULO - RECLAMACOES' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE ZEROS TO WRK-PROTOCOLO-PESQ.
             DISPLAY TELA-BUSCA-PROTOCOLO.
             ACCEPT TELA-BUSCA-PROTOCOLO.
             IF WRK-PROTOCOLO-PESQ NOT = ZEROS
               MOVE WRK-PROTOCOLO-PESQ TO RECL-PROTOCOLO
               READ RECLAMACOES
                 INVALID KEY
                   MOVE 'PROTOCOLO NAO ENCONTRADO' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   PERFORM 9120-REVISAR-RECLAMACAO
               END-READ
             ELSE
               PERFORM 9105-RECLAMACOES-POR-FONE
             END-IF.

           9105-RECLAMACOES-POR-FONE.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
             MOVE CLIENTES-FONE TO WRK-FONE-PESQUISA.
             MOVE WRK-FONE-PESQUISA TO RECL-FONE.
             START RECLAMACOES KEY IS NOT LESS THAN RECL-FONE
               INVALID KEY
                 MOVE 'SEM RECLAMACOES PARA O FONE' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-START.
             IF RECL-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 9110-PROXIMA-RECLAMACAO UNTIL WRK-FIM-ARQUIVO
             END-IF.

           9110-PROXIMA-RECLAMACAO.
             READ RECLAMACOES NEXT RECORD
               AT END
                 SET WRK-FIM-ARQUIVO TO TRUE
                 MOVE 'FIM DAS RECLAMACOES' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT AT END
                 IF RECL-FONE NOT = WRK-FONE-PESQUISA
                   SET WRK-FIM-ARQUIVO TO TRUE
                   MOVE 'FIM DAS RECLAMACOES' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 ELSE
                   DISPLAY TELA
                   DISPLAY TELA-RECLAMACAO
                   MOVE 'A=ATUALIZA ENTER=PROX X=SAIR' TO WRK-MSGERRO
                   MOVE SPACE TO WRK-TECLA
                   ACCEPT MOSTRA-ERRO
                   EVALUATE WRK-TECLA
                     WHEN 'A' WHEN 'a'
                       PERFORM 9120-REVISAR-RECLAMACAO
                       SET WRK-FIM-ARQUIVO TO TRUE
                     WHEN 'X' WHEN 'x'
                       SET WRK-FIM-ARQUIVO TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ.

           9120-REVISAR-RECLAMACAO.
             IF RECL-FECHADA AND NOT WRK-SUPERVISOR
               DISPLAY TELA
               DISPLAY TELA-RECLAMACAO
               MOVE 'CASO FECHADO - SO SUPERVISOR' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             ELSE
               MOVE RECL-SITUACAO TO WRK-RECL-SIT-ANTES
               SET DADOS-INVALIDOS TO TRUE
               PERFORM 9130-VALIDA-RECLAMACAO UNTIL DADOS-VALIDOS
               PERFORM 9140-GRAVAR-RECLAMACAO
             END-IF.

           9130-VALIDA-RECLAMACAO.
             DISPLAY TELA.
             DISPLAY TELA-RECLAMACAO.
             ACCEPT SS-DADOS-RECL.
             INSPECT RECL-CATEGORIA CONVERTING 'pcaeo' TO 'PCAEO'.
             INSPECT RECL-SITUACAO CONVERTING 'aef' TO 'AEF'.
             SET DADOS-VALIDOS TO TRUE.
             IF NOT RECL-CAT-PRODUTO AND NOT RECL-CAT-COBRANCA
                AND NOT RECL-CAT-ATENDIMENTO AND NOT RECL-CAT-ENTREGA
                AND NOT RECL-CAT-OUTRA
               MOVE 'CATEGORIA DEVE SER P,C,A,E,O' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             ELSE
               IF NOT RECL-ABERTA AND NOT RECL-ANDAMENTO
                  AND NOT RECL-FECHADA
                 MOVE 'SITUACAO DEVE SER A, E OU F' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
               ELSE
                 IF RECL-FECHADA AND RECL-SOLUCAO = SPACES
                   MOVE 'INFORME A SOLUCAO PARA FECHAR' TO WRK-MSGERRO
                   SET DADOS-INVALIDOS TO TRUE
                   ACCEPT MOSTRA-ERRO
                 ELSE
                   PERFORM 8865-CONFERIR-RESPONSAVEL
                 END-IF
               END-IF
             END-IF.

           9140-GRAVAR-RECLAMACAO.
             IF RECL-FECHADA AND WRK-RECL-SIT-ANTES NOT = 'F'
               ACCEPT RECL-DATA-FECHAMENTO FROM DATE YYYYMMDD
             END-IF.
             IF NOT RECL-FECHADA
               MOVE ZEROS TO RECL-DATA-FECHAMENTO
             END-IF.
             ACCEPT RECL-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
             MOVE WRK-OPER-LOGADO TO RECL-ATUALIZADO-POR.
             REWRITE RECLAMA-REG.
             IF RECL-STATUS = 00
               MOVE 'RECLAMACAO ATUALIZADA' TO WRK-MSGERRO
             ELSE
               MOVE 'FALHA AO GRAVAR RECLAMACAO' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

           9200-OPERADORES.
             MOVE 'MODULO - OPERADORES' TO WRK-MODULO.
             DISPLAY TELA.
             MOVE SPACE TO WRK-OPCAO-OPER.
             ACCEPT MENU-OPERADOR.
             EVALUATE WRK-OPCAO-OPER
               WHEN 1
                 PERFORM 9210-INCLUIR-OPERADOR
               WHEN 2
                 PERFORM 9220-CONSULTAR-OPERADOR
               WHEN 3
                 PERFORM 9230-ALTERAR-OPERADOR
               WHEN 4
                 PERFORM 9240-EXCLUIR-OPERADOR
               WHEN OTHER
                 CONTINUE
             END-EVALUATE.

           9210-INCLUIR-OPERADOR.
             MOVE 'MODULO - INCLUIR OPERADOR' TO WRK-MODULO.
             MOVE SPACES TO OPER-ID OPER-NOME OPER-PERFIL OPER-SENHA.
             SET DADOS-INVALIDOS TO TRUE.
             PERFORM 9250-CAPTURA-VALIDA-OPERADOR UNTIL DADOS-VALIDOS.
             WRITE OPERADOR-REG
               INVALID KEY
                 MOVE 'USUARIO JA CADASTRADO' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT INVALID KEY
                 MOVE 'OPERADOR INCLUIDO' TO WRK-MSGERRO
                     NOT INVALID KEY
                       MOVE PANT-NOME  TO AUDIT-NOME-ORIGINAL
                       MOVE PANT-EMAIL TO AUDIT-EMAIL-ORIGINAL
                       MOVE PANT-SITUACAO TO AUDIT-SITUACAO-ORIGINAL
                       SET AUDIT-ALTERACAO TO TRUE
                       PERFORM 9000-AUDITAR
                       PERFORM 9370-MARCAR-APROVADO
               ACCEPT MOSTRA-ERRO
             END-IF.

      *****************************************
      * VINCULOS DO CLIENTE COM OUTROS CLIENTES: PERCORRE OS
      * VINCULOS REGISTRADOS NELE (A=ALTERA AS DATAS, E=EXCLUI)
      * E, AO FIM DA LISTA, OFERECE A INCLUSAO DE UM NOVO. O
      * FONE VINCULADO PRECISA SER DE CLIENTE CADASTRADO; O
      * VINCULO DE GRUPO VALE NOS DOIS SENTIDOS E NAO E
      * REGISTRADO DE NOVO PELO OUTRO LADO. VINCULO ENCERRADO
      * FICA COM A DATA FIM; A EXCLUSAO E PARA LANCAMENTO ERRADO.
      *****************************************
           9400-VINCULOS.
             MOVE 'MODULO - VINCULOS' TO WRK-MODULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             ACCEPT CHAVE.
             READ CLIENTES
               INVALID KEY
                 PERFORM 9601-TRATAR-STATUS-CLIENTES
               NOT INVALID KEY
                 MOVE CLIENTES-FONE TO WRK-FONE-PESQUISA
                 MOVE CLIENTES-REG  TO WRK-REG-SALVO
                 PERFORM 9410-LISTAR-VINCULOS
             END-READ.

           9410-LISTAR-VINCULOS.
             SET WRK-VINC-OFERECE-INCLUSAO TO TRUE.
             SET WRK-VINC-DIRETO TO TRUE.
             MOVE WRK-FONE-PESQUISA TO VINC-FONE-ORIGEM.
             MOVE ZEROS TO VINC-FONE-DESTINO.
             MOVE SPACE TO VINC-PAPEL.
             START VINCULOS KEY IS NOT LESS THAN VINC-CHAVE
               INVALID KEY
                 MOVE 'SEM VINCULOS REGISTRADOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
             END-START.
             IF VINC-STATUS = 00
               SET WRK-NAO-FIM TO TRUE
               PERFORM 9420-PROXIMO-VINCULO UNTIL WRK-FIM-ARQUIVO
             END-IF.
             IF WRK-VINC-OFERECE-INCLUSAO
               DISPLAY TELA
               DISPLAY TELA-REGISTRO
               MOVE 'INCLUIR VINCULO (S/N)?' TO WRK-MSGERRO
               MOVE SPACE TO WRK-CONFIRMA
               ACCEPT TELA-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 PERFORM 9430-INCLUIR-VINCULO
               END-IF
             END-IF.

           9420-PROXIMO-VINCULO.
             READ VINCULOS NEXT RECORD
               AT END
                 SET WRK-FIM-ARQUIVO TO TRUE
                 MOVE 'FIM DOS VINCULOS' TO WRK-MSGERRO
                 ACCEPT MOSTRA-ERRO
               NOT AT END
                 IF VINC-FONE-ORIGEM NOT = WRK-FONE-PESQUISA
                   SET WRK-FIM-ARQUIVO TO TRUE
                   MOVE 'FIM DOS VINCULOS' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 ELSE
                   MOVE VINC-FONE-DESTINO TO WRK-VINC-FONE-OUTRO
                   PERFORM 9490-DESCREVER-VINCULO
                   DISPLAY TELA
                   DISPLAY TELA-REGISTRO
                   DISPLAY TELA-VINCULO-LISTA
                   MOVE 'A=ALT E=EXC ENTER=PROX X=SAIR' TO WRK-MSGERRO
                   MOVE SPACE TO WRK-TECLA
                   ACCEPT MOSTRA-ERRO
                   EVALUATE WRK-TECLA
                     WHEN 'A' WHEN 'a'
                       PERFORM 9440-ALTERAR-VINCULO
                       SET WRK-FIM-ARQUIVO TO TRUE
                       SET WRK-VINC-ENCERRA TO TRUE
                     WHEN 'E' WHEN 'e'
                       PERFORM 9445-EXCLUIR-VINCULO
                       SET WRK-FIM-ARQUIVO TO TRUE
                       SET WRK-VINC-ENCERRA TO TRUE
                     WHEN 'X' WHEN 'x'
                       SET WRK-FIM-ARQUIVO TO TRUE
                       SET WRK-VINC-ENCERRA TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
                 END-IF
             END-READ.

           9430-INCLUIR-VINCULO.
             SET WRK-VINC-INCLUSAO TO TRUE.
             MOVE WRK-FONE-PESQUISA TO VINC-FONE-ORIGEM.
             MOVE ZEROS TO VINC-FONE-DESTINO VINC-DATA-FIM VINC-DATA
                           WRK-VINC-FONE-OUTRO.
             MOVE SPACES TO VINC-PAPEL VINC-OPERADOR WRK-VINC-NOME
                            WRK-VINC-PAPEL-DESC.
             ACCEPT VINC-DATA-INICIO FROM DATE YYYYMMDD.
             PERFORM 9450-CAPTURA-VINCULO.
             IF WRK-VINC-CANCELADO
               MOVE 'INCLUSAO CANCELADA' TO WRK-MSGERRO
             ELSE
               ACCEPT VINC-DATA FROM DATE YYYYMMDD
               MOVE WRK-OPER-LOGADO TO VINC-OPERADOR
               WRITE VINCULO-REG
               EVALUATE VINC-STATUS
                 WHEN 00
                   MOVE 'VINCULO INCLUIDO' TO WRK-MSGERRO
                 WHEN 22
                   MOVE 'VINCULO JA CADASTRADO' TO WRK-MSGERRO
                 WHEN OTHER
                   MOVE 'FALHA AO GRAVAR VINCULO' TO WRK-MSGERRO
               END-EVALUATE
             END-IF.
             ACCEPT MOSTRA-ERRO.

           9440-ALTERAR-VINCULO.
             SET WRK-VINC-ALTERACAO TO TRUE.
             PERFORM 9450-CAPTURA-VINCULO.
             IF WRK-VINC-CANCELADO
               MOVE 'ALTERACAO CANCELADA' TO WRK-MSGERRO
             ELSE
               ACCEPT VINC-DATA FROM DATE YYYYMMDD
               MOVE WRK-OPER-LOGADO TO VINC-OPERADOR
               REWRITE VINCULO-REG
               IF VINC-STATUS = 00
                 MOVE 'VINCULO ALTERADO' TO WRK-MSGERRO
               ELSE
                 MOVE 'FALHA AO GRAVAR VINCULO' TO WRK-MSGERRO
               END-IF
             END-IF.
             ACCEPT MOSTRA-ERRO.

           9445-EXCLUIR-VINCULO.
             MOVE 'EXCLUIR ESTE VINCULO (S/N)?' TO WRK-MSGERRO.
             MOVE SPACE TO WRK-CONFIRMA.
             ACCEPT TELA-CONFIRMA.
             IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               DELETE VINCULOS
                 INVALID KEY
                   MOVE 'FALHA AO EXCLUIR VINCULO' TO WRK-MSGERRO
                 NOT INVALID KEY
                   MOVE 'VINCULO EXCLUIDO' TO WRK-MSGERRO
               END-DELETE
             ELSE
               MOVE 'EXCLUSAO CANCELADA' TO WRK-MSGERRO
             END-IF.
             ACCEPT MOSTRA-ERRO.

      *****************************************
      * NA INCLUSAO SAO INFORMADOS FONE, PAPEL E DATAS; NA
      * ALTERACAO SO AS DATAS (FONE E PAPEL SAO A CHAVE).
      *****************************************
           9450-CAPTURA-VINCULO.
             SET WRK-VINC-SEGUE TO TRUE.
             SET DADOS-INVALIDOS TO TRUE.
             PERFORM 9451-VALIDA-VINCULO UNTIL DADOS-VALIDOS.

           9451-VALIDA-VINCULO.
             DISPLAY TELA.
             DISPLAY TELA-REGISTRO.
             DISPLAY TELA-VINCULO-LISTA.
             DISPLAY TELA-VINCULO.
             IF WRK-VINC-INCLUSAO
               ACCEPT SS-DADOS-VINC
               INSPECT VINC-PAPEL CONVERTING 'rcfg' TO 'RCFG'
               IF VINC-FONE-DESTINO = ZEROS
                 SET WRK-VINC-CANCELADO TO TRUE
               END-IF
             ELSE
               ACCEPT SS-DATAS-VINC
             END-IF.
             IF VINC-DATA-INICIO = ZEROS
               SET WRK-VINC-CANCELADO TO TRUE
             END-IF.
             IF WRK-VINC-CANCELADO
               SET DADOS-VALIDOS TO TRUE
             ELSE
               PERFORM 9452-VALIDAR-CAMPOS-VINC
             END-IF.

           9452-VALIDAR-CAMPOS-VINC.
             SET DADOS-VALIDOS TO TRUE.
             IF WRK-VINC-INCLUSAO
               PERFORM 9453-VALIDAR-CHAVE-VINC
             END-IF.
             IF DADOS-VALIDOS
               MOVE VINC-DATA-INICIO TO WRK-DATA-PRAZO-N
               PERFORM 9460-VALIDAR-DATA-VINC
               IF WRK-VINC-DATA-INVALIDA
                 MOVE 'DATA DE INICIO INVALIDA' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
               END-IF
             END-IF.
             IF DADOS-VALIDOS AND VINC-DATA-FIM NOT = ZEROS
               MOVE VINC-DATA-FIM TO WRK-DATA-PRAZO-N
               PERFORM 9460-VALIDAR-DATA-VINC
               IF WRK-VINC-DATA-INVALIDA
                 MOVE 'DATA DE FIM INVALIDA' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
               ELSE
                 IF VINC-DATA-FIM < VINC-DATA-INICIO
                   MOVE 'FIM ANTERIOR AO INICIO' TO WRK-MSGERRO
                   SET DADOS-INVALIDOS TO TRUE
                   ACCEPT MOSTRA-ERRO
                 END-IF
               END-IF
             END-IF.

           9453-VALIDAR-CHAVE-VINC.
             IF VINC-FONE-DESTINO = WRK-FONE-PESQUISA
               MOVE 'VINCULO COM O PROPRIO CLIENTE' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             END-IF.
             IF DADOS-VALIDOS
                AND NOT VINC-REPRESENTANTE AND NOT VINC-COMPRADOR
                AND NOT VINC-FUNCIONARIO AND NOT VINC-GRUPO
               MOVE 'PAPEL DEVE SER R, C, F OU G' TO WRK-MSGERRO
               SET DADOS-INVALIDOS TO TRUE
               ACCEPT MOSTRA-ERRO
             END-IF.
             IF DADOS-VALIDOS
               MOVE VINC-FONE-DESTINO TO CLIENTES-FONE
               READ CLIENTES
                 INVALID KEY
                   MOVE 'FONE VINCULADO NAO CADASTRADO'
                     TO WRK-MSGERRO
                   SET DADOS-INVALIDOS TO TRUE
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   MOVE VINC-FONE-DESTINO TO WRK-VINC-FONE-OUTRO
                   MOVE CLIENTES-NOME TO WRK-VINC-NOME
               END-READ
               MOVE WRK-REG-SALVO TO CLIENTES-REG
             END-IF.
             IF DADOS-VALIDOS AND VINC-GRUPO
               PERFORM 9455-CONFERIR-GRUPO-INVERSO
             END-IF.

      *****************************************
      * O GRUPO JA REGISTRADO A PARTIR DO OUTRO CLIENTE NAO E
      * DUPLICADO. O REGISTRO EM EDICAO E PRESERVADO.
      *****************************************
           9455-CONFERIR-GRUPO-INVERSO.
             MOVE VINCULO-REG TO WRK-VINC-SALVO.
             MOVE VINC-FONE-DESTINO TO VINC-FONE-ORIGEM.
             MOVE WRK-FONE-PESQUISA TO VINC-FONE-DESTINO.
             READ VINCULOS
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'GRUPO JA REGISTRADO NO OUTRO' TO WRK-MSGERRO
                 SET DADOS-INVALIDOS TO TRUE
                 ACCEPT MOSTRA-ERRO
             END-READ.
             MOVE WRK-VINC-SALVO TO VINCULO-REG.

      *****************************************
      * DATA AAAAMMDD COM MES DE 1 A 12 E DIA DENTRO DO MES,
      * CONSIDERANDO FEVEREIRO DOS ANOS BISSEXTOS.
      *****************************************
           9460-VALIDAR-DATA-VINC.
             SET WRK-VINC-DATA-OK TO TRUE.
             IF WRK-ANO-PRAZO < 1900
                OR WRK-MES-PRAZO < 1 OR WRK-MES-PRAZO > 12
                OR WRK-DIA-PRAZO < 1
               SET WRK-VINC-DATA-INVALIDA TO TRUE
             ELSE
               MOVE WRK-TAB-MES (WRK-MES-PRAZO) TO WRK-DIAS-MES
               IF WRK-MES-PRAZO = 2
                 PERFORM 8885-VERIFICAR-BISSEXTO
                 IF WRK-BISSEXTO
                   MOVE 29 TO WRK-DIAS-MES
                 END-IF
               END-IF
               IF WRK-DIA-PRAZO > WRK-DIAS-MES
                 SET WRK-VINC-DATA-INVALIDA TO TRUE
               END-IF
             END-IF.

      *****************************************
      * PAPEL DO VINCULO VISTO DO CLIENTE CONSULTADO E NOME DO
      * OUTRO CLIENTE. O REGISTRO DO CLIENTE E PRESERVADO.
      *****************************************
           9490-DESCREVER-VINCULO.
             EVALUATE TRUE
               WHEN VINC-GRUPO
                 MOVE 'MESMO GRUPO ECONOM.' TO WRK-VINC-PAPEL-DESC
               WHEN VINC-REPRESENTANTE AND WRK-VINC-DIRETO
                 MOVE 'REPRESENTANTE LEGAL' TO WRK-VINC-PAPEL-DESC
               WHEN VINC-REPRESENTANTE
                 MOVE 'REPRESENTANTE DE' TO WRK-VINC-PAPEL-DESC
               WHEN VINC-COMPRADOR AND WRK-VINC-DIRETO
                 MOVE 'COMPRADOR' TO WRK-VINC-PAPEL-DESC
               WHEN VINC-COMPRADOR
                 MOVE 'COMPRADOR DE' TO WRK-VINC-PAPEL-DESC
               WHEN VINC-FUNCIONARIO AND WRK-VINC-DIRETO
                 MOVE 'FUNCIONARIO' TO WRK-VINC-PAPEL-DESC
               WHEN VINC-FUNCIONARIO
                 MOVE 'FUNCIONARIO DE' TO WRK-VINC-PAPEL-DESC
               WHEN OTHER
                 MOVE VINC-PAPEL TO WRK-VINC-PAPEL-DESC
             END-EVALUATE.
             MOVE CLIENTES-REG TO WRK-VINC-CLI-SALVO.
             MOVE WRK-VINC-FONE-OUTRO TO CLIENTES-FONE.
             READ CLIENTES
               INVALID KEY
                 MOVE 'CLIENTE NAO ESTA MAIS NA BASE' TO WRK-VINC-NOME
               NOT INVALID KEY
                 MOVE CLIENTES-NOME TO WRK-VINC-NOME
             END-READ.
             MOVE WRK-VINC-CLI-SALVO TO CLIENTES-REG.

           9600-IDENTIFICAR-STATUS-CLIENTES.
             EVALUATE CLIENTES-STATUS
               WHEN 21
