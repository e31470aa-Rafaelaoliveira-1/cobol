      *****************************************
      * OBJETIVO: ORQUESTRADOR DO FECHAMENTO NOTURNO.
      *           EXECUTA EM SEQUENCIA OS PASSOS CONFIGURADOS
      *           (CLIENTES-BACKUP, CLIENTES-BALANCO,
      *           CLIENTES-DUPLICADOS, CLIENTES-RESUMO,
      *           CLIENTES-EXPORTA E CLIENTES-MOVIMENTO), REGISTRA
      *           INICIO, FIM E RETORNO DE CADA PASSO NO ARQUIVO DE
      *           CONTROLE NOTURNO.DAT E NO LOG RELNOTURNO.TXT.
      *           QUANDO UM PASSO FALHA A NOITE PARA ALI; NA PROXIMA
      *           EXECUCAO O PROGRAMA RETOMA DO PRIMEIRO PASSO NAO
      *           CONCLUIDO EM VEZ DE REPETIR OS JA EXECUTADOS.
      *           UM CICLO SO E REINICIADO DO PRIMEIRO PASSO QUANDO
      *           TODOS OS PASSOS DO CICLO ANTERIOR CONCLUIRAM, OU
      *           QUANDO A TABELA DE PASSOS MUDOU DESDE ELE.
      *           O BALANCEAMENTO VEM LOGO APOS O BACKUP: FORA DE
      *           BALANCO, A NOITE PARA ANTES DA EXPORTACAO E DO
      *           MOVIMENTO DA FILIAL.
      * AUTHOR:   RAFAELA OLIVEIRA SILVA
      *****************************************
       ENVIRONMENT DIVISION.
       77 WRK-DATA-EXECUCAO  PIC 9(08).
       77 WRK-HORA-EXECUCAO  PIC 9(08).
       77 WRK-IND            PIC 9(02) COMP.
       77 WRK-QTD-PASSOS     PIC 9(02) COMP VALUE 6.
       77 WRK-QTD-CONCLUIDOS PIC 9(02) COMP.
       77 WRK-COMANDO        PIC X(40).
       77 WRK-RETORNO        PIC S9(04).

       01 WRK-TAB-VALOR.
           05 FILLER             PIC X(20) VALUE 'CLIENTES-BACKUP'.
           05 FILLER             PIC X(20) VALUE 'CLIENTES-BALANCO'.
           05 FILLER             PIC X(20) VALUE 'CLIENTES-DUPLICADOS'.
           05 FILLER             PIC X(20) VALUE 'CLIENTES-RESUMO'.
           05 FILLER             PIC X(20) VALUE 'CLIENTES-EXPORTA'.
           05 FILLER             PIC X(20) VALUE 'CLIENTES-MOVIMENTO'.
       01 WRK-TAB-PASSOS REDEFINES WRK-TAB-VALOR.
           05 WRK-PASSO-PROG     PIC X(20) OCCURS 6 TIMES.

       77 WRK-FIM-SW         PIC X(01).
           88 WRK-FIM-NOITE       VALUE 'S'.
           88 WRK-CICLO-NOVO      VALUE 'S'.
           88 WRK-CICLO-RETOMADO  VALUE 'N'.

       77 WRK-TABELA-SW      PIC X(01).
           88 WRK-TABELA-CONFERE  VALUE 'S'.
           88 WRK-TABELA-MUDOU    VALUE 'N'.

       PROCEDURE DIVISION.

       0001-PRINCIPAL SECTION.

      *****************************************
      * O CICLO ANTERIOR SO E DESCARTADO SE TODOS OS PASSOS
      * CONCLUIRAM; CASO CONTRARIO A NOITE E RETOMADA. SE O
      * CONTROLE NAO CORRESPONDE A TABELA DE PASSOS ATUAL (PASSO
      * AUSENTE OU OUTRO PROGRAMA NA POSICAO) UM NOVO CICLO E
      * ABERTO.
      *****************************************
       1100-AVALIAR-CICLO.
           MOVE ZEROS TO WRK-QTD-CONCLUIDOS.
           SET WRK-CICLO-NOVO TO TRUE.
           SET WRK-TABELA-CONFERE TO TRUE.
           PERFORM 1110-CONTAR-CONCLUIDOS
             VARYING WRK-IND FROM 1 BY 1
             UNTIL WRK-IND > WRK-QTD-PASSOS.
           IF WRK-QTD-CONCLUIDOS > ZEROS
              AND WRK-QTD-CONCLUIDOS < WRK-QTD-PASSOS
              AND WRK-TABELA-CONFERE
             SET WRK-CICLO-RETOMADO TO TRUE
           END-IF.
           IF WRK-TABELA-MUDOU AND WRK-QTD-CONCLUIDOS > ZEROS
             MOVE 'TABELA DE PASSOS ALTERADA - CICLO ANTERIOR IGNORADO'
               TO WRK-LOG-TEXTO
             PERFORM 8000-GRAVAR-LOG
           END-IF.

       1110-CONTAR-CONCLUIDOS.
           MOVE WRK-IND TO CTRL-REL-KEY.
           READ CONTROLE-NOTURNO
             INVALID KEY
               SET WRK-TABELA-MUDOU TO TRUE
             NOT INVALID KEY
               IF CTRL-PROGRAMA NOT = WRK-PASSO-PROG (WRK-IND)
                 SET WRK-TABELA-MUDOU TO TRUE
               END-IF
               IF CTRL-CONCLUIDO
                 ADD 1 TO WRK-QTD-CONCLUIDOS
               END-IF
