      * ARQUIVO INDEXADO: CHAVE PRIMARIA FONE + DATA + HORA
      * PARA CONSULTA DIRETA POR CLIENTE E CHAVE ALTERNADA
      * AUDIT-DATA PARA RELATORIOS POR PERIODO.
      * SITUACAO ANTES/DEPOIS (A/P/I) DO CLIENTE NO EVENTO; EM
      * BRANCO QUANDO NAO SE APLICA (ANTES NA INCLUSAO, DEPOIS NA
      * EXCLUSAO) E NOS EVENTOS ANTERIORES AO CAMPO.
      *****************************************************
       01  AUDITORIA-REG.
           05  AUDIT-CHAVE.
           05  AUDIT-EMAIL-DEPOIS     PIC X(40).
           05  AUDIT-FONE-NOVO        PIC 9(09).
           05  AUDIT-OPERADOR         PIC X(08).
           05  AUDIT-SITUACAO-ANTES   PIC X(01).
           05  AUDIT-SITUACAO-DEPOIS  PIC X(01).
