           MOVE AANT-EMAIL-DEPOIS TO AUDIT-EMAIL-DEPOIS.
           MOVE ZEROS TO AUDIT-FONE-NOVO.
           MOVE SPACES TO AUDIT-OPERADOR.
           MOVE SPACES TO AUDIT-SITUACAO-ANTES AUDIT-SITUACAO-DEPOIS.
           MOVE ZEROS TO WRK-TENTATIVAS.
           SET WRK-NAO-GRAVADO TO TRUE.
           PERFORM 2960-TENTAR-GRAVAR-AUDIT
