           MOVE AANT-EMAIL-DEPOIS TO AUDIT-EMAIL-DEPOIS.
           MOVE AANT-FONE-NOVO    TO AUDIT-FONE-NOVO.
           MOVE SPACES            TO AUDIT-OPERADOR.
           MOVE SPACES            TO AUDIT-SITUACAO-ANTES
                                     AUDIT-SITUACAO-DEPOIS.
           MOVE ZEROS TO WRK-TENTATIVAS.
           SET WRK-NAO-GRAVADO TO TRUE.
           PERFORM 2200-TENTAR-GRAVAR
