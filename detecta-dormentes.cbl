               OPEN I-O ARQ-CLIENTES
               IF NOT STATUS-OK THEN
                   DISPLAY "CLIENTES.DAT NAO DISPONIVEL - " ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

