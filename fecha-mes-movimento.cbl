                   PERFORM CONCLUIR-CONTROLE-EXECUCAO
               ELSE
                   PERFORM IMPRIMIR-RESULTADO-ERRO
                   MOVE 8 TO RETURN-CODE
               END-IF.

               STOP RUN.
               CLOSE ARQ-ARQUIVO-MES.
               DISPLAY "ARQUIVO " WS-NOME-ARQUIVO " JA EXISTE E NAO"
                   " ESTA VAZIO - FECHAMENTO ABANDONADO".
               MOVE 8 TO RETURN-CODE.
               STOP RUN.

           SEPARAR-E-TOTALIZAR.
