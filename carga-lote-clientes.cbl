      *          core-banking, os clientes novos em CLIENTES.DAT,
      *          aplicando as mesmas regras da tela de inclusao
      *          (digito verificador de CPF/CNPJ e duplicidade) e
      *          registrando cada inclusao em MOVIMENTO.DAT. O
      *          cadastro criado em CADCLI.DAT fica em ALTCAD.DAT com o
      *          operador do job, para nao voltar ao core-banking.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS CAD-STATUS
               RECORD KEY IS ChaveCadCli.

           SELECT ARQ-ALTCAD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           FD ARQ-ALTCAD VALUE OF FILE-ID IS "ALTCAD.DAT".
           COPY ALTCAD.

       WORKING-STORAGE SECTION.
           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.
               88 CAD-STATUS-OK VALUE ZEROS.
               88 CAD-NAO-ENCONTRADO VALUE 35.

           77 ALC-STATUS PIC 9(02).
               88 ALC-NAO-ENCONTRADO VALUE 35.

           77 WS-DOC-CLIENTE PIC 9(14) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
                   OPEN I-O ARQ-CADCLI
               END-IF.

               OPEN EXTEND ARQ-ALTCAD
               IF ALC-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-ALTCAD
                   CLOSE ARQ-ALTCAD
                   OPEN EXTEND ARQ-ALTCAD
               END-IF.

           PROCESSAR-REGISTRO-CARGA.
               ADD 1 TO WS-TOTAL-LIDOS.

                       WRITE DADOS-CADCLI
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-CADCLI-CRIADOS
                               PERFORM GRAVA-ALTERACAO-CADCLI
                       END-WRITE
               END-READ.

               ACCEPT WS-HORA-SISTEMA FROM TIME.
               CALL "Numera-Movimento" USING WS-NUMERO-MOVIMENTO.

           GRAVA-ALTERACAO-CADCLI.
               ACCEPT WS-HORA-SISTEMA FROM TIME.
               MOVE WS-DATA-HOJE TO ALC-Data.
               MOVE WS-HORA-HHMMSS TO ALC-Hora.
               MOVE CAD-Documento TO ALC-Documento.
               SET ALC-INCLUSAO TO TRUE.
               MOVE WS-OPERADOR-JOB TO ALC-Operador.
               WRITE REG-ALTCAD.


           IMPRIMIR-RESUMO.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               CLOSE ARQ-AGENCIAS.
               CLOSE ARQ-RELATORIO.
               CLOSE ARQ-CADCLI.
               CLOSE ARQ-ALTCAD.

       END PROGRAM Carga-Lote-Clientes.
