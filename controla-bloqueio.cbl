      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Centraliza a consulta aos bloqueios judiciais e
      *          administrativos de BLOQUEIOS.DAT para todo programa
      *          que retira dinheiro de uma conta: devolve o total
      *          bloqueado em vigor na data de processamento, para que
      *          o chamador calcule o disponivel como Saldo +
      *          LimiteCredito - bloqueado, e registra em RECUSAS.DAT
      *          cada debito recusado por causa do bloqueio. So a
      *          falta de BLOQUEIOS.DAT quer dizer conta sem bloqueio;
      *          com o arquivo indisponivel o total devolvido e
      *          maior que qualquer saldo, e todo debito e recusado.
      *          Funcoes: "C" consultar total bloqueado,
      *          "R" registrar debito recusado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Controla-Bloqueio.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BLQ-STATUS
               RECORD KEY IS ChaveBloqueio.

           SELECT ARQ-RECUSAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-BLOQUEIOS VALUE OF FILE-ID IS "BLOQUEIOS.DAT".
           COPY BLOQUEIO.

           FD ARQ-RECUSAS VALUE OF FILE-ID IS "RECUSAS.DAT".
           COPY RECUSA.

       WORKING-STORAGE SECTION.
           77 BLQ-STATUS PIC 9(02).
               88 BLQ-STATUS-OK VALUE ZEROS.
               88 BLQ-NAO-ENCONTRADO VALUE 35.

           77 REC-STATUS PIC 9(02).
               88 REC-STATUS-OK VALUE ZEROS.
               88 REC-NAO-ENCONTRADO VALUE 35.

           77 WS-FIM-BLOQUEIOS PIC X(01) VALUE "N".
               88 FIM-BLOQUEIOS VALUE "S".

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

      * Maior que qualquer Saldo + LimiteCredito, sem estourar o
      * disponivel S9(10)V99 que os chamadores calculam.
           77 WS-BLOQUEIO-TOTAL PIC 9(11)V99 VALUE 5000000000,00.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           01 WS-HORA-SISTEMA.
               02 WS-HORA-HHMMSS PIC 9(06).
               02 WS-HORA-CENTESIMOS PIC 9(02).

       LINKAGE SECTION.
           77 LK-FUNCAO PIC X(01).
               88 FUNCAO-CONSULTAR VALUE "C".
               88 FUNCAO-REGISTRAR-RECUSA VALUE "R".
           77 LK-CHAVE-CONTA PIC X(18).
           77 LK-VALOR-BLOQUEADO PIC 9(11)V99.
           77 LK-VALOR-DEBITO PIC 9(09)V99.
           77 LK-ORIGEM PIC X(08).
           77 LK-OPERADOR PIC 9(04).

       PROCEDURE DIVISION USING LK-FUNCAO LK-CHAVE-CONTA
                                 LK-VALOR-BLOQUEADO LK-VALOR-DEBITO
                                 LK-ORIGEM LK-OPERADOR.
           MAIN-PROCEDURE.

           CONTROLAR.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

               EVALUATE TRUE
                   WHEN FUNCAO-CONSULTAR
                       PERFORM SOMAR-BLOQUEIOS-CONTA
                   WHEN FUNCAO-REGISTRAR-RECUSA
                       PERFORM GRAVAR-RECUSA
               END-EVALUATE.

               GOBACK.

           SOMAR-BLOQUEIOS-CONTA.
               MOVE ZEROS TO LK-VALOR-BLOQUEADO.
               MOVE "N" TO WS-FIM-BLOQUEIOS.

               OPEN INPUT ARQ-BLOQUEIOS.
               IF BLQ-NAO-ENCONTRADO THEN
                   EXIT PARAGRAPH
               END-IF.

               IF NOT BLQ-STATUS-OK THEN
                   DISPLAY "ARQUIVO BLOQUEIOS.DAT NAO DISPONIVEL - "
                       BLQ-STATUS " - DEBITO RECUSADO"
                   MOVE WS-BLOQUEIO-TOTAL TO LK-VALOR-BLOQUEADO
                   EXIT PARAGRAPH
               END-IF.

               MOVE LK-CHAVE-CONTA TO BLQ-CHAVE-CONTA.
               MOVE ZEROS TO BLQ-Sequencia.
               START ARQ-BLOQUEIOS KEY IS NOT LESS THAN ChaveBloqueio
                   INVALID KEY
                       SET FIM-BLOQUEIOS TO TRUE
               END-START.

               PERFORM ACUMULAR-BLOQUEIO UNTIL FIM-BLOQUEIOS.

               CLOSE ARQ-BLOQUEIOS.

           ACUMULAR-BLOQUEIO.
               READ ARQ-BLOQUEIOS NEXT RECORD
                   AT END
                       SET FIM-BLOQUEIOS TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF BLQ-CHAVE-CONTA NOT = LK-CHAVE-CONTA THEN
                   SET FIM-BLOQUEIOS TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               IF BLOQUEIO-ATIVO
                       AND BLQ-DataInicio NOT > WS-DATA-HOJE
                       AND (BLQ-DataLiberacao = ZEROS
                       OR BLQ-DataLiberacao > WS-DATA-HOJE) THEN
                   ADD BLQ-Valor TO LK-VALOR-BLOQUEADO
               END-IF.

           GRAVAR-RECUSA.
               OPEN EXTEND ARQ-RECUSAS
               IF REC-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-RECUSAS
                   CLOSE ARQ-RECUSAS
                   OPEN EXTEND ARQ-RECUSAS
               END-IF.

               ACCEPT WS-HORA-SISTEMA FROM TIME.
               MOVE WS-DATA-HOJE TO REC-Data.
               MOVE WS-HORA-HHMMSS TO REC-Hora.
               MOVE LK-CHAVE-CONTA TO REC-CHAVE-CONTA.
               MOVE LK-VALOR-DEBITO TO REC-ValorDebito.
               MOVE LK-VALOR-BLOQUEADO TO REC-ValorBloqueado.
               MOVE LK-ORIGEM TO REC-Origem.
               MOVE LK-OPERADOR TO REC-Operador.
               WRITE REG-RECUSA.

               CLOSE ARQ-RECUSAS.

       END PROGRAM Controla-Bloqueio.
