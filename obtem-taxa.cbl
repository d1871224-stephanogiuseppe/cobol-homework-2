      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Devolve a taxa em vigor numa data de referencia para
      *          um tipo de taxa e TipoConta, lida da tabela de taxas
      *          com vigencia (TAXAS.DAT): a de maior inicio de
      *          vigencia que nao seja posterior a data informada.
      *          Tipos: "R" rendimento mensal da poupanca,
      *          "J" juros diarios do cheque especial.
      *          Devolve tambem o inicio de vigencia da taxa achada e
      *          "S" ou "N" em LK-TAXA-ACHADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Obtem-Taxa.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TAXAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TXA-STATUS
               RECORD KEY IS ChaveTaxa.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-TAXAS VALUE OF FILE-ID IS "TAXAS.DAT".
           COPY TAXA.

       WORKING-STORAGE SECTION.
           77 TXA-STATUS PIC 9(02).
               88 TXA-STATUS-OK VALUE ZEROS.

           77 WS-FIM-TAXAS PIC X(01) VALUE "N".
               88 FIM-TAXAS VALUE "S".

       LINKAGE SECTION.
           77 LK-TIPO-TAXA PIC X(01).
           77 LK-TIPO-CONTA PIC 9(01).
           77 LK-DATA-REFERENCIA PIC 9(06).
           77 LK-TAXA PIC 9(01)V9(05).
           77 LK-INICIO-VIGENCIA PIC 9(06).
           77 LK-TAXA-ACHADA PIC X(01).
               88 TAXA-ACHADA VALUE "S".
               88 TAXA-NAO-ACHADA VALUE "N".

       PROCEDURE DIVISION USING LK-TIPO-TAXA LK-TIPO-CONTA
                                 LK-DATA-REFERENCIA LK-TAXA
                                 LK-INICIO-VIGENCIA LK-TAXA-ACHADA.
           MAIN-PROCEDURE.

           OBTER.
               MOVE ZEROS TO LK-TAXA.
               MOVE ZEROS TO LK-INICIO-VIGENCIA.
               SET TAXA-NAO-ACHADA TO TRUE.
               MOVE "N" TO WS-FIM-TAXAS.

               OPEN INPUT ARQ-TAXAS.
               IF NOT TXA-STATUS-OK THEN
                   GOBACK
               END-IF.

               MOVE LK-TIPO-TAXA TO TXA-TipoTaxa.
               MOVE LK-TIPO-CONTA TO TXA-TipoConta.
               MOVE ZEROS TO TXA-InicioVigencia.
               START ARQ-TAXAS KEY IS NOT LESS THAN ChaveTaxa
                   INVALID KEY
                       SET FIM-TAXAS TO TRUE
               END-START.

               PERFORM AVALIAR-TAXA UNTIL FIM-TAXAS.

               CLOSE ARQ-TAXAS.

               GOBACK.

           AVALIAR-TAXA.
               READ ARQ-TAXAS NEXT RECORD
                   AT END
                       SET FIM-TAXAS TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF TXA-TipoTaxa NOT = LK-TIPO-TAXA
                       OR TXA-TipoConta NOT = LK-TIPO-CONTA
                       OR TXA-InicioVigencia > LK-DATA-REFERENCIA THEN
                   SET FIM-TAXAS TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               MOVE TXA-Taxa TO LK-TAXA.
               MOVE TXA-InicioVigencia TO LK-INICIO-VIGENCIA.
               SET TAXA-ACHADA TO TRUE.

       END PROGRAM Obtem-Taxa.
