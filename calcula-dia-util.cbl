      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Calendario de dias uteis: sabados, domingos e as datas
      *          cadastradas em FERIADOS.DAT nao sao dias uteis.
      *          Funcoes: "V" verificar a data informada,
      *          "P" proximo dia util a partir da data (ela mesma se ja
      *          for util), "A" dia util anterior a data,
      *          "U" ultimo dia util do mes da data.
      *          Devolve a data calculada em LK-DATA-RESULTADO e, em
      *          LK-DIA-UTIL, "S" ou "N" conforme a data informada seja
      *          ou nao dia util. Sem FERIADOS.DAT so os fins de semana
      *          sao considerados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-Dia-Util.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS FER-STATUS
               RECORD KEY IS ChaveFeriado.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-FERIADOS VALUE OF FILE-ID IS "FERIADOS.DAT".
           COPY FERIADO.

       WORKING-STORAGE SECTION.
           77 FER-STATUS PIC 9(02).
               88 FER-STATUS-OK VALUE ZEROS.

           77 WS-FERIADOS-ABERTO PIC X(01) VALUE "N".
               88 FERIADOS-ABERTO VALUE "S".

           77 WS-DIA-UTIL PIC X(01) VALUE "N".
               88 DIA-UTIL VALUE "S".
               88 DIA-NAO-UTIL VALUE "N".

           01 WS-DATA-TESTE.
               02 WS-TST-ANO PIC 9(02).
               02 WS-TST-MES PIC 9(02).
               02 WS-TST-DIA PIC 9(02).
           01 WS-DATA-TESTE-NUM REDEFINES WS-DATA-TESTE
               PIC 9(06).

      * Dias corridos antes de cada mes num ano nao bissexto.
           01 TABELA-DIAS-ACUMULADOS.
               02 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
           01 TABELA-DIAS-ACUMULADOS-R
               REDEFINES TABELA-DIAS-ACUMULADOS.
               02 TDA-DIAS PIC 9(03) OCCURS 12 TIMES.

      * Dias corridos desde 01/01/2000, um sabado: resto 1 na divisao
      * por 7 e sabado, resto 2 e domingo.
           77 WS-DIAS-CORRIDOS PIC 9(06) VALUE ZEROS.
           77 WS-QUOCIENTE-SEMANA PIC 9(06) VALUE ZEROS.
           77 WS-DIA-SEMANA PIC 9(01) VALUE ZEROS.
               88 FIM-DE-SEMANA VALUE 1 2.
           77 WS-ANOS-BISSEXTOS PIC 9(03) VALUE ZEROS.

           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
           77 WS-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
           77 WS-QUOCIENTE-BISSEXTO PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
           77 LK-FUNCAO PIC X(01).
               88 FUNCAO-VERIFICAR VALUE "V".
               88 FUNCAO-PROXIMO VALUE "P".
               88 FUNCAO-ANTERIOR VALUE "A".
               88 FUNCAO-ULTIMO-DO-MES VALUE "U".
           77 LK-DATA PIC 9(06).
           77 LK-DATA-RESULTADO PIC 9(06).
           77 LK-DIA-UTIL PIC X(01).
               88 LK-E-DIA-UTIL VALUE "S".
               88 LK-NAO-E-DIA-UTIL VALUE "N".

       PROCEDURE DIVISION USING LK-FUNCAO LK-DATA
                                 LK-DATA-RESULTADO LK-DIA-UTIL.
           MAIN-PROCEDURE.

           CALCULAR.
               MOVE "N" TO WS-FERIADOS-ABERTO.
               OPEN INPUT ARQ-FERIADOS.
               IF FER-STATUS-OK THEN
                   SET FERIADOS-ABERTO TO TRUE
               END-IF.

               MOVE LK-DATA TO WS-DATA-TESTE-NUM.
               PERFORM VERIFICAR-DIA.
               IF DIA-UTIL THEN
                   SET LK-E-DIA-UTIL TO TRUE
               ELSE
                   SET LK-NAO-E-DIA-UTIL TO TRUE
               END-IF.

               EVALUATE TRUE
                   WHEN FUNCAO-PROXIMO
                       PERFORM AVANCAR-DIA-UTIL UNTIL DIA-UTIL
                   WHEN FUNCAO-ANTERIOR
                       PERFORM RECUAR-DIA-UTIL
                       PERFORM RECUAR-DIA-UTIL UNTIL DIA-UTIL
                   WHEN FUNCAO-ULTIMO-DO-MES
                       PERFORM CALCULAR-DIAS-NO-MES
                       MOVE WS-DIAS-NO-MES TO WS-TST-DIA
                       PERFORM VERIFICAR-DIA
                       PERFORM RECUAR-DIA-UTIL UNTIL DIA-UTIL
               END-EVALUATE.

               MOVE WS-DATA-TESTE-NUM TO LK-DATA-RESULTADO.

               IF FERIADOS-ABERTO THEN
                   CLOSE ARQ-FERIADOS
               END-IF.

               GOBACK.

           VERIFICAR-DIA.
               SET DIA-UTIL TO TRUE.

               COMPUTE WS-ANOS-BISSEXTOS = (WS-TST-ANO + 3) / 4.
               DIVIDE WS-TST-ANO BY 4 GIVING WS-QUOCIENTE-BISSEXTO
                   REMAINDER WS-RESTO-BISSEXTO.

               COMPUTE WS-DIAS-CORRIDOS = WS-TST-ANO * 365
                   + WS-ANOS-BISSEXTOS + TDA-DIAS(WS-TST-MES)
                   + WS-TST-DIA.

               IF WS-RESTO-BISSEXTO = ZEROS AND WS-TST-MES > 2 THEN
                   ADD 1 TO WS-DIAS-CORRIDOS
               END-IF.

               DIVIDE WS-DIAS-CORRIDOS BY 7
                   GIVING WS-QUOCIENTE-SEMANA
                   REMAINDER WS-DIA-SEMANA.

               IF FIM-DE-SEMANA THEN
                   SET DIA-NAO-UTIL TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               IF FERIADOS-ABERTO THEN
                   MOVE WS-DATA-TESTE-NUM TO FER-Data
                   READ ARQ-FERIADOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DIA-NAO-UTIL TO TRUE
                   END-READ
               END-IF.

           AVANCAR-DIA-UTIL.
               ADD 1 TO WS-TST-DIA.
               PERFORM CALCULAR-DIAS-NO-MES.
               IF WS-TST-DIA > WS-DIAS-NO-MES THEN
                   MOVE 1 TO WS-TST-DIA
                   IF WS-TST-MES = 12 THEN
                       MOVE 1 TO WS-TST-MES
                       IF WS-TST-ANO = 99 THEN
                           MOVE ZEROS TO WS-TST-ANO
                       ELSE
                           ADD 1 TO WS-TST-ANO
                       END-IF
                   ELSE
                       ADD 1 TO WS-TST-MES
                   END-IF
               END-IF.
               PERFORM VERIFICAR-DIA.

           RECUAR-DIA-UTIL.
               IF WS-TST-DIA > 1 THEN
                   SUBTRACT 1 FROM WS-TST-DIA
               ELSE
                   IF WS-TST-MES = 1 THEN
                       MOVE 12 TO WS-TST-MES
                       IF WS-TST-ANO = ZEROS THEN
                           MOVE 99 TO WS-TST-ANO
                       ELSE
                           SUBTRACT 1 FROM WS-TST-ANO
                       END-IF
                   ELSE
                       SUBTRACT 1 FROM WS-TST-MES
                   END-IF
                   PERFORM CALCULAR-DIAS-NO-MES
                   MOVE WS-DIAS-NO-MES TO WS-TST-DIA
               END-IF.
               PERFORM VERIFICAR-DIA.

           CALCULAR-DIAS-NO-MES.
               EVALUATE WS-TST-MES
                   WHEN 1
                   WHEN 3
                   WHEN 5
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-DIAS-NO-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DIAS-NO-MES
                   WHEN 2
                       DIVIDE WS-TST-ANO BY 4
                           GIVING WS-QUOCIENTE-BISSEXTO
                           REMAINDER WS-RESTO-BISSEXTO
                       IF WS-RESTO-BISSEXTO = ZEROS THEN
                           MOVE 29 TO WS-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-NO-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DIAS-NO-MES
               END-EVALUATE.

       END PROGRAM Calcula-Dia-Util.
