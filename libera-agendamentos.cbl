      *          transferencias sobre CLIENTES.DAT com as mesmas
      *          regras do Lote-Movimentos (conta encerrada, saldo
      *          insuficiente considerando o limite do cheque
      *          especial e o valor bloqueado em BLOQUEIOS.DAT,
      *          documento confere), registra cada
      *          lancamento em MOVIMENTO.DAT, avanca a proxima data
      *          das instrucoes recorrentes e emite o relatorio de
      *          aplicados/falhados com totais de controle.
      *          Vencimento em sabado, domingo ou feriado de
      *          FERIADOS.DAT so e liberado no proximo dia util (via
      *          Calcula-Dia-Util); AGD-ProximaData guarda a data
      *          contratada, para a recorrencia mensal nao escorregar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           77 WS-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.
           77 WS-SALDO-DISPONIVEL PIC S9(10)V99 VALUE ZEROS.

           77 WS-FUNCAO-BLOQUEIO PIC X(01) VALUE "C".
           77 WS-VALOR-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-RECUSADO PIC 9(09)V99 VALUE ZEROS.
           77 WS-ORIGEM-BLOQUEIO PIC X(08) VALUE "AGENDA  ".
           77 WS-SALDO-ORIGEM PIC S9(09)V99 VALUE ZEROS.
           77 WS-SALDO-DESTINO PIC S9(09)V99 VALUE ZEROS.

           01 WS-PROXIMA-DATA-NUM REDEFINES WS-PROXIMA-DATA
               PIC 9(06).

           77 WS-FUNCAO-CALENDARIO PIC X(01) VALUE "P".
           77 WS-VENCIMENTO-UTIL PIC 9(06) VALUE ZEROS.
           77 WS-DIA-UTIL PIC X(01) VALUE "N".

           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
           77 WS-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
           77 WS-QUOCIENTE-BISSEXTO PIC 9(02) VALUE ZEROS.
               OPEN I-O ARQ-AGENDA
               IF NOT AGD-STATUS-OK THEN
                   DISPLAY "AGENDA.DAT NAO DISPONIVEL - " AGD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN I-O ARQ-CLIENTES
               IF NOT STATUS-OK THEN
                   DISPLAY "CLIENTES.DAT NAO DISPONIVEL - " ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               WRITE REG-RELATORIO.

           PROCESSAR-AGENDAMENTO.
               IF AGENDA-ATIVA THEN
                   PERFORM OBTER-VENCIMENTO-UTIL
               END-IF.

               IF AGENDA-ATIVA
                       AND WS-VENCIMENTO-UTIL NOT > WS-DATA-HOJE THEN
                   ADD 1 TO WS-TOTAL-LIDAS
                   PERFORM APLICAR-INSTRUCAO
                   IF INSTRUCAO-OK THEN
                   AT END SET FIM-AGENDA TO TRUE
               END-READ.

           OBTER-VENCIMENTO-UTIL.
               MOVE AGD-ProximaData TO WS-VENCIMENTO-UTIL.
               IF AGD-ProximaData > WS-DATA-HOJE THEN
                   EXIT PARAGRAPH
               END-IF.

               CALL "Calcula-Dia-Util" USING WS-FUNCAO-CALENDARIO
                   AGD-ProximaData WS-VENCIMENTO-UTIL WS-DIA-UTIL.

           APLICAR-INSTRUCAO.
               SET INSTRUCAO-FALHOU TO TRUE.

                   PERFORM IMPRIMIR-DETALHE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CONSULTAR-BLOQUEIO.
               SUBTRACT WS-VALOR-BLOQUEADO FROM WS-SALDO-DISPONIVEL.
               IF AGD-Valor > WS-SALDO-DISPONIVEL THEN
                   PERFORM RECUSAR-SALDO-BLOQUEADO
                   EXIT PARAGRAPH
               END-IF.

               MOVE Saldo TO WS-SALDO-ANTERIOR.
               SUBTRACT AGD-Valor FROM Saldo.
                   PERFORM IMPRIMIR-DETALHE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CONSULTAR-BLOQUEIO.
               SUBTRACT WS-VALOR-BLOQUEADO FROM WS-SALDO-DISPONIVEL.
               IF AGD-Valor > WS-SALDO-DISPONIVEL THEN
                   PERFORM RECUSAR-SALDO-BLOQUEADO
                   EXIT PARAGRAPH
               END-IF.
               MOVE Saldo TO WS-SALDO-ORIGEM.

               PERFORM LER-CONTA-DESTINO-AGENDA.
                       SET INSTRUCAO-OK TO TRUE
               END-REWRITE.

           RECUSAR-SALDO-BLOQUEADO.
               SET INSTRUCAO-FALHOU TO TRUE.
               MOVE AGD-Valor TO WS-VALOR-RECUSADO.
               PERFORM REGISTRAR-RECUSA-BLOQUEIO.
               MOVE "FALHOU - SALDO BLOQUEADO" TO LD-Resultado.
               PERFORM IMPRIMIR-DETALHE.

           IMPRIMIR-FALHA-TIPO.
               MOVE "FALHOU - TIPO INVALIDO" TO LD-Resultado.
               PERFORM IMPRIMIR-DETALHE.
               ACCEPT WS-HORA-SISTEMA FROM TIME.
               CALL "Numera-Movimento" USING WS-NUMERO-MOVIMENTO.

           CONSULTAR-BLOQUEIO.
               MOVE "C" TO WS-FUNCAO-BLOQUEIO.
               CALL "Controla-Bloqueio" USING WS-FUNCAO-BLOQUEIO
                   ChaveConta WS-VALOR-BLOQUEADO WS-VALOR-RECUSADO
                   WS-ORIGEM-BLOQUEIO WS-OPERADOR-JOB.

           REGISTRAR-RECUSA-BLOQUEIO.
               MOVE "R" TO WS-FUNCAO-BLOQUEIO.
               CALL "Controla-Bloqueio" USING WS-FUNCAO-BLOQUEIO
                   ChaveConta WS-VALOR-BLOQUEADO WS-VALOR-RECUSADO
                   WS-ORIGEM-BLOQUEIO WS-OPERADOR-JOB.


           IMPRIMIR-RESUMO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
