      *          carrega a tabela TARIFAS.DAT, varre CLIENTES.DAT e
      *          debita do Saldo de cada conta ATIVA a tarifa do seu
      *          TipoConta, pulando contas dormentes, encerradas e
      *          tipos isentos e recusando a cobranca quando o
      *          disponivel (Saldo + LimiteCredito - valor bloqueado
      *          em BLOQUEIOS.DAT) nao a cobre. Cada cobranca e
      *          registrada em MOVIMENTO.DAT com a operacao propria de
      *          tarifa e o relatorio de receita sai totalizado por
      *          banco e agencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           77 WS-TARIFA-VALOR PIC 9(05)V99 VALUE ZEROS.
           77 WS-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.
           77 WS-SALDO-DISPONIVEL PIC S9(10)V99 VALUE ZEROS.

           77 WS-FUNCAO-BLOQUEIO PIC X(01) VALUE "C".
           77 WS-VALOR-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-RECUSADO PIC 9(09)V99 VALUE ZEROS.
           77 WS-ORIGEM-BLOQUEIO PIC X(08) VALUE "TARIFAS ".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
           77 WS-TOTAL-VARRIDAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-COBRADAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-ERROS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-SEM-SALDO PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-BLOQUEADAS PIC 9(07) VALUE ZEROS.
           77 WS-RECEITA-TOTAL PIC S9(11)V99 VALUE ZEROS.

           01 LINHA-CABECALHO PIC X(80) VALUE
               OPEN I-O ARQ-CLIENTES
               IF NOT STATUS-OK THEN
                   DISPLAY "CLIENTES.DAT NAO DISPONIVEL - " ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT ARQ-TARIFAS
               IF NOT TAR-STATUS-OK THEN
                   DISPLAY "TARIFAS.DAT NAO DISPONIVEL - " TAR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.


           DEBITAR-TARIFA.
               MOVE TT-VALOR(TipoConta) TO WS-TARIFA-VALOR.

               MOVE Saldo TO WS-SALDO-DISPONIVEL.
               IF TipoConta = 1 OR TipoConta = 3 THEN
                   ADD LimiteCredito TO WS-SALDO-DISPONIVEL
               END-IF.
               IF WS-TARIFA-VALOR > WS-SALDO-DISPONIVEL THEN
                   ADD 1 TO WS-TOTAL-SEM-SALDO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM CONSULTAR-BLOQUEIO.
               SUBTRACT WS-VALOR-BLOQUEADO FROM WS-SALDO-DISPONIVEL.
               IF WS-TARIFA-VALOR > WS-SALDO-DISPONIVEL THEN
                   ADD 1 TO WS-TOTAL-BLOQUEADAS
                   MOVE WS-TARIFA-VALOR TO WS-VALOR-RECUSADO
                   PERFORM REGISTRAR-RECUSA-BLOQUEIO
                   EXIT PARAGRAPH
               END-IF.

               MOVE Saldo TO WS-SALDO-ANTERIOR.
               SUBTRACT WS-TARIFA-VALOR FROM Saldo.

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
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NAO COBRADAS (SEM SALDO):" TO LR-ROTULO.
               MOVE WS-TOTAL-SEM-SALDO TO LR-TOTAL-INT.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NAO COBRADAS (BLOQUEIO):" TO LR-ROTULO.
               MOVE WS-TOTAL-BLOQUEADAS TO LR-TOTAL-INT.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "RECEITA TOTAL DE TARIFAS:" TO LRV-ROTULO.
               MOVE WS-RECEITA-TOTAL TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
