      * Purpose: Aplica em lote, a partir do arquivo diario de
      *          movimentos dos caixas, os debitos e creditos sobre o
      *          Saldo das contas de CLIENTES.DAT, rejeitando saques
      *          que deixariam o saldo negativo, saques sobre valor
      *          bloqueado em BLOQUEIOS.DAT, lancamentos contra
      *          contas encerradas e documentos que nao sejam de
      *          nenhum titular da conta (CLIENTES.DAT ou
      *          TITULARES.DAT). Cada lancamento aplicado e
      *          registrado em MOVIMENTO.DAT e o resultado sai num
      *          relatorio de aplicados/rejeitados com totais de
      *          controle.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

           SELECT ARQ-TITULARES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS TIT-STATUS
               RECORD KEY IS ChaveTitular
               ALTERNATE RECORD KEY IS TIT-Documento WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           FD ARQ-RELATORIO VALUE OF FILE-ID IS "LOTEMOV.LST".
           01 REG-RELATORIO PIC X(80).

           FD ARQ-TITULARES VALUE OF FILE-ID IS "TITULARES.DAT".
           COPY TITULAR.

       WORKING-STORAGE SECTION.
           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.

           77 REL-STATUS PIC 9(02).

           77 TIT-STATUS PIC 9(02).
               88 TIT-STATUS-OK VALUE ZEROS.

           77 WS-TITULARES-ABERTO PIC X(01) VALUE "N".
               88 TITULARES-ABERTO VALUE "S".

           77 WS-DOCUMENTO-CONFERE PIC X(01) VALUE "N".
               88 DOCUMENTO-CONFERE VALUE "S".

           77 WS-CONTA-EXISTE PIC X(01) VALUE "N".
               88 CONTA-EXISTE VALUE "S".
               88 CONTA-NAO-EXISTE VALUE "N".
           77 WS-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.
           77 WS-SALDO-DISPONIVEL PIC S9(10)V99 VALUE ZEROS.

           77 WS-FUNCAO-BLOQUEIO PIC X(01) VALUE "C".
           77 WS-VALOR-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-RECUSADO PIC 9(09)V99 VALUE ZEROS.
           77 WS-ORIGEM-BLOQUEIO PIC X(08) VALUE "LOTEMOV ".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               OPEN I-O ARQ-CLIENTES
               IF NOT STATUS-OK THEN
                   DISPLAY "CLIENTES.DAT NAO DISPONIVEL - " ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.


               OPEN OUTPUT ARQ-RELATORIO.

               OPEN INPUT ARQ-TITULARES.
               IF TIT-STATUS-OK THEN
                   SET TITULARES-ABERTO TO TRUE
               END-IF.

           IMPRIMIR-CABECALHO.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               IF CONTA-NAO-EXISTE THEN
                   PERFORM REJEITAR-NAO-ENCONTRADO
               ELSE
                   PERFORM CONFERIR-DOCUMENTO-LOTE
                   IF NOT DOCUMENTO-CONFERE THEN
                       PERFORM REJEITAR-DOCUMENTO-DIVERGE
                   ELSE
                       IF CONTA-ENCERRADA THEN
                   AT END SET FIM-LOTE TO TRUE
               END-READ.

      * O documento do lancamento pode ser o da conta ou o de
      * qualquer cotitular ou representante legal dela.
           CONFERIR-DOCUMENTO-LOTE.
               SET DOCUMENTO-CONFERE TO TRUE.
               IF NOT ((LOTE-CPF NOT = ZEROS AND LOTE-CPF NOT = CPF)
                   OR (LOTE-CNPJ NOT = ZEROS
                   AND LOTE-CNPJ NOT = CNPJ)) THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE "N" TO WS-DOCUMENTO-CONFERE.
               IF NOT TITULARES-ABERTO THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE LOTE-CHAVE-CONTA TO TIT-CHAVE-CONTA.
               IF LOTE-CPF NOT = ZEROS THEN
                   MOVE LOTE-CPF TO TIT-Documento
               ELSE
                   MOVE LOTE-CNPJ TO TIT-Documento
               END-IF.
               READ ARQ-TITULARES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOCUMENTO-CONFERE TO TRUE
               END-READ.

           LER-CONTA-LANCAMENTO.
               MOVE LOTE-CHAVE-CONTA TO ChaveConta.
               READ ARQ-CLIENTES
                       PERFORM REJEITAR-SALDO-INSUFICIENTE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CONSULTAR-BLOQUEIO
                   SUBTRACT WS-VALOR-BLOQUEADO FROM WS-SALDO-DISPONIVEL
                   IF LOTE-VALOR > WS-SALDO-DISPONIVEL THEN
                       PERFORM REJEITAR-SALDO-BLOQUEADO
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT LOTE-VALOR FROM Saldo
               ELSE
                   ADD LOTE-VALOR TO Saldo
               MOVE "REJEITADO - SALDO INSUFICIENTE" TO LD-Resultado.
               PERFORM IMPRIMIR-DETALHE.

           REJEITAR-SALDO-BLOQUEADO.
               ADD 1 TO WS-TOTAL-REJEITADOS.
               MOVE LOTE-VALOR TO WS-VALOR-RECUSADO.
               PERFORM REGISTRAR-RECUSA-BLOQUEIO.
               MOVE "REJEITADO - SALDO BLOQUEADO" TO LD-Resultado.
               PERFORM IMPRIMIR-DETALHE.

           IMPRIMIR-DETALHE-APLICADO.
               MOVE "APLICADO" TO LD-Resultado.
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
               CLOSE ARQ-LOTE.
               CLOSE ARQ-MOVIMENTO.
               CLOSE ARQ-RELATORIO.
               IF TITULARES-ABERTO THEN
                   CLOSE ARQ-TITULARES
               END-IF.

       END PROGRAM Lote-Movimentos.
