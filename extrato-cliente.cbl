      *          cliente, imprime cada um com a operacao por extenso e
      *          a variacao entre o saldo antigo e o novo, e concilia
      *          o saldo final do extrato com o Saldo atual em
      *          CLIENTES.DAT, apontando qualquer diferenca. O
      *          documento informado pode ser de qualquer titular da
      *          conta (TITULARES.DAT) e o extrato lista todos os
      *          titulares de cada conta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.

           SELECT ARQ-TITULARES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TIT-STATUS
               RECORD KEY IS ChaveTitular
               ALTERNATE RECORD KEY IS TIT-Documento WITH DUPLICATES.

           SELECT ARQ-CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CAD-STATUS
               RECORD KEY IS ChaveCadCli.

           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.
           FD ARQ-MOVIMENTO VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           COPY MOVIMENTO.

           FD ARQ-TITULARES VALUE OF FILE-ID IS "TITULARES.DAT".
           COPY TITULAR.

           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "EXTRATO.LST".
           01 REG-RELATORIO PIC X(80).


           77 REL-STATUS PIC 9(02).

           77 TIT-STATUS PIC 9(02).
               88 TIT-STATUS-OK VALUE ZEROS.

           77 CAD-STATUS PIC 9(02).
               88 CAD-STATUS-OK VALUE ZEROS.

           77 WS-TITULARES-ABERTO PIC X(01) VALUE "N".
               88 TITULARES-ABERTO VALUE "S".
           77 WS-CADCLI-ABERTO PIC X(01) VALUE "N".
               88 CADCLI-ABERTO VALUE "S".
           77 WS-FIM-TITULARES PIC X(01) VALUE "N".
               88 FIM-TITULARES VALUE "S".

           77 WS-TIPO-DOCUMENTO PIC 9(01) VALUE ZEROS.
               88 DOCUMENTO-CPF VALUE 1.
               88 DOCUMENTO-CNPJ VALUE 2.

           77 WS-CPF-EXTRATO PIC 9(11) VALUE ZEROS.
           77 WS-CNPJ-EXTRATO PIC 9(14) VALUE ZEROS.
           77 WS-DOCUMENTO-EXTRATO PIC 9(14) VALUE ZEROS.

           77 WS-DATA-INICIAL PIC 9(06) VALUE ZEROS.
           77 WS-DATA-FINAL PIC 9(06) VALUE ZEROS.
                   03 TC-CHAVE PIC X(18).
                   03 TC-SALDO-FINAL PIC S9(09)V99.

      * Contas em que o documento do extrato e cotitular ou
      * representante legal.
           77 WS-QTD-CONTAS-TITULAR PIC 9(03) VALUE ZEROS.
           77 WS-IND-TITULAR PIC 9(03) VALUE ZEROS.
           77 WS-CONTA-TITULAR PIC X(01) VALUE "N".
               88 CONTA-DE-TITULAR VALUE "S".
           01 TABELA-CONTAS-TITULAR.
               02 TT-CHAVE PIC X(18) OCCURS 100 TIMES.

           77 WS-CHAVE-TITULARES PIC X(18) VALUE ZEROS.
           77 WS-DOC-PRINCIPAL PIC 9(14) VALUE ZEROS.

           01 LINHA-CABECALHO PIC X(80) VALUE
           "EXTRATO DE MOVIMENTOS - MOVIMENTO.DAT".
           01 LINHA-PERIODO.
               02 LCC-Situacao PIC X(12).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCC-Diferenca PIC ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-COLUNAS-TITULARES.
               02 FILLER PIC X(13) VALUE "CONTA".
               02 FILLER PIC X(16) VALUE "DOCUMENTO".
               02 FILLER PIC X(13) VALUE "PAPEL".
               02 FILLER PIC X(04) VALUE "NOME".
           01 LINHA-TITULAR.
               02 LTI-NumConta PIC Z(10)9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTI-Documento PIC 9(14).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTI-Papel PIC X(11).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTI-Nome PIC X(30).
           01 LINHA-RESUMO.
               02 LR-ROTULO PIC X(30).
               02 LR-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           INICIO.
               PERFORM PEDIR-PARAMETROS.
               PERFORM ABRIR-ARQUIVOS-EXTRATO.
               PERFORM CARREGAR-CONTAS-TITULAR.
               PERFORM IMPRIMIR-CABECALHO.

               READ ARQ-MOVIMENTO
               DISPLAY "Data final (AAMMDD): ".
               ACCEPT WS-DATA-FINAL.

               IF DOCUMENTO-CPF THEN
                   MOVE WS-CPF-EXTRATO TO WS-DOCUMENTO-EXTRATO
               ELSE
                   MOVE WS-CNPJ-EXTRATO TO WS-DOCUMENTO-EXTRATO
               END-IF.

           ABRIR-ARQUIVOS-EXTRATO.
               OPEN INPUT ARQ-CLIENTES.
               OPEN INPUT ARQ-MOVIMENTO.
               OPEN OUTPUT ARQ-RELATORIO.

               OPEN INPUT ARQ-TITULARES.
               IF TIT-STATUS-OK THEN
                   SET TITULARES-ABERTO TO TRUE
               END-IF.
               OPEN INPUT ARQ-CADCLI.
               IF CAD-STATUS-OK THEN
                   SET CADCLI-ABERTO TO TRUE
               END-IF.

           CARREGAR-CONTAS-TITULAR.
               IF NOT TITULARES-ABERTO THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-DOCUMENTO-EXTRATO TO TIT-Documento.
               MOVE "N" TO WS-FIM-TITULARES.
               START ARQ-TITULARES KEY IS EQUAL TO TIT-Documento
                   INVALID KEY
                       SET FIM-TITULARES TO TRUE
               END-START.

               PERFORM GUARDAR-CONTA-TITULAR UNTIL FIM-TITULARES.

           GUARDAR-CONTA-TITULAR.
               READ ARQ-TITULARES NEXT RECORD
                   AT END SET FIM-TITULARES TO TRUE
               END-READ.

               IF NOT FIM-TITULARES THEN
                   IF TIT-Documento NOT = WS-DOCUMENTO-EXTRATO
                           OR WS-QTD-CONTAS-TITULAR >= 100 THEN
                       SET FIM-TITULARES TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-CONTAS-TITULAR
                       MOVE TIT-CHAVE-CONTA
                           TO TT-CHAVE(WS-QTD-CONTAS-TITULAR)
                   END-IF
               END-IF.

           IMPRIMIR-CABECALHO.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
           AVALIA-MOVIMENTO.
               SET MOVIMENTO-NAO-CONFERE TO TRUE.

               PERFORM VERIFICAR-CONTA-TITULAR.
               IF NOT CONTA-DE-TITULAR THEN
                   IF DOCUMENTO-CPF THEN
                       IF MOV-CPF NOT = WS-CPF-EXTRATO THEN
                           EXIT PARAGRAPH
                       END-IF
                   ELSE
                       IF MOV-CNPJ NOT = WS-CNPJ-EXTRATO THEN
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF.


               SET MOVIMENTO-CONFERE TO TRUE.

           VERIFICAR-CONTA-TITULAR.
               MOVE "N" TO WS-CONTA-TITULAR.
               MOVE 1 TO WS-IND-TITULAR.
               PERFORM COMPARAR-CONTA-TITULAR
                   UNTIL WS-IND-TITULAR > WS-QTD-CONTAS-TITULAR
                   OR CONTA-DE-TITULAR.

           COMPARAR-CONTA-TITULAR.
               IF TT-CHAVE(WS-IND-TITULAR) = MOV-CHAVE-CONTA THEN
                   SET CONTA-DE-TITULAR TO TRUE
               END-IF.
               ADD 1 TO WS-IND-TITULAR.

           ATUALIZAR-TABELA-CONTAS.
               MOVE ZEROS TO WS-IND-ACHADO.
               MOVE 1 TO WS-IND-CONTA.
                   WRITE REG-RELATORIO
               END-IF.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS-TITULARES TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE 1 TO WS-IND-CONTA.
               PERFORM IMPRIMIR-TITULARES-CONTA
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS.

           CONCILIAR-CONTA.
               MOVE TC-CHAVE(WS-IND-CONTA) TO ChaveConta.
               MOVE NumConta TO LCC-NumConta.

               ADD 1 TO WS-IND-CONTA.

           IMPRIMIR-TITULARES-CONTA.
               MOVE TC-CHAVE(WS-IND-CONTA) TO ChaveConta.
               PERFORM LER-CLIENTE-ATUAL.

               IF CONTA-ENCONTRADA THEN
                   IF TipoConta = 1 OR TipoConta = 2 THEN
                       MOVE CPF TO WS-DOC-PRINCIPAL
                   ELSE
                       MOVE CNPJ TO WS-DOC-PRINCIPAL
                   END-IF
                   MOVE WS-DOC-PRINCIPAL TO CAD-Documento
                   PERFORM LER-NOME-TITULAR
                   IF NOT CAD-STATUS-OK THEN
                       MOVE NomeTitular TO CAD-Nome
                   END-IF
                   MOVE NumConta TO LTI-NumConta
                   MOVE WS-DOC-PRINCIPAL TO LTI-Documento
                   MOVE "PRINCIPAL" TO LTI-Papel
                   MOVE CAD-Nome TO LTI-Nome
                   MOVE LINHA-TITULAR TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

               IF TITULARES-ABERTO THEN
                   MOVE TC-CHAVE(WS-IND-CONTA) TO WS-CHAVE-TITULARES
                   MOVE WS-CHAVE-TITULARES TO TIT-CHAVE-CONTA
                   MOVE ZEROS TO TIT-Documento
                   MOVE "N" TO WS-FIM-TITULARES
                   START ARQ-TITULARES
                       KEY IS NOT LESS THAN ChaveTitular
                       INVALID KEY
                           SET FIM-TITULARES TO TRUE
                   END-START
                   PERFORM IMPRIMIR-LINHA-TITULAR UNTIL FIM-TITULARES
               END-IF.

               ADD 1 TO WS-IND-CONTA.

           IMPRIMIR-LINHA-TITULAR.
               READ ARQ-TITULARES NEXT RECORD
                   AT END SET FIM-TITULARES TO TRUE
               END-READ.

               IF FIM-TITULARES THEN
                   EXIT PARAGRAPH
               END-IF.

               IF TIT-CHAVE-CONTA NOT = WS-CHAVE-TITULARES THEN
                   SET FIM-TITULARES TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               MOVE TIT-Documento TO CAD-Documento.
               PERFORM LER-NOME-TITULAR.
               IF NOT CAD-STATUS-OK THEN
                   MOVE "CADASTRO NAO ENCONTRADO" TO CAD-Nome
               END-IF.

               MOVE TIT-NumConta TO LTI-NumConta.
               MOVE TIT-Documento TO LTI-Documento.
               EVALUATE TRUE
                   WHEN TITULAR-COTITULAR
                       MOVE "COTITULAR" TO LTI-Papel
                   WHEN TITULAR-REPRESENTANTE
                       MOVE "REPR. LEGAL" TO LTI-Papel
                   WHEN OTHER
                       MOVE "PRINCIPAL" TO LTI-Papel
               END-EVALUATE.
               MOVE CAD-Nome TO LTI-Nome.
               MOVE LINHA-TITULAR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           LER-NOME-TITULAR.
               IF CADCLI-ABERTO THEN
                   READ ARQ-CADCLI
                       INVALID KEY
                           CONTINUE
                   END-READ
               ELSE
                   MOVE 35 TO CAD-STATUS
               END-IF.

           LER-CLIENTE-ATUAL.
               READ ARQ-CLIENTES
                   INVALID KEY
               CLOSE ARQ-CLIENTES.
               CLOSE ARQ-MOVIMENTO.
               CLOSE ARQ-RELATORIO.
               IF TITULARES-ABERTO THEN
                   CLOSE ARQ-TITULARES
               END-IF.
               IF CADCLI-ABERTO THEN
                   CLOSE ARQ-CADCLI
               END-IF.

       END PROGRAM Extrato-Cliente.
