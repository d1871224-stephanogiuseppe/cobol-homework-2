      *          extrato por cliente, no mesmo layout e com a mesma
      *          secao de conciliacao do Extrato-Cliente interativo,
      *          cada um em seu proprio arquivo EXT<documento>.LST.
      *          Cada cotitular ou representante legal da conta
      *          (TITULARES.DAT) recebe os movimentos dela no seu
      *          proprio extrato, que lista todos os titulares de
      *          cada conta.
      *          Quando existe a lista de assinantes EXTASSIN.TXT
      *          (um documento de 14 digitos por linha) a emissao fica
      *          restrita a ela. O resumo da emissao sai em
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASS-STATUS.

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

           SELECT TRABALHO-ORDENACAO ASSIGN TO DISK.

           SELECT ARQ-EXTRATO ASSIGN TO DYNAMIC WS-NOME-EXTRATO
           01 REG-ASSINANTE.
               02 ASS-Documento PIC 9(14).

           FD ARQ-TITULARES VALUE OF FILE-ID IS "TITULARES.DAT".
           COPY TITULAR.

           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           SD TRABALHO-ORDENACAO.
           01 REG-TRABALHO-ORDENACAO.
               02 TRB-DOCUMENTO PIC 9(14).
           77 EXT-STATUS PIC 9(02).
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

           77 WS-CHAVE-TITULARES PIC X(18) VALUE ZEROS.
           77 WS-DOC-PRINCIPAL PIC 9(14) VALUE ZEROS.
           77 WS-DOCUMENTO-ORIGINAL PIC 9(14) VALUE ZEROS.

           77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
               88 FIM-ORDENACAO VALUE "S".

           77 WS-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-SELECIONADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-EXTRATOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-COTITULARES PIC 9(07) VALUE ZEROS.
           77 WS-MOVIMENTOS-CLIENTE PIC 9(07) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
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
           01 LINHA-RESUMO-INT.
               02 LRI-ROTULO PIC X(30).
               02 LRI-TOTAL PIC ZZZ.ZZZ.ZZ9.
               OPEN INPUT ARQ-CLIENTES.
               OPEN OUTPUT ARQ-RELATORIO.

               OPEN INPUT ARQ-TITULARES.
               IF TIT-STATUS-OK THEN
                   SET TITULARES-ABERTO TO TRUE
               END-IF.
               OPEN INPUT ARQ-CADCLI.
               IF CAD-STATUS-OK THEN
                   SET CADCLI-ABERTO TO TRUE
               END-IF.

               SORT TRABALHO-ORDENACAO
                   ON ASCENDING KEY TRB-DOCUMENTO TRB-CHAVE
                       TRB-DATA TRB-SEQ

               CLOSE ARQ-CLIENTES.
               CLOSE ARQ-RELATORIO.
               IF TITULARES-ABERTO THEN
                   CLOSE ARQ-TITULARES
               END-IF.
               IF CADCLI-ABERTO THEN
                   CLOSE ARQ-CADCLI
               END-IF.

               PERFORM CONCLUIR-CONTROLE-EXECUCAO.

               IF NOT ARM-STATUS-OK THEN
                   DISPLAY "ARQUIVO " WS-NOME-ARQUIVO
                       " NAO DISPONIVEL - " ARM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.


               IF ASSINANTE-CONFERE THEN
                   ADD 1 TO WS-TOTAL-SELECIONADOS
                   PERFORM LIBERAR-REGISTRO-EXTRATO
               END-IF.

               IF TITULARES-ABERTO THEN
                   PERFORM LIBERAR-MOVIMENTO-COTITULARES
               END-IF.

               READ ARQ-ARQUIVO-MES
                   AT END SET FIM-ARQUIVO-MES TO TRUE
               END-READ.

           LIBERAR-REGISTRO-EXTRATO.
               ADD 1 TO WS-SEQ-MOVIMENTO.
               MOVE WS-DOCUMENTO-MOV TO TRB-DOCUMENTO.
               MOVE MOV-CHAVE-CONTA TO TRB-CHAVE.
               COMPUTE TRB-DATA =
                   MOV-ANO * 10000 + MOV-MES * 100 + MOV-DIA.
               MOVE WS-SEQ-MOVIMENTO TO TRB-SEQ.
               MOVE MOV-NUMERO TO TRB-NUMERO.
               MOVE MOV-NUMERO-ORIGEM TO TRB-NUMERO-ORIGEM.
               MOVE MOV-TIPO-OPERACAO TO TRB-TIPO.
               MOVE MOV-NUMCONTA TO TRB-NUMCONTA.
               MOVE MOV-SALDO-ANTIGO TO TRB-SALDO-ANTIGO.
               MOVE MOV-SALDO-NOVO TO TRB-SALDO-NOVO.
               RELEASE REG-TRABALHO-ORDENACAO.

      * Uma copia do movimento para o extrato de cada cotitular ou
      * representante legal da conta.
           LIBERAR-MOVIMENTO-COTITULARES.
               MOVE WS-DOCUMENTO-MOV TO WS-DOCUMENTO-ORIGINAL.
               MOVE MOV-CHAVE-CONTA TO WS-CHAVE-TITULARES.
               MOVE WS-CHAVE-TITULARES TO TIT-CHAVE-CONTA.
               MOVE ZEROS TO TIT-Documento.
               MOVE "N" TO WS-FIM-TITULARES.
               START ARQ-TITULARES KEY IS NOT LESS THAN ChaveTitular
                   INVALID KEY
                       SET FIM-TITULARES TO TRUE
               END-START.

               PERFORM LIBERAR-COPIA-COTITULAR UNTIL FIM-TITULARES.

           LIBERAR-COPIA-COTITULAR.
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

               IF TIT-Documento = WS-DOCUMENTO-ORIGINAL THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE TIT-Documento TO WS-DOCUMENTO-MOV.
               PERFORM AVALIAR-ASSINANTE.
               IF ASSINANTE-CONFERE THEN
                   ADD 1 TO WS-TOTAL-COTITULARES
                   PERFORM LIBERAR-REGISTRO-EXTRATO
               END-IF.

           AVALIAR-ASSINANTE.
               IF NOT TEM-LISTA THEN
                   SET ASSINANTE-CONFERE TO TRUE
                   WRITE REG-EXTRATO
               END-IF.

               MOVE LINHA-BRANCO TO REG-EXTRATO.
               WRITE REG-EXTRATO.
               MOVE LINHA-COLUNAS-TITULARES TO REG-EXTRATO.
               WRITE REG-EXTRATO.

               MOVE 1 TO WS-IND-CONTA.
               PERFORM IMPRIMIR-TITULARES-CONTA
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS.

               CLOSE ARQ-EXTRATO.
               ADD 1 TO WS-TOTAL-EXTRATOS.


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
                   MOVE LINHA-TITULAR TO REG-EXTRATO
                   WRITE REG-EXTRATO
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
               MOVE LINHA-TITULAR TO REG-EXTRATO.
               WRITE REG-EXTRATO.

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
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "COPIAS PARA COTITULARES:" TO LRI-ROTULO.
               MOVE WS-TOTAL-COTITULARES TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "EXTRATOS EMITIDOS:" TO LRI-ROTULO.
               MOVE WS-TOTAL-EXTRATOS TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
