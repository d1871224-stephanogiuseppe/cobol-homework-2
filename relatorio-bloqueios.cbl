      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Relatorio diario dos bloqueios judiciais e
      *          administrativos: lista os bloqueios de BLOQUEIOS.DAT
      *          em vigor na data, com o saldo e o disponivel de cada
      *          conta, e os debitos recusados no dia por causa de um
      *          bloqueio (RECUSAS.DAT), com totais de cada secao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Relatorio-Bloqueios.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BLQ-STATUS
               RECORD KEY IS ChaveBloqueio.

           SELECT ARQ-RECUSAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REC-STATUS.

           SELECT ARQ-CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS ARQ-STATUS
               RECORD KEY IS ChaveConta
               ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES.

           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-BLOQUEIOS VALUE OF FILE-ID IS "BLOQUEIOS.DAT".
           COPY BLOQUEIO.

           FD ARQ-RECUSAS VALUE OF FILE-ID IS "RECUSAS.DAT".
           COPY RECUSA.

           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           COPY CLIENTE.

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "BLOQUEIOS.LST".
           01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           77 BLQ-STATUS PIC 9(02).
               88 BLQ-STATUS-OK VALUE ZEROS.

           77 REC-STATUS PIC 9(02).
               88 REC-STATUS-OK VALUE ZEROS.

           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.

           77 REL-STATUS PIC 9(02).

           77 WS-FIM-BLOQUEIOS PIC X(01) VALUE "N".
               88 FIM-BLOQUEIOS VALUE "S".

           77 WS-FIM-RECUSAS PIC X(01) VALUE "N".
               88 FIM-RECUSAS VALUE "S".

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

           77 WS-FUNCAO-EXECUCAO PIC X(01) VALUE "I".
           77 WS-JOB-EXECUCAO PIC X(08) VALUE "BLOQUEIO".
           77 WS-PERIODO-EXECUCAO PIC 9(06) VALUE ZEROS.
           77 WS-RESULTADO-EXECUCAO PIC X(01) VALUE "L".
               88 EXECUCAO-LIBERADA VALUE "L".
               88 EXECUCAO-RETOMADA VALUE "R".
               88 EXECUCAO-RECUSADA VALUE "N".
           77 WS-CHECKPOINT-CHAVE PIC X(18) VALUE ZEROS.

           77 WS-FUNCAO-BLOQUEIO PIC X(01) VALUE "C".
           77 WS-VALOR-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-RECUSADO PIC 9(09)V99 VALUE ZEROS.
           77 WS-ORIGEM-BLOQUEIO PIC X(08) VALUE "BLOQUEIO".
           77 WS-OPERADOR-JOB PIC 9(04) VALUE ZEROS.
           77 WS-SALDO-DISPONIVEL PIC S9(11)V99 VALUE ZEROS.

           77 WS-TOTAL-BLOQUEIOS PIC 9(07) VALUE ZEROS.
           77 WS-VALOR-TOTAL-BLOQUEIOS PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOTAL-RECUSAS PIC 9(07) VALUE ZEROS.
           77 WS-VALOR-TOTAL-RECUSAS PIC 9(11)V99 VALUE ZEROS.

           01 LINHA-CABECALHO PIC X(80) VALUE
           "RELATORIO DIARIO DE BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS".
           01 LINHA-DATA.
               02 FILLER PIC X(20) VALUE "DATA DE REFERENCIA: ".
               02 LDT-Data PIC 99/99/99.
           01 LINHA-SECAO-BLOQUEIOS PIC X(80) VALUE
           "BLOQUEIOS EM VIGOR - BLOQUEIOS.DAT".
           01 LINHA-COLUNAS-BLOQUEIOS PIC X(80) VALUE
           "BCO AGEN CONTA       SEQ T PROCESSO/ORDEM         VALOR BLO
      -    "Q.  INICIO LIBER.".
           01 LINHA-COLUNAS-SALDO PIC X(80) VALUE
           "    TITULAR                      SALDO      DISPONIVEL".
           01 LINHA-SECAO-RECUSAS PIC X(80) VALUE
           "DEBITOS RECUSADOS NO DIA POR BLOQUEIO - RECUSAS.DAT".
           01 LINHA-COLUNAS-RECUSAS PIC X(80) VALUE
           "HORA   BCO AGEN CONTA       ORIGEM   OPER.  VALOR DEBITO  VA
      -    "LOR BLOQUEADO".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.

           01 LINHA-DETALHE.
               02 LD-CodBanco PIC ZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-CodAgencia PIC ZZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-NumConta PIC Z(10)9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Sequencia PIC ZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Tipo PIC X(01).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Processo PIC X(20).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Valor PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-DataInicio PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-DataLiberacao PIC 9(06).

           01 LINHA-DETALHE-SALDO.
               02 FILLER PIC X(04) VALUE SPACES.
               02 LDS-NomeTitular PIC X(20).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDS-Saldo PIC ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDS-Disponivel PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

           01 LINHA-DETALHE-RECUSA.
               02 LDR-Hora PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDR-CodBanco PIC ZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDR-CodAgencia PIC ZZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDR-NumConta PIC Z(10)9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDR-Origem PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDR-Operador PIC 9(04).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDR-ValorDebito PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LDR-ValorBloqueado PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           01 LINHA-RESUMO.
               02 FILLER PIC X(30) VALUE SPACES.
               02 LR-ROTULO PIC X(25).
               02 LR-TOTAL PIC ZZZ.ZZZ.ZZ9.

           01 LINHA-RESUMO-VALOR.
               02 FILLER PIC X(30) VALUE SPACES.
               02 LRV-ROTULO PIC X(25).
               02 LRV-TOTAL PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
               MOVE WS-DATA-HOJE TO WS-PERIODO-EXECUCAO.
               PERFORM INICIAR-CONTROLE-EXECUCAO.
               PERFORM ABRIR-ARQUIVOS.
               PERFORM IMPRIMIR-CABECALHO.

               PERFORM IMPRIMIR-CABECALHO-BLOQUEIOS.
               IF BLQ-STATUS-OK THEN
                   READ ARQ-BLOQUEIOS NEXT RECORD
                       AT END SET FIM-BLOQUEIOS TO TRUE
                   END-READ
                   PERFORM PROCESSAR-BLOQUEIO UNTIL FIM-BLOQUEIOS
               END-IF.
               PERFORM IMPRIMIR-TOTAIS-BLOQUEIOS.

               PERFORM IMPRIMIR-CABECALHO-RECUSAS.
               IF REC-STATUS-OK THEN
                   READ ARQ-RECUSAS
                       AT END SET FIM-RECUSAS TO TRUE
                   END-READ
                   PERFORM PROCESSAR-RECUSA UNTIL FIM-RECUSAS
               END-IF.
               PERFORM IMPRIMIR-TOTAIS-RECUSAS.

               PERFORM FECHAR-ARQUIVOS.
               PERFORM CONCLUIR-CONTROLE-EXECUCAO.

               STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN INPUT ARQ-BLOQUEIOS.
               OPEN INPUT ARQ-RECUSAS.
               OPEN INPUT ARQ-CLIENTES.
               IF NOT STATUS-OK THEN
                   DISPLAY "ARQUIVO CLIENTES.DAT NAO DISPONIVEL - "
                       ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT ARQ-RELATORIO.

           IMPRIMIR-CABECALHO.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE WS-DATA-HOJE TO LDT-Data.
               MOVE LINHA-DATA TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           IMPRIMIR-CABECALHO-BLOQUEIOS.
               MOVE LINHA-SECAO-BLOQUEIOS TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS-BLOQUEIOS TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS-SALDO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           PROCESSAR-BLOQUEIO.
               IF BLOQUEIO-ATIVO
                       AND BLQ-DataInicio NOT > WS-DATA-HOJE
                       AND (BLQ-DataLiberacao = ZEROS
                       OR BLQ-DataLiberacao > WS-DATA-HOJE) THEN
                   PERFORM IMPRIMIR-BLOQUEIO
               END-IF.

               READ ARQ-BLOQUEIOS NEXT RECORD
                   AT END SET FIM-BLOQUEIOS TO TRUE
               END-READ.

           IMPRIMIR-BLOQUEIO.
               ADD 1 TO WS-TOTAL-BLOQUEIOS.
               ADD BLQ-Valor TO WS-VALOR-TOTAL-BLOQUEIOS.

               MOVE BLQ-CodBanco TO LD-CodBanco.
               MOVE BLQ-CodAgencia TO LD-CodAgencia.
               MOVE BLQ-NumConta TO LD-NumConta.
               MOVE BLQ-Sequencia TO LD-Sequencia.
               MOVE BLQ-TipoBloqueio TO LD-Tipo.
               MOVE BLQ-Processo TO LD-Processo.
               MOVE BLQ-Valor TO LD-Valor.
               MOVE BLQ-DataInicio TO LD-DataInicio.
               MOVE BLQ-DataLiberacao TO LD-DataLiberacao.
               MOVE LINHA-DETALHE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE BLQ-CHAVE-CONTA TO ChaveConta.
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE "CONTA NAO CADASTRADA" TO LDS-NomeTitular
                       MOVE ZEROS TO LDS-Saldo
                       MOVE ZEROS TO LDS-Disponivel
                   NOT INVALID KEY
                       PERFORM CALCULAR-DISPONIVEL
               END-READ.

               MOVE LINHA-DETALHE-SALDO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           CALCULAR-DISPONIVEL.
               MOVE "C" TO WS-FUNCAO-BLOQUEIO.
               CALL "Controla-Bloqueio" USING WS-FUNCAO-BLOQUEIO
                   ChaveConta WS-VALOR-BLOQUEADO WS-VALOR-RECUSADO
                   WS-ORIGEM-BLOQUEIO WS-OPERADOR-JOB.

               COMPUTE WS-SALDO-DISPONIVEL =
                   Saldo - WS-VALOR-BLOQUEADO.
               IF TipoConta = 1 OR TipoConta = 3 THEN
                   ADD LimiteCredito TO WS-SALDO-DISPONIVEL
               END-IF.

               MOVE NomeTitular TO LDS-NomeTitular.
               MOVE Saldo TO LDS-Saldo.
               MOVE WS-SALDO-DISPONIVEL TO LDS-Disponivel.

           IMPRIMIR-TOTAIS-BLOQUEIOS.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE "BLOQUEIOS EM VIGOR:" TO LR-ROTULO.
               MOVE WS-TOTAL-BLOQUEIOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE "VALOR BLOQUEADO:" TO LRV-ROTULO.
               MOVE WS-VALOR-TOTAL-BLOQUEIOS TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           IMPRIMIR-CABECALHO-RECUSAS.
               MOVE LINHA-SECAO-RECUSAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS-RECUSAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           PROCESSAR-RECUSA.
               IF REC-Data = WS-DATA-HOJE THEN
                   ADD 1 TO WS-TOTAL-RECUSAS
                   ADD REC-ValorDebito TO WS-VALOR-TOTAL-RECUSAS

                   MOVE REC-Hora TO LDR-Hora
                   MOVE REC-CodBanco TO LDR-CodBanco
                   MOVE REC-CodAgencia TO LDR-CodAgencia
                   MOVE REC-NumConta TO LDR-NumConta
                   MOVE REC-Origem TO LDR-Origem
                   MOVE REC-Operador TO LDR-Operador
                   MOVE REC-ValorDebito TO LDR-ValorDebito
                   MOVE REC-ValorBloqueado TO LDR-ValorBloqueado
                   MOVE LINHA-DETALHE-RECUSA TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

               READ ARQ-RECUSAS
                   AT END SET FIM-RECUSAS TO TRUE
               END-READ.

           IMPRIMIR-TOTAIS-RECUSAS.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE "DEBITOS RECUSADOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-RECUSAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE "VALOR RECUSADO:" TO LRV-ROTULO.
               MOVE WS-VALOR-TOTAL-RECUSAS TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           INICIAR-CONTROLE-EXECUCAO.
               MOVE "I" TO WS-FUNCAO-EXECUCAO.
               CALL "Controla-Execucao" USING WS-FUNCAO-EXECUCAO
                   WS-JOB-EXECUCAO WS-PERIODO-EXECUCAO
                   WS-RESULTADO-EXECUCAO WS-CHECKPOINT-CHAVE.

               IF EXECUCAO-RECUSADA THEN
                   DISPLAY "EXECUCAO RECUSADA PELO CONTROLE - "
                       WS-JOB-EXECUCAO
                   STOP RUN
               END-IF.

           CONCLUIR-CONTROLE-EXECUCAO.
               MOVE "C" TO WS-FUNCAO-EXECUCAO.
               CALL "Controla-Execucao" USING WS-FUNCAO-EXECUCAO
                   WS-JOB-EXECUCAO WS-PERIODO-EXECUCAO
                   WS-RESULTADO-EXECUCAO WS-CHECKPOINT-CHAVE.

           FECHAR-ARQUIVOS.
               CLOSE ARQ-BLOQUEIOS.
               CLOSE ARQ-RECUSAS.
               CLOSE ARQ-CLIENTES.
               CLOSE ARQ-RELATORIO.

       END PROGRAM Relatorio-Bloqueios.
