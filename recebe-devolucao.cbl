      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Processa o arquivo de retorno da camara de
      *          compensacao (CMPRETOR.TXT), com os creditos que
      *          remetemos nos arquivos CMPbbbaammdd.REM e que o banco
      *          de destino recusou: localiza a remessa em
      *          REMESSAS.DAT, estorna o valor na conta de origem em
      *          CLIENTES.DAT, registra o estorno em MOVIMENTO.DAT
      *          ligado ao debito original e emite a conciliacao de
      *          todos os arquivos .REM enviados contra o que voltou
      *          devolvido e o que segue pendente de liquidacao.
      *          Remessa cujo debito ja foi estornado na agencia
      *          (situacao E) e dada como liquidada: a devolucao e
      *          rejeitada e a origem nao e creditada de novo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recebe-Devolucao.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS ARQ-STATUS
               RECORD KEY IS ChaveConta
               ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES.

           SELECT ARQ-RETORNO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-STATUS.

           SELECT ARQ-REMESSAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS REM-STATUS
               RECORD KEY IS ChaveRemessa
               ALTERNATE RECORD KEY IS REM-CHAVE-ORIGEM
                   WITH DUPLICATES.

           SELECT ARQ-MOVIMENTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.

           SELECT TRABALHO-ORDENACAO ASSIGN TO DISK.

           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           COPY CLIENTE.

           FD ARQ-RETORNO VALUE OF FILE-ID IS "CMPRETOR.TXT".
           COPY COMPENSA.

           FD ARQ-REMESSAS VALUE OF FILE-ID IS "REMESSAS.DAT".
           COPY REMESSA.

           FD ARQ-MOVIMENTO VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           COPY MOVIMENTO.

           SD TRABALHO-ORDENACAO.
           01 REG-TRABALHO-ORDENACAO.
               02 TRB-BANCO PIC 9(03).
               02 TRB-DATA PIC 9(06).
               02 TRB-STATUS PIC X(01).
               02 TRB-VALOR PIC 9(09)V99.

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "REMDEVOL.LST".
           01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.

           77 RET-STATUS PIC 9(02).
               88 RET-STATUS-OK VALUE ZEROS.
               88 FIM-RETORNO VALUE 10.

           77 REM-STATUS PIC 9(02).
               88 REM-STATUS-OK VALUE ZEROS.
               88 FIM-REMESSAS VALUE 10.
               88 REM-NAO-ENCONTRADO VALUE 35.

           77 MOV-STATUS PIC 9(02).
               88 MOV-STATUS-OK VALUE ZEROS.
               88 MOV-STATUS-NAO-ENCONTRADO VALUE 35.

           77 REL-STATUS PIC 9(02).

           77 WS-CONTA-EXISTE PIC X(01) VALUE "N".
               88 CONTA-EXISTE VALUE "S".
               88 CONTA-NAO-EXISTE VALUE "N".

           77 WS-REMESSA-ACHADA PIC X(01) VALUE "N".
               88 REMESSA-ACHADA VALUE "S".
               88 REMESSA-NAO-ACHADA VALUE "N".

           77 WS-REMESSA-REPETIDA PIC X(01) VALUE "N".
               88 REMESSA-JA-DEVOLVIDA VALUE "S".
               88 REMESSA-JA-ESTORNADA VALUE "E".

           77 WS-FIM-BUSCA PIC X(01) VALUE "N".
               88 FIM-BUSCA VALUE "S".

           77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
               88 FIM-ORDENACAO VALUE "S".

           77 WS-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.

           01 WS-CHAVE-ORIGEM.
               02 WS-BANCO-ORIGEM PIC 9(03) VALUE ZEROS.
               02 WS-AGENCIA-ORIGEM PIC 9(04) VALUE ZEROS.
               02 WS-CONTA-ORIGEM PIC 9(11) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-NUMERO-MOVIMENTO PIC 9(09) VALUE ZEROS.

           01 WS-HORA-SISTEMA.
               02 WS-HORA-HHMMSS PIC 9(06).
               02 WS-HORA-CENTESIMOS PIC 9(02).

           77 WS-OPERADOR-JOB PIC 9(04) VALUE 9008.

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

           77 WS-FUNCAO-EXECUCAO PIC X(01) VALUE "I".
           77 WS-JOB-EXECUCAO PIC X(08) VALUE "REMDEVOL".
           77 WS-PERIODO-EXECUCAO PIC 9(06) VALUE ZEROS.
           77 WS-RESULTADO-EXECUCAO PIC X(01) VALUE "L".
               88 EXECUCAO-LIBERADA VALUE "L".
               88 EXECUCAO-RETOMADA VALUE "R".
               88 EXECUCAO-RECUSADA VALUE "N".
           77 WS-CHECKPOINT-CHAVE PIC X(18) VALUE ZEROS.

           77 WS-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-ESTORNADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-REJEITADOS PIC 9(07) VALUE ZEROS.
           77 WS-VALOR-ESTORNADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-REJEITADO PIC 9(11)V99 VALUE ZEROS.

           77 WS-BANCO-GRUPO PIC 9(03) VALUE ZEROS.
           77 WS-DATA-GRUPO PIC 9(06) VALUE ZEROS.
           77 WS-PRIMEIRO-GRUPO PIC X(01) VALUE "S".
               88 PRIMEIRO-GRUPO VALUE "S".

           77 WS-QTD-ENVIADOS PIC 9(07) VALUE ZEROS.
           77 WS-QTD-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
           77 WS-QTD-PENDENTES PIC 9(07) VALUE ZEROS.
           77 WS-VALOR-ENVIADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-DEVOLVIDO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-PENDENTE PIC 9(11)V99 VALUE ZEROS.

           77 WS-TOT-ARQUIVOS PIC 9(07) VALUE ZEROS.
           77 WS-TOT-QTD-ENVIADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOT-QTD-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
           77 WS-TOT-QTD-PENDENTES PIC 9(07) VALUE ZEROS.
           77 WS-TOT-VALOR-ENVIADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOT-VALOR-DEVOLVIDO PIC 9(11)V99 VALUE ZEROS.
           77 WS-TOT-VALOR-PENDENTE PIC 9(11)V99 VALUE ZEROS.

           01 LINHA-CABECALHO PIC X(80) VALUE
           "DEVOLUCOES DA COMPENSACAO - CMPRETOR.TXT".
           01 LINHA-COLUNAS PIC X(80) VALUE
           "CONTA ORIGEM BCO DEST         VALOR  RESULTADO".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-DETALHE.
               02 LD-NumConta PIC Z(10)9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-BancoDestino PIC ZZ9.
               02 FILLER PIC X(08) VALUE SPACES.
               02 LD-Valor PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-Resultado PIC X(30).
           01 LINHA-CABECALHO-CONCILIACAO PIC X(80) VALUE
           "CONCILIACAO DAS REMESSAS ENVIADAS - REMESSAS.DAT".
           01 LINHA-COLUNAS-CONCILIACAO.
               02 FILLER PIC X(41) VALUE
               "ARQUIVO           QTD  VALOR ENVIADO  QTD".
               02 FILLER PIC X(39) VALUE
               "  VALOR DEVOLV.  QTD VALOR PENDENTE".
           01 LINHA-ARQUIVO.
               02 LA-Arquivo.
                   03 FILLER PIC X(03) VALUE "CMP".
                   03 LA-Banco PIC 9(03).
                   03 LA-Data PIC 9(06).
                   03 FILLER PIC X(04) VALUE ".REM".
               02 FILLER PIC X(01) VALUE SPACES.
               02 LA-QtdEnviados PIC ZZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LA-ValorEnviado PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LA-QtdDevolvidos PIC ZZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LA-ValorDevolvido PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LA-QtdPendentes PIC ZZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LA-ValorPendente PIC ZZZ.ZZZ.ZZ9,99.
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
               PERFORM ABRIR-ARQUIVOS-DEVOLUCAO.
               PERFORM IMPRIMIR-CABECALHO.

               READ ARQ-RETORNO
                   AT END SET FIM-RETORNO TO TRUE
               END-READ.

               PERFORM PROCESSAR-DEVOLUCAO UNTIL FIM-RETORNO.

               PERFORM IMPRIMIR-RESUMO.

               CLOSE ARQ-REMESSAS.
               PERFORM IMPRIMIR-CABECALHO-CONCILIACAO.

               SORT TRABALHO-ORDENACAO
                   ON ASCENDING KEY TRB-BANCO TRB-DATA
                   INPUT PROCEDURE IS LER-REMESSAS
                   OUTPUT PROCEDURE IS CONCILIAR-ARQUIVOS.

               PERFORM IMPRIMIR-TOTAIS-CONCILIACAO.
               PERFORM FECHAR-ARQUIVOS-DEVOLUCAO.
               PERFORM CONCLUIR-CONTROLE-EXECUCAO.

               STOP RUN.

           ABRIR-ARQUIVOS-DEVOLUCAO.
               OPEN I-O ARQ-CLIENTES
               IF NOT STATUS-OK THEN
                   DISPLAY "CLIENTES.DAT NAO DISPONIVEL - " ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT ARQ-RETORNO
               IF NOT RET-STATUS-OK THEN
                   DISPLAY "CMPRETOR.TXT NAO DISPONIVEL - " RET-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN I-O ARQ-REMESSAS
               IF REM-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-REMESSAS
                   CLOSE ARQ-REMESSAS
                   OPEN I-O ARQ-REMESSAS
               END-IF.

               OPEN EXTEND ARQ-MOVIMENTO
               IF MOV-STATUS-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-MOVIMENTO
                   CLOSE ARQ-MOVIMENTO
                   OPEN EXTEND ARQ-MOVIMENTO
               END-IF.

               OPEN OUTPUT ARQ-RELATORIO.

           IMPRIMIR-CABECALHO.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           PROCESSAR-DEVOLUCAO.
               ADD 1 TO WS-TOTAL-LIDOS.

               PERFORM LOCALIZAR-REMESSA.

               IF REMESSA-NAO-ACHADA THEN
                   EVALUATE TRUE
                       WHEN REMESSA-JA-DEVOLVIDA
                           PERFORM REJEITAR-JA-DEVOLVIDA
                       WHEN REMESSA-JA-ESTORNADA
                           PERFORM REJEITAR-JA-ESTORNADA
                       WHEN OTHER
                           PERFORM REJEITAR-NAO-LOCALIZADA
                   END-EVALUATE
               ELSE
                   PERFORM LER-CONTA-ORIGEM
                   IF CONTA-NAO-EXISTE THEN
                       PERFORM REJEITAR-NAO-CADASTRADA
                   ELSE
                       IF CONTA-ENCERRADA THEN
                           PERFORM REJEITAR-ENCERRADA
                       ELSE
                           PERFORM ESTORNAR-DEBITO-ORIGEM
                       END-IF
                   END-IF
               END-IF.

               READ ARQ-RETORNO
                   AT END SET FIM-RETORNO TO TRUE
               END-READ.

           LOCALIZAR-REMESSA.
               SET REMESSA-NAO-ACHADA TO TRUE.
               MOVE "N" TO WS-REMESSA-REPETIDA.
               MOVE "N" TO WS-FIM-BUSCA.

               MOVE CMP-BancoOrigem TO WS-BANCO-ORIGEM.
               MOVE CMP-AgenciaOrigem TO WS-AGENCIA-ORIGEM.
               MOVE CMP-ContaOrigem TO WS-CONTA-ORIGEM.
               MOVE WS-CHAVE-ORIGEM TO REM-CHAVE-ORIGEM.

               START ARQ-REMESSAS KEY IS = REM-CHAVE-ORIGEM
                   INVALID KEY
                       SET FIM-BUSCA TO TRUE
               END-START.

               PERFORM PROCURAR-REMESSA
                   UNTIL FIM-BUSCA OR REMESSA-ACHADA.

           PROCURAR-REMESSA.
               READ ARQ-REMESSAS NEXT RECORD
                   AT END
                       SET FIM-BUSCA TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF REM-CHAVE-ORIGEM NOT = WS-CHAVE-ORIGEM THEN
                   SET FIM-BUSCA TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               IF REM-BancoDestino = CMP-BancoDestino
                       AND REM-AgenciaDestino = CMP-AgenciaDestino
                       AND REM-ContaDestino = CMP-ContaDestino
                       AND REM-Valor = CMP-Valor
                       AND REM-DataRemessa = CMP-Data THEN
                   EVALUATE TRUE
                       WHEN REMESSA-PENDENTE
                           SET REMESSA-ACHADA TO TRUE
                       WHEN REMESSA-ESTORNADA
                           SET REMESSA-JA-ESTORNADA TO TRUE
                       WHEN OTHER
                           SET REMESSA-JA-DEVOLVIDA TO TRUE
                   END-EVALUATE
               END-IF.

           LER-CONTA-ORIGEM.
               MOVE WS-CHAVE-ORIGEM TO ChaveConta.
               READ ARQ-CLIENTES
                   INVALID KEY
                       SET CONTA-NAO-EXISTE TO TRUE
                   NOT INVALID KEY
                       SET CONTA-EXISTE TO TRUE
               END-READ.

           ESTORNAR-DEBITO-ORIGEM.
               MOVE Saldo TO WS-SALDO-ANTERIOR.
               ADD CMP-Valor TO Saldo.

               IF CONTA-DORMENTE THEN
                   SET CONTA-ATIVA TO TRUE
               END-IF.
               MOVE WS-DATA-HOJE TO DataUltimoMovimento.

               REWRITE DADOS-ARQ
                   INVALID KEY
                       PERFORM REJEITAR-ERRO-REGRAVACAO
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-ESTORNADOS
                       ADD CMP-Valor TO WS-VALOR-ESTORNADO
                       SET MOV-ESTORNO TO TRUE
                       PERFORM GRAVAR-MOVIMENTO-DEVOLUCAO
                       PERFORM BAIXAR-REMESSA
                       MOVE "ESTORNADO NA ORIGEM" TO LD-Resultado
                       PERFORM IMPRIMIR-DETALHE
               END-REWRITE.

           BAIXAR-REMESSA.
               SET REMESSA-DEVOLVIDA TO TRUE.
               MOVE WS-DATA-HOJE TO REM-DataDevolucao.
               MOVE WS-NUMERO-MOVIMENTO TO REM-NumeroEstorno.
               REWRITE DADOS-REMESSA
                   INVALID KEY
                       DISPLAY "ERRO AO BAIXAR REMESSA "
                           REM-NumeroDebito
               END-REWRITE.

           REJEITAR-NAO-LOCALIZADA.
               MOVE "REJEITADO - REMESSA NAO ACHADA" TO LD-Resultado.
               PERFORM REGISTRAR-REJEICAO.

           REJEITAR-JA-DEVOLVIDA.
               MOVE "REJEITADO - JA DEVOLVIDA" TO LD-Resultado.
               PERFORM REGISTRAR-REJEICAO.

           REJEITAR-JA-ESTORNADA.
               MOVE "REJEITADO - DEBITO ESTORNADO" TO LD-Resultado.
               PERFORM REGISTRAR-REJEICAO.

           REJEITAR-NAO-CADASTRADA.
               MOVE "REJEITADO - ORIGEM NAO CADAST." TO LD-Resultado.
               PERFORM REGISTRAR-REJEICAO.

           REJEITAR-ENCERRADA.
               MOVE "REJEITADO - ORIGEM ENCERRADA" TO LD-Resultado.
               PERFORM REGISTRAR-REJEICAO.

           REJEITAR-ERRO-REGRAVACAO.
               MOVE "REJEITADO - ERRO AO REESCREVER" TO LD-Resultado.
               PERFORM REGISTRAR-REJEICAO.

           REGISTRAR-REJEICAO.
               ADD 1 TO WS-TOTAL-REJEITADOS.
               ADD CMP-Valor TO WS-VALOR-REJEITADO.
               PERFORM IMPRIMIR-DETALHE.

           IMPRIMIR-DETALHE.
               MOVE CMP-ContaOrigem TO LD-NumConta.
               MOVE CMP-BancoDestino TO LD-BancoDestino.
               MOVE CMP-Valor TO LD-Valor.
               MOVE LINHA-DETALHE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           GRAVAR-MOVIMENTO-DEVOLUCAO.
               MOVE DIA TO MOV-DIA.
               MOVE MES TO MOV-MES.
               MOVE ANO TO MOV-ANO.
               MOVE CPF TO MOV-CPF.
               MOVE CNPJ TO MOV-CNPJ.
               MOVE CodBanco TO MOV-CODBANCO.
               MOVE CodAgencia TO MOV-CODAGENCIA.
               MOVE NumConta TO MOV-NUMCONTA.
               MOVE WS-SALDO-ANTERIOR TO MOV-SALDO-ANTIGO.
               MOVE Saldo TO MOV-SALDO-NOVO.
               MOVE WS-OPERADOR-JOB TO MOV-OPERADOR.
               PERFORM OBTER-NUMERO-MOVIMENTO.
               MOVE WS-NUMERO-MOVIMENTO TO MOV-NUMERO.
               MOVE WS-HORA-HHMMSS TO MOV-HORA.
               MOVE REM-NumeroDebito TO MOV-NUMERO-ORIGEM.
               WRITE REG-MOVIMENTO.

           OBTER-NUMERO-MOVIMENTO.
               ACCEPT WS-HORA-SISTEMA FROM TIME.
               CALL "Numera-Movimento" USING WS-NUMERO-MOVIMENTO.


           IMPRIMIR-RESUMO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "DEVOLUCOES LIDAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-LIDOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "ESTORNADAS NA ORIGEM:" TO LR-ROTULO.
               MOVE WS-TOTAL-ESTORNADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "REJEITADAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-REJEITADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL ESTORNADO:" TO LRV-ROTULO.
               MOVE WS-VALOR-ESTORNADO TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL REJEITADO:" TO LRV-ROTULO.
               MOVE WS-VALOR-REJEITADO TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           IMPRIMIR-CABECALHO-CONCILIACAO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-CABECALHO-CONCILIACAO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS-CONCILIACAO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           LER-REMESSAS.
               OPEN INPUT ARQ-REMESSAS.

               READ ARQ-REMESSAS NEXT RECORD
                   AT END SET FIM-REMESSAS TO TRUE
               END-READ.

               PERFORM LIBERAR-REMESSA UNTIL FIM-REMESSAS.

               CLOSE ARQ-REMESSAS.

           LIBERAR-REMESSA.
               MOVE REM-BancoDestino TO TRB-BANCO.
               MOVE REM-DataRemessa TO TRB-DATA.
               MOVE REM-StatusRemessa TO TRB-STATUS.
               MOVE REM-Valor TO TRB-VALOR.
               RELEASE REG-TRABALHO-ORDENACAO.

               READ ARQ-REMESSAS NEXT RECORD
                   AT END SET FIM-REMESSAS TO TRUE
               END-READ.

           CONCILIAR-ARQUIVOS.
               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

               PERFORM ACUMULAR-REMESSA UNTIL FIM-ORDENACAO.

               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM IMPRIMIR-LINHA-ARQUIVO
               END-IF.

           ACUMULAR-REMESSA.
               IF PRIMEIRO-GRUPO THEN
                   MOVE TRB-BANCO TO WS-BANCO-GRUPO
                   MOVE TRB-DATA TO WS-DATA-GRUPO
                   MOVE "N" TO WS-PRIMEIRO-GRUPO
               END-IF.

               IF TRB-BANCO NOT = WS-BANCO-GRUPO
                       OR TRB-DATA NOT = WS-DATA-GRUPO THEN
                   PERFORM IMPRIMIR-LINHA-ARQUIVO
                   PERFORM ZERAR-TOTAIS-ARQUIVO
                   MOVE TRB-BANCO TO WS-BANCO-GRUPO
                   MOVE TRB-DATA TO WS-DATA-GRUPO
               END-IF.

               ADD 1 TO WS-QTD-ENVIADOS.
               ADD TRB-VALOR TO WS-VALOR-ENVIADO.
      * Remessa estornada na agencia ja nao aguarda a camara: soma
      * com as devolvidas.
               IF TRB-STATUS = "D" OR TRB-STATUS = "E" THEN
                   ADD 1 TO WS-QTD-DEVOLVIDOS
                   ADD TRB-VALOR TO WS-VALOR-DEVOLVIDO
               ELSE
                   ADD 1 TO WS-QTD-PENDENTES
                   ADD TRB-VALOR TO WS-VALOR-PENDENTE
               END-IF.

               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

           ZERAR-TOTAIS-ARQUIVO.
               MOVE ZEROS TO WS-QTD-ENVIADOS.
               MOVE ZEROS TO WS-QTD-DEVOLVIDOS.
               MOVE ZEROS TO WS-QTD-PENDENTES.
               MOVE ZEROS TO WS-VALOR-ENVIADO.
               MOVE ZEROS TO WS-VALOR-DEVOLVIDO.
               MOVE ZEROS TO WS-VALOR-PENDENTE.

           IMPRIMIR-LINHA-ARQUIVO.
               MOVE WS-BANCO-GRUPO TO LA-Banco.
               MOVE WS-DATA-GRUPO TO LA-Data.
               MOVE WS-QTD-ENVIADOS TO LA-QtdEnviados.
               MOVE WS-VALOR-ENVIADO TO LA-ValorEnviado.
               MOVE WS-QTD-DEVOLVIDOS TO LA-QtdDevolvidos.
               MOVE WS-VALOR-DEVOLVIDO TO LA-ValorDevolvido.
               MOVE WS-QTD-PENDENTES TO LA-QtdPendentes.
               MOVE WS-VALOR-PENDENTE TO LA-ValorPendente.
               MOVE LINHA-ARQUIVO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               ADD 1 TO WS-TOT-ARQUIVOS.
               ADD WS-QTD-ENVIADOS TO WS-TOT-QTD-ENVIADOS.
               ADD WS-QTD-DEVOLVIDOS TO WS-TOT-QTD-DEVOLVIDOS.
               ADD WS-QTD-PENDENTES TO WS-TOT-QTD-PENDENTES.
               ADD WS-VALOR-ENVIADO TO WS-TOT-VALOR-ENVIADO.
               ADD WS-VALOR-DEVOLVIDO TO WS-TOT-VALOR-DEVOLVIDO.
               ADD WS-VALOR-PENDENTE TO WS-TOT-VALOR-PENDENTE.

           IMPRIMIR-TOTAIS-CONCILIACAO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "ARQUIVOS .REM:" TO LR-ROTULO.
               MOVE WS-TOT-ARQUIVOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "REMESSAS ENVIADAS:" TO LR-ROTULO.
               MOVE WS-TOT-QTD-ENVIADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "REMESSAS DEVOLVIDAS:" TO LR-ROTULO.
               MOVE WS-TOT-QTD-DEVOLVIDOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "REMESSAS PENDENTES:" TO LR-ROTULO.
               MOVE WS-TOT-QTD-PENDENTES TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "VALOR ENVIADO:" TO LRV-ROTULO.
               MOVE WS-TOT-VALOR-ENVIADO TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "VALOR DEVOLVIDO:" TO LRV-ROTULO.
               MOVE WS-TOT-VALOR-DEVOLVIDO TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "VALOR PENDENTE:" TO LRV-ROTULO.
               MOVE WS-TOT-VALOR-PENDENTE TO LRV-TOTAL.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           FECHAR-ARQUIVOS-DEVOLUCAO.
               CLOSE ARQ-CLIENTES.
               CLOSE ARQ-RETORNO.
               CLOSE ARQ-MOVIMENTO.
               CLOSE ARQ-RELATORIO.


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

       END PROGRAM Recebe-Devolucao.
