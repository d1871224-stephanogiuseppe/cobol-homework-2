      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Interface contabil diaria: transforma os movimentos do
      *          dia em MOVIMENTO.DAT em lancamentos de partidas
      *          dobradas, conforme a tabela PLANOCTA.DAT (tipo de
      *          operacao + canal + TipoConta), resume por banco/
      *          agencia/conta contabil e grava o arquivo de layout
      *          fixo CTBaammdd.TXT para o sistema contabil. O canal
      *          "C" (compensacao) vale para creditos recebidos pelo
      *          Recebe-Compensacao, debitos registrados em
      *          REMESSAS.DAT e devolucoes; os demais sao "A". Estornos
      *          sao lancados com a chave do movimento original
      *          (MOV-NUMERO-ORIGEM), o que reverte o lancamento de
      *          origem. Imprime o balancete BALANCETE.LST com debitos
      *          e creditos por agencia e a conciliacao da variacao das
      *          contas de depositos com a diferenca entre as geracoes
      *          CTLaammdd.DAT do dia anterior e do dia. Termina com
      *          RETURN-CODE 8 quando ha movimento sem conta contabil
      *          ou alguma agencia nao fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Contabiliza-Movimento.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVIMENTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.

           SELECT ARQ-CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS ARQ-STATUS
               RECORD KEY IS ChaveConta
               ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES.

           SELECT ARQ-PLANO-CONTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS PLA-STATUS
               RECORD KEY IS ChavePlano.

           SELECT ARQ-REMESSAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS REM-STATUS
               RECORD KEY IS ChaveRemessa
               ALTERNATE RECORD KEY IS REM-CHAVE-ORIGEM
                   WITH DUPLICATES.

           SELECT ARQ-CONTROLE-ANTERIOR ASSIGN TO DYNAMIC
               WS-NOME-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANT-STATUS.

           SELECT ARQ-CONTROLE-ATUAL ASSIGN TO DYNAMIC
               WS-NOME-ATUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATU-STATUS.

           SELECT TRABALHO-ORDENACAO ASSIGN TO DISK.

           SELECT ARQ-CONTABIL ASSIGN TO DYNAMIC WS-NOME-CONTABIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTB-STATUS.

           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-MOVIMENTO VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           COPY MOVIMENTO.

           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           COPY CLIENTE.

           FD ARQ-PLANO-CONTAS VALUE OF FILE-ID IS "PLANOCTA.DAT".
           COPY PLANOCTA.

           FD ARQ-REMESSAS VALUE OF FILE-ID IS "REMESSAS.DAT".
           COPY REMESSA.

           FD ARQ-CONTROLE-ANTERIOR.
           01 REG-CONTROLE-ANTERIOR.
               02 ANT-CodBanco PIC 9(03).
               02 ANT-CodAgencia PIC 9(04).
               02 ANT-QtdContas PIC 9(05).
               02 ANT-TotalSaldo PIC S9(13)V99
                   SIGN IS TRAILING SEPARATE.

           FD ARQ-CONTROLE-ATUAL.
           01 REG-CONTROLE-ATUAL.
               02 ATU-CodBanco PIC 9(03).
               02 ATU-CodAgencia PIC 9(04).
               02 ATU-QtdContas PIC 9(05).
               02 ATU-TotalSaldo PIC S9(13)V99
                   SIGN IS TRAILING SEPARATE.

           SD TRABALHO-ORDENACAO.
           01 REG-TRABALHO-ORDENACAO.
               02 TRB-CodBanco PIC 9(03).
               02 TRB-CodAgencia PIC 9(04).
               02 TRB-ContaContabil PIC 9(10).
               02 TRB-Natureza PIC X(01).
                   88 TRB-DEBITO VALUE "D".
                   88 TRB-CREDITO VALUE "C".
               02 TRB-Deposito PIC X(01).
                   88 TRB-CONTA-DEPOSITO VALUE "S".
               02 TRB-Valor PIC 9(11)V99.

           FD ARQ-CONTABIL.
           01 REG-CONTABIL.
               02 CTB-DataMovimento PIC 9(06).
               02 CTB-CodBanco PIC 9(03).
               02 CTB-CodAgencia PIC 9(04).
               02 CTB-ContaContabil PIC 9(10).
               02 CTB-Natureza PIC X(01).
               02 CTB-Valor PIC 9(13)V99.
               02 CTB-QtdLancamentos PIC 9(07).

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "BALANCETE.LST".
           01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           77 MOV-STATUS PIC 9(02).
               88 MOV-STATUS-OK VALUE ZEROS.
               88 FIM-MOVIMENTO VALUE 10.

           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.

           77 PLA-STATUS PIC 9(02).
               88 PLA-STATUS-OK VALUE ZEROS.

           77 REM-STATUS PIC 9(02).
               88 REM-STATUS-OK VALUE ZEROS.

           77 ANT-STATUS PIC 9(02).
               88 ANT-STATUS-OK VALUE ZEROS.
               88 FIM-ANTERIOR VALUE 10.

           77 ATU-STATUS PIC 9(02).
               88 ATU-STATUS-OK VALUE ZEROS.
               88 FIM-ATUAL VALUE 10.

           77 CTB-STATUS PIC 9(02).
           77 REL-STATUS PIC 9(02).

           01 WS-NOME-ANTERIOR.
               02 FILLER PIC X(03) VALUE "CTL".
               02 WS-ANT-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".DAT".

           01 WS-NOME-ATUAL.
               02 FILLER PIC X(03) VALUE "CTL".
               02 WS-ATU-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".DAT".

           01 WS-NOME-CONTABIL.
               02 FILLER PIC X(03) VALUE "CTB".
               02 WS-CTB-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".TXT".

           77 WS-REMESSAS-ABERTO PIC X(01) VALUE "N".
               88 REMESSAS-ABERTO VALUE "S".

           77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
               88 FIM-ORDENACAO VALUE "S".

           77 WS-DATA-ANTERIOR PIC 9(06) VALUE ZEROS.
           77 WS-DATA-ATUAL PIC 9(06) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO PIC 9(06) VALUE ZEROS.

           77 WS-MOVIMENTO-DO-DIA PIC X(01) VALUE "N".
               88 MOVIMENTO-DO-DIA VALUE "S".

      * Lancamentos de compensacao: creditos recebidos e devolucoes
      * de remessas entram pelo canal "C" do plano de contas.
           77 WS-OPERADOR-COMPENSACAO PIC 9(04) VALUE 9007.
           77 WS-OPERADOR-DEVOLUCAO PIC 9(04) VALUE 9008.
           77 WS-CANAL-MOVIMENTO PIC X(01) VALUE "A".

           77 WS-DELTA PIC S9(11)V99 VALUE ZEROS.
           77 WS-VALOR-LANCAMENTO PIC 9(11)V99 VALUE ZEROS.

      * Movimentos originais dos estornos do dia, para lancar o
      * estorno com a mesma conta contabil do original.
           77 WS-QTD-ESTORNOS PIC 9(03) VALUE ZEROS.
           77 WS-IND-ESTORNO PIC 9(03) VALUE ZEROS.
           77 WS-IND-ORIGEM PIC 9(03) VALUE ZEROS.
           77 WS-NUMERO-BUSCA PIC 9(09) VALUE ZEROS.
           01 TABELA-ESTORNOS.
               02 TE-ENTRADA OCCURS 500 TIMES.
                   03 TE-NUMERO-ORIGEM PIC 9(09).
                   03 TE-TIPO-ORIGEM PIC X(01).
                   03 TE-CANAL-ORIGEM PIC X(01).

      * Movimentos que nao puderam ser contabilizados.
           77 WS-QTD-PENDENCIAS PIC 9(05) VALUE ZEROS.
           77 WS-IND-PENDENCIA PIC 9(03) VALUE ZEROS.
           77 WS-MOTIVO-PENDENCIA PIC X(20) VALUE SPACES.
           01 TABELA-PENDENCIAS.
               02 TP-ENTRADA OCCURS 100 TIMES.
                   03 TP-NUMERO PIC 9(09).
                   03 TP-CodBanco PIC 9(03).
                   03 TP-CodAgencia PIC 9(04).
                   03 TP-NumConta PIC 9(11).
                   03 TP-TIPO PIC X(01).
                   03 TP-CANAL PIC X(01).
                   03 TP-TIPO-CONTA PIC 9(01).
                   03 TP-VALOR PIC S9(11)V99.
                   03 TP-MOTIVO PIC X(20).

      * Totais por banco/agencia para a conciliacao com o controle.
           77 WS-QTD-ENTRADAS PIC 9(03) VALUE ZEROS.
           77 WS-IND-ENTRADA PIC 9(03) VALUE ZEROS.
           77 WS-IND-ACHADO PIC 9(03) VALUE ZEROS.
           77 WS-BANCO-BUSCA PIC 9(03) VALUE ZEROS.
           77 WS-AGENCIA-BUSCA PIC 9(04) VALUE ZEROS.
           01 TABELA-CONTROLE.
               02 TC-ENTRADA OCCURS 300 TIMES.
                   03 TC-BANCO PIC 9(03).
                   03 TC-AGENCIA PIC 9(04).
                   03 TC-SALDO-ANTERIOR PIC S9(13)V99.
                   03 TC-SALDO-ATUAL PIC S9(13)V99.
                   03 TC-TEM-ATUAL PIC X(01).
                   03 TC-VARIACAO-CONTABIL PIC S9(13)V99.

      * Quebras do balancete.
           77 WS-PRIMEIRO-REGISTRO PIC X(01) VALUE "S".
               88 PRIMEIRO-REGISTRO VALUE "S".
           77 WS-BANCO-ANTERIOR PIC 9(03) VALUE ZEROS.
           77 WS-AGENCIA-ANTERIOR PIC 9(04) VALUE ZEROS.
           77 WS-CONTA-ANTERIOR PIC 9(10) VALUE ZEROS.

           77 WS-DEBITO-CONTA PIC 9(13)V99 VALUE ZEROS.
           77 WS-CREDITO-CONTA PIC 9(13)V99 VALUE ZEROS.
           77 WS-QTD-DEBITOS-CONTA PIC 9(07) VALUE ZEROS.
           77 WS-QTD-CREDITOS-CONTA PIC 9(07) VALUE ZEROS.
           77 WS-DEBITO-AGENCIA PIC 9(13)V99 VALUE ZEROS.
           77 WS-CREDITO-AGENCIA PIC 9(13)V99 VALUE ZEROS.
           77 WS-TOTAL-DEBITOS PIC 9(13)V99 VALUE ZEROS.
           77 WS-TOTAL-CREDITOS PIC 9(13)V99 VALUE ZEROS.

           77 WS-VARIACAO-CONTROLE PIC S9(13)V99 VALUE ZEROS.
           77 WS-DIFERENCA PIC S9(13)V99 VALUE ZEROS.

           77 WS-TOTAL-DIA PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CONTABILIZADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-SEM-EFEITO PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-REGISTROS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-AGENCIAS PIC 9(05) VALUE ZEROS.
           77 WS-TOTAL-QUEBRADAS PIC 9(05) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-FUNCAO-EXECUCAO PIC X(01) VALUE "I".
           77 WS-JOB-EXECUCAO PIC X(08) VALUE "CONTABIL".
           77 WS-PERIODO-EXECUCAO PIC 9(06) VALUE ZEROS.
           77 WS-RESULTADO-EXECUCAO PIC X(01) VALUE "L".
               88 EXECUCAO-LIBERADA VALUE "L".
               88 EXECUCAO-RETOMADA VALUE "R".
               88 EXECUCAO-RECUSADA VALUE "N".
           77 WS-CHECKPOINT-CHAVE PIC X(18) VALUE ZEROS.

           01 LINHA-CABECALHO.
               02 FILLER PIC X(30) VALUE
               "BALANCETE CONTABIL DIARIO - ".
               02 FILLER PIC X(14) VALUE "MOVIMENTO DE  ".
               02 LC-DataAnterior PIC 9(06).
               02 FILLER PIC X(05) VALUE " ATE ".
               02 LC-DataAtual PIC 9(06).
           01 LINHA-AGENCIA.
               02 FILLER PIC X(06) VALUE "BANCO ".
               02 LA-Banco PIC 9(03).
               02 FILLER PIC X(09) VALUE " AGENCIA ".
               02 LA-Agencia PIC 9(04).
           01 LINHA-COLUNAS.
               02 FILLER PIC X(20) VALUE "  CONTA CONTABIL    ".
               02 FILLER PIC X(20) VALUE "            DEBITOS ".
               02 FILLER PIC X(20) VALUE "           CREDITOS ".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-DETALHE.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-ContaContabil PIC 9(10).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-Debito PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-Credito PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-TOTAL-AGENCIA.
               02 FILLER PIC X(14) VALUE "  TOTAL       ".
               02 LT-Debito PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LT-Credito PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LT-Situacao PIC X(10).
           01 LINHA-TITULO-CONCILIACAO.
               02 FILLER PIC X(30) VALUE
               "CONCILIACAO DOS DEPOSITOS COM ".
               02 FILLER PIC X(24) VALUE "O FECHAMENTO DIARIO".
           01 LINHA-COLUNAS-CONCILIACAO.
               02 FILLER PIC X(20) VALUE "BANCO AGENCIA   VARI".
               02 FILLER PIC X(20) VALUE "ACAO CONTABIL   VARI".
               02 FILLER PIC X(20) VALUE "ACAO CONTROLE  SITUA".
               02 FILLER PIC X(03) VALUE "CAO".
           01 LINHA-CONCILIACAO.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LCC-Banco PIC ZZ9.
               02 FILLER PIC X(04) VALUE SPACES.
               02 LCC-Agencia PIC ZZZ9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCC-VariacaoContabil PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCC-VariacaoControle PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCC-Situacao PIC X(10).
           01 LINHA-DIFERENCA.
               02 FILLER PIC X(15) VALUE SPACES.
               02 FILLER PIC X(11) VALUE "DIFERENCA: ".
               02 LDF-Diferenca PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-TITULO-PENDENCIAS.
               02 FILLER PIC X(30) VALUE
               "MOVIMENTOS NAO CONTABILIZADOS ".
           01 LINHA-PENDENCIA.
               02 LP-Numero PIC 9(09).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LP-CodBanco PIC 9(03).
               02 FILLER PIC X(01) VALUE "/".
               02 LP-CodAgencia PIC 9(04).
               02 FILLER PIC X(01) VALUE "/".
               02 LP-NumConta PIC 9(11).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LP-Tipo PIC X(01).
               02 LP-Canal PIC X(01).
               02 LP-TipoConta PIC 9(01).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LP-Valor PIC ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LP-Motivo PIC X(20).
           01 LINHA-RESUMO.
               02 FILLER PIC X(05) VALUE SPACES.
               02 LR-ROTULO PIC X(30).
               02 LR-TOTAL PIC ZZZ.ZZZ.ZZ9.
           01 LINHA-RESUMO-VALOR.
               02 FILLER PIC X(05) VALUE SPACES.
               02 LRV-ROTULO PIC X(30).
               02 LRV-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 LINHA-MENSAGEM PIC X(80).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.

               DISPLAY "Data anterior (AAMMDD): ".
               ACCEPT WS-DATA-ANTERIOR.
               DISPLAY "Data atual (AAMMDD): ".
               ACCEPT WS-DATA-ATUAL.

               MOVE WS-DATA-ANTERIOR TO WS-ANT-DATA.
               MOVE WS-DATA-ATUAL TO WS-ATU-DATA.
               MOVE WS-DATA-ATUAL TO WS-CTB-DATA.

               MOVE WS-DATA-ATUAL TO WS-PERIODO-EXECUCAO.
               PERFORM INICIAR-CONTROLE-EXECUCAO.

               PERFORM ABRIR-ARQUIVOS.
               PERFORM CARREGAR-CONTROLE-ANTERIOR.
               PERFORM CARREGAR-CONTROLE-ATUAL.
               PERFORM COLETAR-ESTORNOS-DIA.

               MOVE WS-DATA-ANTERIOR TO LC-DataAnterior.
               MOVE WS-DATA-ATUAL TO LC-DataAtual.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               SORT TRABALHO-ORDENACAO
                   ON ASCENDING KEY TRB-CodBanco TRB-CodAgencia
                       TRB-ContaContabil
                   INPUT PROCEDURE IS LER-MOVIMENTOS-DIA
                   OUTPUT PROCEDURE IS GRAVAR-LANCAMENTOS.

               PERFORM IMPRIMIR-CONCILIACAO.
               PERFORM IMPRIMIR-PENDENCIAS.
               PERFORM IMPRIMIR-RESUMO.
               PERFORM FECHAR-ARQUIVOS.

               IF WS-TOTAL-QUEBRADAS = ZEROS
                       AND WS-QTD-PENDENCIAS = ZEROS
                       AND WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS THEN
                   PERFORM CONCLUIR-CONTROLE-EXECUCAO
                   DISPLAY "CONTABILIZACAO CONFERIDA. ARQUIVO "
                       WS-NOME-CONTABIL
               ELSE
                   DISPLAY "CONTABILIZACAO COM DIFERENCAS - VER "
                       "BALANCETE.LST"
                   MOVE 8 TO RETURN-CODE
               END-IF.

               STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN INPUT ARQ-PLANO-CONTAS.
               IF NOT PLA-STATUS-OK THEN
                   DISPLAY "ARQUIVO PLANOCTA.DAT NAO DISPONIVEL - "
                       PLA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT ARQ-CLIENTES.
               IF NOT STATUS-OK THEN
                   DISPLAY "ARQUIVO CLIENTES.DAT NAO DISPONIVEL - "
                       ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * Sem o registro de remessas os debitos de transferencia
      * interbancaria ficam no canal da agencia.
               OPEN INPUT ARQ-REMESSAS.
               IF REM-STATUS-OK THEN
                   SET REMESSAS-ABERTO TO TRUE
               END-IF.

               OPEN OUTPUT ARQ-CONTABIL.
               OPEN OUTPUT ARQ-RELATORIO.

           CARREGAR-CONTROLE-ANTERIOR.
               OPEN INPUT ARQ-CONTROLE-ANTERIOR.
               IF NOT ANT-STATUS-OK THEN
                   DISPLAY "ARQUIVO " WS-NOME-ANTERIOR
                       " NAO DISPONIVEL - " ANT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               READ ARQ-CONTROLE-ANTERIOR
                   AT END SET FIM-ANTERIOR TO TRUE
               END-READ.

               PERFORM GUARDAR-ANTERIOR UNTIL FIM-ANTERIOR.

               CLOSE ARQ-CONTROLE-ANTERIOR.

           GUARDAR-ANTERIOR.
               MOVE ANT-CodBanco TO WS-BANCO-BUSCA.
               MOVE ANT-CodAgencia TO WS-AGENCIA-BUSCA.
               PERFORM LOCALIZAR-ENTRADA.
               MOVE ANT-TotalSaldo
                   TO TC-SALDO-ANTERIOR(WS-IND-ACHADO).

               READ ARQ-CONTROLE-ANTERIOR
                   AT END SET FIM-ANTERIOR TO TRUE
               END-READ.

           CARREGAR-CONTROLE-ATUAL.
               OPEN INPUT ARQ-CONTROLE-ATUAL.
               IF NOT ATU-STATUS-OK THEN
                   DISPLAY "ARQUIVO " WS-NOME-ATUAL
                       " NAO DISPONIVEL - " ATU-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               READ ARQ-CONTROLE-ATUAL
                   AT END SET FIM-ATUAL TO TRUE
               END-READ.

               PERFORM GUARDAR-ATUAL UNTIL FIM-ATUAL.

               CLOSE ARQ-CONTROLE-ATUAL.

           GUARDAR-ATUAL.
               MOVE ATU-CodBanco TO WS-BANCO-BUSCA.
               MOVE ATU-CodAgencia TO WS-AGENCIA-BUSCA.
               PERFORM LOCALIZAR-ENTRADA.
               MOVE ATU-TotalSaldo TO TC-SALDO-ATUAL(WS-IND-ACHADO).
               MOVE "S" TO TC-TEM-ATUAL(WS-IND-ACHADO).

               READ ARQ-CONTROLE-ATUAL
                   AT END SET FIM-ATUAL TO TRUE
               END-READ.

           LOCALIZAR-ENTRADA.
               MOVE ZEROS TO WS-IND-ACHADO.
               MOVE 1 TO WS-IND-ENTRADA.
               PERFORM PROCURAR-ENTRADA
                   UNTIL WS-IND-ENTRADA > WS-QTD-ENTRADAS
                   OR WS-IND-ACHADO > 0.

               IF WS-IND-ACHADO = ZEROS THEN
                   IF WS-QTD-ENTRADAS >= 300 THEN
                       DISPLAY "MAIS DE 300 AGENCIAS - BALANCETE "
                           "ABANDONADO, AUMENTAR TABELA-CONTROLE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-ENTRADAS
                   MOVE WS-QTD-ENTRADAS TO WS-IND-ACHADO
                   MOVE WS-BANCO-BUSCA TO TC-BANCO(WS-IND-ACHADO)
                   MOVE WS-AGENCIA-BUSCA TO TC-AGENCIA(WS-IND-ACHADO)
                   MOVE ZEROS TO TC-SALDO-ANTERIOR(WS-IND-ACHADO)
                   MOVE ZEROS TO TC-SALDO-ATUAL(WS-IND-ACHADO)
                   MOVE "N" TO TC-TEM-ATUAL(WS-IND-ACHADO)
                   MOVE ZEROS TO TC-VARIACAO-CONTABIL(WS-IND-ACHADO)
               END-IF.

           PROCURAR-ENTRADA.
               IF TC-BANCO(WS-IND-ENTRADA) = WS-BANCO-BUSCA
                       AND TC-AGENCIA(WS-IND-ENTRADA)
                       = WS-AGENCIA-BUSCA THEN
                   MOVE WS-IND-ENTRADA TO WS-IND-ACHADO
               END-IF.
               ADD 1 TO WS-IND-ENTRADA.

           COLETAR-ESTORNOS-DIA.
               OPEN INPUT ARQ-MOVIMENTO.
               IF NOT MOV-STATUS-OK THEN
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

               PERFORM GUARDAR-ESTORNO UNTIL FIM-MOVIMENTO.

               CLOSE ARQ-MOVIMENTO.

           GUARDAR-ESTORNO.
               PERFORM VERIFICAR-DATA-MOVIMENTO.

      * Alem de 500 estornos no dia os excedentes sao lancados pela
      * entrada "S" do plano de contas.
               IF MOVIMENTO-DO-DIA AND MOV-ESTORNO
                       AND WS-QTD-ESTORNOS < 500 THEN
                   ADD 1 TO WS-QTD-ESTORNOS
                   MOVE MOV-NUMERO-ORIGEM
                       TO TE-NUMERO-ORIGEM(WS-QTD-ESTORNOS)
                   MOVE SPACES TO TE-TIPO-ORIGEM(WS-QTD-ESTORNOS)
                   MOVE SPACES TO TE-CANAL-ORIGEM(WS-QTD-ESTORNOS)
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

           VERIFICAR-DATA-MOVIMENTO.
               COMPUTE WS-DATA-MOVIMENTO =
                   MOV-ANO * 10000 + MOV-MES * 100 + MOV-DIA.

               IF WS-DATA-MOVIMENTO > WS-DATA-ANTERIOR
                       AND WS-DATA-MOVIMENTO NOT > WS-DATA-ATUAL THEN
                   SET MOVIMENTO-DO-DIA TO TRUE
               ELSE
                   MOVE "N" TO WS-MOVIMENTO-DO-DIA
               END-IF.

           LER-MOVIMENTOS-DIA.
               OPEN INPUT ARQ-MOVIMENTO.
               IF NOT MOV-STATUS-OK THEN
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

               PERFORM CONTABILIZAR-MOVIMENTO UNTIL FIM-MOVIMENTO.

               CLOSE ARQ-MOVIMENTO.

           CONTABILIZAR-MOVIMENTO.
               PERFORM VERIFICAR-DATA-MOVIMENTO.

               MOVE MOV-NUMERO TO WS-NUMERO-BUSCA.
               PERFORM LOCALIZAR-ESTORNO.
               MOVE WS-IND-ESTORNO TO WS-IND-ORIGEM.

               IF MOVIMENTO-DO-DIA OR WS-IND-ORIGEM > ZEROS THEN
                   PERFORM CLASSIFICAR-CANAL
               END-IF.

      * Guarda tipo e canal dos originais dos estornos do dia; o
      * original sempre precede o estorno em MOVIMENTO.DAT.
               IF WS-IND-ORIGEM > ZEROS THEN
                   PERFORM MARCAR-ORIGEM-ESTORNO
               END-IF.

               IF MOVIMENTO-DO-DIA THEN
                   ADD 1 TO WS-TOTAL-DIA
      * Encerramento retira o saldo da base do fechamento.
                   IF MOV-EXCLUSAO THEN
                       COMPUTE WS-DELTA = ZEROS - MOV-SALDO-NOVO
                   ELSE
                       COMPUTE WS-DELTA =
                           MOV-SALDO-NOVO - MOV-SALDO-ANTIGO
                   END-IF
                   IF WS-DELTA = ZEROS THEN
                       ADD 1 TO WS-TOTAL-SEM-EFEITO
                   ELSE
                       PERFORM LANCAR-MOVIMENTO
                   END-IF
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

           LOCALIZAR-ESTORNO.
               MOVE ZEROS TO WS-IND-ESTORNO.
               MOVE 1 TO WS-IND-ENTRADA.
               PERFORM PROCURAR-ESTORNO
                   UNTIL WS-IND-ENTRADA > WS-QTD-ESTORNOS
                   OR WS-IND-ESTORNO > 0.

           PROCURAR-ESTORNO.
               IF TE-NUMERO-ORIGEM(WS-IND-ENTRADA) = WS-NUMERO-BUSCA
                       THEN
                   MOVE WS-IND-ENTRADA TO WS-IND-ESTORNO
               END-IF.
               ADD 1 TO WS-IND-ENTRADA.

           MARCAR-ORIGEM-ESTORNO.
               MOVE 1 TO WS-IND-ENTRADA.
               PERFORM MARCAR-ESTORNO
                   UNTIL WS-IND-ENTRADA > WS-QTD-ESTORNOS.

           MARCAR-ESTORNO.
               IF TE-NUMERO-ORIGEM(WS-IND-ENTRADA) = MOV-NUMERO THEN
                   MOVE MOV-TIPO-OPERACAO
                       TO TE-TIPO-ORIGEM(WS-IND-ENTRADA)
                   MOVE WS-CANAL-MOVIMENTO
                       TO TE-CANAL-ORIGEM(WS-IND-ENTRADA)
               END-IF.
               ADD 1 TO WS-IND-ENTRADA.

           CLASSIFICAR-CANAL.
               MOVE "A" TO WS-CANAL-MOVIMENTO.

               IF MOV-OPERADOR = WS-OPERADOR-COMPENSACAO
                       OR MOV-OPERADOR = WS-OPERADOR-DEVOLUCAO THEN
                   MOVE "C" TO WS-CANAL-MOVIMENTO
                   EXIT PARAGRAPH
               END-IF.

               IF MOV-DEBITO AND REMESSAS-ABERTO THEN
                   MOVE MOV-NUMERO TO REM-NumeroDebito
                   READ ARQ-REMESSAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "C" TO WS-CANAL-MOVIMENTO
                   END-READ
               END-IF.

           LANCAR-MOVIMENTO.
               MOVE MOV-CHAVE-CONTA TO ChaveConta.
               READ ARQ-CLIENTES
                   INVALID KEY
                       MOVE ZEROS TO TipoConta
               END-READ.

               MOVE MOV-TIPO-OPERACAO TO PLA-TipoOperacao.
               MOVE WS-CANAL-MOVIMENTO TO PLA-Canal.
               MOVE TipoConta TO PLA-TipoConta.

               IF MOV-ESTORNO THEN
                   MOVE MOV-NUMERO-ORIGEM TO WS-NUMERO-BUSCA
                   PERFORM LOCALIZAR-ESTORNO
                   IF WS-IND-ESTORNO > ZEROS
                           AND TE-TIPO-ORIGEM(WS-IND-ESTORNO)
                           NOT = SPACES THEN
                       MOVE TE-TIPO-ORIGEM(WS-IND-ESTORNO)
                           TO PLA-TipoOperacao
                       MOVE TE-CANAL-ORIGEM(WS-IND-ESTORNO)
                           TO PLA-Canal
                   END-IF
               END-IF.

               IF TipoConta = ZEROS THEN
                   MOVE "CONTA NAO CADASTRADA" TO WS-MOTIVO-PENDENCIA
                   PERFORM REGISTRAR-PENDENCIA
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       MOVE "SEM CONTA CONTABIL" TO WS-MOTIVO-PENDENCIA
                       PERFORM REGISTRAR-PENDENCIA
                       EXIT PARAGRAPH
               END-READ.

               ADD 1 TO WS-TOTAL-CONTABILIZADOS.

      * Aumento de saldo credita depositos e debita a contrapartida;
      * reducao faz o inverso.
               IF WS-DELTA > ZEROS THEN
                   MOVE WS-DELTA TO WS-VALOR-LANCAMENTO
               ELSE
                   COMPUTE WS-VALOR-LANCAMENTO = ZEROS - WS-DELTA
               END-IF.

               MOVE MOV-CODBANCO TO TRB-CodBanco.
               MOVE MOV-CODAGENCIA TO TRB-CodAgencia.
               MOVE WS-VALOR-LANCAMENTO TO TRB-Valor.

               MOVE PLA-ContaDeposito TO TRB-ContaContabil.
               MOVE "S" TO TRB-Deposito.
               IF WS-DELTA > ZEROS THEN
                   MOVE "C" TO TRB-Natureza
               ELSE
                   MOVE "D" TO TRB-Natureza
               END-IF.
               RELEASE REG-TRABALHO-ORDENACAO.

               MOVE PLA-ContaContrapartida TO TRB-ContaContabil.
               MOVE "N" TO TRB-Deposito.
               IF WS-DELTA > ZEROS THEN
                   MOVE "D" TO TRB-Natureza
               ELSE
                   MOVE "C" TO TRB-Natureza
               END-IF.
               RELEASE REG-TRABALHO-ORDENACAO.

           REGISTRAR-PENDENCIA.
               ADD 1 TO WS-QTD-PENDENCIAS.
               IF WS-QTD-PENDENCIAS > 100 THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-QTD-PENDENCIAS TO WS-IND-PENDENCIA.
               MOVE MOV-NUMERO TO TP-NUMERO(WS-IND-PENDENCIA).
               MOVE MOV-CODBANCO TO TP-CodBanco(WS-IND-PENDENCIA).
               MOVE MOV-CODAGENCIA TO TP-CodAgencia(WS-IND-PENDENCIA).
               MOVE MOV-NUMCONTA TO TP-NumConta(WS-IND-PENDENCIA).
               MOVE PLA-TipoOperacao TO TP-TIPO(WS-IND-PENDENCIA).
               MOVE PLA-Canal TO TP-CANAL(WS-IND-PENDENCIA).
               MOVE TipoConta TO TP-TIPO-CONTA(WS-IND-PENDENCIA).
               MOVE WS-DELTA TO TP-VALOR(WS-IND-PENDENCIA).
               MOVE WS-MOTIVO-PENDENCIA TO TP-MOTIVO(WS-IND-PENDENCIA).

           GRAVAR-LANCAMENTOS.
               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

               PERFORM ACUMULAR-LANCAMENTO UNTIL FIM-ORDENACAO.

               IF NOT PRIMEIRO-REGISTRO THEN
                   PERFORM GRAVAR-CONTA-CONTABIL
                   PERFORM IMPRIMIR-TOTAL-AGENCIA
               END-IF.

           ACUMULAR-LANCAMENTO.
               IF PRIMEIRO-REGISTRO THEN
                   MOVE "N" TO WS-PRIMEIRO-REGISTRO
                   PERFORM INICIAR-AGENCIA
               END-IF.

               IF TRB-CodBanco NOT = WS-BANCO-ANTERIOR
                       OR TRB-CodAgencia NOT = WS-AGENCIA-ANTERIOR THEN
                   PERFORM GRAVAR-CONTA-CONTABIL
                   PERFORM IMPRIMIR-TOTAL-AGENCIA
                   PERFORM INICIAR-AGENCIA
               ELSE
                   IF TRB-ContaContabil NOT = WS-CONTA-ANTERIOR THEN
                       PERFORM GRAVAR-CONTA-CONTABIL
                       MOVE TRB-ContaContabil TO WS-CONTA-ANTERIOR
                   END-IF
               END-IF.

               IF TRB-DEBITO THEN
                   ADD TRB-Valor TO WS-DEBITO-CONTA
                   ADD 1 TO WS-QTD-DEBITOS-CONTA
               ELSE
                   ADD TRB-Valor TO WS-CREDITO-CONTA
                   ADD 1 TO WS-QTD-CREDITOS-CONTA
               END-IF.

      * Variacao contabil dos depositos: creditos menos debitos.
               IF TRB-CONTA-DEPOSITO THEN
                   IF TRB-CREDITO THEN
                       ADD TRB-Valor
                           TO TC-VARIACAO-CONTABIL(WS-IND-ACHADO)
                   ELSE
                       SUBTRACT TRB-Valor
                           FROM TC-VARIACAO-CONTABIL(WS-IND-ACHADO)
                   END-IF
               END-IF.

               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

           INICIAR-AGENCIA.
               MOVE TRB-CodBanco TO WS-BANCO-ANTERIOR.
               MOVE TRB-CodAgencia TO WS-AGENCIA-ANTERIOR.
               MOVE TRB-ContaContabil TO WS-CONTA-ANTERIOR.
               MOVE ZEROS TO WS-DEBITO-AGENCIA.
               MOVE ZEROS TO WS-CREDITO-AGENCIA.

               MOVE TRB-CodBanco TO WS-BANCO-BUSCA.
               MOVE TRB-CodAgencia TO WS-AGENCIA-BUSCA.
               PERFORM LOCALIZAR-ENTRADA.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE TRB-CodBanco TO LA-Banco.
               MOVE TRB-CodAgencia TO LA-Agencia.
               MOVE LINHA-AGENCIA TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           GRAVAR-CONTA-CONTABIL.
               MOVE WS-DATA-ATUAL TO CTB-DataMovimento.
               MOVE WS-BANCO-ANTERIOR TO CTB-CodBanco.
               MOVE WS-AGENCIA-ANTERIOR TO CTB-CodAgencia.
               MOVE WS-CONTA-ANTERIOR TO CTB-ContaContabil.

               IF WS-QTD-DEBITOS-CONTA > ZEROS THEN
                   MOVE "D" TO CTB-Natureza
                   MOVE WS-DEBITO-CONTA TO CTB-Valor
                   MOVE WS-QTD-DEBITOS-CONTA TO CTB-QtdLancamentos
                   WRITE REG-CONTABIL
                   ADD 1 TO WS-TOTAL-REGISTROS
               END-IF.

               IF WS-QTD-CREDITOS-CONTA > ZEROS THEN
                   MOVE "C" TO CTB-Natureza
                   MOVE WS-CREDITO-CONTA TO CTB-Valor
                   MOVE WS-QTD-CREDITOS-CONTA TO CTB-QtdLancamentos
                   WRITE REG-CONTABIL
                   ADD 1 TO WS-TOTAL-REGISTROS
               END-IF.

               MOVE WS-CONTA-ANTERIOR TO LD-ContaContabil.
               MOVE WS-DEBITO-CONTA TO LD-Debito.
               MOVE WS-CREDITO-CONTA TO LD-Credito.
               MOVE LINHA-DETALHE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               ADD WS-DEBITO-CONTA TO WS-DEBITO-AGENCIA.
               ADD WS-CREDITO-CONTA TO WS-CREDITO-AGENCIA.
               ADD WS-DEBITO-CONTA TO WS-TOTAL-DEBITOS.
               ADD WS-CREDITO-CONTA TO WS-TOTAL-CREDITOS.

               MOVE ZEROS TO WS-DEBITO-CONTA.
               MOVE ZEROS TO WS-CREDITO-CONTA.
               MOVE ZEROS TO WS-QTD-DEBITOS-CONTA.
               MOVE ZEROS TO WS-QTD-CREDITOS-CONTA.

           IMPRIMIR-TOTAL-AGENCIA.
               MOVE WS-DEBITO-AGENCIA TO LT-Debito.
               MOVE WS-CREDITO-AGENCIA TO LT-Credito.
               IF WS-DEBITO-AGENCIA = WS-CREDITO-AGENCIA THEN
                   MOVE "CONFERE" TO LT-Situacao
               ELSE
                   MOVE "DIFERENCA" TO LT-Situacao
               END-IF.
               MOVE LINHA-TOTAL-AGENCIA TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           IMPRIMIR-CONCILIACAO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-TITULO-CONCILIACAO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS-CONCILIACAO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE 1 TO WS-IND-ENTRADA.
               PERFORM CONCILIAR-AGENCIA
                   UNTIL WS-IND-ENTRADA > WS-QTD-ENTRADAS.

           CONCILIAR-AGENCIA.
               ADD 1 TO WS-TOTAL-AGENCIAS.

               COMPUTE WS-VARIACAO-CONTROLE =
                   TC-SALDO-ATUAL(WS-IND-ENTRADA)
                   - TC-SALDO-ANTERIOR(WS-IND-ENTRADA).
               COMPUTE WS-DIFERENCA =
                   TC-VARIACAO-CONTABIL(WS-IND-ENTRADA)
                   - WS-VARIACAO-CONTROLE.

               MOVE TC-BANCO(WS-IND-ENTRADA) TO LCC-Banco.
               MOVE TC-AGENCIA(WS-IND-ENTRADA) TO LCC-Agencia.
               MOVE TC-VARIACAO-CONTABIL(WS-IND-ENTRADA)
                   TO LCC-VariacaoContabil.
               MOVE WS-VARIACAO-CONTROLE TO LCC-VariacaoControle.

               IF TC-TEM-ATUAL(WS-IND-ENTRADA) NOT = "S" THEN
                   ADD 1 TO WS-TOTAL-QUEBRADAS
                   MOVE "SEM ATUAL" TO LCC-Situacao
                   MOVE LINHA-CONCILIACAO TO REG-RELATORIO
                   WRITE REG-RELATORIO
               ELSE
                   IF WS-DIFERENCA = ZEROS THEN
                       MOVE "CONFERIDO" TO LCC-Situacao
                       MOVE LINHA-CONCILIACAO TO REG-RELATORIO
                       WRITE REG-RELATORIO
                   ELSE
                       ADD 1 TO WS-TOTAL-QUEBRADAS
                       MOVE "DIFERENCA" TO LCC-Situacao
                       MOVE LINHA-CONCILIACAO TO REG-RELATORIO
                       WRITE REG-RELATORIO
                       MOVE WS-DIFERENCA TO LDF-Diferenca
                       MOVE LINHA-DIFERENCA TO REG-RELATORIO
                       WRITE REG-RELATORIO
                   END-IF
               END-IF.

               ADD 1 TO WS-IND-ENTRADA.

           IMPRIMIR-PENDENCIAS.
               IF WS-QTD-PENDENCIAS = ZEROS THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-TITULO-PENDENCIAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE 1 TO WS-IND-PENDENCIA.
               PERFORM IMPRIMIR-PENDENCIA
                   UNTIL WS-IND-PENDENCIA > WS-QTD-PENDENCIAS
                   OR WS-IND-PENDENCIA > 100.

               IF WS-QTD-PENDENCIAS > 100 THEN
                   MOVE "... DEMAIS PENDENCIAS OMITIDAS"
                       TO LINHA-MENSAGEM
                   MOVE LINHA-MENSAGEM TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

           IMPRIMIR-PENDENCIA.
               MOVE TP-NUMERO(WS-IND-PENDENCIA) TO LP-Numero.
               MOVE TP-CodBanco(WS-IND-PENDENCIA) TO LP-CodBanco.
               MOVE TP-CodAgencia(WS-IND-PENDENCIA) TO LP-CodAgencia.
               MOVE TP-NumConta(WS-IND-PENDENCIA) TO LP-NumConta.
               MOVE TP-TIPO(WS-IND-PENDENCIA) TO LP-Tipo.
               MOVE TP-CANAL(WS-IND-PENDENCIA) TO LP-Canal.
               MOVE TP-TIPO-CONTA(WS-IND-PENDENCIA) TO LP-TipoConta.
               MOVE TP-VALOR(WS-IND-PENDENCIA) TO LP-Valor.
               MOVE TP-MOTIVO(WS-IND-PENDENCIA) TO LP-Motivo.
               MOVE LINHA-PENDENCIA TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               ADD 1 TO WS-IND-PENDENCIA.

           IMPRIMIR-RESUMO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "MOVIMENTOS DO DIA:" TO LR-ROTULO.
               MOVE WS-TOTAL-DIA TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "MOVIMENTOS CONTABILIZADOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CONTABILIZADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "SEM VARIACAO DE SALDO:" TO LR-ROTULO.
               MOVE WS-TOTAL-SEM-EFEITO TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NAO CONTABILIZADOS:" TO LR-ROTULO.
               MOVE WS-QTD-PENDENCIAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "REGISTROS NO ARQUIVO CONTABIL:" TO LR-ROTULO.
               MOVE WS-TOTAL-REGISTROS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "AGENCIAS COM DIFERENCA:" TO LR-ROTULO.
               MOVE WS-TOTAL-QUEBRADAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL DE DEBITOS:" TO LRV-ROTULO.
               MOVE WS-TOTAL-DEBITOS TO LRV-VALOR.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL DE CREDITOS:" TO LRV-ROTULO.
               MOVE WS-TOTAL-CREDITOS TO LRV-VALOR.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               IF WS-TOTAL-QUEBRADAS > ZEROS
                       OR WS-QTD-PENDENCIAS > ZEROS
                       OR WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS THEN
                   MOVE "*** BALANCETE NAO FECHOU - NAO ENVIAR ARQUIVO"
                       TO LINHA-MENSAGEM
                   MOVE LINHA-MENSAGEM TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

           FECHAR-ARQUIVOS.
               CLOSE ARQ-PLANO-CONTAS.
               CLOSE ARQ-CLIENTES.
               IF REMESSAS-ABERTO THEN
                   CLOSE ARQ-REMESSAS
               END-IF.
               CLOSE ARQ-CONTABIL.
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

       END PROGRAM Contabiliza-Movimento.
