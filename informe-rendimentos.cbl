      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Informe anual de rendimentos por CPF/CNPJ: recebe o
      *          ano-base (AA), le os doze arquivos fechados MOVaamm.DAT
      *          do ano e, por conta de cada documento, apura o saldo
      *          em 31/12 do ano anterior e do ano-base, o rendimento
      *          de poupanca creditado (R) e os juros de cheque
      *          especial (J) e tarifas (T) pagos, ja descontados os
      *          estornos desses lancamentos feitos no ano. Contas sem
      *          movimento no ano tem o saldo apurado pelos arquivos
      *          fechados posteriores, MOVIMENTO.DAT e CLIENTES.DAT;
      *          contas encerradas no ano entram com saldo final zero
      *          e a data do encerramento, e as encerradas antes do
      *          ano ou abertas depois dele ficam de fora. Emite um
      *          informe por cliente, com todas as suas contas e o
      *          nome e endereco de CADCLI.DAT, em INF<documento>.LST,
      *          grava o arquivo consolidado de layout fixo
      *          INFORMEaa.TXT para a declaracao anual a Receita e o
      *          resumo da emissao em INFORME.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Informe-Rendimentos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ARQ-STATUS
               RECORD KEY IS ChaveConta
               ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES.

           SELECT ARQ-CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CAD-STATUS
               RECORD KEY IS ChaveCadCli.

           SELECT ARQ-ARQUIVO-MES ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARM-STATUS.

           SELECT ARQ-MOVIMENTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.

           SELECT TRABALHO-ORDENACAO ASSIGN TO DISK.

           SELECT ARQ-INFORME ASSIGN TO DYNAMIC WS-NOME-INFORME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INF-STATUS.

           SELECT ARQ-DECLARACAO ASSIGN TO DYNAMIC WS-NOME-DECLARACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCL-STATUS.

           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           COPY CLIENTE.

           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           FD ARQ-ARQUIVO-MES.
           COPY MOVIMENTO.

           FD ARQ-MOVIMENTO VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           01 REG-MOVIMENTO-ATUAL PIC X(102).

           SD TRABALHO-ORDENACAO.
           01 REG-TRABALHO-ORDENACAO.
               02 TRB-DOCUMENTO PIC 9(14).
               02 TRB-CHAVE PIC X(18).
               02 TRB-ORIGEM PIC 9(01).
                   88 TRB-ANO-BASE VALUE 1.
                   88 TRB-POSTERIOR VALUE 2.
                   88 TRB-CADASTRO VALUE 3.
               02 TRB-SEQ PIC 9(08).
               02 TRB-NUMERO PIC 9(09).
               02 TRB-NUMERO-ORIGEM PIC 9(09).
               02 TRB-TIPO PIC X(01).
               02 TRB-SALDO-ANTIGO PIC S9(09)V99.
               02 TRB-SALDO-NOVO PIC S9(09)V99.
               02 TRB-TIPO-PESSOA PIC X(01).
               02 TRB-TIPO-CONTA PIC 9(01).
               02 TRB-STATUS PIC X(01).
               02 TRB-DATA-ENCERRAMENTO PIC 9(06).

           FD ARQ-INFORME.
           01 REG-INFORME PIC X(80).

           FD ARQ-DECLARACAO.
           01 REG-DECLARACAO.
               02 DCL-AnoBase PIC 9(02).
               02 DCL-TipoPessoa PIC X(01).
               02 DCL-Documento PIC 9(14).
               02 DCL-Nome PIC X(30).
               02 DCL-Endereco PIC X(40).
               02 DCL-Cidade PIC X(20).
               02 DCL-UF PIC X(02).
               02 DCL-CEP PIC 9(08).
               02 DCL-CodBanco PIC 9(03).
               02 DCL-CodAgencia PIC 9(04).
               02 DCL-NumConta PIC 9(11).
               02 DCL-TipoConta PIC 9(01).
               02 DCL-SaldoAnterior PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               02 DCL-SaldoFinal PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               02 DCL-Rendimento PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               02 DCL-Juros PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               02 DCL-Tarifas PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE.
               02 DCL-DataEncerramento PIC 9(06).

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "INFORME.LST".
           01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.
               88 FIM-CLIENTES VALUE 10.

           77 CAD-STATUS PIC 9(02).
               88 CAD-STATUS-OK VALUE ZEROS.

           77 ARM-STATUS PIC 9(02).
               88 ARM-STATUS-OK VALUE ZEROS.
               88 FIM-ARQUIVO-MES VALUE 10.

           77 MOV-STATUS PIC 9(02).
               88 MOV-STATUS-OK VALUE ZEROS.
               88 FIM-MOVIMENTO VALUE 10.

           77 INF-STATUS PIC 9(02).
           77 DCL-STATUS PIC 9(02).
           77 REL-STATUS PIC 9(02).

           77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
               88 FIM-ORDENACAO VALUE "S".

           77 WS-CADCLI-ABERTO PIC X(01) VALUE "N".
               88 CADCLI-ABERTO VALUE "S".

           01 WS-NOME-ARQUIVO.
               02 FILLER PIC X(03) VALUE "MOV".
               02 WS-NOME-PERIODO PIC 9(04) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".DAT".

           01 WS-NOME-INFORME.
               02 FILLER PIC X(03) VALUE "INF".
               02 WS-INF-DOCUMENTO PIC 9(14) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".LST".

           01 WS-NOME-DECLARACAO.
               02 FILLER PIC X(07) VALUE "INFORME".
               02 WS-DCL-ANO PIC 9(02) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".TXT".

           77 WS-ANO-BASE PIC 9(02) VALUE ZEROS.
           77 WS-ANO-ANTERIOR PIC 9(02) VALUE ZEROS.
           77 WS-ANO-POSTERIOR PIC 9(02) VALUE ZEROS.
           77 WS-ANO-EXIBICAO PIC 9(04) VALUE ZEROS.
           77 WS-INICIO-ANO PIC 9(06) VALUE ZEROS.

           01 WS-PERIODO-ARQUIVO.
               02 WS-ARQ-ANO PIC 9(02) VALUE ZEROS.
               02 WS-ARQ-MES PIC 9(02) VALUE ZEROS.
           01 WS-PERIODO-ARQUIVO-R REDEFINES WS-PERIODO-ARQUIVO
               PIC 9(04).

           77 WS-ORIGEM-LEITURA PIC 9(01) VALUE ZEROS.
           77 WS-DOCUMENTO-MOV PIC 9(14) VALUE ZEROS.
           77 WS-SEQ-MOVIMENTO PIC 9(08) VALUE ZEROS.

      * Situacao da conta em apuracao.
           77 WS-CONTA-GRUPO PIC X(18) VALUE SPACES.
           01 WS-CHAVE-CONTA-GRUPO.
               02 WS-GRP-CodBanco PIC 9(03).
               02 WS-GRP-CodAgencia PIC 9(04).
               02 WS-GRP-NumConta PIC 9(11).
           77 WS-DOCUMENTO-GRUPO PIC 9(14) VALUE ZEROS.
           77 WS-PRIMEIRO-GRUPO PIC X(01) VALUE "S".
               88 PRIMEIRO-GRUPO VALUE "S".

           77 WS-TEM-ANO-BASE PIC X(01) VALUE "N".
               88 TEM-ANO-BASE VALUE "S".
           77 WS-TEM-POSTERIOR PIC X(01) VALUE "N".
               88 TEM-POSTERIOR VALUE "S".
           77 WS-TEM-CADASTRO PIC X(01) VALUE "N".
               88 TEM-CADASTRO VALUE "S".
           77 WS-ABERTA-DEPOIS PIC X(01) VALUE "N".
               88 ABERTA-DEPOIS VALUE "S".
           77 WS-ENCERRADA-NO-ANO PIC X(01) VALUE "N".
               88 ENCERRADA-NO-ANO VALUE "S".
           77 WS-CONTA-INFORMADA PIC X(01) VALUE "N".
               88 CONTA-INFORMADA VALUE "S".

           77 WS-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
           77 WS-SALDO-FINAL PIC S9(11)V99 VALUE ZEROS.
           77 WS-SALDO-POSTERIOR PIC S9(11)V99 VALUE ZEROS.
           77 WS-SALDO-CADASTRO PIC S9(11)V99 VALUE ZEROS.
           77 WS-TIPO-PESSOA PIC X(01) VALUE SPACES.
           77 WS-TIPO-CONTA PIC 9(01) VALUE ZEROS.
           77 WS-STATUS-CADASTRO PIC X(01) VALUE SPACES.
           77 WS-DATA-ENCERRAMENTO PIC 9(06) VALUE ZEROS.

      * Somas das variacoes de saldo do ano: o rendimento e credito
      * (positivo), juros e tarifas sao debitos (negativos).
           77 WS-DELTA PIC S9(11)V99 VALUE ZEROS.
           77 WS-SOMA-RENDIMENTO PIC S9(11)V99 VALUE ZEROS.
           77 WS-SOMA-JUROS PIC S9(11)V99 VALUE ZEROS.
           77 WS-SOMA-TARIFAS PIC S9(11)V99 VALUE ZEROS.
           77 WS-JUROS-PAGOS PIC S9(11)V99 VALUE ZEROS.
           77 WS-TARIFAS-PAGAS PIC S9(11)V99 VALUE ZEROS.

      * Lancamentos R, J e T do ano na conta, para descontar os
      * estornos que os referenciam.
           77 WS-QTD-LANCAMENTOS PIC 9(03) VALUE ZEROS.
           77 WS-IND-LANCAMENTO PIC 9(03) VALUE ZEROS.
           77 WS-IND-ACHADO PIC 9(03) VALUE ZEROS.
           01 TABELA-LANCAMENTOS.
               02 TL-ENTRADA OCCURS 200 TIMES.
                   03 TL-NUMERO PIC 9(09).
                   03 TL-TIPO PIC X(01).

      * Totais do cliente.
           77 WS-INFORME-ABERTO PIC X(01) VALUE "N".
               88 INFORME-ABERTO VALUE "S".
           77 WS-CLIENTE-SALDO-INICIAL PIC S9(13)V99 VALUE ZEROS.
           77 WS-CLIENTE-SALDO-FINAL PIC S9(13)V99 VALUE ZEROS.
           77 WS-CLIENTE-RENDIMENTO PIC S9(13)V99 VALUE ZEROS.
           77 WS-CLIENTE-JUROS PIC S9(13)V99 VALUE ZEROS.
           77 WS-CLIENTE-TARIFAS PIC S9(13)V99 VALUE ZEROS.
           77 WS-CLIENTE-CONTAS PIC 9(03) VALUE ZEROS.

           77 WS-TOTAL-LIDOS PIC 9(08) VALUE ZEROS.
           77 WS-TOTAL-POSTERIORES PIC 9(08) VALUE ZEROS.
           77 WS-TOTAL-CONTAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-ENCERRADAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-INFORMES PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-SEM-CADASTRO PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-RENDIMENTO PIC S9(13)V99 VALUE ZEROS.
           77 WS-TOTAL-JUROS PIC S9(13)V99 VALUE ZEROS.
           77 WS-TOTAL-TARIFAS PIC S9(13)V99 VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-FUNCAO-EXECUCAO PIC X(01) VALUE "I".
           77 WS-JOB-EXECUCAO PIC X(08) VALUE "INFORME ".
           77 WS-PERIODO-EXECUCAO PIC 9(06) VALUE ZEROS.
           77 WS-RESULTADO-EXECUCAO PIC X(01) VALUE "L".
               88 EXECUCAO-LIBERADA VALUE "L".
               88 EXECUCAO-RETOMADA VALUE "R".
               88 EXECUCAO-RECUSADA VALUE "N".
           77 WS-CHECKPOINT-CHAVE PIC X(18) VALUE ZEROS.

           01 LINHA-CABECALHO.
               02 FILLER PIC X(34) VALUE
               "INFORME DE RENDIMENTOS - ANO-BASE ".
               02 LC-AnoBase PIC 9(04).
           01 LINHA-CLIENTE.
               02 FILLER PIC X(10) VALUE "CLIENTE:  ".
               02 LCL-Nome PIC X(30).
               02 FILLER PIC X(11) VALUE "  CPF/CNPJ ".
               02 LCL-Documento PIC 9(14).
           01 LINHA-ENDERECO.
               02 FILLER PIC X(10) VALUE "ENDERECO: ".
               02 LE-Endereco PIC X(40).
           01 LINHA-CIDADE.
               02 FILLER PIC X(10) VALUE SPACES.
               02 LCI-Cidade PIC X(20).
               02 FILLER PIC X(03) VALUE " - ".
               02 LCI-UF PIC X(02).
               02 FILLER PIC X(06) VALUE "  CEP ".
               02 LCI-CEP PIC 99999B999.
           01 LINHA-COLUNAS-CONTA.
               02 FILLER PIC X(20) VALUE "BCO  AGEN CONTA     ".
               02 FILLER PIC X(20) VALUE "      TIPO          ".
               02 FILLER PIC X(14) VALUE "  SALDO 31/12/".
               02 LCC-AnoAnterior PIC 9(02).
               02 FILLER PIC X(14) VALUE "   SALDO 31/12".
               02 FILLER PIC X(01) VALUE "/".
               02 LCC-AnoBase PIC 9(02).
           01 LINHA-COLUNAS-VALORES.
               02 FILLER PIC X(20) VALUE "             RENDIME".
               02 FILLER PIC X(20) VALUE "NTOS    JUROS PAGOS ".
               02 FILLER PIC X(20) VALUE "  TARIFAS PAGAS  SIT".
               02 FILLER PIC X(05) VALUE "UACAO".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-CONTA.
               02 LCT-CodBanco PIC 9(03).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LCT-CodAgencia PIC 9(04).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LCT-NumConta PIC 9(11).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCT-TipoConta PIC X(14).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCT-SaldoAnterior PIC ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCT-SaldoFinal PIC ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-VALORES.
               02 FILLER PIC X(07) VALUE SPACES.
               02 LV-Rendimento PIC ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LV-Juros PIC ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LV-Tarifas PIC ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LV-Situacao PIC X(10).
               02 LV-DataEncerramento PIC X(08).
           01 WS-DATA-ENC-EXIBICAO.
               02 WS-DEX-DIA PIC 9(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DEX-MES PIC 9(02).
               02 FILLER PIC X(01) VALUE "/".
               02 WS-DEX-ANO PIC 9(02).
           01 LINHA-TOTAL-SALDOS.
               02 FILLER PIC X(37) VALUE
               "TOTAL DO CLIENTE".
               02 LTS-SaldoAnterior PIC Z.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTS-SaldoFinal PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-TOTAL-VALORES.
               02 FILLER PIC X(05) VALUE SPACES.
               02 LTV-Rendimento PIC Z.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTV-Juros PIC Z.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTV-Tarifas PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-RESUMO-INT.
               02 LRI-ROTULO PIC X(30).
               02 LRI-TOTAL PIC ZZZ.ZZZ.ZZ9.
           01 LINHA-RESUMO-VALOR.
               02 LRV-ROTULO PIC X(30).
               02 LRV-VALOR PIC Z.ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-MENSAGEM PIC X(80).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.

               DISPLAY "Ano-base do informe (AA): ".
               ACCEPT WS-ANO-BASE.

               IF WS-ANO-BASE = ZEROS THEN
                   MOVE 99 TO WS-ANO-ANTERIOR
               ELSE
                   COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1
               END-IF.
               IF WS-ANO-BASE = 99 THEN
                   MOVE ZEROS TO WS-ANO-POSTERIOR
               ELSE
                   COMPUTE WS-ANO-POSTERIOR = WS-ANO-BASE + 1
               END-IF.
               COMPUTE WS-ANO-EXIBICAO = 2000 + WS-ANO-BASE.
               COMPUTE WS-INICIO-ANO = WS-ANO-BASE * 10000 + 101.
               MOVE WS-ANO-BASE TO WS-DCL-ANO.

               COMPUTE WS-PERIODO-EXECUCAO = WS-ANO-BASE * 10000.
               PERFORM INICIAR-CONTROLE-EXECUCAO.

               PERFORM CONFERIR-ARQUIVOS-ANO.

               OPEN INPUT ARQ-CADCLI.
               IF CAD-STATUS-OK THEN
                   SET CADCLI-ABERTO TO TRUE
               END-IF.
               OPEN OUTPUT ARQ-DECLARACAO.
               OPEN OUTPUT ARQ-RELATORIO.

               SORT TRABALHO-ORDENACAO
                   ON ASCENDING KEY TRB-DOCUMENTO TRB-CHAVE
                       TRB-ORIGEM TRB-SEQ
                   INPUT PROCEDURE IS LER-MOVIMENTOS-ANO
                   OUTPUT PROCEDURE IS EMITIR-INFORMES.

               PERFORM IMPRIMIR-RESUMO-EMISSAO.

               IF CADCLI-ABERTO THEN
                   CLOSE ARQ-CADCLI
               END-IF.
               CLOSE ARQ-DECLARACAO.
               CLOSE ARQ-RELATORIO.

               PERFORM CONCLUIR-CONTROLE-EXECUCAO.

               STOP RUN.

      * O informe so sai com os doze meses do ano-base fechados.
           CONFERIR-ARQUIVOS-ANO.
               MOVE WS-ANO-BASE TO WS-ARQ-ANO.
               MOVE 1 TO WS-ARQ-MES.
               PERFORM CONFERIR-ARQUIVO-MES UNTIL WS-ARQ-MES > 12.

           CONFERIR-ARQUIVO-MES.
               MOVE WS-PERIODO-ARQUIVO-R TO WS-NOME-PERIODO.
               OPEN INPUT ARQ-ARQUIVO-MES.
               IF NOT ARM-STATUS-OK THEN
                   DISPLAY "ARQUIVO " WS-NOME-ARQUIVO
                       " NAO DISPONIVEL - " ARM-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CLOSE ARQ-ARQUIVO-MES.
               ADD 1 TO WS-ARQ-MES.

           LER-MOVIMENTOS-ANO.
               MOVE 1 TO WS-ORIGEM-LEITURA.
               MOVE WS-ANO-BASE TO WS-ARQ-ANO.
               MOVE 1 TO WS-ARQ-MES.
               PERFORM LER-ARQUIVO-MES UNTIL WS-ARQ-MES > 12.

      * Meses ja fechados depois do ano-base e o mes corrente: so o
      * saldo de abertura de cada conta nesses arquivos e usado.
               MOVE 2 TO WS-ORIGEM-LEITURA.
               MOVE WS-ANO-POSTERIOR TO WS-ARQ-ANO.
               MOVE 1 TO WS-ARQ-MES.
               PERFORM LER-ARQUIVO-MES UNTIL WS-ARQ-MES > 12.

               PERFORM LER-MOVIMENTO-CORRENTE.

               MOVE 3 TO WS-ORIGEM-LEITURA.
               PERFORM LER-CADASTRO-CONTAS.

           LER-ARQUIVO-MES.
               MOVE WS-PERIODO-ARQUIVO-R TO WS-NOME-PERIODO.
               OPEN INPUT ARQ-ARQUIVO-MES.
               IF ARM-STATUS-OK THEN
                   READ ARQ-ARQUIVO-MES
                       AT END SET FIM-ARQUIVO-MES TO TRUE
                   END-READ
                   PERFORM LIBERAR-MOVIMENTO UNTIL FIM-ARQUIVO-MES
                   CLOSE ARQ-ARQUIVO-MES
               END-IF.
               ADD 1 TO WS-ARQ-MES.

           LER-MOVIMENTO-CORRENTE.
               OPEN INPUT ARQ-MOVIMENTO.
               IF NOT MOV-STATUS-OK THEN
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-MOVIMENTO INTO REG-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

               PERFORM LIBERAR-MOVIMENTO-CORRENTE UNTIL FIM-MOVIMENTO.

               CLOSE ARQ-MOVIMENTO.

           LIBERAR-MOVIMENTO-CORRENTE.
               PERFORM LIBERAR-REGISTRO-MOVIMENTO.

               READ ARQ-MOVIMENTO INTO REG-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

           LIBERAR-MOVIMENTO.
               PERFORM LIBERAR-REGISTRO-MOVIMENTO.

               READ ARQ-ARQUIVO-MES
                   AT END SET FIM-ARQUIVO-MES TO TRUE
               END-READ.

           LIBERAR-REGISTRO-MOVIMENTO.
               IF WS-ORIGEM-LEITURA = 1 THEN
                   ADD 1 TO WS-TOTAL-LIDOS
               ELSE
                   ADD 1 TO WS-TOTAL-POSTERIORES
               END-IF.

               IF MOV-CPF NOT = ZEROS THEN
                   MOVE MOV-CPF TO WS-DOCUMENTO-MOV
                   MOVE "F" TO TRB-TIPO-PESSOA
               ELSE
                   MOVE MOV-CNPJ TO WS-DOCUMENTO-MOV
                   MOVE "J" TO TRB-TIPO-PESSOA
               END-IF.

               IF WS-DOCUMENTO-MOV NOT = ZEROS THEN
                   ADD 1 TO WS-SEQ-MOVIMENTO
                   MOVE WS-DOCUMENTO-MOV TO TRB-DOCUMENTO
                   MOVE MOV-CHAVE-CONTA TO TRB-CHAVE
                   MOVE WS-ORIGEM-LEITURA TO TRB-ORIGEM
                   MOVE WS-SEQ-MOVIMENTO TO TRB-SEQ
                   MOVE MOV-NUMERO TO TRB-NUMERO
                   MOVE MOV-NUMERO-ORIGEM TO TRB-NUMERO-ORIGEM
                   MOVE MOV-TIPO-OPERACAO TO TRB-TIPO
                   MOVE MOV-SALDO-ANTIGO TO TRB-SALDO-ANTIGO
                   MOVE MOV-SALDO-NOVO TO TRB-SALDO-NOVO
                   MOVE ZEROS TO TRB-TIPO-CONTA
                   MOVE SPACES TO TRB-STATUS
                   MOVE ZEROS TO TRB-DATA-ENCERRAMENTO
                   RELEASE REG-TRABALHO-ORDENACAO
               END-IF.

           LER-CADASTRO-CONTAS.
               OPEN INPUT ARQ-CLIENTES.
               IF NOT STATUS-OK THEN
                   DISPLAY "ARQUIVO CLIENTES.DAT NAO DISPONIVEL - "
                       ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               READ ARQ-CLIENTES NEXT RECORD
                   AT END SET FIM-CLIENTES TO TRUE
               END-READ.

               PERFORM LIBERAR-CONTA UNTIL FIM-CLIENTES.

               CLOSE ARQ-CLIENTES.

           LIBERAR-CONTA.
               IF CPF NOT = ZEROS THEN
                   MOVE CPF TO TRB-DOCUMENTO
                   MOVE "F" TO TRB-TIPO-PESSOA
               ELSE
                   MOVE CNPJ TO TRB-DOCUMENTO
                   MOVE "J" TO TRB-TIPO-PESSOA
               END-IF.

               IF TRB-DOCUMENTO NOT = ZEROS THEN
                   ADD 1 TO WS-SEQ-MOVIMENTO
                   MOVE ChaveConta TO TRB-CHAVE
                   MOVE 3 TO TRB-ORIGEM
                   MOVE WS-SEQ-MOVIMENTO TO TRB-SEQ
                   MOVE ZEROS TO TRB-NUMERO
                   MOVE ZEROS TO TRB-NUMERO-ORIGEM
                   MOVE SPACES TO TRB-TIPO
                   MOVE Saldo TO TRB-SALDO-ANTIGO
                   MOVE Saldo TO TRB-SALDO-NOVO
                   MOVE TipoConta TO TRB-TIPO-CONTA
                   MOVE StatusConta TO TRB-STATUS
                   COMPUTE TRB-DATA-ENCERRAMENTO =
                       DE-ANO * 10000 + DE-MES * 100 + DE-DIA
                   RELEASE REG-TRABALHO-ORDENACAO
               END-IF.

               READ ARQ-CLIENTES NEXT RECORD
                   AT END SET FIM-CLIENTES TO TRUE
               END-READ.

           EMITIR-INFORMES.
               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

               PERFORM APURAR-REGISTRO UNTIL FIM-ORDENACAO.

               IF NOT PRIMEIRO-GRUPO THEN
                   PERFORM FECHAR-CONTA
                   PERFORM FECHAR-INFORME-CLIENTE
               END-IF.

           APURAR-REGISTRO.
               IF PRIMEIRO-GRUPO THEN
                   MOVE "N" TO WS-PRIMEIRO-GRUPO
                   MOVE TRB-DOCUMENTO TO WS-DOCUMENTO-GRUPO
                   PERFORM INICIAR-CONTA
               END-IF.

               IF TRB-DOCUMENTO NOT = WS-DOCUMENTO-GRUPO THEN
                   PERFORM FECHAR-CONTA
                   PERFORM FECHAR-INFORME-CLIENTE
                   MOVE TRB-DOCUMENTO TO WS-DOCUMENTO-GRUPO
                   PERFORM INICIAR-CONTA
               ELSE
                   IF TRB-CHAVE NOT = WS-CONTA-GRUPO THEN
                       PERFORM FECHAR-CONTA
                       PERFORM INICIAR-CONTA
                   END-IF
               END-IF.

               EVALUATE TRUE
                   WHEN TRB-ANO-BASE
                       PERFORM APURAR-MOVIMENTO-ANO
                   WHEN TRB-POSTERIOR
                       IF NOT TEM-POSTERIOR THEN
                           SET TEM-POSTERIOR TO TRUE
                           MOVE TRB-SALDO-ANTIGO TO WS-SALDO-POSTERIOR
                           IF TRB-TIPO = "I" THEN
                               SET ABERTA-DEPOIS TO TRUE
                           END-IF
                       END-IF
                   WHEN TRB-CADASTRO
                       SET TEM-CADASTRO TO TRUE
                       MOVE TRB-SALDO-NOVO TO WS-SALDO-CADASTRO
                       MOVE TRB-TIPO-CONTA TO WS-TIPO-CONTA
                       MOVE TRB-STATUS TO WS-STATUS-CADASTRO
                       MOVE TRB-DATA-ENCERRAMENTO
                           TO WS-DATA-ENCERRAMENTO
               END-EVALUATE.

               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

           INICIAR-CONTA.
               MOVE TRB-CHAVE TO WS-CONTA-GRUPO.
               MOVE TRB-TIPO-PESSOA TO WS-TIPO-PESSOA.
               MOVE "N" TO WS-TEM-ANO-BASE.
               MOVE "N" TO WS-TEM-POSTERIOR.
               MOVE "N" TO WS-TEM-CADASTRO.
               MOVE "N" TO WS-ABERTA-DEPOIS.
               MOVE "N" TO WS-ENCERRADA-NO-ANO.
               MOVE ZEROS TO WS-SALDO-INICIAL.
               MOVE ZEROS TO WS-SALDO-FINAL.
               MOVE ZEROS TO WS-SALDO-POSTERIOR.
               MOVE ZEROS TO WS-SALDO-CADASTRO.
               MOVE ZEROS TO WS-TIPO-CONTA.
               MOVE SPACES TO WS-STATUS-CADASTRO.
               MOVE ZEROS TO WS-DATA-ENCERRAMENTO.
               MOVE ZEROS TO WS-SOMA-RENDIMENTO.
               MOVE ZEROS TO WS-SOMA-JUROS.
               MOVE ZEROS TO WS-SOMA-TARIFAS.
               MOVE ZEROS TO WS-QTD-LANCAMENTOS.

           APURAR-MOVIMENTO-ANO.
               IF NOT TEM-ANO-BASE THEN
                   SET TEM-ANO-BASE TO TRUE
                   MOVE TRB-SALDO-ANTIGO TO WS-SALDO-INICIAL
               END-IF.

      * Encerramento retira o saldo da conta.
               IF TRB-TIPO = "E" THEN
                   MOVE ZEROS TO WS-SALDO-FINAL
                   SET ENCERRADA-NO-ANO TO TRUE
               ELSE
                   MOVE TRB-SALDO-NOVO TO WS-SALDO-FINAL
               END-IF.

               COMPUTE WS-DELTA = TRB-SALDO-NOVO - TRB-SALDO-ANTIGO.

               EVALUATE TRB-TIPO
                   WHEN "R"
                       ADD WS-DELTA TO WS-SOMA-RENDIMENTO
                       PERFORM GUARDAR-LANCAMENTO
                   WHEN "J"
                       ADD WS-DELTA TO WS-SOMA-JUROS
                       PERFORM GUARDAR-LANCAMENTO
                   WHEN "T"
                       ADD WS-DELTA TO WS-SOMA-TARIFAS
                       PERFORM GUARDAR-LANCAMENTO
                   WHEN "S"
                       PERFORM DESCONTAR-ESTORNO
               END-EVALUATE.

      * Sem o lancamento na tabela um estorno posterior nao seria
      * descontado e o informe sairia maior que o devido.
           GUARDAR-LANCAMENTO.
               IF WS-QTD-LANCAMENTOS >= 200 THEN
                   DISPLAY "MAIS DE 200 LANCAMENTOS R/J/T NO ANO - "
                       "DOCUMENTO " TRB-DOCUMENTO
                   DISPLAY "INFORME ABANDONADO, AUMENTAR "
                       "TABELA-LANCAMENTOS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-QTD-LANCAMENTOS.
               MOVE TRB-NUMERO TO TL-NUMERO(WS-QTD-LANCAMENTOS).
               MOVE TRB-TIPO TO TL-TIPO(WS-QTD-LANCAMENTOS).

      * O estorno devolve a variacao do original: somado a mesma
      * rubrica, deixa o lancamento estornado fora do informe.
           DESCONTAR-ESTORNO.
               MOVE ZEROS TO WS-IND-ACHADO.
               MOVE 1 TO WS-IND-LANCAMENTO.
               PERFORM PROCURAR-LANCAMENTO
                   UNTIL WS-IND-LANCAMENTO > WS-QTD-LANCAMENTOS
                   OR WS-IND-ACHADO > 0.

               IF WS-IND-ACHADO > 0 THEN
                   EVALUATE TL-TIPO(WS-IND-ACHADO)
                       WHEN "R"
                           ADD WS-DELTA TO WS-SOMA-RENDIMENTO
                       WHEN "J"
                           ADD WS-DELTA TO WS-SOMA-JUROS
                       WHEN "T"
                           ADD WS-DELTA TO WS-SOMA-TARIFAS
                   END-EVALUATE
               END-IF.

           PROCURAR-LANCAMENTO.
               IF TL-NUMERO(WS-IND-LANCAMENTO) = TRB-NUMERO-ORIGEM
                       THEN
                   MOVE WS-IND-LANCAMENTO TO WS-IND-ACHADO
               END-IF.
               ADD 1 TO WS-IND-LANCAMENTO.

           FECHAR-CONTA.
               MOVE "N" TO WS-CONTA-INFORMADA.

      * Sem movimento no ano o saldo nao mudou: vale o saldo de
      * abertura do primeiro movimento posterior ou, sem ele, o
      * saldo atual do cadastro.
               IF TEM-ANO-BASE THEN
                   SET CONTA-INFORMADA TO TRUE
               ELSE
                   IF TEM-POSTERIOR THEN
                       IF NOT ABERTA-DEPOIS THEN
                           SET CONTA-INFORMADA TO TRUE
                           MOVE WS-SALDO-POSTERIOR TO WS-SALDO-INICIAL
                           MOVE WS-SALDO-POSTERIOR TO WS-SALDO-FINAL
                       END-IF
                   ELSE
                       IF TEM-CADASTRO
                               AND WS-STATUS-CADASTRO NOT = "E" THEN
                           SET CONTA-INFORMADA TO TRUE
                           MOVE WS-SALDO-CADASTRO TO WS-SALDO-INICIAL
                           MOVE WS-SALDO-CADASTRO TO WS-SALDO-FINAL
                       END-IF
                   END-IF
               END-IF.

               IF NOT CONTA-INFORMADA THEN
                   EXIT PARAGRAPH
               END-IF.

               IF NOT INFORME-ABERTO THEN
                   PERFORM ABRIR-INFORME-CLIENTE
               END-IF.

               COMPUTE WS-JUROS-PAGOS = ZEROS - WS-SOMA-JUROS.
               COMPUTE WS-TARIFAS-PAGAS = ZEROS - WS-SOMA-TARIFAS.

               MOVE WS-CONTA-GRUPO TO WS-CHAVE-CONTA-GRUPO.
               MOVE WS-GRP-CodBanco TO LCT-CodBanco.
               MOVE WS-GRP-CodAgencia TO LCT-CodAgencia.
               MOVE WS-GRP-NumConta TO LCT-NumConta.
               EVALUATE WS-TIPO-CONTA
                   WHEN 1
                       MOVE "CORRENTE PF" TO LCT-TipoConta
                   WHEN 2
                       MOVE "POUPANCA PF" TO LCT-TipoConta
                   WHEN 3
                       MOVE "CORRENTE PJ" TO LCT-TipoConta
                   WHEN 4
                       MOVE "POUPANCA PJ" TO LCT-TipoConta
                   WHEN OTHER
                       MOVE "NAO CADASTRADA" TO LCT-TipoConta
               END-EVALUATE.
               MOVE WS-SALDO-INICIAL TO LCT-SaldoAnterior.
               MOVE WS-SALDO-FINAL TO LCT-SaldoFinal.
               MOVE LINHA-CONTA TO REG-INFORME.
               WRITE REG-INFORME.

               MOVE WS-SOMA-RENDIMENTO TO LV-Rendimento.
               MOVE WS-JUROS-PAGOS TO LV-Juros.
               MOVE WS-TARIFAS-PAGAS TO LV-Tarifas.
               IF ENCERRADA-NO-ANO THEN
                   ADD 1 TO WS-TOTAL-ENCERRADAS
                   MOVE "ENCERRADA " TO LV-Situacao
                   MOVE WS-DATA-ENCERRAMENTO TO WS-DATA-ENC-EXIBICAO
                   PERFORM FORMATAR-DATA-ENCERRAMENTO
               ELSE
                   MOVE SPACES TO LV-Situacao
                   MOVE SPACES TO LV-DataEncerramento
               END-IF.
               MOVE LINHA-VALORES TO REG-INFORME.
               WRITE REG-INFORME.

               PERFORM GRAVAR-DECLARACAO.

               ADD 1 TO WS-CLIENTE-CONTAS.
               ADD 1 TO WS-TOTAL-CONTAS.
               ADD WS-SALDO-INICIAL TO WS-CLIENTE-SALDO-INICIAL.
               ADD WS-SALDO-FINAL TO WS-CLIENTE-SALDO-FINAL.
               ADD WS-SOMA-RENDIMENTO TO WS-CLIENTE-RENDIMENTO.
               ADD WS-JUROS-PAGOS TO WS-CLIENTE-JUROS.
               ADD WS-TARIFAS-PAGAS TO WS-CLIENTE-TARIFAS.
               ADD WS-SOMA-RENDIMENTO TO WS-TOTAL-RENDIMENTO.
               ADD WS-JUROS-PAGOS TO WS-TOTAL-JUROS.
               ADD WS-TARIFAS-PAGAS TO WS-TOTAL-TARIFAS.

           FORMATAR-DATA-ENCERRAMENTO.
               IF WS-DATA-ENCERRAMENTO = ZEROS THEN
                   MOVE SPACES TO LV-DataEncerramento
                   EXIT PARAGRAPH
               END-IF.

               COMPUTE WS-DEX-ANO = WS-DATA-ENCERRAMENTO / 10000.
               COMPUTE WS-DEX-MES =
                   (WS-DATA-ENCERRAMENTO - WS-DEX-ANO * 10000) / 100.
               COMPUTE WS-DEX-DIA = WS-DATA-ENCERRAMENTO
                   - WS-DEX-ANO * 10000 - WS-DEX-MES * 100.
               MOVE WS-DATA-ENC-EXIBICAO TO LV-DataEncerramento.

           GRAVAR-DECLARACAO.
               MOVE WS-ANO-BASE TO DCL-AnoBase.
               MOVE WS-TIPO-PESSOA TO DCL-TipoPessoa.
               MOVE WS-DOCUMENTO-GRUPO TO DCL-Documento.
               MOVE CAD-Nome TO DCL-Nome.
               MOVE CAD-Endereco TO DCL-Endereco.
               MOVE CAD-Cidade TO DCL-Cidade.
               MOVE CAD-UF TO DCL-UF.
               MOVE CAD-CEP TO DCL-CEP.
               MOVE WS-GRP-CodBanco TO DCL-CodBanco.
               MOVE WS-GRP-CodAgencia TO DCL-CodAgencia.
               MOVE WS-GRP-NumConta TO DCL-NumConta.
               MOVE WS-TIPO-CONTA TO DCL-TipoConta.
               MOVE WS-SALDO-INICIAL TO DCL-SaldoAnterior.
               MOVE WS-SALDO-FINAL TO DCL-SaldoFinal.
               MOVE WS-SOMA-RENDIMENTO TO DCL-Rendimento.
               MOVE WS-JUROS-PAGOS TO DCL-Juros.
               MOVE WS-TARIFAS-PAGAS TO DCL-Tarifas.
               IF ENCERRADA-NO-ANO THEN
                   MOVE WS-DATA-ENCERRAMENTO TO DCL-DataEncerramento
               ELSE
                   MOVE ZEROS TO DCL-DataEncerramento
               END-IF.
               WRITE REG-DECLARACAO.

           ABRIR-INFORME-CLIENTE.
               SET INFORME-ABERTO TO TRUE.
               MOVE ZEROS TO WS-CLIENTE-SALDO-INICIAL.
               MOVE ZEROS TO WS-CLIENTE-SALDO-FINAL.
               MOVE ZEROS TO WS-CLIENTE-RENDIMENTO.
               MOVE ZEROS TO WS-CLIENTE-JUROS.
               MOVE ZEROS TO WS-CLIENTE-TARIFAS.
               MOVE ZEROS TO WS-CLIENTE-CONTAS.

               PERFORM LER-CADASTRO-CLIENTE.

               MOVE WS-DOCUMENTO-GRUPO TO WS-INF-DOCUMENTO.
               OPEN OUTPUT ARQ-INFORME.

               MOVE WS-ANO-EXIBICAO TO LC-AnoBase.
               MOVE LINHA-CABECALHO TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE LINHA-BRANCO TO REG-INFORME.
               WRITE REG-INFORME.

               MOVE CAD-Nome TO LCL-Nome.
               MOVE WS-DOCUMENTO-GRUPO TO LCL-Documento.
               MOVE LINHA-CLIENTE TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE CAD-Endereco TO LE-Endereco.
               MOVE LINHA-ENDERECO TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE CAD-Cidade TO LCI-Cidade.
               MOVE CAD-UF TO LCI-UF.
               MOVE CAD-CEP TO LCI-CEP.
               MOVE LINHA-CIDADE TO REG-INFORME.
               WRITE REG-INFORME.

               MOVE LINHA-BRANCO TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-ANO-ANTERIOR TO LCC-AnoAnterior.
               MOVE WS-ANO-BASE TO LCC-AnoBase.
               MOVE LINHA-COLUNAS-CONTA TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE LINHA-COLUNAS-VALORES TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE LINHA-BRANCO TO REG-INFORME.
               WRITE REG-INFORME.

           LER-CADASTRO-CLIENTE.
               MOVE WS-DOCUMENTO-GRUPO TO CAD-Documento.
               IF CADCLI-ABERTO THEN
                   READ ARQ-CADCLI
                       INVALID KEY
                           PERFORM LIMPAR-CADASTRO-CLIENTE
                   END-READ
               ELSE
                   PERFORM LIMPAR-CADASTRO-CLIENTE
               END-IF.

           LIMPAR-CADASTRO-CLIENTE.
               ADD 1 TO WS-TOTAL-SEM-CADASTRO.
               MOVE WS-DOCUMENTO-GRUPO TO CAD-Documento.
               MOVE "CADASTRO NAO ENCONTRADO" TO CAD-Nome.
               MOVE SPACES TO CAD-Endereco.
               MOVE SPACES TO CAD-Cidade.
               MOVE SPACES TO CAD-UF.
               MOVE ZEROS TO CAD-CEP.

           FECHAR-INFORME-CLIENTE.
               IF NOT INFORME-ABERTO THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE LINHA-BRANCO TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-CLIENTE-SALDO-INICIAL TO LTS-SaldoAnterior.
               MOVE WS-CLIENTE-SALDO-FINAL TO LTS-SaldoFinal.
               MOVE LINHA-TOTAL-SALDOS TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-CLIENTE-RENDIMENTO TO LTV-Rendimento.
               MOVE WS-CLIENTE-JUROS TO LTV-Juros.
               MOVE WS-CLIENTE-TARIFAS TO LTV-Tarifas.
               MOVE LINHA-TOTAL-VALORES TO REG-INFORME.
               WRITE REG-INFORME.

               MOVE LINHA-BRANCO TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE "CONTAS INFORMADAS:" TO LRI-ROTULO.
               MOVE WS-CLIENTE-CONTAS TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-INFORME.
               WRITE REG-INFORME.

               CLOSE ARQ-INFORME.
               MOVE "N" TO WS-INFORME-ABERTO.
               ADD 1 TO WS-TOTAL-INFORMES.

           IMPRIMIR-RESUMO-EMISSAO.
               MOVE WS-ANO-EXIBICAO TO LC-AnoBase.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "MOVIMENTOS DO ANO-BASE:" TO LRI-ROTULO.
               MOVE WS-TOTAL-LIDOS TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "MOVIMENTOS POSTERIORES:" TO LRI-ROTULO.
               MOVE WS-TOTAL-POSTERIORES TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "INFORMES EMITIDOS:" TO LRI-ROTULO.
               MOVE WS-TOTAL-INFORMES TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS INFORMADAS:" TO LRI-ROTULO.
               MOVE WS-TOTAL-CONTAS TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS ENCERRADAS NO ANO:" TO LRI-ROTULO.
               MOVE WS-TOTAL-ENCERRADAS TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CLIENTES SEM CADCLI:" TO LRI-ROTULO.
               MOVE WS-TOTAL-SEM-CADASTRO TO LRI-TOTAL.
               MOVE LINHA-RESUMO-INT TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL DE RENDIMENTOS:" TO LRV-ROTULO.
               MOVE WS-TOTAL-RENDIMENTO TO LRV-VALOR.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL DE JUROS PAGOS:" TO LRV-ROTULO.
               MOVE WS-TOTAL-JUROS TO LRV-VALOR.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL DE TARIFAS PAGAS:" TO LRV-ROTULO.
               MOVE WS-TOTAL-TARIFAS TO LRV-VALOR.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE SPACES TO LINHA-MENSAGEM.
               STRING "ARQUIVO PARA A DECLARACAO: " DELIMITED BY SIZE
                   WS-NOME-DECLARACAO DELIMITED BY SIZE
                   INTO LINHA-MENSAGEM
               END-STRING.
               MOVE LINHA-MENSAGEM TO REG-RELATORIO.
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

       END PROGRAM Informe-Rendimentos.
