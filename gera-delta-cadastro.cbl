      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Interface diaria de retorno ao core-banking: compara
      *          CLIENTES.DAT e CADCLI.DAT com as fotografias gravadas
      *          no envio anterior (FCTaammdd.DAT e FCLaammdd.DAT) e
      *          grava o arquivo de layout fixo DLTaammdd.TXT (copybook
      *          DELTA) com um registro por conta ou cliente incluido,
      *          alterado, encerrado ou removido desde entao, com os
      *          valores antes/depois e o operador da alteracao. O
      *          operador da conta vem do ultimo movimento I/A/E em
      *          MOVIMENTO.DAT (ou, na falta dele, do ultimo movimento
      *          da conta, como na reativacao de dormente); o do
      *          cliente vem do diario ALTCAD.DAT. Alteracoes feitas
      *          pelo proprio core-banking (operador 9001 do
      *          Carga-Lote-Clientes) nao voltam. O trailer leva as
      *          quantidades e o total dos saldos das contas enviadas.
      *          DELTACTL.DAT guarda a data, a hora e a sequencia do
      *          ultimo envio: o operador informa so a data atual (nao
      *          posterior a data do sistema) e o envio parte sempre do
      *          ultimo, de modo que nenhum dia seja enviado duas vezes
      *          ou pulado, mesmo depois de uma execucao em dia nao
      *          util. Os operadores sao buscados nos lancamentos feitos
      *          depois da data e hora do ultimo envio. Sem DELTACTL.DAT
      *          a execucao so grava as fotografias iniciais (carga
      *          inicial). Relatorio em DELTA.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gera-Delta-Cadastro.
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
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CAD-STATUS
               RECORD KEY IS ChaveCadCli.

           SELECT ARQ-MOVIMENTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOV-STATUS.

           SELECT ARQ-ALTCAD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALC-STATUS.

           SELECT ARQ-CONTROLE-ENVIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCT-STATUS.

           SELECT ARQ-FOTO-CONTAS-ANT ASSIGN TO DYNAMIC
               WS-NOME-FOTO-CONTAS-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCA-STATUS.

           SELECT ARQ-FOTO-CONTAS-NOVA ASSIGN TO DYNAMIC
               WS-NOME-FOTO-CONTAS-NOVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCN-STATUS.

           SELECT ARQ-FOTO-CLIENTES-ANT ASSIGN TO DYNAMIC
               WS-NOME-FOTO-CLIENTES-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPA-STATUS.

           SELECT ARQ-FOTO-CLIENTES-NOVA ASSIGN TO DYNAMIC
               WS-NOME-FOTO-CLIENTES-NOVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPN-STATUS.

           SELECT ARQ-DELTA ASSIGN TO DYNAMIC WS-NOME-DELTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLT-STATUS.

           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           COPY CLIENTE.

           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           FD ARQ-MOVIMENTO VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           COPY MOVIMENTO.

           FD ARQ-ALTCAD VALUE OF FILE-ID IS "ALTCAD.DAT".
           COPY ALTCAD.

           FD ARQ-CONTROLE-ENVIO VALUE OF FILE-ID IS "DELTACTL.DAT".
           01 REG-CONTROLE-ENVIO.
               02 DCT-UltimaData PIC 9(06).
               02 DCT-Sequencia PIC 9(06).
               02 DCT-UltimaHora PIC 9(06).

           FD ARQ-FOTO-CONTAS-ANT.
           01 REG-FOTO-CONTAS-ANT.
               02 FCA-ChaveConta.
                   03 FCA-CodBanco PIC 9(03).
                   03 FCA-CodAgencia PIC 9(04).
                   03 FCA-NumConta PIC 9(11).
               02 FCA-TipoConta PIC 9(01).
               02 FCA-NomeTitular PIC X(20).
               02 FCA-CPF PIC 9(11).
               02 FCA-CNPJ PIC 9(14).
               02 FCA-StatusConta PIC X(01).
               02 FCA-LimiteCredito PIC 9(09)V99.
               02 FCA-DataEncerramento PIC 9(06).
               02 FCA-Saldo PIC S9(09)V99
                   SIGN IS TRAILING SEPARATE.

           FD ARQ-FOTO-CONTAS-NOVA.
           01 REG-FOTO-CONTAS-NOVA.
               02 FCN-ChaveConta.
                   03 FCN-CodBanco PIC 9(03).
                   03 FCN-CodAgencia PIC 9(04).
                   03 FCN-NumConta PIC 9(11).
               02 FCN-TipoConta PIC 9(01).
               02 FCN-NomeTitular PIC X(20).
               02 FCN-CPF PIC 9(11).
               02 FCN-CNPJ PIC 9(14).
               02 FCN-StatusConta PIC X(01).
               02 FCN-LimiteCredito PIC 9(09)V99.
               02 FCN-DataEncerramento PIC 9(06).
               02 FCN-Saldo PIC S9(09)V99
                   SIGN IS TRAILING SEPARATE.

           FD ARQ-FOTO-CLIENTES-ANT.
           01 REG-FOTO-CLIENTES-ANT.
               02 FPA-Documento PIC 9(14).
               02 FPA-Nome PIC X(30).
               02 FPA-Endereco PIC X(40).
               02 FPA-Cidade PIC X(20).
               02 FPA-UF PIC X(02).
               02 FPA-CEP PIC 9(08).
               02 FPA-Telefone PIC 9(11).
               02 FPA-Email PIC X(40).

           FD ARQ-FOTO-CLIENTES-NOVA.
           01 REG-FOTO-CLIENTES-NOVA.
               02 FPN-Documento PIC 9(14).
               02 FPN-Nome PIC X(30).
               02 FPN-Endereco PIC X(40).
               02 FPN-Cidade PIC X(20).
               02 FPN-UF PIC X(02).
               02 FPN-CEP PIC 9(08).
               02 FPN-Telefone PIC 9(11).
               02 FPN-Email PIC X(40).

           FD ARQ-DELTA.
           COPY DELTA.

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "DELTA.LST".
           01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.

           77 CAD-STATUS PIC 9(02).
               88 CAD-STATUS-OK VALUE ZEROS.

           77 MOV-STATUS PIC 9(02).
               88 MOV-STATUS-OK VALUE ZEROS.
               88 FIM-MOVIMENTO VALUE 10.

           77 ALC-STATUS PIC 9(02).
               88 ALC-STATUS-OK VALUE ZEROS.
               88 FIM-ALTCAD VALUE 10.

           77 DCT-STATUS PIC 9(02).
               88 DCT-STATUS-OK VALUE ZEROS.
               88 DCT-NAO-ENCONTRADO VALUE 35.

           77 FCA-STATUS PIC 9(02).
               88 FCA-STATUS-OK VALUE ZEROS.
           77 FCN-STATUS PIC 9(02).
           77 FPA-STATUS PIC 9(02).
               88 FPA-STATUS-OK VALUE ZEROS.
           77 FPN-STATUS PIC 9(02).
           77 DLT-STATUS PIC 9(02).
           77 REL-STATUS PIC 9(02).

           01 WS-NOME-FOTO-CONTAS-ANT.
               02 FILLER PIC X(03) VALUE "FCT".
               02 WS-FCA-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".DAT".

           01 WS-NOME-FOTO-CONTAS-NOVA.
               02 FILLER PIC X(03) VALUE "FCT".
               02 WS-FCN-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".DAT".

           01 WS-NOME-FOTO-CLIENTES-ANT.
               02 FILLER PIC X(03) VALUE "FCL".
               02 WS-FPA-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".DAT".

           01 WS-NOME-FOTO-CLIENTES-NOVA.
               02 FILLER PIC X(03) VALUE "FCL".
               02 WS-FPN-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".DAT".

           01 WS-NOME-DELTA.
               02 FILLER PIC X(03) VALUE "DLT".
               02 WS-DLT-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".TXT".

           77 WS-DATA-ANTERIOR PIC 9(06) VALUE ZEROS.
           77 WS-DATA-ATUAL PIC 9(06) VALUE ZEROS.
           77 WS-DATA-MOVIMENTO PIC 9(06) VALUE ZEROS.
           77 WS-SEQUENCIA-ENVIO PIC 9(06) VALUE ZEROS.
           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.
           77 WS-HORA-ANTERIOR PIC 9(06) VALUE ZEROS.

           01 WS-HORA-SISTEMA.
               02 WS-HORA-HHMMSS PIC 9(06).
               02 WS-HORA-CENTESIMOS PIC 9(02).

      * Sem DELTACTL.DAT nao ha fotografia anterior: a execucao so
      * grava as fotografias do dia e um arquivo sem detalhes.
           77 WS-CARGA-INICIAL PIC X(01) VALUE "N".
               88 CARGA-INICIAL VALUE "S".

           77 WS-FIM-CLIENTES PIC X(01) VALUE "N".
               88 FIM-CLIENTES VALUE "S".
           77 WS-FIM-FOTO-CONTAS PIC X(01) VALUE "N".
               88 FIM-FOTO-CONTAS VALUE "S".
           77 WS-FIM-CADCLI PIC X(01) VALUE "N".
               88 FIM-CADCLI VALUE "S".
           77 WS-FIM-FOTO-CLIENTES PIC X(01) VALUE "N".
               88 FIM-FOTO-CLIENTES VALUE "S".

      * Alteracoes com operador do Carga-Lote-Clientes vieram do
      * proprio core-banking e nao sao devolvidas.
           77 WS-OPERADOR-CORE PIC 9(04) VALUE 9001.
           77 WS-OPERADOR-ALTERACAO PIC 9(04) VALUE ZEROS.
           77 WS-ALTERADO PIC X(01) VALUE "N".
               88 REGISTRO-ALTERADO VALUE "S".

      * Operador por conta: ultimo movimento de cadastro (I/A/E) e
      * ultimo movimento de qualquer tipo desde o envio anterior.
           77 WS-QTD-OPER-CONTAS PIC 9(04) VALUE ZEROS.
           77 WS-IND-OPER-CONTA PIC 9(04) VALUE ZEROS.
           77 WS-IND-ACHADO PIC 9(04) VALUE ZEROS.
           77 WS-CHAVE-BUSCA PIC X(18) VALUE SPACES.
           01 TABELA-OPERADORES-CONTA.
               02 TOC-ENTRADA OCCURS 5000 TIMES.
                   03 TOC-CHAVE PIC X(18).
                   03 TOC-OPERADOR-CADASTRO PIC 9(04).
                   03 TOC-OPERADOR-MOVIMENTO PIC 9(04).

      * Operador por cliente: ultima gravacao em ALTCAD.DAT desde o
      * envio anterior.
           77 WS-QTD-OPER-CLIENTES PIC 9(04) VALUE ZEROS.
           77 WS-IND-OPER-CLIENTE PIC 9(04) VALUE ZEROS.
           77 WS-DOCUMENTO-BUSCA PIC 9(14) VALUE ZEROS.
           01 TABELA-OPERADORES-CLIENTE.
               02 TOP-ENTRADA OCCURS 2000 TIMES.
                   03 TOP-DOCUMENTO PIC 9(14).
                   03 TOP-OPERADOR PIC 9(04).

           77 WS-TOTAL-CONTAS-INCLUIDAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CONTAS-ALTERADAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CONTAS-ENCERRADAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CONTAS-REMOVIDAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CLIENTES-INCLUIDOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CLIENTES-ALTERADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CLIENTES-REMOVIDOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-ORIGEM-CORE PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CONTAS-LIDAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-CLIENTES-LIDOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-REGISTROS PIC 9(09) VALUE ZEROS.
           77 WS-TOTAL-SALDOS PIC S9(13)V99 VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-FUNCAO-EXECUCAO PIC X(01) VALUE "I".
           77 WS-JOB-EXECUCAO PIC X(08) VALUE "DELTACAD".
           77 WS-PERIODO-EXECUCAO PIC 9(06) VALUE ZEROS.
           77 WS-RESULTADO-EXECUCAO PIC X(01) VALUE "L".
               88 EXECUCAO-LIBERADA VALUE "L".
               88 EXECUCAO-RETOMADA VALUE "R".
               88 EXECUCAO-RECUSADA VALUE "N".
           77 WS-CHECKPOINT-CHAVE PIC X(18) VALUE ZEROS.

           01 LINHA-CABECALHO.
               02 FILLER PIC X(30) VALUE
               "ALTERACOES PARA O CORE-BANKING".
               02 FILLER PIC X(17) VALUE " - ALTERACOES DE ".
               02 LC-DataAnterior PIC 9(06).
               02 FILLER PIC X(05) VALUE " ATE ".
               02 LC-DataAtual PIC 9(06).
           01 LINHA-ARQUIVO.
               02 FILLER PIC X(09) VALUE "ARQUIVO: ".
               02 LAR-Nome PIC X(13).
               02 FILLER PIC X(14) VALUE "  SEQUENCIA: ".
               02 LAR-Sequencia PIC ZZZZZ9.
           01 LINHA-COLUNAS.
               02 FILLER PIC X(20) VALUE "REGISTRO EVENTO     ".
               02 FILLER PIC X(20) VALUE " IDENTIFICACAO      ".
               02 FILLER PIC X(20) VALUE "  OPER CAMPOS ALTERA".
               02 FILLER PIC X(03) VALUE "DOS".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-DETALHE.
               02 LD-Registro PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Evento PIC X(12).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Identificacao PIC X(20).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Operador PIC 9(04).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Campos.
                   03 LD-Campo PIC X(05) OCCURS 6 TIMES.
           01 LINHA-RESUMO.
               02 FILLER PIC X(05) VALUE SPACES.
               02 LR-ROTULO PIC X(34).
               02 LR-TOTAL PIC ZZZ.ZZZ.ZZ9.
           01 LINHA-RESUMO-VALOR.
               02 FILLER PIC X(05) VALUE SPACES.
               02 LRV-ROTULO PIC X(34).
               02 LRV-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-MENSAGEM PIC X(80).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               ACCEPT WS-HORA-SISTEMA FROM TIME.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

               DISPLAY "Data atual (AAMMDD): ".
               ACCEPT WS-DATA-ATUAL.

               PERFORM CONFERIR-CONTROLE-ENVIO.

               MOVE WS-DATA-ATUAL TO WS-PERIODO-EXECUCAO.
               PERFORM INICIAR-CONTROLE-EXECUCAO.

               MOVE WS-DATA-ANTERIOR TO WS-FCA-DATA.
               MOVE WS-DATA-ANTERIOR TO WS-FPA-DATA.
               MOVE WS-DATA-ATUAL TO WS-FCN-DATA.
               MOVE WS-DATA-ATUAL TO WS-FPN-DATA.
               MOVE WS-DATA-ATUAL TO WS-DLT-DATA.

               IF NOT CARGA-INICIAL THEN
                   PERFORM CARREGAR-OPERADORES-CONTA
                   PERFORM CARREGAR-OPERADORES-CLIENTE
               END-IF.

               PERFORM ABRIR-ARQUIVOS.
               PERFORM IMPRIMIR-CABECALHO.
               PERFORM GRAVAR-HEADER.

               PERFORM COMPARAR-CONTAS.
               PERFORM COMPARAR-CLIENTES.

               PERFORM GRAVAR-TRAILER.
               PERFORM IMPRIMIR-RESUMO.
               PERFORM FECHAR-ARQUIVOS.

      * O controle de envio so avanca com o arquivo completo; uma
      * execucao interrompida antes disso e refeita por inteiro.
               PERFORM GRAVAR-CONTROLE-ENVIO.
               PERFORM CONCLUIR-CONTROLE-EXECUCAO.

               IF CARGA-INICIAL THEN
                   DISPLAY "CARGA INICIAL: FOTOGRAFIAS GRAVADAS. "
                       "ARQUIVO " WS-NOME-DELTA " SEM DETALHES"
               ELSE
                   DISPLAY "ALTERACOES GRAVADAS EM " WS-NOME-DELTA
                       " - VER DELTA.LST"
               END-IF.

               STOP RUN.

      * O envio parte sempre da data e hora do ultimo, e a data atual
      * tem de ser posterior a ela: nenhum dia e enviado duas vezes ou
      * pulado. Data futura fecharia a janela antes do dia acabar.
           CONFERIR-CONTROLE-ENVIO.
               IF WS-DATA-ATUAL > WS-DATA-HOJE THEN
                   DISPLAY "DATA ATUAL " WS-DATA-ATUAL
                       " POSTERIOR A DATA DO SISTEMA " WS-DATA-HOJE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT ARQ-CONTROLE-ENVIO.
               IF DCT-NAO-ENCONTRADO THEN
                   SET CARGA-INICIAL TO TRUE
                   MOVE ZEROS TO WS-DATA-ANTERIOR
                   MOVE 1 TO WS-SEQUENCIA-ENVIO
                   EXIT PARAGRAPH
               END-IF.

               IF NOT DCT-STATUS-OK THEN
                   DISPLAY "ARQUIVO DELTACTL.DAT NAO DISPONIVEL - "
                       DCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               READ ARQ-CONTROLE-ENVIO
                   AT END
                       DISPLAY "ARQUIVO DELTACTL.DAT VAZIO"
                       CLOSE ARQ-CONTROLE-ENVIO
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ.
               CLOSE ARQ-CONTROLE-ENVIO.

               IF WS-DATA-ATUAL NOT > DCT-UltimaData THEN
                   DISPLAY "ALTERACOES ATE " WS-DATA-ATUAL
                       " JA ENVIADAS - ULTIMO ENVIO EM "
                       DCT-UltimaData
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               MOVE DCT-UltimaData TO WS-DATA-ANTERIOR.

      * Controle gravado sem a hora: o dia do ultimo envio inteiro ja
      * foi enviado.
               IF DCT-UltimaHora IS NUMERIC THEN
                   MOVE DCT-UltimaHora TO WS-HORA-ANTERIOR
               ELSE
                   MOVE 235959 TO WS-HORA-ANTERIOR
               END-IF.

               COMPUTE WS-SEQUENCIA-ENVIO = DCT-Sequencia + 1.

           ABRIR-ARQUIVOS.
               OPEN INPUT ARQ-CLIENTES.
               IF NOT STATUS-OK THEN
                   DISPLAY "ARQUIVO CLIENTES.DAT NAO DISPONIVEL - "
                       ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT ARQ-CADCLI.
               IF NOT CAD-STATUS-OK THEN
                   DISPLAY "ARQUIVO CADCLI.DAT NAO DISPONIVEL - "
                       CAD-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               IF CARGA-INICIAL THEN
                   SET FIM-FOTO-CONTAS TO TRUE
                   SET FIM-FOTO-CLIENTES TO TRUE
               ELSE
                   PERFORM ABRIR-FOTOGRAFIAS-ANTERIORES
               END-IF.

               OPEN OUTPUT ARQ-FOTO-CONTAS-NOVA.
               OPEN OUTPUT ARQ-FOTO-CLIENTES-NOVA.
               OPEN OUTPUT ARQ-DELTA.
               OPEN OUTPUT ARQ-RELATORIO.

           ABRIR-FOTOGRAFIAS-ANTERIORES.
               OPEN INPUT ARQ-FOTO-CONTAS-ANT.
               IF NOT FCA-STATUS-OK THEN
                   DISPLAY "ARQUIVO " WS-NOME-FOTO-CONTAS-ANT
                       " NAO DISPONIVEL - " FCA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT ARQ-FOTO-CLIENTES-ANT.
               IF NOT FPA-STATUS-OK THEN
                   DISPLAY "ARQUIVO " WS-NOME-FOTO-CLIENTES-ANT
                       " NAO DISPONIVEL - " FPA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      * Movimentos posteriores ao ultimo envio: a fotografia e a do
      * momento da execucao, entao nao ha limite superior.
           CARREGAR-OPERADORES-CONTA.
               OPEN INPUT ARQ-MOVIMENTO.
               IF NOT MOV-STATUS-OK THEN
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

               PERFORM GUARDAR-OPERADOR-CONTA UNTIL FIM-MOVIMENTO.

               CLOSE ARQ-MOVIMENTO.

           GUARDAR-OPERADOR-CONTA.
               COMPUTE WS-DATA-MOVIMENTO =
                   MOV-ANO * 10000 + MOV-MES * 100 + MOV-DIA.

               IF WS-DATA-MOVIMENTO > WS-DATA-ANTERIOR
                       OR (WS-DATA-MOVIMENTO = WS-DATA-ANTERIOR
                       AND MOV-HORA > WS-HORA-ANTERIOR) THEN
                   MOVE MOV-CHAVE-CONTA TO WS-CHAVE-BUSCA
                   PERFORM LOCALIZAR-OPERADOR-CONTA
                   IF WS-IND-ACHADO = ZEROS THEN
                       PERFORM INCLUIR-OPERADOR-CONTA
                   END-IF
                   IF MOV-INCLUSAO OR MOV-ALTERACAO OR MOV-EXCLUSAO
                           THEN
                       MOVE MOV-OPERADOR
                           TO TOC-OPERADOR-CADASTRO(WS-IND-ACHADO)
                   ELSE
                       MOVE MOV-OPERADOR
                           TO TOC-OPERADOR-MOVIMENTO(WS-IND-ACHADO)
                   END-IF
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

           INCLUIR-OPERADOR-CONTA.
               IF WS-QTD-OPER-CONTAS >= 5000 THEN
                   DISPLAY "MAIS DE 5000 CONTAS MOVIMENTADAS - ENVIO "
                       "ABANDONADO, AUMENTAR TABELA-OPERADORES-CONTA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-QTD-OPER-CONTAS.
               MOVE WS-QTD-OPER-CONTAS TO WS-IND-ACHADO.
               MOVE WS-CHAVE-BUSCA TO TOC-CHAVE(WS-IND-ACHADO).
               MOVE ZEROS TO TOC-OPERADOR-CADASTRO(WS-IND-ACHADO).
               MOVE ZEROS TO TOC-OPERADOR-MOVIMENTO(WS-IND-ACHADO).

           LOCALIZAR-OPERADOR-CONTA.
               MOVE ZEROS TO WS-IND-ACHADO.
               MOVE 1 TO WS-IND-OPER-CONTA.
               PERFORM PROCURAR-OPERADOR-CONTA
                   UNTIL WS-IND-OPER-CONTA > WS-QTD-OPER-CONTAS
                   OR WS-IND-ACHADO > 0.

           PROCURAR-OPERADOR-CONTA.
               IF TOC-CHAVE(WS-IND-OPER-CONTA) = WS-CHAVE-BUSCA THEN
                   MOVE WS-IND-OPER-CONTA TO WS-IND-ACHADO
               END-IF.
               ADD 1 TO WS-IND-OPER-CONTA.

           CARREGAR-OPERADORES-CLIENTE.
               OPEN INPUT ARQ-ALTCAD.
               IF NOT ALC-STATUS-OK THEN
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-ALTCAD
                   AT END SET FIM-ALTCAD TO TRUE
               END-READ.

               PERFORM GUARDAR-OPERADOR-CLIENTE UNTIL FIM-ALTCAD.

               CLOSE ARQ-ALTCAD.

           GUARDAR-OPERADOR-CLIENTE.
               IF ALC-Data > WS-DATA-ANTERIOR
                       OR (ALC-Data = WS-DATA-ANTERIOR
                       AND ALC-Hora > WS-HORA-ANTERIOR) THEN
                   MOVE ALC-Documento TO WS-DOCUMENTO-BUSCA
                   PERFORM LOCALIZAR-OPERADOR-CLIENTE
                   IF WS-IND-ACHADO = ZEROS THEN
                       PERFORM INCLUIR-OPERADOR-CLIENTE
                   END-IF
                   MOVE ALC-Operador TO TOP-OPERADOR(WS-IND-ACHADO)
               END-IF.

               READ ARQ-ALTCAD
                   AT END SET FIM-ALTCAD TO TRUE
               END-READ.

           INCLUIR-OPERADOR-CLIENTE.
               IF WS-QTD-OPER-CLIENTES >= 2000 THEN
                   DISPLAY "MAIS DE 2000 CLIENTES ALTERADOS - ENVIO "
                       "ABANDONADO, AUMENTAR TABELA-OPERADORES-CLIENTE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-QTD-OPER-CLIENTES.
               MOVE WS-QTD-OPER-CLIENTES TO WS-IND-ACHADO.
               MOVE WS-DOCUMENTO-BUSCA TO TOP-DOCUMENTO(WS-IND-ACHADO).
               MOVE ZEROS TO TOP-OPERADOR(WS-IND-ACHADO).

           LOCALIZAR-OPERADOR-CLIENTE.
               MOVE ZEROS TO WS-IND-ACHADO.
               MOVE 1 TO WS-IND-OPER-CLIENTE.
               PERFORM PROCURAR-OPERADOR-CLIENTE
                   UNTIL WS-IND-OPER-CLIENTE > WS-QTD-OPER-CLIENTES
                   OR WS-IND-ACHADO > 0.

           PROCURAR-OPERADOR-CLIENTE.
               IF TOP-DOCUMENTO(WS-IND-OPER-CLIENTE)
                       = WS-DOCUMENTO-BUSCA THEN
                   MOVE WS-IND-OPER-CLIENTE TO WS-IND-ACHADO
               END-IF.
               ADD 1 TO WS-IND-OPER-CLIENTE.

      * Conta sem movimento de cadastro fica com o operador do ultimo
      * movimento (reativacao de dormente); sem nenhum, 0000.
           OBTER-OPERADOR-CONTA.
               MOVE ZEROS TO WS-OPERADOR-ALTERACAO.
               PERFORM LOCALIZAR-OPERADOR-CONTA.
               IF WS-IND-ACHADO > ZEROS THEN
                   IF TOC-OPERADOR-CADASTRO(WS-IND-ACHADO) > ZEROS THEN
                       MOVE TOC-OPERADOR-CADASTRO(WS-IND-ACHADO)
                           TO WS-OPERADOR-ALTERACAO
                   ELSE
                       MOVE TOC-OPERADOR-MOVIMENTO(WS-IND-ACHADO)
                           TO WS-OPERADOR-ALTERACAO
                   END-IF
               END-IF.

           OBTER-OPERADOR-CLIENTE.
               MOVE ZEROS TO WS-OPERADOR-ALTERACAO.
               PERFORM LOCALIZAR-OPERADOR-CLIENTE.
               IF WS-IND-ACHADO > ZEROS THEN
                   MOVE TOP-OPERADOR(WS-IND-ACHADO)
                       TO WS-OPERADOR-ALTERACAO
               END-IF.

           IMPRIMIR-CABECALHO.
               MOVE WS-DATA-ANTERIOR TO LC-DataAnterior.
               MOVE WS-DATA-ATUAL TO LC-DataAtual.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE WS-NOME-DELTA TO LAR-Nome.
               MOVE WS-SEQUENCIA-ENVIO TO LAR-Sequencia.
               MOVE LINHA-ARQUIVO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           GRAVAR-HEADER.
               MOVE SPACES TO REG-DELTA.
               SET DLT-HEADER TO TRUE.
               MOVE WS-DATA-ATUAL TO DLT-DataMovimento.
               MOVE WS-DATA-ANTERIOR TO DLT-H-DataAnterior.
               MOVE WS-SEQUENCIA-ENVIO TO DLT-H-Sequencia.
               IF CARGA-INICIAL THEN
                   MOVE "S" TO DLT-H-CargaInicial
               ELSE
                   MOVE "N" TO DLT-H-CargaInicial
               END-IF.
               WRITE REG-DELTA.
               ADD 1 TO WS-TOTAL-REGISTROS.

      * Confronto de CLIENTES.DAT com a fotografia anterior, ambos na
      * ordem de ChaveConta.
           COMPARAR-CONTAS.
               PERFORM LER-CONTA-ATUAL.
               PERFORM LER-CONTA-FOTO.

               PERFORM CONFRONTAR-CONTA
                   UNTIL FIM-CLIENTES AND FIM-FOTO-CONTAS.

           LER-CONTA-ATUAL.
               READ ARQ-CLIENTES NEXT RECORD
                   AT END SET FIM-CLIENTES TO TRUE
               END-READ.

           LER-CONTA-FOTO.
               IF NOT FIM-FOTO-CONTAS THEN
                   READ ARQ-FOTO-CONTAS-ANT
                       AT END SET FIM-FOTO-CONTAS TO TRUE
                   END-READ
               END-IF.

           CONFRONTAR-CONTA.
               EVALUATE TRUE
                   WHEN FIM-CLIENTES
                       PERFORM CONTA-REMOVIDA
                       PERFORM LER-CONTA-FOTO
                   WHEN FIM-FOTO-CONTAS
                       PERFORM GRAVAR-FOTO-CONTA
                       PERFORM CONTA-INCLUIDA
                       PERFORM LER-CONTA-ATUAL
                   WHEN ChaveConta < FCA-ChaveConta
                       PERFORM GRAVAR-FOTO-CONTA
                       PERFORM CONTA-INCLUIDA
                       PERFORM LER-CONTA-ATUAL
                   WHEN ChaveConta > FCA-ChaveConta
                       PERFORM CONTA-REMOVIDA
                       PERFORM LER-CONTA-FOTO
                   WHEN OTHER
                       PERFORM GRAVAR-FOTO-CONTA
                       PERFORM CONTA-CONFERIDA
                       PERFORM LER-CONTA-ATUAL
                       PERFORM LER-CONTA-FOTO
               END-EVALUATE.

           GRAVAR-FOTO-CONTA.
               ADD 1 TO WS-TOTAL-CONTAS-LIDAS.
               MOVE ChaveConta TO FCN-ChaveConta.
               MOVE TipoConta TO FCN-TipoConta.
               MOVE NomeTitular TO FCN-NomeTitular.
               MOVE CPF TO FCN-CPF.
               MOVE CNPJ TO FCN-CNPJ.
               MOVE StatusConta TO FCN-StatusConta.
               MOVE LimiteCredito TO FCN-LimiteCredito.
               MOVE DataEncerramento-NUM TO FCN-DataEncerramento.
               MOVE Saldo TO FCN-Saldo.
               WRITE REG-FOTO-CONTAS-NOVA.

           CONTA-INCLUIDA.
               IF CARGA-INICIAL THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE ChaveConta TO WS-CHAVE-BUSCA.
               PERFORM OBTER-OPERADOR-CONTA.
               IF WS-OPERADOR-ALTERACAO = WS-OPERADOR-CORE THEN
                   ADD 1 TO WS-TOTAL-ORIGEM-CORE
                   EXIT PARAGRAPH
               END-IF.

               PERFORM PREPARAR-DETALHE-CONTA.
               SET DLT-C-INCLUSAO TO TRUE.
               MOVE ChaveConta TO DLT-C-ChaveConta.
               PERFORM MOVER-CONTA-DEPOIS.
               MOVE "SSSSSS" TO DLT-C-Alterados.
               ADD 1 TO WS-TOTAL-CONTAS-INCLUIDAS.
               PERFORM GRAVAR-DETALHE-CONTA.

           CONTA-REMOVIDA.
               MOVE FCA-ChaveConta TO WS-CHAVE-BUSCA.
               PERFORM OBTER-OPERADOR-CONTA.
               IF WS-OPERADOR-ALTERACAO = WS-OPERADOR-CORE THEN
                   ADD 1 TO WS-TOTAL-ORIGEM-CORE
                   EXIT PARAGRAPH
               END-IF.

               PERFORM PREPARAR-DETALHE-CONTA.
               SET DLT-C-REMOCAO TO TRUE.
               MOVE FCA-ChaveConta TO DLT-C-ChaveConta.
               PERFORM MOVER-CONTA-ANTES.
               MOVE FCA-Saldo TO DLT-C-Saldo.
               MOVE "SSSSSS" TO DLT-C-Alterados.
               ADD 1 TO WS-TOTAL-CONTAS-REMOVIDAS.
               PERFORM GRAVAR-DETALHE-CONTA.

           CONTA-CONFERIDA.
               MOVE "N" TO WS-ALTERADO.
               PERFORM PREPARAR-DETALHE-CONTA.

               IF TipoConta NOT = FCA-TipoConta THEN
                   MOVE "S" TO DLT-C-AltTipoConta
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.
               IF NomeTitular NOT = FCA-NomeTitular THEN
                   MOVE "S" TO DLT-C-AltNome
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.
               IF CPF NOT = FCA-CPF OR CNPJ NOT = FCA-CNPJ THEN
                   MOVE "S" TO DLT-C-AltDocumento
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.
               IF StatusConta NOT = FCA-StatusConta THEN
                   MOVE "S" TO DLT-C-AltStatus
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.
               IF LimiteCredito NOT = FCA-LimiteCredito THEN
                   MOVE "S" TO DLT-C-AltLimite
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.
               IF DataEncerramento-NUM NOT = FCA-DataEncerramento THEN
                   MOVE "S" TO DLT-C-AltEncerramento
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.

               IF NOT REGISTRO-ALTERADO THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE ChaveConta TO WS-CHAVE-BUSCA.
               PERFORM OBTER-OPERADOR-CONTA.
               IF WS-OPERADOR-ALTERACAO = WS-OPERADOR-CORE THEN
                   ADD 1 TO WS-TOTAL-ORIGEM-CORE
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-OPERADOR-ALTERACAO TO DLT-C-Operador.
               MOVE ChaveConta TO DLT-C-ChaveConta.
               PERFORM MOVER-CONTA-ANTES.
               PERFORM MOVER-CONTA-DEPOIS.

               IF CONTA-ENCERRADA AND FCA-StatusConta NOT = "E" THEN
                   SET DLT-C-ENCERRAMENTO TO TRUE
                   ADD 1 TO WS-TOTAL-CONTAS-ENCERRADAS
               ELSE
                   SET DLT-C-ALTERACAO TO TRUE
                   ADD 1 TO WS-TOTAL-CONTAS-ALTERADAS
               END-IF.
               PERFORM GRAVAR-DETALHE-CONTA.

           PREPARAR-DETALHE-CONTA.
               MOVE SPACES TO REG-DELTA.
               SET DLT-CONTA TO TRUE.
               MOVE WS-DATA-ATUAL TO DLT-DataMovimento.
               MOVE WS-OPERADOR-ALTERACAO TO DLT-C-Operador.
               MOVE "NNNNNN" TO DLT-C-Alterados.
               MOVE ZEROS TO DLT-C-TipoConta-Ant.
               MOVE ZEROS TO DLT-C-CPF-Ant.
               MOVE ZEROS TO DLT-C-CNPJ-Ant.
               MOVE ZEROS TO DLT-C-LimiteCredito-Ant.
               MOVE ZEROS TO DLT-C-DataEncerramento-Ant.
               MOVE ZEROS TO DLT-C-TipoConta-Nov.
               MOVE ZEROS TO DLT-C-CPF-Nov.
               MOVE ZEROS TO DLT-C-CNPJ-Nov.
               MOVE ZEROS TO DLT-C-LimiteCredito-Nov.
               MOVE ZEROS TO DLT-C-DataEncerramento-Nov.
               MOVE ZEROS TO DLT-C-Saldo.

           MOVER-CONTA-ANTES.
               MOVE FCA-TipoConta TO DLT-C-TipoConta-Ant.
               MOVE FCA-NomeTitular TO DLT-C-NomeTitular-Ant.
               MOVE FCA-CPF TO DLT-C-CPF-Ant.
               MOVE FCA-CNPJ TO DLT-C-CNPJ-Ant.
               MOVE FCA-StatusConta TO DLT-C-StatusConta-Ant.
               MOVE FCA-LimiteCredito TO DLT-C-LimiteCredito-Ant.
               MOVE FCA-DataEncerramento
                   TO DLT-C-DataEncerramento-Ant.

           MOVER-CONTA-DEPOIS.
               MOVE TipoConta TO DLT-C-TipoConta-Nov.
               MOVE NomeTitular TO DLT-C-NomeTitular-Nov.
               MOVE CPF TO DLT-C-CPF-Nov.
               MOVE CNPJ TO DLT-C-CNPJ-Nov.
               MOVE StatusConta TO DLT-C-StatusConta-Nov.
               MOVE LimiteCredito TO DLT-C-LimiteCredito-Nov.
               MOVE DataEncerramento-NUM
                   TO DLT-C-DataEncerramento-Nov.
               MOVE Saldo TO DLT-C-Saldo.

           GRAVAR-DETALHE-CONTA.
               WRITE REG-DELTA.
               ADD 1 TO WS-TOTAL-REGISTROS.
               ADD DLT-C-Saldo TO WS-TOTAL-SALDOS.

               MOVE "CONTA" TO LD-Registro.
               EVALUATE TRUE
                   WHEN DLT-C-INCLUSAO
                       MOVE "INCLUSAO" TO LD-Evento
                   WHEN DLT-C-ENCERRAMENTO
                       MOVE "ENCERRAMENTO" TO LD-Evento
                   WHEN DLT-C-REMOCAO
                       MOVE "REMOCAO" TO LD-Evento
                   WHEN OTHER
                       MOVE "ALTERACAO" TO LD-Evento
               END-EVALUATE.
               MOVE SPACES TO LD-Identificacao.
               STRING DLT-C-CodBanco "/" DLT-C-CodAgencia "/"
                   DLT-C-NumConta DELIMITED BY SIZE
                   INTO LD-Identificacao
               END-STRING.
               MOVE DLT-C-Operador TO LD-Operador.

               MOVE SPACES TO LD-Campos.
               IF DLT-C-ALTERACAO OR DLT-C-ENCERRAMENTO THEN
                   IF DLT-C-AltTipoConta = "S" THEN
                       MOVE "TIPO" TO LD-Campo(1)
                   END-IF
                   IF DLT-C-AltNome = "S" THEN
                       MOVE "NOME" TO LD-Campo(2)
                   END-IF
                   IF DLT-C-AltDocumento = "S" THEN
                       MOVE "DOC" TO LD-Campo(3)
                   END-IF
                   IF DLT-C-AltStatus = "S" THEN
                       MOVE "STAT" TO LD-Campo(4)
                   END-IF
                   IF DLT-C-AltLimite = "S" THEN
                       MOVE "LIM" TO LD-Campo(5)
                   END-IF
                   IF DLT-C-AltEncerramento = "S" THEN
                       MOVE "DTENC" TO LD-Campo(6)
                   END-IF
               END-IF.

               MOVE LINHA-DETALHE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

      * Confronto de CADCLI.DAT com a fotografia anterior, ambos na
      * ordem de CAD-Documento.
           COMPARAR-CLIENTES.
               PERFORM LER-CLIENTE-ATUAL.
               PERFORM LER-CLIENTE-FOTO.

               PERFORM CONFRONTAR-CLIENTE
                   UNTIL FIM-CADCLI AND FIM-FOTO-CLIENTES.

           LER-CLIENTE-ATUAL.
               READ ARQ-CADCLI NEXT RECORD
                   AT END SET FIM-CADCLI TO TRUE
               END-READ.

           LER-CLIENTE-FOTO.
               IF NOT FIM-FOTO-CLIENTES THEN
                   READ ARQ-FOTO-CLIENTES-ANT
                       AT END SET FIM-FOTO-CLIENTES TO TRUE
                   END-READ
               END-IF.

           CONFRONTAR-CLIENTE.
               EVALUATE TRUE
                   WHEN FIM-CADCLI
                       PERFORM CLIENTE-REMOVIDO
                       PERFORM LER-CLIENTE-FOTO
                   WHEN FIM-FOTO-CLIENTES
                       PERFORM GRAVAR-FOTO-CLIENTE
                       PERFORM CLIENTE-INCLUIDO
                       PERFORM LER-CLIENTE-ATUAL
                   WHEN CAD-Documento < FPA-Documento
                       PERFORM GRAVAR-FOTO-CLIENTE
                       PERFORM CLIENTE-INCLUIDO
                       PERFORM LER-CLIENTE-ATUAL
                   WHEN CAD-Documento > FPA-Documento
                       PERFORM CLIENTE-REMOVIDO
                       PERFORM LER-CLIENTE-FOTO
                   WHEN OTHER
                       PERFORM GRAVAR-FOTO-CLIENTE
                       PERFORM CLIENTE-CONFERIDO
                       PERFORM LER-CLIENTE-ATUAL
                       PERFORM LER-CLIENTE-FOTO
               END-EVALUATE.

           GRAVAR-FOTO-CLIENTE.
               ADD 1 TO WS-TOTAL-CLIENTES-LIDOS.
               MOVE CAD-Documento TO FPN-Documento.
               MOVE CAD-Nome TO FPN-Nome.
               MOVE CAD-Endereco TO FPN-Endereco.
               MOVE CAD-Cidade TO FPN-Cidade.
               MOVE CAD-UF TO FPN-UF.
               MOVE CAD-CEP TO FPN-CEP.
               MOVE CAD-Telefone TO FPN-Telefone.
               MOVE CAD-Email TO FPN-Email.
               WRITE REG-FOTO-CLIENTES-NOVA.

           CLIENTE-INCLUIDO.
               IF CARGA-INICIAL THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE CAD-Documento TO WS-DOCUMENTO-BUSCA.
               PERFORM OBTER-OPERADOR-CLIENTE.
               IF WS-OPERADOR-ALTERACAO = WS-OPERADOR-CORE THEN
                   ADD 1 TO WS-TOTAL-ORIGEM-CORE
                   EXIT PARAGRAPH
               END-IF.

               PERFORM PREPARAR-DETALHE-CLIENTE.
               SET DLT-P-INCLUSAO TO TRUE.
               MOVE CAD-Documento TO DLT-P-Documento.
               PERFORM MOVER-CLIENTE-DEPOIS.
               MOVE "SSS" TO DLT-P-Alterados.
               ADD 1 TO WS-TOTAL-CLIENTES-INCLUIDOS.
               PERFORM GRAVAR-DETALHE-CLIENTE.

           CLIENTE-REMOVIDO.
               MOVE FPA-Documento TO WS-DOCUMENTO-BUSCA.
               PERFORM OBTER-OPERADOR-CLIENTE.
               IF WS-OPERADOR-ALTERACAO = WS-OPERADOR-CORE THEN
                   ADD 1 TO WS-TOTAL-ORIGEM-CORE
                   EXIT PARAGRAPH
               END-IF.

               PERFORM PREPARAR-DETALHE-CLIENTE.
               SET DLT-P-REMOCAO TO TRUE.
               MOVE FPA-Documento TO DLT-P-Documento.
               PERFORM MOVER-CLIENTE-ANTES.
               MOVE "SSS" TO DLT-P-Alterados.
               ADD 1 TO WS-TOTAL-CLIENTES-REMOVIDOS.
               PERFORM GRAVAR-DETALHE-CLIENTE.

           CLIENTE-CONFERIDO.
               MOVE "N" TO WS-ALTERADO.
               PERFORM PREPARAR-DETALHE-CLIENTE.

               IF CAD-Nome NOT = FPA-Nome THEN
                   MOVE "S" TO DLT-P-AltNome
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.
               IF CAD-Endereco NOT = FPA-Endereco
                       OR CAD-Cidade NOT = FPA-Cidade
                       OR CAD-UF NOT = FPA-UF
                       OR CAD-CEP NOT = FPA-CEP THEN
                   MOVE "S" TO DLT-P-AltEndereco
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.
               IF CAD-Telefone NOT = FPA-Telefone
                       OR CAD-Email NOT = FPA-Email THEN
                   MOVE "S" TO DLT-P-AltContato
                   SET REGISTRO-ALTERADO TO TRUE
               END-IF.

               IF NOT REGISTRO-ALTERADO THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE CAD-Documento TO WS-DOCUMENTO-BUSCA.
               PERFORM OBTER-OPERADOR-CLIENTE.
               IF WS-OPERADOR-ALTERACAO = WS-OPERADOR-CORE THEN
                   ADD 1 TO WS-TOTAL-ORIGEM-CORE
                   EXIT PARAGRAPH
               END-IF.

               SET DLT-P-ALTERACAO TO TRUE.
               MOVE WS-OPERADOR-ALTERACAO TO DLT-P-Operador.
               MOVE CAD-Documento TO DLT-P-Documento.
               PERFORM MOVER-CLIENTE-ANTES.
               PERFORM MOVER-CLIENTE-DEPOIS.
               ADD 1 TO WS-TOTAL-CLIENTES-ALTERADOS.
               PERFORM GRAVAR-DETALHE-CLIENTE.

           PREPARAR-DETALHE-CLIENTE.
               MOVE SPACES TO REG-DELTA.
               SET DLT-CLIENTE TO TRUE.
               MOVE WS-DATA-ATUAL TO DLT-DataMovimento.
               MOVE WS-OPERADOR-ALTERACAO TO DLT-P-Operador.
               MOVE "NNN" TO DLT-P-Alterados.
               MOVE ZEROS TO DLT-P-CEP-Ant.
               MOVE ZEROS TO DLT-P-Telefone-Ant.
               MOVE ZEROS TO DLT-P-CEP-Nov.
               MOVE ZEROS TO DLT-P-Telefone-Nov.

           MOVER-CLIENTE-ANTES.
               MOVE FPA-Nome TO DLT-P-Nome-Ant.
               MOVE FPA-Endereco TO DLT-P-Endereco-Ant.
               MOVE FPA-Cidade TO DLT-P-Cidade-Ant.
               MOVE FPA-UF TO DLT-P-UF-Ant.
               MOVE FPA-CEP TO DLT-P-CEP-Ant.
               MOVE FPA-Telefone TO DLT-P-Telefone-Ant.
               MOVE FPA-Email TO DLT-P-Email-Ant.

           MOVER-CLIENTE-DEPOIS.
               MOVE CAD-Nome TO DLT-P-Nome-Nov.
               MOVE CAD-Endereco TO DLT-P-Endereco-Nov.
               MOVE CAD-Cidade TO DLT-P-Cidade-Nov.
               MOVE CAD-UF TO DLT-P-UF-Nov.
               MOVE CAD-CEP TO DLT-P-CEP-Nov.
               MOVE CAD-Telefone TO DLT-P-Telefone-Nov.
               MOVE CAD-Email TO DLT-P-Email-Nov.

           GRAVAR-DETALHE-CLIENTE.
               WRITE REG-DELTA.
               ADD 1 TO WS-TOTAL-REGISTROS.

               MOVE "CLIENTE" TO LD-Registro.
               EVALUATE TRUE
                   WHEN DLT-P-INCLUSAO
                       MOVE "INCLUSAO" TO LD-Evento
                   WHEN DLT-P-REMOCAO
                       MOVE "REMOCAO" TO LD-Evento
                   WHEN OTHER
                       MOVE "ALTERACAO" TO LD-Evento
               END-EVALUATE.
               MOVE DLT-P-Documento TO LD-Identificacao.
               MOVE DLT-P-Operador TO LD-Operador.

               MOVE SPACES TO LD-Campos.
               IF DLT-P-ALTERACAO THEN
                   IF DLT-P-AltNome = "S" THEN
                       MOVE "NOME" TO LD-Campo(1)
                   END-IF
                   IF DLT-P-AltEndereco = "S" THEN
                       MOVE "END" TO LD-Campo(2)
                   END-IF
                   IF DLT-P-AltContato = "S" THEN
                       MOVE "CONT" TO LD-Campo(3)
                   END-IF
               END-IF.

               MOVE LINHA-DETALHE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           GRAVAR-TRAILER.
               ADD 1 TO WS-TOTAL-REGISTROS.
               MOVE SPACES TO REG-DELTA.
               SET DLT-TRAILER TO TRUE.
               MOVE WS-DATA-ATUAL TO DLT-DataMovimento.
               MOVE WS-TOTAL-CONTAS-INCLUIDAS
                   TO DLT-T-QtdContasIncluidas.
               MOVE WS-TOTAL-CONTAS-ALTERADAS
                   TO DLT-T-QtdContasAlteradas.
               MOVE WS-TOTAL-CONTAS-ENCERRADAS
                   TO DLT-T-QtdContasEncerradas.
               MOVE WS-TOTAL-CONTAS-REMOVIDAS
                   TO DLT-T-QtdContasRemovidas.
               MOVE WS-TOTAL-CLIENTES-INCLUIDOS
                   TO DLT-T-QtdClientesIncluidos.
               MOVE WS-TOTAL-CLIENTES-ALTERADOS
                   TO DLT-T-QtdClientesAlterados.
               MOVE WS-TOTAL-CLIENTES-REMOVIDOS
                   TO DLT-T-QtdClientesRemovidos.
               MOVE WS-TOTAL-REGISTROS TO DLT-T-QtdRegistros.
               MOVE WS-TOTAL-SALDOS TO DLT-T-TotalSaldos.
               WRITE REG-DELTA.

           IMPRIMIR-RESUMO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS LIDAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CONTAS-LIDAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CLIENTES LIDOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CLIENTES-LIDOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS INCLUIDAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CONTAS-INCLUIDAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS ALTERADAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CONTAS-ALTERADAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS ENCERRADAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CONTAS-ENCERRADAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS REMOVIDAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CONTAS-REMOVIDAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CLIENTES INCLUIDOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CLIENTES-INCLUIDOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CLIENTES ALTERADOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CLIENTES-ALTERADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CLIENTES REMOVIDOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-CLIENTES-REMOVIDOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NAO ENVIADAS - ORIGEM CORE:" TO LR-ROTULO.
               MOVE WS-TOTAL-ORIGEM-CORE TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "REGISTROS NO ARQUIVO:" TO LR-ROTULO.
               MOVE WS-TOTAL-REGISTROS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "TOTAL DOS SALDOS DAS CONTAS:" TO LRV-ROTULO.
               MOVE WS-TOTAL-SALDOS TO LRV-VALOR.
               MOVE LINHA-RESUMO-VALOR TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               IF CARGA-INICIAL THEN
                   MOVE LINHA-BRANCO TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE "*** CARGA INICIAL: SO FOTOGRAFIAS GRAVADAS ***"
                       TO LINHA-MENSAGEM
                   MOVE LINHA-MENSAGEM TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

           FECHAR-ARQUIVOS.
               CLOSE ARQ-CLIENTES.
               CLOSE ARQ-CADCLI.
               IF NOT CARGA-INICIAL THEN
                   CLOSE ARQ-FOTO-CONTAS-ANT
                   CLOSE ARQ-FOTO-CLIENTES-ANT
               END-IF.
               CLOSE ARQ-FOTO-CONTAS-NOVA.
               CLOSE ARQ-FOTO-CLIENTES-NOVA.
               CLOSE ARQ-DELTA.
               CLOSE ARQ-RELATORIO.

           GRAVAR-CONTROLE-ENVIO.
               OPEN OUTPUT ARQ-CONTROLE-ENVIO.
               MOVE WS-DATA-ATUAL TO DCT-UltimaData.
               MOVE WS-SEQUENCIA-ENVIO TO DCT-Sequencia.
               MOVE WS-HORA-HHMMSS TO DCT-UltimaHora.
               WRITE REG-CONTROLE-ENVIO.
               CLOSE ARQ-CONTROLE-ENVIO.

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

       END PROGRAM Gera-Delta-Cadastro.
