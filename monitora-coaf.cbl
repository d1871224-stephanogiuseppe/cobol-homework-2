      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Monitoramento de operacoes suspeitas para comunicacao
      *          ao COAF. Varre os creditos e debitos de MOVIMENTO.DAT
      *          agrupados por CPF/CNPJ, somando todas as contas do
      *          cliente, e registra em ALERTAS.DAT:
      *          V - credito ou debito isolado acima do limite;
      *          F - depositos repetidos logo abaixo do limite dentro
      *              de uma janela curta de dias (fracionamento);
      *          P - debito que sai logo depois de creditos que o
      *              cobrem (entrada e saida rapida, inclusive por
      *              transferencia interna ou interbancaria);
      *          D - movimento em conta que estava DORMENTE na
      *              execucao anterior (instantaneo COAFDORM.DAT).
      *          Os limites vem de COAFPARM.TXT quando o arquivo
      *          existe. Cada evento gera um unico alerta; o analista
      *          decide em Revisa-Alertas. Emite a lista de trabalho
      *          COAF.LST com os alertas pendentes, nome e endereco do
      *          cliente (CADCLI.DAT), e grava os alertas marcados
      *          para comunicar no arquivo COAFaammdd.TXT, de layout
      *          fixo, marcando-os como comunicados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Monitora-Coaf.
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
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ARQ-STATUS
               RECORD KEY IS ChaveConta
               ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES.

           SELECT ARQ-CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CAD-STATUS
               RECORD KEY IS ChaveCadCli.

           SELECT ARQ-ALERTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ALR-STATUS
               RECORD KEY IS ChaveAlerta
               ALTERNATE RECORD KEY IS ALR-CHAVE-EVENTO.

           SELECT ARQ-PARAMETROS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAR-STATUS.

           SELECT ARQ-DORMENTES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRM-STATUS.

           SELECT TRABALHO-ORDENACAO ASSIGN TO DISK.

           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

           SELECT ARQ-COMUNICACAO ASSIGN TO DYNAMIC WS-NOME-COMUNICACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-MOVIMENTO VALUE OF FILE-ID IS "MOVIMENTO.DAT".
           COPY MOVIMENTO.

           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           COPY CLIENTE.

           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           FD ARQ-ALERTAS VALUE OF FILE-ID IS "ALERTAS.DAT".
           COPY ALERTA.

           FD ARQ-PARAMETROS VALUE OF FILE-ID IS "COAFPARM.TXT".
           01 REG-PARAMETROS.
               02 PAR-ValorLimite PIC 9(09)V99.
               02 PAR-PercentualFaixa PIC 9(03).
               02 PAR-QtdFracionamento PIC 9(03).
               02 PAR-JanelaFracionamento PIC 9(03).
               02 PAR-ValorMinimoPassagem PIC 9(09)V99.
               02 PAR-PercentualPassagem PIC 9(03).
               02 PAR-JanelaPassagem PIC 9(03).

           FD ARQ-DORMENTES VALUE OF FILE-ID IS "COAFDORM.DAT".
           01 REG-DORMENTE.
               02 DRM-CHAVE PIC X(18).
               02 DRM-Data PIC 9(06).

           SD TRABALHO-ORDENACAO.
           01 REG-TRABALHO-ORDENACAO.
               02 TRB-DOCUMENTO PIC 9(14).
               02 TRB-DIAS PIC 9(06).
               02 TRB-SEQ PIC 9(07).
               02 TRB-TIPO-PESSOA PIC X(01).
               02 TRB-CHAVE PIC X(18).
               02 TRB-DATA PIC 9(06).
               02 TRB-NUMERO PIC 9(09).
               02 TRB-TIPO PIC X(01).
               02 TRB-VALOR PIC 9(09)V99.
               02 TRB-DORMENTE PIC X(01).

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "COAF.LST".
           01 REG-RELATORIO PIC X(80).

           FD ARQ-COMUNICACAO.
           01 REG-COMUNICACAO.
               02 COM-NumeroAlerta PIC 9(07).
               02 COM-TipoAlerta PIC X(01).
               02 COM-TipoPessoa PIC X(01).
               02 COM-Documento PIC 9(14).
               02 COM-Nome PIC X(30).
               02 COM-Endereco PIC X(40).
               02 COM-Cidade PIC X(20).
               02 COM-UF PIC X(02).
               02 COM-CEP PIC 9(08).
               02 COM-CodBanco PIC 9(03).
               02 COM-CodAgencia PIC 9(04).
               02 COM-NumConta PIC 9(11).
               02 COM-TipoOperacao PIC X(01).
               02 COM-DataMovimento PIC 9(06).
               02 COM-Valor PIC 9(09)V99.
               02 COM-ValorReferencia PIC 9(11)V99.
               02 COM-Quantidade PIC 9(03).
               02 COM-DataRevisao PIC 9(06).
               02 COM-Analista PIC 9(04).
               02 COM-DataComunicacao PIC 9(06).

       WORKING-STORAGE SECTION.
           77 MOV-STATUS PIC 9(02).
               88 MOV-STATUS-OK VALUE ZEROS.
               88 FIM-MOVIMENTO VALUE 10.

           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.

           77 CAD-STATUS PIC 9(02).
               88 CAD-STATUS-OK VALUE ZEROS.
               88 CAD-NAO-ENCONTRADO VALUE 35.

           77 ALR-STATUS PIC 9(02).
               88 ALR-STATUS-OK VALUE ZEROS.
               88 ALR-NAO-ENCONTRADO VALUE 35.

           77 PAR-STATUS PIC 9(02).
               88 PAR-STATUS-OK VALUE ZEROS.

           77 DRM-STATUS PIC 9(02).
               88 DRM-STATUS-OK VALUE ZEROS.
               88 FIM-DORMENTES VALUE 10.

           77 REL-STATUS PIC 9(02).

           77 COM-STATUS PIC 9(02).
               88 COM-STATUS-OK VALUE ZEROS.
               88 COM-NAO-ENCONTRADO VALUE 35.

           01 WS-NOME-COMUNICACAO.
               02 FILLER PIC X(04) VALUE "COAF".
               02 WS-COM-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".TXT".

           77 WS-CADCLI-DISPONIVEL PIC X(01) VALUE "N".
               88 CADCLI-DISPONIVEL VALUE "S".
               88 CADCLI-INDISPONIVEL VALUE "N".

           77 WS-CADCLI-ACHADO PIC X(01) VALUE "N".
               88 CADCLI-ACHADO VALUE "S".

           77 WS-FIM-CLIENTES PIC X(01) VALUE "N".
               88 FIM-CLIENTES VALUE "S".

           77 WS-FIM-ORDENACAO PIC X(01) VALUE "N".
               88 FIM-ORDENACAO VALUE "S".

           77 WS-FIM-ALERTAS PIC X(01) VALUE "N".
               88 FIM-ALERTAS VALUE "S".

           77 WS-ALERTA-EXISTE PIC X(01) VALUE "N".
               88 ALERTA-EXISTE VALUE "S".

      * Limites de monitoramento; COAFPARM.TXT substitui os que vierem
      * preenchidos.
           77 WS-VALOR-LIMITE PIC 9(09)V99 VALUE 50000,00.
           77 WS-PERCENTUAL-FAIXA PIC 9(03) VALUE 080.
           77 WS-QTD-FRACIONAMENTO PIC 9(03) VALUE 003.
           77 WS-JANELA-FRACIONAMENTO PIC 9(03) VALUE 007.
           77 WS-VALOR-MINIMO-PASSAGEM PIC 9(09)V99 VALUE 10000,00.
           77 WS-PERCENTUAL-PASSAGEM PIC 9(03) VALUE 090.
           77 WS-JANELA-PASSAGEM PIC 9(03) VALUE 002.

           77 WS-PISO-FAIXA PIC 9(09)V99 VALUE ZEROS.
           77 WS-MINIMO-COBERTURA PIC 9(11)V99 VALUE ZEROS.

           77 WS-DOCUMENTO-MOV PIC 9(14) VALUE ZEROS.
           77 WS-SEQ-MOVIMENTO PIC 9(07) VALUE ZEROS.
           77 WS-VALOR-MOV PIC S9(09)V99 VALUE ZEROS.

           77 WS-DOCUMENTO-GRUPO PIC 9(14) VALUE ZEROS.
           77 WS-PRIMEIRO-GRUPO PIC X(01) VALUE "S".
               88 PRIMEIRO-GRUPO VALUE "S".

      * Contagem de dias corridos para as janelas de tempo.
           01 TABELA-DIAS-ACUMULADOS.
               02 FILLER PIC X(36) VALUE
                   "000031059090120151181212243273304334".
           01 TABELA-DIAS-ACUMULADOS-R
               REDEFINES TABELA-DIAS-ACUMULADOS.
               02 TDA-DIAS PIC 9(03) OCCURS 12 TIMES.

           77 WS-DIAS-CORRIDOS PIC 9(06) VALUE ZEROS.
           77 WS-ANOS-BISSEXTOS PIC 9(03) VALUE ZEROS.
           77 WS-RESTO-BISSEXTO PIC 9(01) VALUE ZEROS.
           77 WS-QUOCIENTE-BISSEXTO PIC 9(03) VALUE ZEROS.
           77 WS-DISTANCIA-DIAS PIC 9(06) VALUE ZEROS.

      * Contas que estavam dormentes na execucao anterior.
           77 WS-QTD-DORMENTES PIC 9(04) VALUE ZEROS.
           77 WS-IND-DORMENTE PIC 9(04) VALUE ZEROS.
           77 WS-DORMENTE-ACHADA PIC X(01) VALUE "N".
               88 DORMENTE-ACHADA VALUE "S".

           01 TABELA-DORMENTES.
               02 TD-ENTRADA OCCURS 2000 TIMES.
                   03 TD-CHAVE PIC X(18).
                   03 TD-DATA PIC 9(06).
                   03 TD-ALERTADA PIC X(01).

      * Creditos recentes do cliente em analise.
           77 WS-QTD-CREDITOS PIC 9(03) VALUE ZEROS.
           77 WS-IND-CREDITO PIC 9(03) VALUE ZEROS.
           77 WS-QTD-NA-FAIXA PIC 9(03) VALUE ZEROS.
           77 WS-SOMA-NA-FAIXA PIC 9(11)V99 VALUE ZEROS.
           77 WS-SOMA-CREDITOS PIC 9(11)V99 VALUE ZEROS.

           01 TABELA-CREDITOS.
               02 TC-ENTRADA OCCURS 300 TIMES.
                   03 TC-DIAS PIC 9(06).
                   03 TC-VALOR PIC 9(09)V99.
                   03 TC-NA-FAIXA PIC X(01).

           77 WS-ULTIMO-ALERTA PIC 9(07) VALUE ZEROS.
           77 WS-TIPO-NOVO PIC X(01) VALUE SPACES.
           77 WS-REFERENCIA-NOVO PIC 9(11)V99 VALUE ZEROS.
           77 WS-QUANTIDADE-NOVO PIC 9(03) VALUE ZEROS.

           77 WS-DOCUMENTO-IMPRESSO PIC 9(14) VALUE ZEROS.

           77 WS-TOTAL-LIDOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-ANALISADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-NOVOS-V PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-NOVOS-F PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-NOVOS-P PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-NOVOS-D PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-JA-REGISTRADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-PENDENTES PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-COMUNICADOS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-DORMENTES-NOVAS PIC 9(07) VALUE ZEROS.
           77 WS-TOTAL-ERROS PIC 9(07) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

           77 WS-FUNCAO-EXECUCAO PIC X(01) VALUE "I".
           77 WS-JOB-EXECUCAO PIC X(08) VALUE "COAF".
           77 WS-PERIODO-EXECUCAO PIC 9(06) VALUE ZEROS.
           77 WS-RESULTADO-EXECUCAO PIC X(01) VALUE "L".
               88 EXECUCAO-LIBERADA VALUE "L".
               88 EXECUCAO-RETOMADA VALUE "R".
               88 EXECUCAO-RECUSADA VALUE "N".
           77 WS-CHECKPOINT-CHAVE PIC X(18) VALUE ZEROS.

           01 LINHA-CABECALHO.
               02 FILLER PIC X(50) VALUE
               "MONITORAMENTO COAF - ALERTAS PENDENTES DE ANALISE".
               02 FILLER PIC X(06) VALUE "DATA: ".
               02 LC-Data PIC 9(06).
           01 LINHA-PARAMETROS-1.
               02 FILLER PIC X(17) VALUE "LIMITE DE VALOR: ".
               02 LP-ValorLimite PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(19) VALUE "  FRACIONAMENTO: ".
               02 LP-QtdFracionamento PIC ZZ9.
               02 FILLER PIC X(09) VALUE " DEP. EM ".
               02 LP-JanelaFracionamento PIC ZZ9.
               02 FILLER PIC X(05) VALUE " DIAS".
           01 LINHA-PARAMETROS-2.
               02 FILLER PIC X(17) VALUE "FAIXA ABAIXO: >= ".
               02 LP-PercentualFaixa PIC ZZ9.
               02 FILLER PIC X(24) VALUE "%   ENTRADA/SAIDA: >= ".
               02 LP-ValorMinimoPassagem PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(04) VALUE " EM ".
               02 LP-JanelaPassagem PIC ZZ9.
               02 FILLER PIC X(05) VALUE " DIAS".
           01 LINHA-COLUNAS.
               02 FILLER PIC X(40) VALUE
               " ALERTA T       CONTA DATA   MOVIMENTO ".
               02 FILLER PIC X(40) VALUE
               "         VALOR       REFERENCIA QTD".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-CLIENTE.
               02 FILLER PIC X(05) VALUE "DOC: ".
               02 LCL-Documento PIC 9(14).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LCL-Nome PIC X(30).
           01 LINHA-DETALHE.
               02 LD-NumeroAlerta PIC Z(06)9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-TipoAlerta PIC X(01).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-NumConta PIC Z(10)9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-DataMovimento PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-NumeroMovimento PIC Z(08)9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Valor PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Referencia PIC Z.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Quantidade PIC ZZ9.
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Novo PIC X(04).
           01 LINHA-DESCRICAO.
               02 FILLER PIC X(08) VALUE SPACES.
               02 LDS-Descricao PIC X(40).
           01 LINHA-ENDERECO.
               02 FILLER PIC X(07) VALUE "  END: ".
               02 LE-Endereco PIC X(40).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LE-Cidade PIC X(20).
               02 FILLER PIC X(01) VALUE "/".
               02 LE-UF PIC X(02).
           01 LINHA-CEP.
               02 FILLER PIC X(07) VALUE "  CEP: ".
               02 LE-CEP PIC 9(08).
               02 FILLER PIC X(07) VALUE "  TEL: ".
               02 LE-Telefone PIC 9(11).
           01 LINHA-SEM-CADASTRO PIC X(80) VALUE
           "  END: SEM CADASTRO DE CLIENTE (CADCLI.DAT)".
           01 LINHA-SEM-PENDENTES PIC X(80) VALUE
           "NENHUM ALERTA PENDENTE DE ANALISE.".
           01 LINHA-RESUMO.
               02 FILLER PIC X(05) VALUE SPACES.
               02 LR-ROTULO PIC X(35).
               02 LR-TOTAL PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

               MOVE WS-DATA-HOJE TO WS-PERIODO-EXECUCAO.
               PERFORM INICIAR-CONTROLE-EXECUCAO.

               PERFORM CARREGAR-PARAMETROS.
               PERFORM CARREGAR-DORMENTES.
               PERFORM ABRIR-ARQUIVOS.
               PERFORM OBTER-ULTIMO-ALERTA.

               SORT TRABALHO-ORDENACAO
                   ON ASCENDING KEY TRB-DOCUMENTO TRB-DIAS TRB-SEQ
                   INPUT PROCEDURE IS LER-MOVIMENTOS
                   OUTPUT PROCEDURE IS AVALIAR-CLIENTES.

               PERFORM IMPRIMIR-CABECALHO.
               PERFORM PROCESSAR-ALERTAS.
               PERFORM GRAVAR-DORMENTES.
               PERFORM IMPRIMIR-RESUMO.

               PERFORM FECHAR-ARQUIVOS.

               PERFORM CONCLUIR-CONTROLE-EXECUCAO.

               STOP RUN.

           CARREGAR-PARAMETROS.
               OPEN INPUT ARQ-PARAMETROS.
               IF PAR-STATUS-OK THEN
                   READ ARQ-PARAMETROS
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM ACEITAR-PARAMETROS
                   END-READ
                   CLOSE ARQ-PARAMETROS
               END-IF.

               COMPUTE WS-PISO-FAIXA ROUNDED =
                   WS-VALOR-LIMITE * WS-PERCENTUAL-FAIXA / 100.

           ACEITAR-PARAMETROS.
               IF PAR-ValorLimite > ZEROS THEN
                   MOVE PAR-ValorLimite TO WS-VALOR-LIMITE
               END-IF.
               IF PAR-PercentualFaixa > ZEROS
                       AND PAR-PercentualFaixa < 100 THEN
                   MOVE PAR-PercentualFaixa TO WS-PERCENTUAL-FAIXA
               END-IF.
               IF PAR-QtdFracionamento > 1 THEN
                   MOVE PAR-QtdFracionamento TO WS-QTD-FRACIONAMENTO
               END-IF.
               IF PAR-JanelaFracionamento > ZEROS THEN
                   MOVE PAR-JanelaFracionamento
                       TO WS-JANELA-FRACIONAMENTO
               END-IF.
               IF PAR-ValorMinimoPassagem > ZEROS THEN
                   MOVE PAR-ValorMinimoPassagem
                       TO WS-VALOR-MINIMO-PASSAGEM
               END-IF.
               IF PAR-PercentualPassagem > ZEROS THEN
                   MOVE PAR-PercentualPassagem TO WS-PERCENTUAL-PASSAGEM
               END-IF.
               IF PAR-JanelaPassagem > ZEROS THEN
                   MOVE PAR-JanelaPassagem TO WS-JANELA-PASSAGEM
               END-IF.

           CARREGAR-DORMENTES.
               MOVE ZEROS TO WS-QTD-DORMENTES.

               OPEN INPUT ARQ-DORMENTES.
               IF NOT DRM-STATUS-OK THEN
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-DORMENTES
                   AT END SET FIM-DORMENTES TO TRUE
               END-READ.

               PERFORM GUARDAR-DORMENTE UNTIL FIM-DORMENTES.

               CLOSE ARQ-DORMENTES.

           GUARDAR-DORMENTE.
               IF WS-QTD-DORMENTES >= 2000 THEN
                   DISPLAY "MAIS DE 2000 CONTAS EM COAFDORM.DAT - "
                       "MONITORACAO ABANDONADA, AUMENTAR "
                       "TABELA-DORMENTES"
                   CLOSE ARQ-DORMENTES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               ADD 1 TO WS-QTD-DORMENTES.
               MOVE DRM-CHAVE TO TD-CHAVE(WS-QTD-DORMENTES).
               MOVE DRM-Data TO TD-DATA(WS-QTD-DORMENTES).
               MOVE "N" TO TD-ALERTADA(WS-QTD-DORMENTES).

               READ ARQ-DORMENTES
                   AT END SET FIM-DORMENTES TO TRUE
               END-READ.

           ABRIR-ARQUIVOS.
               OPEN INPUT ARQ-CLIENTES
               IF NOT STATUS-OK THEN
                   DISPLAY "CLIENTES.DAT NAO DISPONIVEL - " ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN I-O ARQ-ALERTAS
               IF ALR-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-ALERTAS
                   CLOSE ARQ-ALERTAS
                   OPEN I-O ARQ-ALERTAS
               END-IF.

               OPEN INPUT ARQ-CADCLI
               IF CAD-STATUS-OK THEN
                   SET CADCLI-DISPONIVEL TO TRUE
               ELSE
                   SET CADCLI-INDISPONIVEL TO TRUE
               END-IF.

               OPEN OUTPUT ARQ-RELATORIO.

               MOVE WS-DATA-HOJE TO WS-COM-DATA.
               IF EXECUCAO-RETOMADA THEN
                   OPEN EXTEND ARQ-COMUNICACAO
                   IF COM-NAO-ENCONTRADO THEN
                       OPEN OUTPUT ARQ-COMUNICACAO
                   END-IF
               ELSE
                   OPEN OUTPUT ARQ-COMUNICACAO
               END-IF.

           OBTER-ULTIMO-ALERTA.
               MOVE ZEROS TO WS-ULTIMO-ALERTA.
               MOVE "N" TO WS-FIM-ALERTAS.

               MOVE ZEROS TO ALR-NumeroAlerta.
               START ARQ-ALERTAS KEY IS NOT LESS THAN ChaveAlerta
                   INVALID KEY
                       SET FIM-ALERTAS TO TRUE
               END-START.

               PERFORM LER-NUMERO-ALERTA UNTIL FIM-ALERTAS.

           LER-NUMERO-ALERTA.
               READ ARQ-ALERTAS NEXT RECORD
                   AT END
                       SET FIM-ALERTAS TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               MOVE ALR-NumeroAlerta TO WS-ULTIMO-ALERTA.

           LER-MOVIMENTOS.
               OPEN INPUT ARQ-MOVIMENTO.
               IF NOT MOV-STATUS-OK THEN
                   EXIT PARAGRAPH
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

               PERFORM LIBERAR-MOVIMENTO UNTIL FIM-MOVIMENTO.

               CLOSE ARQ-MOVIMENTO.

           LIBERAR-MOVIMENTO.
               ADD 1 TO WS-TOTAL-LIDOS.

               IF MOV-CPF NOT = ZEROS THEN
                   MOVE MOV-CPF TO WS-DOCUMENTO-MOV
                   MOVE "F" TO TRB-TIPO-PESSOA
               ELSE
                   MOVE MOV-CNPJ TO WS-DOCUMENTO-MOV
                   MOVE "J" TO TRB-TIPO-PESSOA
               END-IF.

               IF (MOV-CREDITO OR MOV-DEBITO)
                       AND WS-DOCUMENTO-MOV NOT = ZEROS THEN
                   COMPUTE WS-VALOR-MOV =
                       MOV-SALDO-NOVO - MOV-SALDO-ANTIGO
                   IF WS-VALOR-MOV < ZEROS THEN
                       COMPUTE WS-VALOR-MOV = WS-VALOR-MOV * -1
                   END-IF
                   ADD 1 TO WS-SEQ-MOVIMENTO
                   MOVE WS-DOCUMENTO-MOV TO TRB-DOCUMENTO
                   PERFORM CALCULAR-DIAS-CORRIDOS
                   MOVE WS-DIAS-CORRIDOS TO TRB-DIAS
                   MOVE WS-SEQ-MOVIMENTO TO TRB-SEQ
                   MOVE MOV-CHAVE-CONTA TO TRB-CHAVE
                   COMPUTE TRB-DATA =
                       MOV-ANO * 10000 + MOV-MES * 100 + MOV-DIA
                   MOVE MOV-NUMERO TO TRB-NUMERO
                   MOVE MOV-TIPO-OPERACAO TO TRB-TIPO
                   MOVE WS-VALOR-MOV TO TRB-VALOR
                   PERFORM VERIFICAR-DORMENTE
                   RELEASE REG-TRABALHO-ORDENACAO
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END SET FIM-MOVIMENTO TO TRUE
               END-READ.

           CALCULAR-DIAS-CORRIDOS.
               COMPUTE WS-ANOS-BISSEXTOS = (MOV-ANO + 3) / 4.
               DIVIDE MOV-ANO BY 4 GIVING WS-QUOCIENTE-BISSEXTO
                   REMAINDER WS-RESTO-BISSEXTO.

               COMPUTE WS-DIAS-CORRIDOS = MOV-ANO * 365
                   + WS-ANOS-BISSEXTOS + TDA-DIAS(MOV-MES) + MOV-DIA.

               IF WS-RESTO-BISSEXTO = ZEROS AND MOV-MES > 2 THEN
                   ADD 1 TO WS-DIAS-CORRIDOS
               END-IF.

           VERIFICAR-DORMENTE.
               MOVE "N" TO TRB-DORMENTE.
               MOVE "N" TO WS-DORMENTE-ACHADA.
               MOVE 1 TO WS-IND-DORMENTE.
               PERFORM COMPARAR-DORMENTE
                   UNTIL WS-IND-DORMENTE > WS-QTD-DORMENTES
                   OR DORMENTE-ACHADA.

           COMPARAR-DORMENTE.
               IF TD-CHAVE(WS-IND-DORMENTE) = MOV-CHAVE-CONTA THEN
                   SET DORMENTE-ACHADA TO TRUE
                   IF TD-ALERTADA(WS-IND-DORMENTE) = "N"
                           AND TRB-DATA > TD-DATA(WS-IND-DORMENTE) THEN
                       MOVE "S" TO TRB-DORMENTE
                       MOVE "S" TO TD-ALERTADA(WS-IND-DORMENTE)
                   END-IF
               END-IF.
               ADD 1 TO WS-IND-DORMENTE.

           AVALIAR-CLIENTES.
               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

               PERFORM AVALIAR-MOVIMENTO UNTIL FIM-ORDENACAO.

           AVALIAR-MOVIMENTO.
               IF PRIMEIRO-GRUPO
                       OR TRB-DOCUMENTO NOT = WS-DOCUMENTO-GRUPO THEN
                   MOVE "N" TO WS-PRIMEIRO-GRUPO
                   MOVE TRB-DOCUMENTO TO WS-DOCUMENTO-GRUPO
                   MOVE ZEROS TO WS-QTD-CREDITOS
               END-IF.

               ADD 1 TO WS-TOTAL-ANALISADOS.

               IF TRB-VALOR >= WS-VALOR-LIMITE THEN
                   MOVE "V" TO WS-TIPO-NOVO
                   MOVE TRB-VALOR TO WS-REFERENCIA-NOVO
                   MOVE 1 TO WS-QUANTIDADE-NOVO
                   PERFORM GERAR-ALERTA
               END-IF.

               IF TRB-TIPO = "C" THEN
                   PERFORM GUARDAR-CREDITO
                   IF TRB-VALOR >= WS-PISO-FAIXA
                           AND TRB-VALOR < WS-VALOR-LIMITE THEN
                       PERFORM AVALIAR-FRACIONAMENTO
                   END-IF
               ELSE
                   IF TRB-VALOR >= WS-VALOR-MINIMO-PASSAGEM THEN
                       PERFORM AVALIAR-PASSAGEM
                   END-IF
               END-IF.

               IF TRB-DORMENTE = "S" THEN
                   MOVE "D" TO WS-TIPO-NOVO
                   MOVE TRB-VALOR TO WS-REFERENCIA-NOVO
                   MOVE 1 TO WS-QUANTIDADE-NOVO
                   PERFORM GERAR-ALERTA
               END-IF.

               RETURN TRABALHO-ORDENACAO
                   AT END SET FIM-ORDENACAO TO TRUE
               END-RETURN.

           GUARDAR-CREDITO.
               IF WS-QTD-CREDITOS >= 300 THEN
                   MOVE 1 TO WS-IND-CREDITO
                   PERFORM DESLOCAR-CREDITO
                       UNTIL WS-IND-CREDITO >= WS-QTD-CREDITOS
                   SUBTRACT 1 FROM WS-QTD-CREDITOS
               END-IF.

               ADD 1 TO WS-QTD-CREDITOS.
               MOVE TRB-DIAS TO TC-DIAS(WS-QTD-CREDITOS).
               MOVE TRB-VALOR TO TC-VALOR(WS-QTD-CREDITOS).
               IF TRB-VALOR >= WS-PISO-FAIXA
                       AND TRB-VALOR < WS-VALOR-LIMITE THEN
                   MOVE "S" TO TC-NA-FAIXA(WS-QTD-CREDITOS)
               ELSE
                   MOVE "N" TO TC-NA-FAIXA(WS-QTD-CREDITOS)
               END-IF.

           DESLOCAR-CREDITO.
               MOVE TC-ENTRADA(WS-IND-CREDITO + 1)
                   TO TC-ENTRADA(WS-IND-CREDITO).
               ADD 1 TO WS-IND-CREDITO.

           AVALIAR-FRACIONAMENTO.
               MOVE ZEROS TO WS-QTD-NA-FAIXA.
               MOVE ZEROS TO WS-SOMA-NA-FAIXA.
               MOVE 1 TO WS-IND-CREDITO.
               PERFORM CONTAR-FAIXA
                   UNTIL WS-IND-CREDITO > WS-QTD-CREDITOS.

               IF WS-QTD-NA-FAIXA = WS-QTD-FRACIONAMENTO THEN
                   MOVE "F" TO WS-TIPO-NOVO
                   MOVE WS-SOMA-NA-FAIXA TO WS-REFERENCIA-NOVO
                   MOVE WS-QTD-NA-FAIXA TO WS-QUANTIDADE-NOVO
                   PERFORM GERAR-ALERTA
               END-IF.

           CONTAR-FAIXA.
               COMPUTE WS-DISTANCIA-DIAS =
                   TRB-DIAS - TC-DIAS(WS-IND-CREDITO).
               IF TC-NA-FAIXA(WS-IND-CREDITO) = "S"
                       AND WS-DISTANCIA-DIAS
                       < WS-JANELA-FRACIONAMENTO THEN
                   ADD 1 TO WS-QTD-NA-FAIXA
                   ADD TC-VALOR(WS-IND-CREDITO) TO WS-SOMA-NA-FAIXA
               END-IF.
               ADD 1 TO WS-IND-CREDITO.

           AVALIAR-PASSAGEM.
               MOVE ZEROS TO WS-SOMA-CREDITOS.
               MOVE ZEROS TO WS-QTD-NA-FAIXA.
               MOVE 1 TO WS-IND-CREDITO.
               PERFORM SOMAR-CREDITOS-JANELA
                   UNTIL WS-IND-CREDITO > WS-QTD-CREDITOS.

               COMPUTE WS-MINIMO-COBERTURA ROUNDED =
                   TRB-VALOR * WS-PERCENTUAL-PASSAGEM / 100.

               IF WS-SOMA-CREDITOS > ZEROS
                       AND WS-SOMA-CREDITOS >= WS-MINIMO-COBERTURA THEN
                   MOVE "P" TO WS-TIPO-NOVO
                   MOVE WS-SOMA-CREDITOS TO WS-REFERENCIA-NOVO
                   MOVE WS-QTD-NA-FAIXA TO WS-QUANTIDADE-NOVO
                   PERFORM GERAR-ALERTA
               END-IF.

           SOMAR-CREDITOS-JANELA.
               COMPUTE WS-DISTANCIA-DIAS =
                   TRB-DIAS - TC-DIAS(WS-IND-CREDITO).
               IF WS-DISTANCIA-DIAS <= WS-JANELA-PASSAGEM THEN
                   ADD 1 TO WS-QTD-NA-FAIXA
                   ADD TC-VALOR(WS-IND-CREDITO) TO WS-SOMA-CREDITOS
               END-IF.
               ADD 1 TO WS-IND-CREDITO.

           GERAR-ALERTA.
               MOVE TRB-DOCUMENTO TO ALR-Documento.
               MOVE WS-TIPO-NOVO TO ALR-TipoAlerta.
               MOVE TRB-NUMERO TO ALR-NumeroMovimento.

               MOVE "N" TO WS-ALERTA-EXISTE.
               READ ARQ-ALERTAS KEY IS ALR-CHAVE-EVENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ALERTA-EXISTE TO TRUE
               END-READ.

               IF ALERTA-EXISTE THEN
                   ADD 1 TO WS-TOTAL-JA-REGISTRADOS
                   EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-ULTIMO-ALERTA.
               MOVE WS-ULTIMO-ALERTA TO ALR-NumeroAlerta.
               MOVE TRB-DOCUMENTO TO ALR-Documento.
               MOVE WS-TIPO-NOVO TO ALR-TipoAlerta.
               MOVE TRB-NUMERO TO ALR-NumeroMovimento.
               MOVE TRB-TIPO-PESSOA TO ALR-TipoPessoa.
               MOVE TRB-CHAVE TO ALR-CHAVE-CONTA.
               MOVE TRB-TIPO TO ALR-TipoOperacao.
               MOVE TRB-DATA TO ALR-DataMovimento.
               MOVE TRB-VALOR TO ALR-Valor.
               MOVE WS-REFERENCIA-NOVO TO ALR-ValorReferencia.
               MOVE WS-QUANTIDADE-NOVO TO ALR-Quantidade.
               MOVE WS-DATA-HOJE TO ALR-DataGeracao.
               SET ALERTA-PENDENTE TO TRUE.
               MOVE ZEROS TO ALR-DataRevisao.
               MOVE ZEROS TO ALR-Analista.
               MOVE ZEROS TO ALR-DataComunicacao.

               WRITE DADOS-ALERTA
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-ERROS
                   NOT INVALID KEY
                       PERFORM CONTAR-ALERTA-NOVO
               END-WRITE.

           CONTAR-ALERTA-NOVO.
               EVALUATE TRUE
                   WHEN ALERTA-VALOR-LIMITE
                       ADD 1 TO WS-TOTAL-NOVOS-V
                   WHEN ALERTA-FRACIONAMENTO
                       ADD 1 TO WS-TOTAL-NOVOS-F
                   WHEN ALERTA-PASSAGEM
                       ADD 1 TO WS-TOTAL-NOVOS-P
                   WHEN ALERTA-DORMENTE
                       ADD 1 TO WS-TOTAL-NOVOS-D
               END-EVALUATE.

           IMPRIMIR-CABECALHO.
               MOVE WS-DATA-HOJE TO LC-Data.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE WS-VALOR-LIMITE TO LP-ValorLimite.
               MOVE WS-QTD-FRACIONAMENTO TO LP-QtdFracionamento.
               MOVE WS-JANELA-FRACIONAMENTO TO LP-JanelaFracionamento.
               MOVE LINHA-PARAMETROS-1 TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE WS-PERCENTUAL-FAIXA TO LP-PercentualFaixa.
               MOVE WS-VALOR-MINIMO-PASSAGEM TO LP-ValorMinimoPassagem.
               MOVE WS-JANELA-PASSAGEM TO LP-JanelaPassagem.
               MOVE LINHA-PARAMETROS-2 TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           PROCESSAR-ALERTAS.
               MOVE ZEROS TO WS-DOCUMENTO-IMPRESSO.
               MOVE "N" TO WS-FIM-ALERTAS.

               MOVE ZEROS TO ALR-NumeroAlerta.
               START ARQ-ALERTAS KEY IS NOT LESS THAN ChaveAlerta
                   INVALID KEY
                       SET FIM-ALERTAS TO TRUE
               END-START.

               PERFORM TRATAR-ALERTA UNTIL FIM-ALERTAS.

               IF WS-TOTAL-PENDENTES = ZEROS THEN
                   MOVE LINHA-BRANCO TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   MOVE LINHA-SEM-PENDENTES TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

           TRATAR-ALERTA.
               READ ARQ-ALERTAS NEXT RECORD
                   AT END
                       SET FIM-ALERTAS TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               EVALUATE TRUE
                   WHEN ALERTA-PENDENTE
                       ADD 1 TO WS-TOTAL-PENDENTES
                       PERFORM IMPRIMIR-ALERTA
                   WHEN ALERTA-A-COMUNICAR
                       PERFORM COMUNICAR-ALERTA
               END-EVALUATE.

           IMPRIMIR-ALERTA.
               IF ALR-Documento NOT = WS-DOCUMENTO-IMPRESSO THEN
                   MOVE ALR-Documento TO WS-DOCUMENTO-IMPRESSO
                   PERFORM LER-CADCLI-ALERTA
                   PERFORM IMPRIMIR-CLIENTE
               END-IF.

               MOVE ALR-NumeroAlerta TO LD-NumeroAlerta.
               MOVE ALR-TipoAlerta TO LD-TipoAlerta.
               MOVE ALR-NumConta TO LD-NumConta.
               MOVE ALR-DataMovimento TO LD-DataMovimento.
               MOVE ALR-NumeroMovimento TO LD-NumeroMovimento.
               MOVE ALR-Valor TO LD-Valor.
               MOVE ALR-ValorReferencia TO LD-Referencia.
               MOVE ALR-Quantidade TO LD-Quantidade.
               IF ALR-DataGeracao = WS-DATA-HOJE THEN
                   MOVE "NOVO" TO LD-Novo
               ELSE
                   MOVE SPACES TO LD-Novo
               END-IF.
               MOVE LINHA-DETALHE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               EVALUATE TRUE
                   WHEN ALERTA-VALOR-LIMITE
                       MOVE "VALOR ACIMA DO LIMITE" TO LDS-Descricao
                   WHEN ALERTA-FRACIONAMENTO
                       MOVE "DEPOSITOS FRACIONADOS ABAIXO DO LIMITE"
                           TO LDS-Descricao
                   WHEN ALERTA-PASSAGEM
                       MOVE "SAIDA RAPIDA DE VALORES RECEM-CREDITADOS"
                           TO LDS-Descricao
                   WHEN ALERTA-DORMENTE
                       MOVE "MOVIMENTO EM CONTA DORMENTE"
                           TO LDS-Descricao
               END-EVALUATE.
               MOVE LINHA-DESCRICAO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           LER-CADCLI-ALERTA.
               MOVE "N" TO WS-CADCLI-ACHADO.
               IF CADCLI-INDISPONIVEL THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE ALR-Documento TO CAD-Documento.
               READ ARQ-CADCLI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CADCLI-ACHADO TO TRUE
               END-READ.

           IMPRIMIR-CLIENTE.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE ALR-Documento TO LCL-Documento.
               IF CADCLI-ACHADO THEN
                   MOVE CAD-Nome TO LCL-Nome
               ELSE
                   MOVE ALR-CHAVE-CONTA TO ChaveConta
                   READ ARQ-CLIENTES
                       INVALID KEY
                           MOVE SPACES TO LCL-Nome
                       NOT INVALID KEY
                           MOVE NomeTitular TO LCL-Nome
                   END-READ
               END-IF.
               MOVE LINHA-CLIENTE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               IF NOT CADCLI-ACHADO THEN
                   MOVE LINHA-SEM-CADASTRO TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   EXIT PARAGRAPH
               END-IF.

               MOVE CAD-Endereco TO LE-Endereco.
               MOVE CAD-Cidade TO LE-Cidade.
               MOVE CAD-UF TO LE-UF.
               MOVE LINHA-ENDERECO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE CAD-CEP TO LE-CEP.
               MOVE CAD-Telefone TO LE-Telefone.
               MOVE LINHA-CEP TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           COMUNICAR-ALERTA.
               PERFORM LER-CADCLI-ALERTA.

               MOVE ALR-NumeroAlerta TO COM-NumeroAlerta.
               MOVE ALR-TipoAlerta TO COM-TipoAlerta.
               MOVE ALR-TipoPessoa TO COM-TipoPessoa.
               MOVE ALR-Documento TO COM-Documento.
               IF CADCLI-ACHADO THEN
                   MOVE CAD-Nome TO COM-Nome
                   MOVE CAD-Endereco TO COM-Endereco
                   MOVE CAD-Cidade TO COM-Cidade
                   MOVE CAD-UF TO COM-UF
                   MOVE CAD-CEP TO COM-CEP
               ELSE
                   MOVE SPACES TO COM-Nome
                   MOVE SPACES TO COM-Endereco
                   MOVE SPACES TO COM-Cidade
                   MOVE SPACES TO COM-UF
                   MOVE ZEROS TO COM-CEP
                   MOVE ALR-CHAVE-CONTA TO ChaveConta
                   READ ARQ-CLIENTES
                       NOT INVALID KEY
                           MOVE NomeTitular TO COM-Nome
                   END-READ
               END-IF.
               MOVE ALR-CodBanco TO COM-CodBanco.
               MOVE ALR-CodAgencia TO COM-CodAgencia.
               MOVE ALR-NumConta TO COM-NumConta.
               MOVE ALR-TipoOperacao TO COM-TipoOperacao.
               MOVE ALR-DataMovimento TO COM-DataMovimento.
               MOVE ALR-Valor TO COM-Valor.
               MOVE ALR-ValorReferencia TO COM-ValorReferencia.
               MOVE ALR-Quantidade TO COM-Quantidade.
               MOVE ALR-DataRevisao TO COM-DataRevisao.
               MOVE ALR-Analista TO COM-Analista.
               MOVE WS-DATA-HOJE TO COM-DataComunicacao.
               WRITE REG-COMUNICACAO.

               SET ALERTA-COMUNICADO TO TRUE.
               MOVE WS-DATA-HOJE TO ALR-DataComunicacao.
               REWRITE DADOS-ALERTA
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-ERROS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-COMUNICADOS
               END-REWRITE.

           GRAVAR-DORMENTES.
               OPEN OUTPUT ARQ-DORMENTES.

               MOVE LOW-VALUES TO ChaveConta.
               START ARQ-CLIENTES KEY IS NOT LESS THAN ChaveConta
                   INVALID KEY
                       SET FIM-CLIENTES TO TRUE
               END-START.

               IF NOT FIM-CLIENTES THEN
                   READ ARQ-CLIENTES NEXT RECORD
                       AT END SET FIM-CLIENTES TO TRUE
                   END-READ
               END-IF.

               PERFORM GUARDAR-CONTA-DORMENTE UNTIL FIM-CLIENTES.

               CLOSE ARQ-DORMENTES.

           GUARDAR-CONTA-DORMENTE.
               IF CONTA-DORMENTE THEN
                   MOVE ChaveConta TO DRM-CHAVE
                   MOVE WS-DATA-HOJE TO DRM-Data
                   WRITE REG-DORMENTE
                   ADD 1 TO WS-TOTAL-DORMENTES-NOVAS
               END-IF.

               READ ARQ-CLIENTES NEXT RECORD
                   AT END SET FIM-CLIENTES TO TRUE
               END-READ.

           IMPRIMIR-RESUMO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "MOVIMENTOS LIDOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-LIDOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CREDITOS/DEBITOS ANALISADOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-ANALISADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NOVOS - VALOR ACIMA DO LIMITE:" TO LR-ROTULO.
               MOVE WS-TOTAL-NOVOS-V TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NOVOS - FRACIONAMENTO:" TO LR-ROTULO.
               MOVE WS-TOTAL-NOVOS-F TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NOVOS - ENTRADA E SAIDA RAPIDA:" TO LR-ROTULO.
               MOVE WS-TOTAL-NOVOS-P TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "NOVOS - CONTA DORMENTE:" TO LR-ROTULO.
               MOVE WS-TOTAL-NOVOS-D TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "EVENTOS JA REGISTRADOS:" TO LR-ROTULO.
               MOVE WS-TOTAL-JA-REGISTRADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "ALERTAS PENDENTES DE ANALISE:" TO LR-ROTULO.
               MOVE WS-TOTAL-PENDENTES TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "ALERTAS COMUNICADOS HOJE:" TO LR-ROTULO.
               MOVE WS-TOTAL-COMUNICADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONTAS DORMENTES MONITORADAS:" TO LR-ROTULO.
               MOVE WS-TOTAL-DORMENTES-NOVAS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "ERROS DE GRAVACAO:" TO LR-ROTULO.
               MOVE WS-TOTAL-ERROS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           FECHAR-ARQUIVOS.
               CLOSE ARQ-CLIENTES.
               CLOSE ARQ-ALERTAS.
               CLOSE ARQ-RELATORIO.
               CLOSE ARQ-COMUNICACAO.
               IF CADCLI-DISPONIVEL THEN
                   CLOSE ARQ-CADCLI
               END-IF.

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

       END PROGRAM Monitora-Coaf.
