      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Revisao dos alertas de operacoes suspeitas gerados
      *          por Monitora-Coaf em ALERTAS.DAT: lista os alertas
      *          pendentes e registra a decisao do analista sobre cada
      *          um - comunicar ao COAF ou descartar. A decisao fica
      *          gravada no alerta com a data e o codigo do analista,
      *          e o alerta revisado nao volta mais a lista de
      *          trabalho. Os marcados para comunicar seguem no
      *          proximo arquivo de comunicacao. Exige a identificacao
      *          de um supervisor em OPERADORES.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revisa-Alertas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALERTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS ALR-STATUS
               RECORD KEY IS ChaveAlerta
               ALTERNATE RECORD KEY IS ALR-CHAVE-EVENTO.

           SELECT ARQ-CADCLI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS CAD-STATUS
               RECORD KEY IS ChaveCadCli.

           SELECT ARQ-OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS OPER-STATUS
               RECORD KEY IS OPER-Codigo.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-ALERTAS VALUE OF FILE-ID IS "ALERTAS.DAT".
           COPY ALERTA.

           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           FD ARQ-OPERADORES VALUE OF FILE-ID IS "OPERADORES.DAT".
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
           77 ALR-STATUS PIC 9(02).
               88 ALR-STATUS-OK VALUE ZEROS.
               88 ALR-NAO-ENCONTRADO VALUE 35.

           77 CAD-STATUS PIC 9(02).
               88 CAD-STATUS-OK VALUE ZEROS.

           77 OPER-STATUS PIC 9(02).
               88 OPER-STATUS-OK VALUE ZEROS.
               88 OPER-NAO-ENCONTRADO VALUE 35.

           77 WS-OPCAO-MENU PIC 9(01) VALUE ZEROS.

           77 WS-SUPERVISOR-OK PIC X(01) VALUE "N".
               88 SUPERVISOR-OK VALUE "S".

           77 WS-CODIGO-INFORMADO PIC 9(04) VALUE ZEROS.
           77 WS-SENHA-INFORMADA PIC X(08) VALUE SPACES.
           77 WS-SUPERVISOR-ATUAL PIC 9(04) VALUE ZEROS.

           77 WS-FIM-LISTA PIC X(01) VALUE "N".
               88 FIM-LISTA VALUE "S".

           77 WS-NUMERO-INFORMADO PIC 9(07) VALUE ZEROS.
           77 WS-DECISAO PIC X(01) VALUE SPACES.
               88 DECISAO-COMUNICAR VALUE "C" "c".
               88 DECISAO-DESCARTAR VALUE "D" "d".

           77 WS-LINHA-EXIBICAO PIC 9(02) VALUE ZEROS.
           77 WS-LINHA-AT PIC 9(04) VALUE ZEROS.
           77 WS-QTD-LISTADOS PIC 9(05) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

           01 MENSAGENS-DE-TELA.
               02 MT-ENTER PIC X(30)
                   VALUE "Tecle Enter para continuar.".
               02 MT1 PIC X(30) VALUE "Numero do alerta: ".
               02 MT2 PIC X(30) VALUE "C-comunicar ou D-descartar: ".
               02 MTE1 PIC X(30) VALUE "Alerta nao cadastrado.".
               02 MTE2 PIC X(30) VALUE "Alerta ja revisado.".
               02 MTE3 PIC X(30) VALUE "Erro ao gravar alerta.".
               02 MTE4 PIC X(30) VALUE "Acesso negado.".
               02 MTE5 PIC X(30) VALUE "Decisao invalida.".

           01 LINHA-ALERTA.
               02 LA-NumeroAlerta PIC Z(06)9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LA-TipoAlerta PIC X(01).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LA-Documento PIC 9(14).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LA-NumConta PIC Z(10)9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LA-DataMovimento PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LA-Valor PIC ZZZ.ZZZ.ZZ9,99.

           01 LINHA-REFERENCIA.
               02 FILLER PIC X(22) VALUE "Valor de referencia: ".
               02 LRF-Referencia PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(14) VALUE "  Quantidade: ".
               02 LRF-Quantidade PIC ZZ9.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** REVISAO DE ALERTAS COAF ***" AT 0228.
               PERFORM ABRIR-ARQ-ALERTAS.

               IF NOT SUPERVISOR-OK THEN
                   PERFORM IDENTIFICA-SUPERVISOR
                   IF NOT SUPERVISOR-OK THEN
                       DISPLAY MTE4 AT 1228
                       DISPLAY MT-ENTER AT 1328
                       ACCEPT OMITTED
                       PERFORM FIM-PROGRAMA
                   END-IF
               END-IF.

               PERFORM MENU-ALERTAS.

           ABRIR-ARQ-ALERTAS.
               OPEN I-O ARQ-ALERTAS
               IF ALR-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-ALERTAS
                   CLOSE ARQ-ALERTAS
                   OPEN I-O ARQ-ALERTAS
               END-IF.

               OPEN INPUT ARQ-CADCLI.

               OPEN INPUT ARQ-OPERADORES.

           IDENTIFICA-SUPERVISOR.
               DISPLAY "Identificacao do supervisor" AT 0428.
               DISPLAY "Codigo do supervisor: " AT 0528.
               ACCEPT WS-CODIGO-INFORMADO AT 0552.
               DISPLAY "Senha: " AT 0628.
               ACCEPT WS-SENHA-INFORMADA AT 0636.

               MOVE WS-CODIGO-INFORMADO TO OPER-Codigo.
               READ ARQ-OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-Senha = WS-SENHA-INFORMADA
                               AND PERFIL-SUPERVISOR THEN
                           SET SUPERVISOR-OK TO TRUE
                           MOVE OPER-Codigo TO WS-SUPERVISOR-ATUAL
                       END-IF
               END-READ.

           MENU-ALERTAS.
               DISPLAY "** MENU DE OPCOES **" AT 0528.
               DISPLAY "1 - Listar Alertas Pendentes" AT 0728.
               DISPLAY "2 - Revisar Alerta" AT 0828.
               DISPLAY "0 - Finalizar programa" AT 0928.
               DISPLAY "Opcao desejada: " AT 1128.
               ACCEPT WS-OPCAO-MENU AT 1144.

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM LISTA-PENDENTES
                   WHEN 2
                       PERFORM REVISA-ALERTA
                   WHEN 0
                       PERFORM FIM-PROGRAMA
                   WHEN OTHER
                       DISPLAY "Opcao invalida!" AT 1628
                       DISPLAY MT-ENTER AT 1728
                       ACCEPT OMITTED
                       PERFORM INICIO
               END-EVALUATE.

           LISTA-PENDENTES.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "ALERTAS PENDENTES DE ANALISE" AT 0228.
               DISPLAY " ALERTA  T  DOCUMENTO       " AT 0405.
               DISPLAY "      CONTA  DATA              VALOR" AT 0433.

               MOVE ZEROS TO WS-QTD-LISTADOS.
               MOVE 5 TO WS-LINHA-EXIBICAO.
               MOVE "N" TO WS-FIM-LISTA.

               MOVE ZEROS TO ALR-NumeroAlerta.
               START ARQ-ALERTAS KEY IS NOT LESS THAN ChaveAlerta
                   INVALID KEY
                       SET FIM-LISTA TO TRUE
               END-START.

               PERFORM LISTAR-ALERTA UNTIL FIM-LISTA.

               IF WS-QTD-LISTADOS = 0 THEN
                   DISPLAY "Nenhum alerta pendente." AT 2128
               ELSE
                   DISPLAY "Alertas pendentes: " AT 2128
                   DISPLAY WS-QTD-LISTADOS AT 2147
               END-IF.

               DISPLAY MT-ENTER AT 2328.
               ACCEPT OMITTED.
               PERFORM INICIO.

           LISTAR-ALERTA.
               READ ARQ-ALERTAS NEXT RECORD
                   AT END
                       SET FIM-LISTA TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF NOT ALERTA-PENDENTE THEN
                   EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-QTD-LISTADOS.
               PERFORM MONTAR-LINHA-ALERTA.

               IF WS-LINHA-EXIBICAO <= 20 THEN
                   COMPUTE WS-LINHA-AT =
                       WS-LINHA-EXIBICAO * 100 + 5
                   DISPLAY LINHA-ALERTA AT WS-LINHA-AT
                   ADD 1 TO WS-LINHA-EXIBICAO
               END-IF.

           MONTAR-LINHA-ALERTA.
               MOVE ALR-NumeroAlerta TO LA-NumeroAlerta.
               MOVE ALR-TipoAlerta TO LA-TipoAlerta.
               MOVE ALR-Documento TO LA-Documento.
               MOVE ALR-NumConta TO LA-NumConta.
               MOVE ALR-DataMovimento TO LA-DataMovimento.
               MOVE ALR-Valor TO LA-Valor.

           REVISA-ALERTA.
               DISPLAY SPACE ERASE EOS.
               DISPLAY MT1 AT 0528.
               ACCEPT WS-NUMERO-INFORMADO AT 0558.

               MOVE WS-NUMERO-INFORMADO TO ALR-NumeroAlerta.
               READ ARQ-ALERTAS
                   INVALID KEY
                       DISPLAY MTE1 AT 1828
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               PERFORM MONTAR-LINHA-ALERTA.
               DISPLAY LINHA-ALERTA AT 0705.

               EVALUATE TRUE
                   WHEN ALERTA-VALOR-LIMITE
                       DISPLAY "Valor acima do limite" AT 0805
                   WHEN ALERTA-FRACIONAMENTO
                       DISPLAY "Depositos fracionados abaixo do limite"
                           AT 0805
                   WHEN ALERTA-PASSAGEM
                       DISPLAY "Saida rapida de valores creditados"
                           AT 0805
                   WHEN ALERTA-DORMENTE
                       DISPLAY "Movimento em conta dormente" AT 0805
               END-EVALUATE.

               MOVE ALR-ValorReferencia TO LRF-Referencia.
               MOVE ALR-Quantidade TO LRF-Quantidade.
               DISPLAY LINHA-REFERENCIA AT 0905.

               MOVE ALR-Documento TO CAD-Documento.
               READ ARQ-CADCLI
                   INVALID KEY
                       DISPLAY "Cliente sem cadastro (CADCLI.DAT)"
                           AT 1005
                   NOT INVALID KEY
                       DISPLAY CAD-Nome AT 1005
                       DISPLAY CAD-Cidade AT 1037
                       DISPLAY CAD-UF AT 1058
               END-READ.

               IF NOT ALERTA-PENDENTE THEN
                   DISPLAY MTE2 AT 1828
                   PERFORM VOLTA-MENU
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MT2 AT 1228.
               ACCEPT WS-DECISAO AT 1260.

               EVALUATE TRUE
                   WHEN DECISAO-COMUNICAR
                       SET ALERTA-A-COMUNICAR TO TRUE
                   WHEN DECISAO-DESCARTAR
                       SET ALERTA-DESCARTADO TO TRUE
                   WHEN OTHER
                       DISPLAY MTE5 AT 1828
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-EVALUATE.

               MOVE WS-DATA-HOJE TO ALR-DataRevisao.
               MOVE WS-SUPERVISOR-ATUAL TO ALR-Analista.

               REWRITE DADOS-ALERTA
                   INVALID KEY
                       DISPLAY MTE3 AT 1828
                   NOT INVALID KEY
                       DISPLAY "Decisao registrada." AT 1828
               END-REWRITE.

               PERFORM VOLTA-MENU.

           VOLTA-MENU.
               DISPLAY MT-ENTER AT 2128.
               ACCEPT OMITTED.
               PERFORM INICIO.

           FIM-PROGRAMA.
               CLOSE ARQ-ALERTAS.
               CLOSE ARQ-CADCLI.
               CLOSE ARQ-OPERADORES.
               STOP RUN.

       END PROGRAM Revisa-Alertas.
