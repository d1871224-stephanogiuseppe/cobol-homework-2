      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Mantem o calendario de feriados bancarios
      *          (FERIADOS.DAT) usado pelo Calcula-Dia-Util: inclusao,
      *          consulta de uma data (feriado, fim de semana ou dia
      *          util e o proximo dia util), exclusao e listagem dos
      *          feriados de um ano. Um feriado so pode ser excluido
      *          enquanto nao passou, porque os processamentos ja
      *          feitos dependeram dele. A manutencao exige a
      *          identificacao de um supervisor em OPERADORES.DAT,
      *          como o Cadastro-Tarifas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cadastro-Feriados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS FER-STATUS
               RECORD KEY IS ChaveFeriado.

           SELECT ARQ-OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS OPER-STATUS
               RECORD KEY IS OPER-Codigo.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-FERIADOS VALUE OF FILE-ID IS "FERIADOS.DAT".
           COPY FERIADO.

           FD ARQ-OPERADORES VALUE OF FILE-ID IS "OPERADORES.DAT".
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
           77 FER-STATUS PIC 9(02).
               88 FER-STATUS-OK VALUE ZEROS.
               88 FER-NAO-ENCONTRADO VALUE 35.

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

           01 WS-DATA-INFORMADA.
               02 WS-INF-ANO PIC 9(02) VALUE ZEROS.
               02 WS-INF-MES PIC 9(02) VALUE ZEROS.
               02 WS-INF-DIA PIC 9(02) VALUE ZEROS.
           01 WS-DATA-INFORMADA-NUM REDEFINES WS-DATA-INFORMADA
               PIC 9(06).

           77 WS-ANO-LISTA PIC 9(02) VALUE ZEROS.
           77 WS-DESCRICAO-INFORMADA PIC X(30) VALUE SPACES.

           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
           77 WS-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
           77 WS-QUOCIENTE-BISSEXTO PIC 9(02) VALUE ZEROS.

           77 WS-FUNCAO-CALENDARIO PIC X(01) VALUE "P".
           77 WS-DATA-CALCULADA PIC 9(06) VALUE ZEROS.
           77 WS-DIA-UTIL PIC X(01) VALUE "N".
               88 DIA-UTIL VALUE "S".

           77 WS-LINHA-EXIBICAO PIC 9(02) VALUE ZEROS.
           77 WS-LINHA-AT PIC 9(04) VALUE ZEROS.
           77 WS-QTD-LISTADOS PIC 9(03) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

           01 MENSAGENS-DE-TELA.
               02 MT-ENTER PIC X(30)
                   VALUE "Tecle Enter para continuar.".
               02 MT1 PIC X(30) VALUE "Data (AAMMDD): ".
               02 MT2 PIC X(30) VALUE "Descricao: ".
               02 MT3 PIC X(30) VALUE "Ano (AA): ".
               02 MTE1 PIC X(30) VALUE "Feriado ja cadastrado.".
               02 MTE2 PIC X(30) VALUE "Feriado nao cadastrado.".
               02 MTE3 PIC X(30) VALUE "Erro ao gravar feriado.".
               02 MTE4 PIC X(30) VALUE "Acesso negado.".
               02 MTE5 PIC X(30) VALUE "Data invalida.".
               02 MTE6 PIC X(30) VALUE "Descricao obrigatoria.".
               02 MTE7 PIC X(30) VALUE "Feriado ja passou.".

           01 LINHA-TITULO-LISTA.
               02 FILLER PIC X(09) VALUE "DATA".
               02 FILLER PIC X(33) VALUE "DESCRICAO".
               02 FILLER PIC X(06) VALUE "SUPERV".
           01 LINHA-FERIADO.
               02 LF-Data PIC 9(06).
               02 FILLER PIC X(03) VALUE SPACES.
               02 LF-Descricao PIC X(30).
               02 FILLER PIC X(03) VALUE SPACES.
               02 LF-Supervisor PIC 9(04).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** CADASTRO DE FERIADOS BANCARIOS ***" AT 0228.
               PERFORM ABRIR-ARQ-FERIADOS.

               IF NOT SUPERVISOR-OK THEN
                   PERFORM IDENTIFICA-SUPERVISOR
                   IF NOT SUPERVISOR-OK THEN
                       DISPLAY MTE4 AT 1228
                       DISPLAY MT-ENTER AT 1328
                       ACCEPT OMITTED
                       PERFORM FIM-PROGRAMA
                   END-IF
               END-IF.

               PERFORM MENU-FERIADOS.

           ABRIR-ARQ-FERIADOS.
               OPEN I-O ARQ-FERIADOS
               IF FER-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-FERIADOS
                   CLOSE ARQ-FERIADOS
                   OPEN I-O ARQ-FERIADOS
               END-IF.

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

           MENU-FERIADOS.
               DISPLAY "** MENU DE OPCOES **" AT 0528.
               DISPLAY "1 - Incluir Feriado" AT 0728.
               DISPLAY "2 - Consultar Data" AT 0828.
               DISPLAY "3 - Excluir Feriado" AT 0928.
               DISPLAY "4 - Listar Feriados do Ano" AT 1028.
               DISPLAY "0 - Finalizar programa" AT 1128.
               DISPLAY "Opcao desejada: " AT 1328.
               ACCEPT WS-OPCAO-MENU AT 1344.

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM INCLUSAO-FERIADO
                   WHEN 2
                       PERFORM CONSULTA-DATA
                   WHEN 3
                       PERFORM EXCLUI-FERIADO
                   WHEN 4
                       PERFORM LISTA-FERIADOS
                   WHEN 0
                       PERFORM FIM-PROGRAMA
                   WHEN OTHER
                       DISPLAY "Opcao invalida!" AT 1628
                       DISPLAY MT-ENTER AT 1728
                       ACCEPT OMITTED
                       PERFORM INICIO
               END-EVALUATE.

           PEDE-DATA.
               DISPLAY MT1 AT 1628.
               ACCEPT WS-DATA-INFORMADA-NUM AT 1658.
               PERFORM CALCULAR-DIAS-NO-MES.

               IF WS-INF-MES < 1 OR WS-INF-MES > 12
                       OR WS-INF-DIA < 1
                       OR WS-INF-DIA > WS-DIAS-NO-MES THEN
                   DISPLAY MTE5 AT 2028
                   PERFORM VOLTA-MENU
               END-IF.

           INCLUSAO-FERIADO.
               PERFORM PEDE-DATA.

               MOVE WS-DATA-INFORMADA-NUM TO FER-Data.
               READ ARQ-FERIADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MTE1 AT 2028
                       PERFORM VOLTA-MENU
               END-READ.

               DISPLAY MT2 AT 1728.
               MOVE SPACES TO WS-DESCRICAO-INFORMADA.
               ACCEPT WS-DESCRICAO-INFORMADA AT 1740.
               IF WS-DESCRICAO-INFORMADA = SPACES THEN
                   DISPLAY MTE6 AT 2028
                   PERFORM VOLTA-MENU
               END-IF.

               MOVE WS-DATA-INFORMADA-NUM TO FER-Data.
               MOVE WS-DESCRICAO-INFORMADA TO FER-Descricao.
               MOVE WS-SUPERVISOR-ATUAL TO FER-Supervisor.
               MOVE WS-DATA-HOJE TO FER-DataCadastro.

               WRITE DADOS-FERIADO
                   INVALID KEY
                       DISPLAY MTE1 AT 2028
                   NOT INVALID KEY
                       DISPLAY "Feriado cadastrado!" AT 2028
               END-WRITE.

               PERFORM VOLTA-MENU.

           CONSULTA-DATA.
               PERFORM PEDE-DATA.

               MOVE WS-DATA-INFORMADA-NUM TO FER-Data.
               READ ARQ-FERIADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Feriado: " AT 1728
                       DISPLAY FER-Descricao AT 1740
               END-READ.

      * O Calcula-Dia-Util abre FERIADOS.DAT por conta propria.
               CLOSE ARQ-FERIADOS.
               MOVE "P" TO WS-FUNCAO-CALENDARIO.
               CALL "Calcula-Dia-Util" USING WS-FUNCAO-CALENDARIO
                   WS-DATA-INFORMADA-NUM WS-DATA-CALCULADA
                   WS-DIA-UTIL.
               OPEN I-O ARQ-FERIADOS.

               IF DIA-UTIL THEN
                   DISPLAY "Dia util." AT 1828
               ELSE
                   DISPLAY "Nao e dia util. Proximo: " AT 1828
                   DISPLAY WS-DATA-CALCULADA AT 1854
               END-IF.

               PERFORM VOLTA-MENU.

           EXCLUI-FERIADO.
               PERFORM PEDE-DATA.

               MOVE WS-DATA-INFORMADA-NUM TO FER-Data.
               READ ARQ-FERIADOS
                   INVALID KEY
                       DISPLAY MTE2 AT 2028
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               IF FER-Data NOT > WS-DATA-HOJE THEN
                   DISPLAY MTE7 AT 2028
                   PERFORM VOLTA-MENU
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY "Feriado: " AT 1728.
               DISPLAY FER-Descricao AT 1740.

               DELETE ARQ-FERIADOS
                   INVALID KEY
                       DISPLAY MTE3 AT 2028
                   NOT INVALID KEY
                       DISPLAY "Feriado excluido." AT 2028
               END-DELETE.

               PERFORM VOLTA-MENU.

           LISTA-FERIADOS.
               DISPLAY MT3 AT 1628.
               ACCEPT WS-ANO-LISTA AT 1658.

               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** FERIADOS DO ANO ***" AT 0228.
               DISPLAY LINHA-TITULO-LISTA AT 0310.

               MOVE ZEROS TO WS-QTD-LISTADOS.
               MOVE 4 TO WS-LINHA-EXIBICAO.
               MOVE "N" TO WS-FIM-LISTA.

               COMPUTE FER-Data = WS-ANO-LISTA * 10000.
               START ARQ-FERIADOS KEY IS NOT LESS THAN ChaveFeriado
                   INVALID KEY
                       SET FIM-LISTA TO TRUE
               END-START.

               PERFORM LISTAR-FERIADO UNTIL FIM-LISTA.

               IF WS-QTD-LISTADOS = 0 THEN
                   DISPLAY "Nenhum feriado no ano." AT 2328
               END-IF.

               DISPLAY MT-ENTER AT 2428.
               ACCEPT OMITTED.
               PERFORM INICIO.

           LISTAR-FERIADO.
               READ ARQ-FERIADOS NEXT RECORD
                   AT END
                       SET FIM-LISTA TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF FER-Data > WS-ANO-LISTA * 10000 + 1231 THEN
                   SET FIM-LISTA TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-QTD-LISTADOS.
               IF WS-LINHA-EXIBICAO <= 22 THEN
                   MOVE FER-Data TO LF-Data
                   MOVE FER-Descricao TO LF-Descricao
                   MOVE FER-Supervisor TO LF-Supervisor
                   COMPUTE WS-LINHA-AT = WS-LINHA-EXIBICAO * 100 + 10
                   DISPLAY LINHA-FERIADO AT WS-LINHA-AT
                   ADD 1 TO WS-LINHA-EXIBICAO
               END-IF.

           CALCULAR-DIAS-NO-MES.
               EVALUATE WS-INF-MES
                   WHEN 1
                   WHEN 3
                   WHEN 5
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-DIAS-NO-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DIAS-NO-MES
                   WHEN 2
                       DIVIDE WS-INF-ANO BY 4
                           GIVING WS-QUOCIENTE-BISSEXTO
                           REMAINDER WS-RESTO-BISSEXTO
                       IF WS-RESTO-BISSEXTO = ZEROS THEN
                           MOVE 29 TO WS-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-NO-MES
                       END-IF
                   WHEN OTHER
                       MOVE ZEROS TO WS-DIAS-NO-MES
               END-EVALUATE.

           VOLTA-MENU.
               DISPLAY MT-ENTER AT 2128.
               ACCEPT OMITTED.
               PERFORM INICIO.

           FIM-PROGRAMA.
               CLOSE ARQ-FERIADOS.
               CLOSE ARQ-OPERADORES.
               STOP RUN.

       END PROGRAM Cadastro-Feriados.
