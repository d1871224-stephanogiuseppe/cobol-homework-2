      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Mantem a tabela de correspondencia contabil
      *          (PLANOCTA.DAT) usada pelo Contabiliza-Movimento: para
      *          cada tipo de operacao de MOVIMENTO.DAT, canal (A
      *          agencia / C compensacao interbancaria) e TipoConta,
      *          a conta contabil de depositos e a conta de
      *          contrapartida. A manutencao exige a identificacao de
      *          um supervisor em OPERADORES.DAT, como o
      *          Cadastro-Tarifas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cadastro-Plano-Contas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PLANO-CONTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS PLA-STATUS
               RECORD KEY IS ChavePlano.

           SELECT ARQ-OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS OPER-STATUS
               RECORD KEY IS OPER-Codigo.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-PLANO-CONTAS VALUE OF FILE-ID IS "PLANOCTA.DAT".
           COPY PLANOCTA.

           FD ARQ-OPERADORES VALUE OF FILE-ID IS "OPERADORES.DAT".
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
           77 PLA-STATUS PIC 9(02).
               88 PLA-STATUS-OK VALUE ZEROS.
               88 PLA-NAO-ENCONTRADO VALUE 35.

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

           77 WS-TIPO-OPERACAO PIC X(01) VALUE SPACES.
               88 TIPO-OPERACAO-VALIDO
                   VALUE "I" "A" "E" "D" "C" "R" "J" "T" "S".

           77 WS-LINHA-EXIBICAO PIC 9(02) VALUE ZEROS.
           77 WS-LINHA-AT PIC 9(04) VALUE ZEROS.
           77 WS-QTD-LISTADAS PIC 9(03) VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

           01 MENSAGENS-DE-TELA.
               02 MT-ENTER PIC X(30)
                   VALUE "Tecle Enter para continuar.".
               02 MT1 PIC X(30) VALUE "Tipo de operacao: ".
               02 MT2 PIC X(30) VALUE "Canal (A-agencia/C-compens.): ".
               02 MT3 PIC X(30) VALUE "Tipo de conta (1 a 4): ".
               02 MT4 PIC X(30) VALUE "Conta contabil de depositos: ".
               02 MT5 PIC X(30) VALUE "Conta de contrapartida: ".
               02 MT6 PIC X(30) VALUE "Descricao: ".
               02 MTE1 PIC X(30) VALUE "Conta ja cadastrada.".
               02 MTE2 PIC X(30) VALUE "Conta nao cadastrada.".
               02 MTE3 PIC X(30) VALUE "Erro ao gravar conta.".
               02 MTE4 PIC X(30) VALUE "Acesso negado.".
               02 MTE5 PIC X(30) VALUE "Tipo de conta invalido.".
               02 MTE6 PIC X(30) VALUE "Tipo de operacao invalido.".
               02 MTE7 PIC X(30) VALUE "Canal invalido.".
               02 MTE8 PIC X(30) VALUE "Conta contabil invalida.".

           01 LINHA-PLANO.
               02 LP-TipoOperacao PIC X(01).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LP-Canal PIC X(01).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LP-TipoConta PIC 9(01).
               02 FILLER PIC X(03) VALUE SPACES.
               02 LP-ContaDeposito PIC 9(10).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LP-ContaContrapartida PIC 9(10).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LP-Descricao PIC X(30).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** CADASTRO DO PLANO DE CONTAS ***" AT 0228.
               PERFORM ABRIR-ARQ-PLANO.

               IF NOT SUPERVISOR-OK THEN
                   PERFORM IDENTIFICA-SUPERVISOR
                   IF NOT SUPERVISOR-OK THEN
                       DISPLAY MTE4 AT 1228
                       DISPLAY MT-ENTER AT 1328
                       ACCEPT OMITTED
                       PERFORM FIM-PROGRAMA
                   END-IF
               END-IF.

               PERFORM MENU-PLANO.

           ABRIR-ARQ-PLANO.
               OPEN I-O ARQ-PLANO-CONTAS
               IF PLA-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-PLANO-CONTAS
                   CLOSE ARQ-PLANO-CONTAS
                   OPEN I-O ARQ-PLANO-CONTAS
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

           MENU-PLANO.
               DISPLAY "** MENU DE OPCOES **" AT 0528.
               DISPLAY "1 - Incluir Conta" AT 0728.
               DISPLAY "2 - Consultar Conta" AT 0828.
               DISPLAY "3 - Alterar Conta" AT 0928.
               DISPLAY "4 - Excluir Conta" AT 1028.
               DISPLAY "5 - Listar Plano de Contas" AT 1128.
               DISPLAY "0 - Finalizar programa" AT 1228.
               DISPLAY "Opcao desejada: " AT 1428.
               ACCEPT WS-OPCAO-MENU AT 1444.

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM INCLUSAO-PLANO
                   WHEN 2
                       PERFORM CONSULTA-PLANO
                   WHEN 3
                       PERFORM ALTERA-PLANO
                   WHEN 4
                       PERFORM EXCLUI-PLANO
                   WHEN 5
                       PERFORM LISTA-PLANO
                   WHEN 0
                       PERFORM FIM-PROGRAMA
                   WHEN OTHER
                       DISPLAY "Opcao invalida!" AT 1628
                       DISPLAY MT-ENTER AT 1728
                       ACCEPT OMITTED
                       PERFORM INICIO
               END-EVALUATE.

           PEDE-CHAVE-PLANO.
               DISPLAY MT1 AT 1528.
               ACCEPT WS-TIPO-OPERACAO AT 1558.
               IF NOT TIPO-OPERACAO-VALIDO THEN
                   DISPLAY MTE6 AT 2128
                   PERFORM VOLTA-MENU
               END-IF.

               DISPLAY MT2 AT 1628.
               ACCEPT PLA-Canal AT 1658.
               IF NOT CANAL-AGENCIA AND NOT CANAL-COMPENSACAO THEN
                   DISPLAY MTE7 AT 2128
                   PERFORM VOLTA-MENU
               END-IF.

               DISPLAY MT3 AT 1728.
               ACCEPT PLA-TipoConta AT 1758.
               IF PLA-TipoConta < 1 OR PLA-TipoConta > 4 THEN
                   DISPLAY MTE5 AT 2128
                   PERFORM VOLTA-MENU
               END-IF.

               MOVE WS-TIPO-OPERACAO TO PLA-TipoOperacao.

           PEDE-CONTAS-PLANO.
               DISPLAY MT4 AT 1828.
               ACCEPT PLA-ContaDeposito AT 1858.
               DISPLAY MT5 AT 1928.
               ACCEPT PLA-ContaContrapartida AT 1958.

               IF PLA-ContaDeposito = ZEROS
                       OR PLA-ContaContrapartida = ZEROS
                       OR PLA-ContaDeposito = PLA-ContaContrapartida
                       THEN
                   DISPLAY MTE8 AT 2128
                   PERFORM VOLTA-MENU
               END-IF.

               DISPLAY MT6 AT 2028.
               ACCEPT PLA-Descricao AT 2039.

               MOVE WS-SUPERVISOR-ATUAL TO PLA-Supervisor.
               MOVE WS-DATA-HOJE TO PLA-DataCadastro.

           EXIBE-CONTAS-PLANO.
               DISPLAY MT4 AT 1828.
               DISPLAY PLA-ContaDeposito AT 1858.
               DISPLAY MT5 AT 1928.
               DISPLAY PLA-ContaContrapartida AT 1958.
               DISPLAY MT6 AT 2028.
               DISPLAY PLA-Descricao AT 2039.

           INCLUSAO-PLANO.
               PERFORM PEDE-CHAVE-PLANO.

               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY MTE1 AT 2128
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               PERFORM PEDE-CONTAS-PLANO.

               WRITE DADOS-PLANO-CONTAS
                   INVALID KEY
                       DISPLAY MTE3 AT 2128
                   NOT INVALID KEY
                       DISPLAY "Conta cadastrada!" AT 2128
               END-WRITE.

               PERFORM VOLTA-MENU.

           CONSULTA-PLANO.
               PERFORM PEDE-CHAVE-PLANO.

               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       DISPLAY MTE2 AT 2128
                   NOT INVALID KEY
                       PERFORM EXIBE-CONTAS-PLANO
               END-READ.

               PERFORM VOLTA-MENU.

           ALTERA-PLANO.
               PERFORM PEDE-CHAVE-PLANO.

               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       DISPLAY MTE2 AT 2128
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               PERFORM PEDE-CONTAS-PLANO.

               REWRITE DADOS-PLANO-CONTAS
                   INVALID KEY
                       DISPLAY MTE3 AT 2128
                   NOT INVALID KEY
                       DISPLAY "Conta atualizada." AT 2128
               END-REWRITE.

               PERFORM VOLTA-MENU.

           EXCLUI-PLANO.
               PERFORM PEDE-CHAVE-PLANO.

               READ ARQ-PLANO-CONTAS
                   INVALID KEY
                       DISPLAY MTE2 AT 2128
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               PERFORM EXIBE-CONTAS-PLANO.

               DELETE ARQ-PLANO-CONTAS
                   INVALID KEY
                       DISPLAY MTE3 AT 2128
                   NOT INVALID KEY
                       DISPLAY "Conta excluida." AT 2128
               END-DELETE.

               PERFORM VOLTA-MENU.

           LISTA-PLANO.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** PLANO DE CONTAS ***" AT 0228.
               DISPLAY "T  C  T   DEPOSITOS   CONTRAPART. DESCRICAO"
                   AT 0310.

               MOVE ZEROS TO WS-QTD-LISTADAS.
               MOVE 4 TO WS-LINHA-EXIBICAO.
               MOVE "N" TO WS-FIM-LISTA.

               MOVE LOW-VALUES TO ChavePlano.
               START ARQ-PLANO-CONTAS KEY IS NOT LESS THAN ChavePlano
                   INVALID KEY
                       SET FIM-LISTA TO TRUE
               END-START.

               PERFORM LISTAR-PLANO UNTIL FIM-LISTA.

               IF WS-QTD-LISTADAS = 0 THEN
                   DISPLAY "Nenhuma conta cadastrada." AT 2328
               END-IF.

               DISPLAY MT-ENTER AT 2428.
               ACCEPT OMITTED.
               PERFORM INICIO.

           LISTAR-PLANO.
               READ ARQ-PLANO-CONTAS NEXT RECORD
                   AT END SET FIM-LISTA TO TRUE
               END-READ.

               IF NOT FIM-LISTA THEN
                   ADD 1 TO WS-QTD-LISTADAS
                   IF WS-LINHA-EXIBICAO <= 22 THEN
                       MOVE PLA-TipoOperacao TO LP-TipoOperacao
                       MOVE PLA-Canal TO LP-Canal
                       MOVE PLA-TipoConta TO LP-TipoConta
                       MOVE PLA-ContaDeposito TO LP-ContaDeposito
                       MOVE PLA-ContaContrapartida
                           TO LP-ContaContrapartida
                       MOVE PLA-Descricao TO LP-Descricao
                       COMPUTE WS-LINHA-AT =
                           WS-LINHA-EXIBICAO * 100 + 10
                       DISPLAY LINHA-PLANO AT WS-LINHA-AT
                       ADD 1 TO WS-LINHA-EXIBICAO
                   END-IF
               END-IF.

           VOLTA-MENU.
               DISPLAY MT-ENTER AT 2228.
               ACCEPT OMITTED.
               PERFORM INICIO.

           FIM-PROGRAMA.
               CLOSE ARQ-PLANO-CONTAS.
               CLOSE ARQ-OPERADORES.
               STOP RUN.

       END PROGRAM Cadastro-Plano-Contas.
