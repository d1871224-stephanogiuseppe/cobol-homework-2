      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Mantem os bloqueios judiciais e administrativos de
      *          saldo (BLOQUEIOS.DAT): registra um novo bloqueio sobre
      *          uma conta de CLIENTES.DAT com valor, numero do
      *          processo ou ordem, data de inicio e data prevista de
      *          liberacao, libera um bloqueio em vigor e consulta os
      *          bloqueios de uma conta. A manutencao exige a
      *          identificacao de um supervisor em OPERADORES.DAT,
      *          que fica gravado no bloqueio e na liberacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cadastro-Bloqueios.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BLQ-STATUS
               RECORD KEY IS ChaveBloqueio.

           SELECT ARQ-CLIENTES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS ARQ-STATUS
               RECORD KEY IS ChaveConta
               ALTERNATE RECORD KEY IS CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS CNPJ WITH DUPLICATES.

           SELECT ARQ-OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS OPER-STATUS
               RECORD KEY IS OPER-Codigo.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-BLOQUEIOS VALUE OF FILE-ID IS "BLOQUEIOS.DAT".
           COPY BLOQUEIO.

           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           COPY CLIENTE.

           FD ARQ-OPERADORES VALUE OF FILE-ID IS "OPERADORES.DAT".
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
           77 BLQ-STATUS PIC 9(02).
               88 BLQ-STATUS-OK VALUE ZEROS.
               88 BLQ-NAO-ENCONTRADO VALUE 35.

           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.

           77 OPER-STATUS PIC 9(02).
               88 OPER-STATUS-OK VALUE ZEROS.
               88 OPER-NAO-ENCONTRADO VALUE 35.

           77 WS-OPCAO-MENU PIC 9(01) VALUE ZEROS.

           77 WS-SUPERVISOR-OK PIC X(01) VALUE "N".
               88 SUPERVISOR-OK VALUE "S".

           77 WS-CODIGO-INFORMADO PIC 9(04) VALUE ZEROS.
           77 WS-SENHA-INFORMADA PIC X(08) VALUE SPACES.
           77 WS-SUPERVISOR-ATUAL PIC 9(04) VALUE ZEROS.

           77 WS-CONTA-EXISTE PIC X(01) VALUE "N".
               88 CONTA-EXISTE VALUE "S".
               88 CONTA-NAO-EXISTE VALUE "N".

           77 WS-FIM-LISTA PIC X(01) VALUE "N".
               88 FIM-LISTA VALUE "S".

           01 WS-CHAVE-BLOQUEIO.
               02 WS-BLQ-BANCO PIC 9(03) VALUE ZEROS.
               02 WS-BLQ-AGENCIA PIC 9(04) VALUE ZEROS.
               02 WS-BLQ-CONTA PIC 9(11) VALUE ZEROS.

           77 WS-ULTIMA-SEQUENCIA PIC 9(03) VALUE ZEROS.
           77 WS-TOTAL-EM-VIGOR PIC 9(11)V99 VALUE ZEROS.

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
               02 MT1 PIC X(30) VALUE "Codigo do banco: ".
               02 MT2 PIC X(30) VALUE "Agencia (sem digito): ".
               02 MT3 PIC X(30) VALUE "Numero da conta: ".
               02 MT4 PIC X(30) VALUE "Tipo (J-judicial/A-admin.): ".
               02 MT5 PIC X(30) VALUE "Valor bloqueado: ".
               02 MT6 PIC X(30) VALUE "Processo/ordem: ".
               02 MT7 PIC X(30) VALUE "Inicio (AAMMDD, 0 = hoje): ".
               02 MT8 PIC X(30) VALUE "Liberacao (AAMMDD, 0 = s/d): ".
               02 MT9 PIC X(30) VALUE "Sequencia do bloqueio: ".
               02 MTE1 PIC X(30) VALUE "Conta nao cadastrada.".
               02 MTE2 PIC X(30) VALUE "Bloqueio nao cadastrado.".
               02 MTE3 PIC X(30) VALUE "Erro ao gravar bloqueio.".
               02 MTE4 PIC X(30) VALUE "Acesso negado.".
               02 MTE5 PIC X(30) VALUE "Tipo de bloqueio invalido.".
               02 MTE6 PIC X(30) VALUE "Valor invalido.".
               02 MTE7 PIC X(30) VALUE "Liberacao antes do inicio.".
               02 MTE8 PIC X(30) VALUE "Bloqueio ja liberado.".
               02 MTE9 PIC X(30) VALUE "Conta ja encerrada.".

           01 LINHA-BLOQUEIO.
               02 LB-Sequencia PIC ZZ9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LB-Tipo PIC X(01).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LB-Valor PIC ZZZ.ZZZ.ZZ9,99.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LB-Processo PIC X(25).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LB-DataInicio PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LB-DataLiberacao PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LB-Situacao PIC X(08).

           01 LINHA-TOTAL-VIGOR.
               02 FILLER PIC X(25) VALUE "Total bloqueado em vigor:".
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTV-Valor PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** BLOQUEIOS JUDICIAIS E ADMINISTRATIVOS ***"
                   AT 0220.
               PERFORM ABRIR-ARQ-BLOQUEIOS.

               IF NOT SUPERVISOR-OK THEN
                   PERFORM IDENTIFICA-SUPERVISOR
                   IF NOT SUPERVISOR-OK THEN
                       DISPLAY MTE4 AT 1228
                       DISPLAY MT-ENTER AT 1328
                       ACCEPT OMITTED
                       PERFORM FIM-PROGRAMA
                   END-IF
               END-IF.

               PERFORM MENU-BLOQUEIOS.

           ABRIR-ARQ-BLOQUEIOS.
               OPEN I-O ARQ-BLOQUEIOS
               IF BLQ-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-BLOQUEIOS
                   CLOSE ARQ-BLOQUEIOS
                   OPEN I-O ARQ-BLOQUEIOS
               END-IF.

               OPEN INPUT ARQ-CLIENTES.

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

           MENU-BLOQUEIOS.
               DISPLAY "** MENU DE OPCOES **" AT 0528.
               DISPLAY "1 - Registrar Bloqueio" AT 0728.
               DISPLAY "2 - Liberar Bloqueio" AT 0828.
               DISPLAY "3 - Consultar Bloqueios da Conta" AT 0928.
               DISPLAY "0 - Finalizar programa" AT 1028.
               DISPLAY "Opcao desejada: " AT 1228.
               ACCEPT WS-OPCAO-MENU AT 1244.

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM REGISTRA-BLOQUEIO
                   WHEN 2
                       PERFORM LIBERA-BLOQUEIO
                   WHEN 3
                       PERFORM CONSULTA-BLOQUEIOS
                   WHEN 0
                       PERFORM FIM-PROGRAMA
                   WHEN OTHER
                       DISPLAY "Opcao invalida!" AT 1628
                       DISPLAY MT-ENTER AT 1728
                       ACCEPT OMITTED
                       PERFORM INICIO
               END-EVALUATE.

           PEDE-CONTA-BLOQUEIO.
               DISPLAY SPACE ERASE EOS.
               DISPLAY MT1 AT 0528.
               ACCEPT WS-BLQ-BANCO AT 0558.
               DISPLAY MT2 AT 0628.
               ACCEPT WS-BLQ-AGENCIA AT 0658.
               DISPLAY MT3 AT 0728.
               ACCEPT WS-BLQ-CONTA AT 0758.

               MOVE WS-CHAVE-BLOQUEIO TO ChaveConta.
               READ ARQ-CLIENTES
                   INVALID KEY
                       SET CONTA-NAO-EXISTE TO TRUE
                   NOT INVALID KEY
                       SET CONTA-EXISTE TO TRUE
               END-READ.

               IF CONTA-NAO-EXISTE THEN
                   DISPLAY MTE1 AT 1828
                   PERFORM VOLTA-MENU
               END-IF.

               DISPLAY "Titular: " AT 0428.
               DISPLAY NomeTitular AT 0437.

           REGISTRA-BLOQUEIO.
               PERFORM PEDE-CONTA-BLOQUEIO.

               IF CONTA-ENCERRADA THEN
                   DISPLAY MTE9 AT 1828
                   PERFORM VOLTA-MENU
               END-IF.

               PERFORM OBTER-PROXIMA-SEQUENCIA.

               MOVE WS-CHAVE-BLOQUEIO TO BLQ-CHAVE-CONTA.
               ADD 1 TO WS-ULTIMA-SEQUENCIA GIVING BLQ-Sequencia.

               DISPLAY MT4 AT 0828.
               ACCEPT BLQ-TipoBloqueio AT 0858.
               IF NOT BLOQUEIO-JUDICIAL
                       AND NOT BLOQUEIO-ADMINISTRATIVO THEN
                   DISPLAY MTE5 AT 1828
                   PERFORM VOLTA-MENU
               END-IF.

               DISPLAY MT5 AT 0928.
               ACCEPT BLQ-Valor AT 0958.
               IF BLQ-Valor NOT > ZEROS THEN
                   DISPLAY MTE6 AT 1828
                   PERFORM VOLTA-MENU
               END-IF.

               DISPLAY MT6 AT 1028.
               ACCEPT BLQ-Processo AT 1058.

               DISPLAY MT7 AT 1128.
               ACCEPT BLQ-DataInicio AT 1158.
               IF BLQ-DataInicio = ZEROS THEN
                   MOVE WS-DATA-HOJE TO BLQ-DataInicio
               END-IF.

               DISPLAY MT8 AT 1228.
               ACCEPT BLQ-DataLiberacao AT 1258.
               IF BLQ-DataLiberacao NOT = ZEROS
                       AND BLQ-DataLiberacao NOT > BLQ-DataInicio THEN
                   DISPLAY MTE7 AT 1828
                   PERFORM VOLTA-MENU
               END-IF.

               SET BLOQUEIO-ATIVO TO TRUE.
               MOVE WS-SUPERVISOR-ATUAL TO BLQ-OperadorBloqueio.
               MOVE ZEROS TO BLQ-OperadorLiberacao.

               WRITE DADOS-BLOQUEIO
                   INVALID KEY
                       DISPLAY MTE3 AT 1828
                   NOT INVALID KEY
                       DISPLAY "Bloqueio registrado - sequencia "
                           AT 1828
                       DISPLAY BLQ-Sequencia AT 1861
               END-WRITE.

               PERFORM VOLTA-MENU.

           OBTER-PROXIMA-SEQUENCIA.
               MOVE ZEROS TO WS-ULTIMA-SEQUENCIA.
               MOVE "N" TO WS-FIM-LISTA.

               MOVE WS-CHAVE-BLOQUEIO TO BLQ-CHAVE-CONTA.
               MOVE ZEROS TO BLQ-Sequencia.
               START ARQ-BLOQUEIOS KEY IS NOT LESS THAN ChaveBloqueio
                   INVALID KEY
                       SET FIM-LISTA TO TRUE
               END-START.

               PERFORM LER-SEQUENCIA-CONTA UNTIL FIM-LISTA.

           LER-SEQUENCIA-CONTA.
               READ ARQ-BLOQUEIOS NEXT RECORD
                   AT END
                       SET FIM-LISTA TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF BLQ-CHAVE-CONTA NOT = WS-CHAVE-BLOQUEIO THEN
                   SET FIM-LISTA TO TRUE
               ELSE
                   MOVE BLQ-Sequencia TO WS-ULTIMA-SEQUENCIA
               END-IF.

           LIBERA-BLOQUEIO.
               PERFORM PEDE-CONTA-BLOQUEIO.

               MOVE WS-CHAVE-BLOQUEIO TO BLQ-CHAVE-CONTA.
               DISPLAY MT9 AT 0828.
               ACCEPT BLQ-Sequencia AT 0858.

               READ ARQ-BLOQUEIOS
                   INVALID KEY
                       DISPLAY MTE2 AT 1828
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               MOVE BLQ-Sequencia TO LB-Sequencia.
               MOVE BLQ-TipoBloqueio TO LB-Tipo.
               MOVE BLQ-Valor TO LB-Valor.
               MOVE BLQ-Processo TO LB-Processo.
               MOVE BLQ-DataInicio TO LB-DataInicio.
               MOVE BLQ-DataLiberacao TO LB-DataLiberacao.
               MOVE SPACES TO LB-Situacao.
               DISPLAY LINHA-BLOQUEIO AT 1005.

               IF BLOQUEIO-LIBERADO THEN
                   DISPLAY MTE8 AT 1828
                   PERFORM VOLTA-MENU
                   EXIT PARAGRAPH
               END-IF.

               SET BLOQUEIO-LIBERADO TO TRUE.
               MOVE WS-DATA-HOJE TO BLQ-DataLiberacao.
               MOVE WS-SUPERVISOR-ATUAL TO BLQ-OperadorLiberacao.

               REWRITE DADOS-BLOQUEIO
                   INVALID KEY
                       DISPLAY MTE3 AT 1828
                   NOT INVALID KEY
                       DISPLAY "Bloqueio liberado." AT 1828
               END-REWRITE.

               PERFORM VOLTA-MENU.

           CONSULTA-BLOQUEIOS.
               PERFORM PEDE-CONTA-BLOQUEIO.

               DISPLAY "SEQ T           VALOR  PROCESSO/ORDEM"
                   AT 0905.
               DISPLAY "INICIO LIBER. SITUACAO" AT 0955.

               MOVE ZEROS TO WS-QTD-LISTADOS.
               MOVE ZEROS TO WS-TOTAL-EM-VIGOR.
               MOVE 10 TO WS-LINHA-EXIBICAO.
               MOVE "N" TO WS-FIM-LISTA.

               MOVE WS-CHAVE-BLOQUEIO TO BLQ-CHAVE-CONTA.
               MOVE ZEROS TO BLQ-Sequencia.
               START ARQ-BLOQUEIOS KEY IS NOT LESS THAN ChaveBloqueio
                   INVALID KEY
                       SET FIM-LISTA TO TRUE
               END-START.

               PERFORM LISTAR-BLOQUEIO UNTIL FIM-LISTA.

               IF WS-QTD-LISTADOS = 0 THEN
                   DISPLAY "Nenhum bloqueio para a conta." AT 2128
               ELSE
                   MOVE WS-TOTAL-EM-VIGOR TO LTV-Valor
                   DISPLAY LINHA-TOTAL-VIGOR AT 2128
               END-IF.

               DISPLAY MT-ENTER AT 2328.
               ACCEPT OMITTED.
               PERFORM INICIO.

           LISTAR-BLOQUEIO.
               READ ARQ-BLOQUEIOS NEXT RECORD
                   AT END
                       SET FIM-LISTA TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF BLQ-CHAVE-CONTA NOT = WS-CHAVE-BLOQUEIO THEN
                   SET FIM-LISTA TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-QTD-LISTADOS.
               MOVE BLQ-Sequencia TO LB-Sequencia.
               MOVE BLQ-TipoBloqueio TO LB-Tipo.
               MOVE BLQ-Valor TO LB-Valor.
               MOVE BLQ-Processo TO LB-Processo.
               MOVE BLQ-DataInicio TO LB-DataInicio.
               MOVE BLQ-DataLiberacao TO LB-DataLiberacao.

               IF BLOQUEIO-LIBERADO THEN
                   MOVE "LIBERADO" TO LB-Situacao
               ELSE
                   IF BLQ-DataInicio > WS-DATA-HOJE THEN
                       MOVE "FUTURO" TO LB-Situacao
                   ELSE
                       IF BLQ-DataLiberacao NOT = ZEROS
                               AND BLQ-DataLiberacao
                               NOT > WS-DATA-HOJE THEN
                           MOVE "VENCIDO" TO LB-Situacao
                       ELSE
                           MOVE "EM VIGOR" TO LB-Situacao
                           ADD BLQ-Valor TO WS-TOTAL-EM-VIGOR
                       END-IF
                   END-IF
               END-IF.

               IF WS-LINHA-EXIBICAO <= 20 THEN
                   COMPUTE WS-LINHA-AT =
                       WS-LINHA-EXIBICAO * 100 + 5
                   DISPLAY LINHA-BLOQUEIO AT WS-LINHA-AT
                   ADD 1 TO WS-LINHA-EXIBICAO
               END-IF.

           VOLTA-MENU.
               DISPLAY MT-ENTER AT 2128.
               ACCEPT OMITTED.
               PERFORM INICIO.

           FIM-PROGRAMA.
               CLOSE ARQ-BLOQUEIOS.
               CLOSE ARQ-CLIENTES.
               CLOSE ARQ-OPERADORES.
               STOP RUN.

       END PROGRAM Cadastro-Bloqueios.
