      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Mantem a tabela de taxas com vigencia (TAXAS.DAT):
      *          taxa mensal de rendimento da poupanca (tipo R, contas
      *          2 e 4) e taxa diaria de juros do cheque especial
      *          (tipo J, contas 1 e 3), cada uma com a data de inicio
      *          de vigencia. Uma nova taxa so entra depois da ultima
      *          ja cadastrada e, salvo a primeira do tipo, com inicio
      *          futuro; so pode ser alterada ou excluida enquanto
      *          nao entrou em vigor, para que o historico de taxas
      *          aplicadas nao se perca. A manutencao exige a
      *          identificacao de um supervisor em OPERADORES.DAT,
      *          como o Cadastro-Tarifas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cadastro-Taxas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TAXAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TXA-STATUS
               RECORD KEY IS ChaveTaxa.

           SELECT ARQ-OPERADORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS OPER-STATUS
               RECORD KEY IS OPER-Codigo.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-TAXAS VALUE OF FILE-ID IS "TAXAS.DAT".
           COPY TAXA.

           FD ARQ-OPERADORES VALUE OF FILE-ID IS "OPERADORES.DAT".
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
           77 TXA-STATUS PIC 9(02).
               88 TXA-STATUS-OK VALUE ZEROS.
               88 TXA-NAO-ENCONTRADO VALUE 35.

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

           01 WS-CHAVE-TAXA.
               02 WS-TXA-TIPO PIC X(01) VALUE SPACES.
               02 WS-TXA-CONTA PIC 9(01) VALUE ZEROS.

           77 WS-ULTIMO-INICIO PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-INFORMADA PIC 9(01)V9(05) VALUE ZEROS.

           77 WS-TAXA-VIGENTE PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-VIGENTE PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-ACHADA PIC X(01) VALUE "N".
               88 TAXA-ACHADA VALUE "S".

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
               02 MT1 PIC X(30) VALUE "Tipo (R-rendim./J-juros): ".
               02 MT2 PIC X(30) VALUE "Tipo de conta (1 a 4): ".
               02 MT3 PIC X(30) VALUE "Inicio de vigencia (AAMMDD): ".
               02 MT4 PIC X(30) VALUE "Taxa (0,00000): ".
               02 MTE1 PIC X(30) VALUE "Taxa ja cadastrada.".
               02 MTE2 PIC X(30) VALUE "Taxa nao cadastrada.".
               02 MTE3 PIC X(30) VALUE "Erro ao gravar taxa.".
               02 MTE4 PIC X(30) VALUE "Acesso negado.".
               02 MTE5 PIC X(30) VALUE "Tipo de conta invalido.".
               02 MTE6 PIC X(30) VALUE "Tipo de taxa invalido.".
               02 MTE7 PIC X(30) VALUE "Vigencia anterior a ultima.".
               02 MTE8 PIC X(30) VALUE "Taxa ja entrou em vigor.".
               02 MTE9 PIC X(30) VALUE "Taxa invalida.".
               02 MTE10 PIC X(30) VALUE "Vigencia deve ser futura.".

           01 LINHA-TAXA.
               02 LT-TipoTaxa PIC X(01).
               02 FILLER PIC X(03) VALUE SPACES.
               02 LT-TipoConta PIC 9(01).
               02 FILLER PIC X(03) VALUE SPACES.
               02 LT-InicioVigencia PIC 9(06).
               02 FILLER PIC X(03) VALUE SPACES.
               02 LT-Taxa PIC 9,99999.
               02 FILLER PIC X(03) VALUE SPACES.
               02 LT-Supervisor PIC 9(04).
               02 FILLER PIC X(03) VALUE SPACES.
               02 LT-Situacao PIC X(09).

           01 WS-TAXA-EXIBICAO PIC 9,99999.

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** CADASTRO DE TAXAS DE JUROS ***" AT 0228.
               PERFORM ABRIR-ARQ-TAXAS.

               IF NOT SUPERVISOR-OK THEN
                   PERFORM IDENTIFICA-SUPERVISOR
                   IF NOT SUPERVISOR-OK THEN
                       DISPLAY MTE4 AT 1228
                       DISPLAY MT-ENTER AT 1328
                       ACCEPT OMITTED
                       PERFORM FIM-PROGRAMA
                   END-IF
               END-IF.

               PERFORM MENU-TAXAS.

           ABRIR-ARQ-TAXAS.
               OPEN I-O ARQ-TAXAS
               IF TXA-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-TAXAS
                   CLOSE ARQ-TAXAS
                   OPEN I-O ARQ-TAXAS
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

           MENU-TAXAS.
               DISPLAY "** MENU DE OPCOES **" AT 0528.
               DISPLAY "1 - Incluir Taxa" AT 0728.
               DISPLAY "2 - Consultar Taxa em Vigor" AT 0828.
               DISPLAY "3 - Alterar Taxa Futura" AT 0928.
               DISPLAY "4 - Excluir Taxa Futura" AT 1028.
               DISPLAY "5 - Listar Historico de Taxas" AT 1128.
               DISPLAY "0 - Finalizar programa" AT 1228.
               DISPLAY "Opcao desejada: " AT 1428.
               ACCEPT WS-OPCAO-MENU AT 1444.

               EVALUATE WS-OPCAO-MENU
                   WHEN 1
                       PERFORM INCLUSAO-TAXA
                   WHEN 2
                       PERFORM CONSULTA-TAXA
                   WHEN 3
                       PERFORM ALTERA-TAXA
                   WHEN 4
                       PERFORM EXCLUI-TAXA
                   WHEN 5
                       PERFORM LISTA-TAXAS
                   WHEN 0
                       PERFORM FIM-PROGRAMA
                   WHEN OTHER
                       DISPLAY "Opcao invalida!" AT 1628
                       DISPLAY MT-ENTER AT 1728
                       ACCEPT OMITTED
                       PERFORM INICIO
               END-EVALUATE.

           PEDE-TIPO-TAXA.
               DISPLAY MT1 AT 1628.
               ACCEPT WS-TXA-TIPO AT 1658.
               MOVE WS-TXA-TIPO TO TXA-TipoTaxa.

               IF NOT TAXA-RENDIMENTO AND NOT TAXA-JUROS THEN
                   DISPLAY MTE6 AT 2028
                   PERFORM VOLTA-MENU
               END-IF.

               DISPLAY MT2 AT 1728.
               ACCEPT WS-TXA-CONTA AT 1758.

               IF TAXA-RENDIMENTO
                       AND WS-TXA-CONTA NOT = 2
                       AND WS-TXA-CONTA NOT = 4 THEN
                   DISPLAY MTE5 AT 2028
                   PERFORM VOLTA-MENU
               END-IF.

               IF TAXA-JUROS
                       AND WS-TXA-CONTA NOT = 1
                       AND WS-TXA-CONTA NOT = 3 THEN
                   DISPLAY MTE5 AT 2028
                   PERFORM VOLTA-MENU
               END-IF.

           PEDE-CHAVE-TAXA.
               PERFORM PEDE-TIPO-TAXA.

               DISPLAY MT3 AT 1828.
               MOVE WS-TXA-TIPO TO TXA-TipoTaxa.
               MOVE WS-TXA-CONTA TO TXA-TipoConta.
               ACCEPT TXA-InicioVigencia AT 1858.

           INCLUSAO-TAXA.
               PERFORM PEDE-TIPO-TAXA.
               PERFORM OBTER-ULTIMO-INICIO.

               DISPLAY MT3 AT 1828.
               MOVE WS-TXA-TIPO TO TXA-TipoTaxa.
               MOVE WS-TXA-CONTA TO TXA-TipoConta.
               ACCEPT TXA-InicioVigencia AT 1858.

               IF TXA-InicioVigencia = ZEROS
                       OR TXA-InicioVigencia NOT > WS-ULTIMO-INICIO THEN
                   DISPLAY MTE7 AT 2028
                   PERFORM VOLTA-MENU
               END-IF.

      * A primeira taxa de um tipo pode ter vigencia retroativa (carga
      * do historico); as seguintes so valem a partir de amanha.
               IF WS-ULTIMO-INICIO NOT = ZEROS
                       AND TXA-InicioVigencia NOT > WS-DATA-HOJE THEN
                   DISPLAY MTE10 AT 2028
                   PERFORM VOLTA-MENU
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MT4 AT 1928.
               ACCEPT WS-TAXA-INFORMADA AT 1958.
               IF WS-TAXA-INFORMADA NOT > ZEROS THEN
                   DISPLAY MTE9 AT 2028
                   PERFORM VOLTA-MENU
               END-IF.

               MOVE WS-TXA-TIPO TO TXA-TipoTaxa.
               MOVE WS-TXA-CONTA TO TXA-TipoConta.
               MOVE WS-TAXA-INFORMADA TO TXA-Taxa.
               MOVE WS-SUPERVISOR-ATUAL TO TXA-Supervisor.
               MOVE WS-DATA-HOJE TO TXA-DataCadastro.

               WRITE DADOS-TAXA
                   INVALID KEY
                       DISPLAY MTE1 AT 2028
                   NOT INVALID KEY
                       DISPLAY "Taxa cadastrada!" AT 2028
               END-WRITE.

               PERFORM VOLTA-MENU.

           OBTER-ULTIMO-INICIO.
               MOVE ZEROS TO WS-ULTIMO-INICIO.
               MOVE "N" TO WS-FIM-LISTA.

               MOVE WS-TXA-TIPO TO TXA-TipoTaxa.
               MOVE WS-TXA-CONTA TO TXA-TipoConta.
               MOVE ZEROS TO TXA-InicioVigencia.
               START ARQ-TAXAS KEY IS NOT LESS THAN ChaveTaxa
                   INVALID KEY
                       SET FIM-LISTA TO TRUE
               END-START.

               PERFORM LER-INICIO-TAXA UNTIL FIM-LISTA.

           LER-INICIO-TAXA.
               READ ARQ-TAXAS NEXT RECORD
                   AT END
                       SET FIM-LISTA TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF TXA-TipoTaxa NOT = WS-TXA-TIPO
                       OR TXA-TipoConta NOT = WS-TXA-CONTA THEN
                   SET FIM-LISTA TO TRUE
               ELSE
                   MOVE TXA-InicioVigencia TO WS-ULTIMO-INICIO
               END-IF.

           CONSULTA-TAXA.
               PERFORM PEDE-TIPO-TAXA.

               CALL "Obtem-Taxa" USING WS-TXA-TIPO WS-TXA-CONTA
                   WS-DATA-HOJE WS-TAXA-VIGENTE WS-INICIO-VIGENTE
                   WS-TAXA-ACHADA.

               IF NOT TAXA-ACHADA THEN
                   DISPLAY "Nenhuma taxa em vigor hoje." AT 2028
               ELSE
                   DISPLAY "Taxa em vigor: " AT 1828
                   MOVE WS-TAXA-VIGENTE TO WS-TAXA-EXIBICAO
                   DISPLAY WS-TAXA-EXIBICAO AT 1858
                   DISPLAY "Desde (AAMMDD): " AT 1928
                   DISPLAY WS-INICIO-VIGENTE AT 1958
               END-IF.

               PERFORM VOLTA-MENU.

           ALTERA-TAXA.
               PERFORM PEDE-CHAVE-TAXA.

               READ ARQ-TAXAS
                   INVALID KEY
                       DISPLAY MTE2 AT 2028
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               IF TXA-InicioVigencia NOT > WS-DATA-HOJE THEN
                   DISPLAY MTE8 AT 2028
                   PERFORM VOLTA-MENU
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY MT4 AT 1928.
               ACCEPT WS-TAXA-INFORMADA AT 1958.
               IF WS-TAXA-INFORMADA NOT > ZEROS THEN
                   DISPLAY MTE9 AT 2028
                   PERFORM VOLTA-MENU
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-TAXA-INFORMADA TO TXA-Taxa.
               MOVE WS-SUPERVISOR-ATUAL TO TXA-Supervisor.
               MOVE WS-DATA-HOJE TO TXA-DataCadastro.

               REWRITE DADOS-TAXA
                   INVALID KEY
                       DISPLAY MTE3 AT 2028
                   NOT INVALID KEY
                       DISPLAY "Taxa atualizada." AT 2028
               END-REWRITE.

               PERFORM VOLTA-MENU.

           EXCLUI-TAXA.
               PERFORM PEDE-CHAVE-TAXA.

               READ ARQ-TAXAS
                   INVALID KEY
                       DISPLAY MTE2 AT 2028
                       PERFORM VOLTA-MENU
                       EXIT PARAGRAPH
               END-READ.

               IF TXA-InicioVigencia NOT > WS-DATA-HOJE THEN
                   DISPLAY MTE8 AT 2028
                   PERFORM VOLTA-MENU
                   EXIT PARAGRAPH
               END-IF.

               DELETE ARQ-TAXAS
                   INVALID KEY
                       DISPLAY MTE3 AT 2028
                   NOT INVALID KEY
                       DISPLAY "Taxa excluida." AT 2028
               END-DELETE.

               PERFORM VOLTA-MENU.

           LISTA-TAXAS.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "*** HISTORICO DE TAXAS ***" AT 0228.
               DISPLAY "T   C   INICIO   TAXA      SUPERV SITUACAO"
                   AT 0310.

               MOVE ZEROS TO WS-QTD-LISTADAS.
               MOVE 4 TO WS-LINHA-EXIBICAO.
               MOVE "N" TO WS-FIM-LISTA.

               MOVE LOW-VALUES TO ChaveTaxa.
               START ARQ-TAXAS KEY IS NOT LESS THAN ChaveTaxa
                   INVALID KEY
                       SET FIM-LISTA TO TRUE
               END-START.

               PERFORM LISTAR-TAXA UNTIL FIM-LISTA.

               IF WS-QTD-LISTADAS = 0 THEN
                   DISPLAY "Nenhuma taxa cadastrada." AT 2328
               END-IF.

               DISPLAY MT-ENTER AT 2428.
               ACCEPT OMITTED.
               PERFORM INICIO.

           LISTAR-TAXA.
               READ ARQ-TAXAS NEXT RECORD
                   AT END SET FIM-LISTA TO TRUE
               END-READ.

               IF NOT FIM-LISTA THEN
                   ADD 1 TO WS-QTD-LISTADAS
                   IF WS-LINHA-EXIBICAO <= 22 THEN
                       MOVE TXA-TipoTaxa TO LT-TipoTaxa
                       MOVE TXA-TipoConta TO LT-TipoConta
                       MOVE TXA-InicioVigencia TO LT-InicioVigencia
                       MOVE TXA-Taxa TO LT-Taxa
                       MOVE TXA-Supervisor TO LT-Supervisor
                       IF TXA-InicioVigencia > WS-DATA-HOJE THEN
                           MOVE "FUTURA" TO LT-Situacao
                       ELSE
                           MOVE SPACES TO LT-Situacao
                       END-IF
                       COMPUTE WS-LINHA-AT =
                           WS-LINHA-EXIBICAO * 100 + 10
                       DISPLAY LINHA-TAXA AT WS-LINHA-AT
                       ADD 1 TO WS-LINHA-EXIBICAO
                   END-IF
               END-IF.

           VOLTA-MENU.
               DISPLAY MT-ENTER AT 2128.
               ACCEPT OMITTED.
               PERFORM INICIO.

           FIM-PROGRAMA.
               CLOSE ARQ-TAXAS.
               CLOSE ARQ-OPERADORES.
               STOP RUN.

       END PROGRAM Cadastro-Taxas.
