      ******************************************************************
      * Author: Grupo 03
      * Date: 15/10/2026
      * Purpose: Conduz a esteira noturna: executa em sequencia os
      *          programas batch do dia (Libera-Agendamentos,
      *          Lote-Movimentos, Recebe-Compensacao,
      *          Fechamento-Diario, Confere-Controle, Prova-Caixa,
      *          Contabiliza-Movimento e Gera-Delta-Cadastro) e, so no
      *          ultimo dia util do mes (Calcula-Dia-Util), os jobs de
      *          fim de mes. Os lancamentos de fim de mes (tarifas,
      *          rendimento e juros) entram antes do Fechamento-Diario,
      *          para a geracao CTLaammdd.DAT e a prova do dia ja os
      *          conterem; o arquivamento e os extratos do mes vem
      *          depois da contabilizacao do dia. O retorno ao
      *          core-banking vem depois do Detecta-Dormentes, para
      *          levar as contas marcadas DORMENTE no dia, e antes do
      *          arquivamento de MOVIMENTO.DAT, de onde tira os
      *          operadores.
      *          A data de processamento e sempre a data do sistema,
      *          a mesma que os passos sem entrada (Fechamento-Diario,
      *          Rendimento-Poupanca, Juros-Cheque-Especial e outros)
      *          usam por conta propria.
      *          A esteira para no primeiro passo que terminar com
      *          RETURN-CODE diferente de zero. Cada passo concluido e
      *          gravado como checkpoint do job NOTURNO em EXECUCAO.DAT
      *          (via Controla-Execucao), e uma nova execucao no mesmo
      *          dia retoma do passo que falhou. O andamento sai em
      *          CADEIA.LST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cadeia-Noturna.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           Special-names.
                   DECIMAL-POINT is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ARQ-RELATORIO VALUE OF FILE-ID IS "CADEIA.LST".
           01 REG-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           77 REL-STATUS PIC 9(02).
               88 REL-STATUS-OK VALUE ZEROS.

           01 DATA-DO-SISTEMA.
               02 ANO PIC 9(02) VALUE ZEROS.
               02 MES PIC 9(02) VALUE ZEROS.
               02 DIA PIC 9(02) VALUE ZEROS.

           77 WS-DATA-HOJE PIC 9(06) VALUE ZEROS.

           01 WS-DATA-PROCESSAMENTO.
               02 WS-PERIODO-MES PIC 9(04) VALUE ZEROS.
               02 FILLER PIC 9(02) VALUE ZEROS.
           01 WS-DATA-PROCESSAMENTO-NUM
               REDEFINES WS-DATA-PROCESSAMENTO PIC 9(06).

           77 WS-DATA-ANTERIOR PIC 9(06) VALUE ZEROS.
           77 WS-ULTIMO-DIA-UTIL PIC 9(06) VALUE ZEROS.

           77 WS-FUNCAO-CALENDARIO PIC X(01) VALUE "V".
           77 WS-DIA-UTIL PIC X(01) VALUE "N".
               88 DIA-UTIL VALUE "S".

           77 WS-FIM-DE-MES PIC X(01) VALUE "N".
               88 FIM-DE-MES VALUE "S".

           77 WS-RESPOSTA-EXECUTAR PIC X(01) VALUE "N".

           77 WS-CADEIA-INTERROMPIDA PIC X(01) VALUE "N".
               88 CADEIA-INTERROMPIDA VALUE "S".

           77 WS-FUNCAO-EXECUCAO PIC X(01) VALUE "I".
           77 WS-JOB-EXECUCAO PIC X(08) VALUE "NOTURNO ".
           77 WS-PERIODO-EXECUCAO PIC 9(06) VALUE ZEROS.
           77 WS-RESULTADO-EXECUCAO PIC X(01) VALUE "L".
               88 EXECUCAO-LIBERADA VALUE "L".
               88 EXECUCAO-RETOMADA VALUE "R".
               88 EXECUCAO-RECUSADA VALUE "N".
           01 WS-CHECKPOINT-CHAVE.
               02 WS-CKP-PASSO PIC 9(02) VALUE ZEROS.
               02 FILLER PIC 9(16) VALUE ZEROS.

      * Passos da esteira: job, programa, frequencia (D diario,
      * M fim de mes) e entrada pedida pelo programa (N nenhuma,
      * C data anterior e data do dia, D data do dia, P periodo AAMM).
           77 WS-QTD-PASSOS PIC 9(02) VALUE 14.
           01 TABELA-PASSOS.
               02 FILLER PIC X(34) VALUE
                   "AGENDA  libera-agendamentos     DN".
               02 FILLER PIC X(34) VALUE
                   "LOTEMOV lote-movimentos         DN".
               02 FILLER PIC X(34) VALUE
                   "COMPENSArecebe-compensacao      DN".
               02 FILLER PIC X(34) VALUE
                   "TARIFAS cobra-tarifas           MN".
               02 FILLER PIC X(34) VALUE
                   "RENDPOUPrendimento-poupanca     MN".
               02 FILLER PIC X(34) VALUE
                   "JUROSCHQjuros-cheque-especial   MN".
               02 FILLER PIC X(34) VALUE
                   "FECHDIA fechamento-diario       DN".
               02 FILLER PIC X(34) VALUE
                   "CONFCTRLconfere-controle        DC".
               02 FILLER PIC X(34) VALUE
                   "PROVACXAprova-caixa             DD".
               02 FILLER PIC X(34) VALUE
                   "CONTABILcontabiliza-movimento   DC".
               02 FILLER PIC X(34) VALUE
                   "DORMENTEdetecta-dormentes       MN".
               02 FILLER PIC X(34) VALUE
                   "DELTACADgera-delta-cadastro     DD".
               02 FILLER PIC X(34) VALUE
                   "FECHAMESfecha-mes-movimento     MP".
               02 FILLER PIC X(34) VALUE
                   "EXTMES  extrato-mensal          MP".
           01 TABELA-PASSOS-R REDEFINES TABELA-PASSOS.
               02 TP-PASSO OCCURS 14 TIMES.
                   03 TP-JOB PIC X(08).
                   03 TP-PROGRAMA PIC X(24).
                   03 TP-FREQUENCIA PIC X(01).
                       88 PASSO-MENSAL VALUE "M".
                   03 TP-ENTRADA PIC X(01).
                       88 ENTRADA-DATAS VALUE "C".
                       88 ENTRADA-DATA VALUE "D".
                       88 ENTRADA-PERIODO VALUE "P".

           77 WS-IND-PASSO PIC 9(02) VALUE ZEROS.
           77 WS-COMANDO PIC X(80) VALUE SPACES.
           77 WS-RC-PASSO PIC S9(04) VALUE ZEROS.

           01 WS-HORA-SISTEMA.
               02 WS-HORA-HHMMSS PIC 9(06).
               02 WS-HORA-CENTESIMOS PIC 9(02).

           77 WS-TOTAL-EXECUTADOS PIC 9(02) VALUE ZEROS.
           77 WS-TOTAL-ANTERIORES PIC 9(02) VALUE ZEROS.
           77 WS-TOTAL-DISPENSADOS PIC 9(02) VALUE ZEROS.

           01 LINHA-CABECALHO.
               02 FILLER PIC X(40) VALUE
                   "ESTEIRA NOTURNA - DATA DE PROCESSAMENTO ".
               02 LC-Data PIC 9(06).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LC-FimDeMes PIC X(20).
           01 LINHA-RETOMADA.
               02 FILLER PIC X(22) VALUE "RETOMADA APOS O PASSO ".
               02 LRT-Passo PIC Z9.
           01 LINHA-COLUNAS.
               02 FILLER PIC X(06) VALUE "PASSO".
               02 FILLER PIC X(09) VALUE "JOB".
               02 FILLER PIC X(25) VALUE "PROGRAMA".
               02 FILLER PIC X(07) VALUE "INICIO".
               02 FILLER PIC X(07) VALUE "FIM".
               02 FILLER PIC X(06) VALUE "  RC".
               02 FILLER PIC X(08) VALUE "SITUACAO".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-DETALHE.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-Passo PIC Z9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-Job PIC X(08).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-Programa PIC X(24).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-HoraInicio PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-HoraFim PIC 9(06).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LD-RC PIC ---9.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LD-Situacao PIC X(20).
           01 LINHA-RESUMO.
               02 FILLER PIC X(30) VALUE SPACES.
               02 LR-ROTULO PIC X(30).
               02 LR-TOTAL PIC Z9.
           01 LINHA-MENSAGEM PIC X(80).

       PROCEDURE DIVISION.
           MAIN-PROCEDURE.

           INICIO.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-DATA-HOJE = ANO * 10000 + MES * 100 + DIA.

      * Os passos sem entrada tomam a data do sistema; a esteira nao
      * aceita outra data para nao misturar dias.
               MOVE WS-DATA-HOJE TO WS-DATA-PROCESSAMENTO-NUM.
               DISPLAY "DATA DE PROCESSAMENTO: "
                   WS-DATA-PROCESSAMENTO-NUM.

               PERFORM CONSULTAR-CALENDARIO.

               IF NOT DIA-UTIL THEN
                   DISPLAY WS-DATA-PROCESSAMENTO-NUM
                       " NAO E DIA UTIL."
                   DISPLAY "Executar a esteira assim mesmo (S/N)? "
                   ACCEPT WS-RESPOSTA-EXECUTAR
                   IF WS-RESPOSTA-EXECUTAR NOT = "S"
                           AND WS-RESPOSTA-EXECUTAR NOT = "s" THEN
                       DISPLAY "ESTEIRA NAO EXECUTADA"
                       STOP RUN
                   END-IF
               END-IF.

               MOVE WS-DATA-PROCESSAMENTO-NUM TO WS-PERIODO-EXECUCAO.
               PERFORM INICIAR-CONTROLE-EXECUCAO.

               OPEN OUTPUT ARQ-RELATORIO.
               PERFORM IMPRIMIR-CABECALHO.

               MOVE 1 TO WS-IND-PASSO.
               PERFORM EXECUTAR-PASSO
                   UNTIL WS-IND-PASSO > WS-QTD-PASSOS
                   OR CADEIA-INTERROMPIDA.

               PERFORM IMPRIMIR-RESUMO.
               CLOSE ARQ-RELATORIO.

               IF CADEIA-INTERROMPIDA THEN
                   DISPLAY "ESTEIRA INTERROMPIDA NO PASSO " WS-IND-PASSO
                       " - VER CADEIA.LST"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CONCLUIR-CONTROLE-EXECUCAO
                   DISPLAY "ESTEIRA CONCLUIDA. ANDAMENTO EM CADEIA.LST"
                   MOVE ZEROS TO RETURN-CODE
               END-IF.

               STOP RUN.

           CONSULTAR-CALENDARIO.
               MOVE "A" TO WS-FUNCAO-CALENDARIO.
               CALL "Calcula-Dia-Util" USING WS-FUNCAO-CALENDARIO
                   WS-DATA-PROCESSAMENTO-NUM WS-DATA-ANTERIOR
                   WS-DIA-UTIL.

               MOVE "U" TO WS-FUNCAO-CALENDARIO.
               CALL "Calcula-Dia-Util" USING WS-FUNCAO-CALENDARIO
                   WS-DATA-PROCESSAMENTO-NUM WS-ULTIMO-DIA-UTIL
                   WS-DIA-UTIL.

               IF WS-ULTIMO-DIA-UTIL = WS-DATA-PROCESSAMENTO-NUM THEN
                   SET FIM-DE-MES TO TRUE
               END-IF.

           IMPRIMIR-CABECALHO.
               MOVE WS-DATA-PROCESSAMENTO-NUM TO LC-Data.
               IF FIM-DE-MES THEN
                   MOVE "ULTIMO DIA UTIL" TO LC-FimDeMes
               ELSE
                   MOVE SPACES TO LC-FimDeMes
               END-IF.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               IF EXECUCAO-RETOMADA THEN
                   MOVE WS-CKP-PASSO TO LRT-Passo
                   MOVE LINHA-RETOMADA TO REG-RELATORIO
                   WRITE REG-RELATORIO
               END-IF.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           EXECUTAR-PASSO.
               MOVE WS-IND-PASSO TO LD-Passo.
               MOVE TP-JOB(WS-IND-PASSO) TO LD-Job.
               MOVE TP-PROGRAMA(WS-IND-PASSO) TO LD-Programa.
               MOVE ZEROS TO LD-HoraInicio.
               MOVE ZEROS TO LD-HoraFim.
               MOVE ZEROS TO LD-RC.

               EVALUATE TRUE
                   WHEN WS-IND-PASSO NOT > WS-CKP-PASSO
                       ADD 1 TO WS-TOTAL-ANTERIORES
                       MOVE "JA CONCLUIDO" TO LD-Situacao
                       PERFORM IMPRIMIR-DETALHE
                   WHEN PASSO-MENSAL(WS-IND-PASSO) AND NOT FIM-DE-MES
                       ADD 1 TO WS-TOTAL-DISPENSADOS
                       MOVE "SO NO FIM DO MES" TO LD-Situacao
                       PERFORM IMPRIMIR-DETALHE
                       PERFORM GRAVAR-CHECKPOINT-CADEIA
                   WHEN OTHER
                       PERFORM RODAR-PASSO
               END-EVALUATE.

               IF NOT CADEIA-INTERROMPIDA THEN
                   ADD 1 TO WS-IND-PASSO
               END-IF.

           RODAR-PASSO.
               PERFORM MONTAR-COMANDO.

               DISPLAY "PASSO " WS-IND-PASSO " - "
                   TP-JOB(WS-IND-PASSO).
               ACCEPT WS-HORA-SISTEMA FROM TIME.
               MOVE WS-HORA-HHMMSS TO LD-HoraInicio.

               CALL "SYSTEM" USING WS-COMANDO.
               MOVE RETURN-CODE TO WS-RC-PASSO.

               ACCEPT WS-HORA-SISTEMA FROM TIME.
               MOVE WS-HORA-HHMMSS TO LD-HoraFim.
               MOVE WS-RC-PASSO TO LD-RC.

               IF WS-RC-PASSO NOT = ZEROS THEN
                   SET CADEIA-INTERROMPIDA TO TRUE
                   MOVE "FALHOU" TO LD-Situacao
                   PERFORM IMPRIMIR-DETALHE
                   EXIT PARAGRAPH
               END-IF.

               ADD 1 TO WS-TOTAL-EXECUTADOS.
               MOVE "CONCLUIDO" TO LD-Situacao.
               PERFORM IMPRIMIR-DETALHE.
               PERFORM GRAVAR-CHECKPOINT-CADEIA.

      * Os programas que pedem datas ao operador recebem-nas pela
      * entrada padrao.
           MONTAR-COMANDO.
               MOVE SPACES TO WS-COMANDO.
               EVALUATE TRUE
                   WHEN ENTRADA-DATAS(WS-IND-PASSO)
                       STRING "(echo " WS-DATA-ANTERIOR
                           "; echo " WS-DATA-PROCESSAMENTO-NUM
                           ") | ./" DELIMITED BY SIZE
                           TP-PROGRAMA(WS-IND-PASSO)
                               DELIMITED BY SPACE
                           INTO WS-COMANDO
                       END-STRING
                   WHEN ENTRADA-DATA(WS-IND-PASSO)
                       STRING "echo " WS-DATA-PROCESSAMENTO-NUM
                           " | ./" DELIMITED BY SIZE
                           TP-PROGRAMA(WS-IND-PASSO)
                               DELIMITED BY SPACE
                           INTO WS-COMANDO
                       END-STRING
                   WHEN ENTRADA-PERIODO(WS-IND-PASSO)
                       STRING "echo " WS-PERIODO-MES
                           " | ./" DELIMITED BY SIZE
                           TP-PROGRAMA(WS-IND-PASSO)
                               DELIMITED BY SPACE
                           INTO WS-COMANDO
                       END-STRING
                   WHEN OTHER
                       STRING "./" DELIMITED BY SIZE
                           TP-PROGRAMA(WS-IND-PASSO)
                               DELIMITED BY SPACE
                           INTO WS-COMANDO
                       END-STRING
               END-EVALUATE.

           GRAVAR-CHECKPOINT-CADEIA.
               MOVE WS-IND-PASSO TO WS-CKP-PASSO.
               MOVE "K" TO WS-FUNCAO-EXECUCAO.
               CALL "Controla-Execucao" USING WS-FUNCAO-EXECUCAO
                   WS-JOB-EXECUCAO WS-PERIODO-EXECUCAO
                   WS-RESULTADO-EXECUCAO WS-CHECKPOINT-CHAVE.

           IMPRIMIR-DETALHE.
               MOVE LINHA-DETALHE TO REG-RELATORIO.
               WRITE REG-RELATORIO.

           IMPRIMIR-RESUMO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "PASSOS EXECUTADOS AGORA:" TO LR-ROTULO.
               MOVE WS-TOTAL-EXECUTADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "CONCLUIDOS ANTES DA RETOMADA:" TO LR-ROTULO.
               MOVE WS-TOTAL-ANTERIORES TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE "DISPENSADOS (FORA DO FIM MES):" TO LR-ROTULO.
               MOVE WS-TOTAL-DISPENSADOS TO LR-TOTAL.
               MOVE LINHA-RESUMO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               IF CADEIA-INTERROMPIDA THEN
                   MOVE "*** ESTEIRA INTERROMPIDA ***"
                       TO LINHA-MENSAGEM
               ELSE
                   MOVE "*** ESTEIRA CONCLUIDA ***" TO LINHA-MENSAGEM
               END-IF.
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

       END PROGRAM Cadeia-Noturna.
