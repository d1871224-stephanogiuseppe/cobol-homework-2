      *          contas ativas, regravando o saldo atualizado e
      *          registrando cada credito em MOVIMENTO.DAT. Gera um
      *          relatorio das contas creditadas e o total de juros
      *          pagos no mes. A taxa de cada TipoConta e a que esta
      *          em vigor no ultimo dia do mes processado na tabela
      *          TAXAS.DAT (via Obtem-Taxa) e sai impressa no
      *          relatorio; sem taxa cadastrada o job nao roda.
      *          Roda no ultimo dia util do mes (Calcula-Dia-Util); em
      *          outro dia so prossegue se o operador confirmar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           77 WS-FIM-ARQUIVO PIC X(01) VALUE "N".
               88 FIM-ARQUIVO VALUE "S".

           77 WS-TAXA-RENDIMENTO PIC 9(01)V9(05) VALUE ZEROS.

           77 WS-FUNCAO-CALENDARIO PIC X(01) VALUE "U".
           77 WS-DATA-CALENDARIO PIC 9(06) VALUE ZEROS.
           77 WS-ULTIMO-DIA-UTIL PIC 9(06) VALUE ZEROS.
           77 WS-DIA-UTIL PIC X(01) VALUE "N".
           77 WS-RESPOSTA-PROCESSAR PIC X(01) VALUE "N".

           77 WS-TIPO-TAXA PIC X(01) VALUE "R".
           77 WS-TIPO-CONTA-TAXA PIC 9(01) VALUE ZEROS.
           77 WS-DATA-REFERENCIA PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-OBTIDA PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-OBTIDO PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-ACHADA PIC X(01) VALUE "N".
               88 TAXA-ACHADA VALUE "S".

           77 WS-TAXA-RENDIMENTO-PF PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-RENDIMENTO-PF PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-RENDIMENTO-PJ PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-RENDIMENTO-PJ PIC 9(06) VALUE ZEROS.

           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
           77 WS-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
           77 WS-QUOCIENTE-BISSEXTO PIC 9(02) VALUE ZEROS.

           77 WS-SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.
           77 WS-RENDIMENTO PIC S9(09)V99 VALUE ZEROS.
           01 LINHA-COLUNAS PIC X(80) VALUE
           "CONTA        SALDO ANTERIOR   RENDIMENTO     SALDO ATUAL".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-TAXA.
               02 FILLER PIC X(24) VALUE "TAXA MENSAL TIPO CONTA ".
               02 LTX-TipoConta PIC 9(01).
               02 FILLER PIC X(02) VALUE ": ".
               02 LTX-Taxa PIC 9,99999.
               02 FILLER PIC X(27) VALUE "  EM VIGOR DESDE (AAMMDD) ".
               02 LTX-InicioVigencia PIC 9(06).
           01 LINHA-DETALHE.
               02 LD-NumConta PIC Z(10)9.
               02 FILLER PIC X(02) VALUE SPACES.
               ACCEPT DATA-DO-SISTEMA FROM DATE.
               COMPUTE WS-PERIODO-EXECUCAO =
                   ANO * 10000 + MES * 100.
               PERFORM CONFERIR-ULTIMO-DIA-UTIL.
               PERFORM OBTER-TAXAS-PERIODO.
               PERFORM INICIAR-CONTROLE-EXECUCAO.
               PERFORM ABRIR-ARQUIVOS-RENDIMENTO.
               PERFORM IMPRIMIR-CABECALHO.

               STOP RUN.

           CONFERIR-ULTIMO-DIA-UTIL.
               COMPUTE WS-DATA-CALENDARIO =
                   ANO * 10000 + MES * 100 + DIA.
               CALL "Calcula-Dia-Util" USING WS-FUNCAO-CALENDARIO
                   WS-DATA-CALENDARIO WS-ULTIMO-DIA-UTIL WS-DIA-UTIL.

               IF WS-ULTIMO-DIA-UTIL = WS-DATA-CALENDARIO THEN
                   EXIT PARAGRAPH
               END-IF.

               DISPLAY "HOJE NAO E O ULTIMO DIA UTIL DO MES ("
                   WS-ULTIMO-DIA-UTIL ")".
               DISPLAY "Processar assim mesmo (S/N)? ".
               ACCEPT WS-RESPOSTA-PROCESSAR.

               IF WS-RESPOSTA-PROCESSAR NOT = "S"
                       AND WS-RESPOSTA-PROCESSAR NOT = "s" THEN
                   DISPLAY "PROCESSAMENTO NAO REALIZADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           OBTER-TAXAS-PERIODO.
               PERFORM CALCULAR-DIAS-NO-MES.
               COMPUTE WS-DATA-REFERENCIA =
                   ANO * 10000 + MES * 100 + WS-DIAS-NO-MES.

               MOVE 2 TO WS-TIPO-CONTA-TAXA.
               PERFORM OBTER-TAXA-CONTA.
               MOVE WS-TAXA-OBTIDA TO WS-TAXA-RENDIMENTO-PF.
               MOVE WS-INICIO-OBTIDO TO WS-INICIO-RENDIMENTO-PF.

               MOVE 4 TO WS-TIPO-CONTA-TAXA.
               PERFORM OBTER-TAXA-CONTA.
               MOVE WS-TAXA-OBTIDA TO WS-TAXA-RENDIMENTO-PJ.
               MOVE WS-INICIO-OBTIDO TO WS-INICIO-RENDIMENTO-PJ.

           OBTER-TAXA-CONTA.
               CALL "Obtem-Taxa" USING WS-TIPO-TAXA WS-TIPO-CONTA-TAXA
                   WS-DATA-REFERENCIA WS-TAXA-OBTIDA WS-INICIO-OBTIDO
                   WS-TAXA-ACHADA.

               IF NOT TAXA-ACHADA THEN
                   DISPLAY "TAXA DE RENDIMENTO NAO CADASTRADA - "
                       "TIPO DE CONTA " WS-TIPO-CONTA-TAXA
                       " EM " WS-DATA-REFERENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CALCULAR-DIAS-NO-MES.
               EVALUATE MES
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
                       DIVIDE ANO BY 4
                           GIVING WS-QUOCIENTE-BISSEXTO
                           REMAINDER WS-RESTO-BISSEXTO
                       IF WS-RESTO-BISSEXTO = ZEROS THEN
                           MOVE 29 TO WS-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-NO-MES
                       END-IF
               END-EVALUATE.

           POSICIONAR-RETOMADA.
               MOVE WS-CHECKPOINT-CHAVE TO ChaveConta.
               START ARQ-CLIENTES KEY IS GREATER THAN ChaveConta
           IMPRIMIR-CABECALHO.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE 2 TO LTX-TipoConta.
               MOVE WS-TAXA-RENDIMENTO-PF TO LTX-Taxa.
               MOVE WS-INICIO-RENDIMENTO-PF TO LTX-InicioVigencia.
               MOVE LINHA-TAXA TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE 4 TO LTX-TipoConta.
               MOVE WS-TAXA-RENDIMENTO-PJ TO LTX-Taxa.
               MOVE WS-INICIO-RENDIMENTO-PJ TO LTX-InicioVigencia.
               MOVE LINHA-TAXA TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS TO REG-RELATORIO.
               END-READ.

           CREDITAR-RENDIMENTO.
               IF TipoConta = 2 THEN
                   MOVE WS-TAXA-RENDIMENTO-PF TO WS-TAXA-RENDIMENTO
               ELSE
                   MOVE WS-TAXA-RENDIMENTO-PJ TO WS-TAXA-RENDIMENTO
               END-IF.

               MOVE Saldo TO WS-SALDO-ANTERIOR.
               COMPUTE WS-RENDIMENTO ROUNDED =
                   Saldo * WS-TAXA-RENDIMENTO.
