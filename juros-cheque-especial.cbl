      *          a conta e registrando cada cobranca em MOVIMENTO.DAT
      *          como faz o Rendimento-Poupanca com seus creditos.
      *          Contas sem movimento no mes e com Saldo negativo
      *          desde antes do mes pagam o mes inteiro. A taxa diaria
      *          de cada TipoConta e a que esta em vigor no ultimo dia
      *          do mes processado na tabela TAXAS.DAT (via
      *          Obtem-Taxa) e sai impressa no relatorio; sem taxa
      *          cadastrada o job nao roda. Roda no ultimo dia util do
      *          mes (Calcula-Dia-Util); em outro dia so prossegue se o
      *          operador confirmar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 REG-SALDO-NEGATIVO.
               02 NEG-CHAVE PIC X(18).
               02 NEG-DIAS PIC 9(02).
               02 NEG-SOMA-NEGATIVA PIC 9(11)V99.

           FD ARQ-RELATORIO VALUE OF FILE-ID IS "JUROSCHQ.LST".
           01 REG-RELATORIO PIC X(80).
           77 WS-FIM-CLIENTES PIC X(01) VALUE "N".
               88 FIM-CLIENTES VALUE "S".

           77 WS-TAXA-JUROS-DIA PIC 9(01)V9(05) VALUE ZEROS.

           77 WS-FUNCAO-CALENDARIO PIC X(01) VALUE "U".
           77 WS-DATA-CALENDARIO PIC 9(06) VALUE ZEROS.
           77 WS-ULTIMO-DIA-UTIL PIC 9(06) VALUE ZEROS.
           77 WS-DIA-UTIL PIC X(01) VALUE "N".
           77 WS-RESPOSTA-PROCESSAR PIC X(01) VALUE "N".

           77 WS-TIPO-TAXA PIC X(01) VALUE "J".
           77 WS-TIPO-CONTA-TAXA PIC 9(01) VALUE ZEROS.
           77 WS-DATA-REFERENCIA PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-OBTIDA PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-OBTIDO PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-ACHADA PIC X(01) VALUE "N".
               88 TAXA-ACHADA VALUE "S".

           77 WS-TAXA-JUROS-PF PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-JUROS-PF PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-JUROS-PJ PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-JUROS-PJ PIC 9(06) VALUE ZEROS.

           77 WS-SEQ-MOVIMENTO PIC 9(07) VALUE ZEROS.
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
           01 LINHA-COLUNAS PIC X(80) VALUE
           "CONTA        DIAS NEG.        JUROS     SALDO ATUAL".
           01 LINHA-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-TAXA.
               02 FILLER PIC X(24) VALUE "TAXA DIARIA TIPO CONTA ".
               02 LTX-TipoConta PIC 9(01).
               02 FILLER PIC X(02) VALUE ": ".
               02 LTX-Taxa PIC 9,99999.
               02 FILLER PIC X(27) VALUE "  EM VIGOR DESDE (AAMMDD) ".
               02 LTX-InicioVigencia PIC 9(06).
           01 LINHA-DETALHE.
               02 LD-NumConta PIC Z(10)9.
               02 FILLER PIC X(05) VALUE SPACES.
               COMPUTE WS-DATA-INICIO-MES =
                   ANO * 10000 + MES * 100 + 1.
               PERFORM CALCULAR-DIAS-NO-MES.
               PERFORM CONFERIR-ULTIMO-DIA-UTIL.
               PERFORM OBTER-TAXAS-PERIODO.
               PERFORM INICIAR-CONTROLE-EXECUCAO.

               PERFORM APURAR-DIAS-NEGATIVOS.

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
               COMPUTE WS-DATA-REFERENCIA =
                   ANO * 10000 + MES * 100 + WS-DIAS-NO-MES.

               MOVE 1 TO WS-TIPO-CONTA-TAXA.
               PERFORM OBTER-TAXA-CONTA.
               MOVE WS-TAXA-OBTIDA TO WS-TAXA-JUROS-PF.
               MOVE WS-INICIO-OBTIDO TO WS-INICIO-JUROS-PF.

               MOVE 3 TO WS-TIPO-CONTA-TAXA.
               PERFORM OBTER-TAXA-CONTA.
               MOVE WS-TAXA-OBTIDA TO WS-TAXA-JUROS-PJ.
               MOVE WS-INICIO-OBTIDO TO WS-INICIO-JUROS-PJ.

           OBTER-TAXA-CONTA.
               CALL "Obtem-Taxa" USING WS-TIPO-TAXA WS-TIPO-CONTA-TAXA
                   WS-DATA-REFERENCIA WS-TAXA-OBTIDA WS-INICIO-OBTIDO
                   WS-TAXA-ACHADA.

               IF NOT TAXA-ACHADA THEN
                   DISPLAY "TAXA DE JUROS NAO CADASTRADA - "
                       "TIPO DE CONTA " WS-TIPO-CONTA-TAXA
                       " EM " WS-DATA-REFERENCIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CALCULAR-DIAS-NO-MES.
               EVALUATE MES
                   WHEN 1
               END-IF.

               IF WS-SOMA-NEGATIVA > ZEROS THEN
                   MOVE WS-CHAVE-GRUPO TO NEG-CHAVE
                   MOVE WS-DIAS-NEGATIVOS TO NEG-DIAS
                   MOVE WS-SOMA-NEGATIVA TO NEG-SOMA-NEGATIVA
                   WRITE REG-SALDO-NEGATIVO
               END-IF.

           COBRAR-JUROS.
               OPEN I-O ARQ-CLIENTES
               IF NOT STATUS-OK THEN
                   DISPLAY "CLIENTES.DAT NAO DISPONIVEL - " ARQ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           IMPRIMIR-CABECALHO.
               MOVE LINHA-CABECALHO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE 1 TO LTX-TipoConta.
               MOVE WS-TAXA-JUROS-PF TO LTX-Taxa.
               MOVE WS-INICIO-JUROS-PF TO LTX-InicioVigencia.
               MOVE LINHA-TAXA TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE 3 TO LTX-TipoConta.
               MOVE WS-TAXA-JUROS-PJ TO LTX-Taxa.
               MOVE WS-INICIO-JUROS-PJ TO LTX-InicioVigencia.
               MOVE LINHA-TAXA TO REG-RELATORIO.
               WRITE REG-RELATORIO.

               MOVE LINHA-BRANCO TO REG-RELATORIO.
               WRITE REG-RELATORIO.
               MOVE LINHA-COLUNAS TO REG-RELATORIO.
               MOVE ZEROS TO WS-JUROS-CONTA.
               MOVE ZEROS TO WS-DIAS-CONTA.

               IF TipoConta = 3 THEN
                   MOVE WS-TAXA-JUROS-PJ TO WS-TAXA-JUROS-DIA
               ELSE
                   MOVE WS-TAXA-JUROS-PF TO WS-TAXA-JUROS-DIA
               END-IF.

               PERFORM AVANCAR-SALDO-NEGATIVO
                   UNTIL FIM-SALDO-NEGATIVO
                   OR NEG-CHAVE NOT < ChaveConta.

               IF NOT FIM-SALDO-NEGATIVO
                       AND NEG-CHAVE = ChaveConta THEN
                   COMPUTE WS-JUROS-CONTA ROUNDED =
                       NEG-SOMA-NEGATIVA * WS-TAXA-JUROS-DIA
                   MOVE NEG-DIAS TO WS-DIAS-CONTA
                   IF WS-JUROS-CONTA > ZEROS THEN
                       SET TEM-APURACAO TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF.

