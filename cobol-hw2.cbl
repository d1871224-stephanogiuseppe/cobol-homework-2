               ACCESS MODE IS DYNAMIC
               FILE STATUS IS CAD-STATUS
               RECORD KEY IS ChaveCadCli.

           SELECT ARQ-REMESSAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS REM-STATUS
               RECORD KEY IS ChaveRemessa
               ALTERNATE RECORD KEY IS REM-CHAVE-ORIGEM
                   WITH DUPLICATES.

           SELECT ARQ-TERMO ASSIGN TO DYNAMIC WS-NOME-TERMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-STATUS.

           SELECT ARQ-TITULARES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS TIT-STATUS
               RECORD KEY IS ChaveTitular
               ALTERNATE RECORD KEY IS TIT-Documento WITH DUPLICATES.

           SELECT ARQ-ALTCAD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALC-STATUS.

           SELECT ARQ-BLOQUEIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS BLQ-STATUS
               RECORD KEY IS ChaveBloqueio.
       DATA DIVISION.
       FILE SECTION.
           FD ARQ-CLIENTES VALUE OF FILE-ID IS "CLIENTES.DAT".
           FD ARQ-CADCLI VALUE OF FILE-ID IS "CADCLI.DAT".
           COPY CADCLI.

           FD ARQ-REMESSAS VALUE OF FILE-ID IS "REMESSAS.DAT".
           COPY REMESSA.

           FD ARQ-TERMO.
           01 REG-TERMO PIC X(80).

           FD ARQ-TITULARES VALUE OF FILE-ID IS "TITULARES.DAT".
           COPY TITULAR.

           FD ARQ-ALTCAD VALUE OF FILE-ID IS "ALTCAD.DAT".
           COPY ALTCAD.

           FD ARQ-BLOQUEIOS VALUE OF FILE-ID IS "BLOQUEIOS.DAT".
           COPY BLOQUEIO.

       WORKING-STORAGE SECTION.
           77 ARQ-STATUS PIC 9(02).
               88 STATUS-OK VALUE ZEROS.
               02 WS-CMP-DATA PIC 9(06) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".REM".

           77 REM-STATUS PIC 9(02).
               88 REM-STATUS-OK VALUE ZEROS.
               88 REM-NAO-ENCONTRADO VALUE 35.

           77 TRM-STATUS PIC 9(02).

           01 WS-NOME-TERMO.
               02 FILLER PIC X(03) VALUE "ENC".
               02 WS-TRM-CHAVE PIC X(18) VALUE ZEROS.
               02 FILLER PIC X(04) VALUE ".LST".

           77 CAD-STATUS PIC 9(02).
               88 CAD-STATUS-OK VALUE ZEROS.
               88 CAD-NAO-ENCONTRADO VALUE 35.
               88 CLIENTE-TEM-CADASTRO VALUE "S".
               88 CLIENTE-SEM-CADASTRO VALUE "N".

           77 TIT-STATUS PIC 9(02).
               88 TIT-STATUS-OK VALUE ZEROS.
               88 TIT-NAO-ENCONTRADO VALUE 35.

           77 ALC-STATUS PIC 9(02).
               88 ALC-STATUS-OK VALUE ZEROS.
               88 ALC-NAO-ENCONTRADO VALUE 35.

      * BLOQUEIOS.DAT so e aberto na troca de chave da conta; no resto
      * do tempo o Controla-Bloqueio e quem o le.
           77 BLQ-STATUS PIC 9(02).
               88 BLQ-STATUS-OK VALUE ZEROS.
               88 BLQ-NAO-ENCONTRADO VALUE 35.
           77 WS-ARQ-BLOQUEIOS PIC X(01) VALUE "N".
               88 BLOQUEIOS-FECHADO VALUE "N".
               88 BLOQUEIOS-ABERTO VALUE "S".
               88 BLOQUEIOS-INDISPONIVEL VALUE "E".
           77 WS-FIM-BLOQUEIOS PIC X(01) VALUE "N".
               88 FIM-BLOQUEIOS VALUE "S".
           77 WS-ERRO-BLOQUEIOS PIC X(01) VALUE "N".
               88 ERRO-BLOQUEIOS VALUE "S".

           77 WS-OPCAO-TITULAR PIC 9(01) VALUE ZEROS.
           77 WS-TIT-TIPO-DOCUMENTO PIC 9(01) VALUE ZEROS.
           77 WS-TIT-CPF PIC 9(11) VALUE ZEROS.
           77 WS-TIT-CNPJ PIC 9(14) VALUE ZEROS.
           77 WS-TIT-DOCUMENTO PIC 9(14) VALUE ZEROS.
           77 WS-TIT-PAPEL PIC X(01) VALUE SPACES.
               88 PAPEL-VALIDO VALUE "C" "R".
           77 WS-DOC-PRINCIPAL PIC 9(14) VALUE ZEROS.
           77 WS-CHAVE-TITULARES PIC X(18) VALUE ZEROS.

           77 WS-FIM-TITULARES PIC X(01) VALUE "N".
               88 FIM-TITULARES VALUE "S".

           77 WS-DESCRICAO-PAPEL PIC X(11) VALUE SPACES.

           77 WS-NUMERO-MOVIMENTO PIC 9(09) VALUE ZEROS.

           01 WS-HORA-SISTEMA.
               88 ESTORNO-ACHADO VALUE "S".
               88 ESTORNO-NAO-ACHADO VALUE "N".

           77 WS-EST-REMESSA PIC X(01) VALUE "N".
               88 EST-SEM-REMESSA VALUE "N".
               88 EST-REMESSA-PENDENTE VALUE "P".
               88 EST-REMESSA-DEVOLVIDA VALUE "D".

           01 WS-EST-MOVIMENTO.
               02 WS-EST-CHAVE PIC X(18).
               02 WS-EST-SALDO-ANTIGO PIC S9(09)V99.
           77 SALDO-ANTERIOR PIC S9(09)V99 VALUE ZEROS.
           77 WS-SALDO-DISPONIVEL PIC S9(10)V99 VALUE ZEROS.

           77 WS-FUNCAO-BLOQUEIO PIC X(01) VALUE "C".
           77 WS-VALOR-BLOQUEADO PIC 9(11)V99 VALUE ZEROS.
           77 WS-VALOR-RECUSADO PIC 9(09)V99 VALUE ZEROS.
           77 WS-ORIGEM-BLOQUEIO PIC X(08) VALUE SPACES.

           77 WS-TAXA-RENDIMENTO PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-TAXA-JUROS-DIA PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-TIPO-TAXA PIC X(01) VALUE SPACES.
           77 WS-TIPO-CONTA-TAXA PIC 9(01) VALUE ZEROS.
           77 WS-TAXA-OBTIDA PIC 9(01)V9(05) VALUE ZEROS.
           77 WS-INICIO-OBTIDO PIC 9(06) VALUE ZEROS.
           77 WS-TAXA-ACHADA PIC X(01) VALUE "N".
               88 TAXA-ACHADA VALUE "S".
           77 WS-TAXA-E PIC 9,99999.
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
           77 WS-RESTO-BISSEXTO PIC 9(02) VALUE ZEROS.
           77 WS-QUOCIENTE-BISSEXTO PIC 9(02) VALUE ZEROS.

           01 WS-ENC-CHAVE.
               02 WS-ENC-BANCO PIC 9(03) VALUE ZEROS.
               02 WS-ENC-AGENCIA PIC 9(04) VALUE ZEROS.
               02 WS-ENC-CONTA PIC 9(11) VALUE ZEROS.
           01 WS-ENC-CHAVE-LIQUIDACAO.
               02 WS-ENC-BANCO-LIQ PIC 9(03) VALUE ZEROS.
               02 WS-ENC-AGENCIA-LIQ PIC 9(04) VALUE ZEROS.
               02 WS-ENC-CONTA-LIQ PIC 9(11) VALUE ZEROS.
           77 WS-ENC-SUPERVISOR PIC 9(04) VALUE ZEROS.
           77 WS-ENC-CONFIRMA PIC X(01) VALUE "N".
               88 ENCERRAMENTO-CONFIRMADO VALUE "S" "s".
           77 WS-ENC-OPCAO PIC 9(01) VALUE ZEROS.
           77 WS-ENC-SALDO-INICIAL PIC S9(09)V99 VALUE ZEROS.
           77 WS-ENC-RENDIMENTO PIC 9(09)V99 VALUE ZEROS.
           77 WS-ENC-JUROS PIC 9(09)V99 VALUE ZEROS.
           77 WS-ENC-SALDO-LIQUIDAR PIC S9(09)V99 VALUE ZEROS.
           77 WS-ENC-FORMA PIC X(40) VALUE SPACES.
           77 WS-ENC-AGENDAS-CANCELADAS PIC 9(05) VALUE ZEROS.
           77 WS-ENC-JA-APURADO PIC X(01) VALUE "N".
               88 ENCARGO-JA-APURADO VALUE "S".
           77 WS-ENC-TEM-MOVIMENTO PIC X(01) VALUE "N".
               88 ENC-TEM-MOVIMENTO VALUE "S".
           77 WS-ENC-SALDO-CORRENTE PIC S9(09)V99 VALUE ZEROS.
           77 WS-ENC-DIA-CORRENTE PIC 9(02) VALUE ZEROS.
           77 WS-ENC-DIAS-TRECHO PIC S9(03) VALUE ZEROS.
           77 WS-ENC-SOMA-NEGATIVA PIC S9(11)V99 VALUE ZEROS.
           77 WS-ENC-MOV-RENDIMENTO PIC 9(09) VALUE ZEROS.
           77 WS-ENC-MOV-JUROS PIC 9(09) VALUE ZEROS.
           77 WS-ENC-MOV-ENCARGO PIC 9(09) VALUE ZEROS.

           77 WS-DUPLICIDADE PIC X(01) VALUE "N".
               88 CLIENTE-JA-CADASTRADO VALUE "S".
               88 CLIENTE-NAO-CADASTRADO VALUE "N".
               02 LC-Saldo PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
               02 FILLER PIC X(02) VALUE SPACES.
               02 LC-Status PIC X(09).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LC-Papel PIC X(11).

           01 LINHA-TITULAR.
               02 LTI-Documento PIC 9(14).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTI-Papel PIC X(11).
               02 FILLER PIC X(02) VALUE SPACES.
               02 LTI-Nome PIC X(30).

           01 LINHA-TERMO-TITULO PIC X(80) VALUE
           "TERMO DE ENCERRAMENTO DE CONTA".
           01 LINHA-TERMO-BRANCO PIC X(80) VALUE SPACES.
           01 LINHA-TERMO.
               02 LT-ROTULO PIC X(30).
               02 LT-TEXTO PIC X(50).
           01 LINHA-TERMO-VALOR.
               02 LTV-ROTULO PIC X(30).
               02 LTV-VALOR PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           01 LINHA-TERMO-TAXA.
               02 LTT-ROTULO PIC X(30).
               02 LTT-TAXA PIC 9,99999.
               02 FILLER PIC X(27) VALUE "  EM VIGOR DESDE (AAMMDD) ".
               02 LTT-INICIO PIC 9(06).
           01 LINHA-TERMO-CONTA.
               02 LTC-ROTULO PIC X(30).
               02 FILLER PIC X(06) VALUE "BANCO ".
               02 LTC-CodBanco PIC 9(03).
               02 FILLER PIC X(10) VALUE "  AGENCIA ".
               02 LTC-CodAgencia PIC 9(04).
               02 FILLER PIC X(08) VALUE "  CONTA ".
               02 LTC-NumConta PIC 9(11).
           01 LINHA-TERMO-DATA.
               02 FILLER PIC X(30) VALUE "DATA DO ENCERRAMENTO:".
               02 LTD-Data PIC 99/99/99.
           01 LINHA-TERMO-CIDADE.
               02 FILLER PIC X(30) VALUE SPACES.
               02 LTE-Cidade PIC X(20).
               02 FILLER PIC X(01) VALUE SPACES.
               02 LTE-UF PIC X(02).
               02 FILLER PIC X(07) VALUE "  CEP: ".
               02 LTE-CEP PIC 9(08).
           01 LINHA-TERMO-OPERADOR.
               02 FILLER PIC X(30) VALUE "OPERADOR / SUPERVISOR:".
               02 LTO-Operador PIC 9(04).
               02 FILLER PIC X(03) VALUE " / ".
               02 LTO-Supervisor PIC 9(04).
           01 LINHA-TERMO-CANCELADAS.
               02 FILLER PIC X(30) VALUE "AGENDAMENTOS CANCELADOS:".
               02 LTA-Quantidade PIC ZZZZ9.
           01 LINHA-TERMO-ASSINATURA.
               02 FILLER PIC X(30) VALUE ALL "_".
               02 FILLER PIC X(04) VALUE SPACES.
               02 FILLER PIC X(30) VALUE ALL "_".
           01 LINHA-TERMO-ASSINANTES PIC X(80) VALUE
           "           TITULAR                          BANCO".

       SCREEN SECTION.
           01 TELA01 FOREGROUND-COLOR 3.
                   OPEN I-O ARQ-CADCLI
               END-IF.

               OPEN I-O ARQ-REMESSAS
               IF REM-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-REMESSAS
                   CLOSE ARQ-REMESSAS
                   OPEN I-O ARQ-REMESSAS
               END-IF.

               OPEN I-O ARQ-TITULARES
               IF TIT-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-TITULARES
                   CLOSE ARQ-TITULARES
                   OPEN I-O ARQ-TITULARES
               END-IF.

               OPEN EXTEND ARQ-ALTCAD
               IF ALC-NAO-ENCONTRADO THEN
                   OPEN OUTPUT ARQ-ALTCAD
                   CLOSE ARQ-ALTCAD
                   OPEN EXTEND ARQ-ALTCAD
               END-IF.

           MENU-INICIAL.
               DISPLAY "** MENU DE OPCOES **" AT 0528 FOREGROUND-COLOR 3.
               DISPLAY " " AT 0628.

               PERFORM LISTAR-CONTA-DOCUMENTO UNTIL FIM-BUSCA.

               IF WS-OPCAO-CONSULTA = 1 THEN
                   MOVE WS-CPF-BUSCADO TO WS-TIT-DOCUMENTO
               ELSE
                   MOVE WS-CNPJ-BUSCADO TO WS-TIT-DOCUMENTO
               END-IF.
               MOVE WS-TIT-DOCUMENTO TO TIT-Documento.
               MOVE "N" TO WS-FIM-TITULARES.
               START ARQ-TITULARES KEY IS EQUAL TO TIT-Documento
                   INVALID KEY
                       SET FIM-TITULARES TO TRUE
               END-START.

               PERFORM LISTAR-CONTA-TITULAR UNTIL FIM-TITULARES.

               IF WS-QTD-ENCONTRADOS = 0 THEN
                   DISPLAY ME2 AT 2328
               END-IF.
                       AND CNPJ NOT = WS-CNPJ-BUSCADO) THEN
                       SET FIM-BUSCA TO TRUE
                   ELSE
                       MOVE "PRINCIPAL" TO LC-Papel
                       PERFORM EXIBIR-LINHA-CONSULTA
                   END-IF
               END-IF.

      * Contas em que o documento consultado e cotitular ou
      * representante legal.
           LISTAR-CONTA-TITULAR.
               READ ARQ-TITULARES NEXT RECORD
                   AT END SET FIM-TITULARES TO TRUE
               END-READ.

               IF FIM-TITULARES THEN
                   EXIT PARAGRAPH
               END-IF.

               IF TIT-Documento NOT = WS-TIT-DOCUMENTO THEN
                   SET FIM-TITULARES TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               MOVE TIT-CHAVE-CONTA TO ChaveConta.
               READ ARQ-CLIENTES KEY IS ChaveConta
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DESCREVER-PAPEL-TITULAR
                       MOVE WS-DESCRICAO-PAPEL TO LC-Papel
                       PERFORM EXIBIR-LINHA-CONSULTA
               END-READ.

           DESCREVER-PAPEL-TITULAR.
               EVALUATE TRUE
                   WHEN TITULAR-COTITULAR
                       MOVE "COTITULAR" TO WS-DESCRICAO-PAPEL
                   WHEN TITULAR-REPRESENTANTE
                       MOVE "REPR. LEGAL" TO WS-DESCRICAO-PAPEL
                   WHEN OTHER
                       MOVE "PRINCIPAL" TO WS-DESCRICAO-PAPEL
               END-EVALUATE.

           EXIBIR-LINHA-CONSULTA.
               ADD 1 TO WS-QTD-ENCONTRADOS.
               IF WS-LINHA-EXIBICAO <= 22 THEN
               IF CLIENTE-JA-CADASTRADO THEN
                   DISPLAY ME6 AT 2830
                   DISPLAY M-ENTER AT 2860
                   EXIT PARAGRAPH
               END-IF.

      * Sem acesso a BLOQUEIOS.DAT a chave nao muda: a conta nao pode
      * sair de baixo dos seus bloqueios.
               PERFORM ABRIR-BLOQUEIOS-CONTA.
               IF BLOQUEIOS-INDISPONIVEL THEN
                   DISPLAY "Bloqueios indisponiveis - " AT 2830
                   DISPLAY BLQ-STATUS AT 2856
                   DISPLAY M-ENTER AT 2930
                   EXIT PARAGRAPH
               END-IF.

               WRITE DADOS-ARQ
                   INVALID KEY
                       DISPLAY ME4 AT 2830
                       DISPLAY M-ENTER AT 2860
                   NOT INVALID KEY
                       MOVE WS-CHAVE-ANTIGA TO ChaveConta
                       DELETE ARQ-CLIENTES
                           INVALID KEY
                               MOVE WS-CHAVE-NOVA TO ChaveConta
                               DELETE ARQ-CLIENTES
                               DISPLAY ME4 AT 2830
                               DISPLAY M-ENTER AT 2860
                           NOT INVALID KEY
                               MOVE WS-CHAVE-NOVA TO ChaveConta
                               DISPLAY "Dados atualizados." AT 2830
                               DISPLAY M-ENTER AT 2930
                               SET MOV-ALTERACAO TO TRUE
                               PERFORM GRAVA-MOVIMENTO
                               PERFORM MOVER-TITULARES-CONTA
                               PERFORM MOVER-BLOQUEIOS-CONTA
                       END-DELETE
               END-WRITE.

               IF BLOQUEIOS-ABERTO THEN
                   CLOSE ARQ-BLOQUEIOS
                   SET BLOQUEIOS-FECHADO TO TRUE
               END-IF.

      * Os cotitulares acompanham a conta na troca de chave.
           MOVER-TITULARES-CONTA.
               MOVE "N" TO WS-FIM-TITULARES.
               PERFORM MOVER-TITULAR UNTIL FIM-TITULARES.

           MOVER-TITULAR.
               MOVE WS-CHAVE-ANTIGA TO TIT-CHAVE-CONTA.
               MOVE ZEROS TO TIT-Documento.
               START ARQ-TITULARES KEY IS NOT LESS THAN ChaveTitular
                   INVALID KEY
                       SET FIM-TITULARES TO TRUE
               END-START.

               IF NOT FIM-TITULARES THEN
                   READ ARQ-TITULARES NEXT RECORD
                       AT END SET FIM-TITULARES TO TRUE
                   END-READ
               END-IF.

               IF FIM-TITULARES THEN
                   EXIT PARAGRAPH
               END-IF.

               IF TIT-CHAVE-CONTA NOT = WS-CHAVE-ANTIGA THEN
                   SET FIM-TITULARES TO TRUE
                   EXIT PARAGRAPH
               END-IF.

      * O registro antigo so e removido depois de gravado sob a chave
      * nova; se a gravacao falhar ele fica onde estava.
               MOVE WS-CHAVE-NOVA TO TIT-CHAVE-CONTA.
               WRITE DADOS-TITULAR
                   INVALID KEY
                       DISPLAY "Cotitular nao transferido." AT 3030
                       SET FIM-TITULARES TO TRUE
                   NOT INVALID KEY
                       MOVE WS-CHAVE-ANTIGA TO TIT-CHAVE-CONTA
                       DELETE ARQ-TITULARES
                           INVALID KEY
                               SET FIM-TITULARES TO TRUE
                       END-DELETE
               END-WRITE.

           ABRIR-BLOQUEIOS-CONTA.
               SET BLOQUEIOS-FECHADO TO TRUE.
               OPEN I-O ARQ-BLOQUEIOS.
               EVALUATE TRUE
                   WHEN BLQ-STATUS-OK
                       SET BLOQUEIOS-ABERTO TO TRUE
                   WHEN BLQ-NAO-ENCONTRADO
                       CONTINUE
                   WHEN OTHER
                       SET BLOQUEIOS-INDISPONIVEL TO TRUE
               END-EVALUATE.

      * Os bloqueios acompanham a conta na troca de chave, com a mesma
      * sequencia, para que continuem valendo nos debitos.
           MOVER-BLOQUEIOS-CONTA.
               IF NOT BLOQUEIOS-ABERTO THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE "N" TO WS-FIM-BLOQUEIOS.
               MOVE "N" TO WS-ERRO-BLOQUEIOS.
               PERFORM MOVER-BLOQUEIO UNTIL FIM-BLOQUEIOS.

               IF ERRO-BLOQUEIOS THEN
                   DISPLAY "Bloqueio nao transferido - " AT 3130
                   DISPLAY BLQ-STATUS AT 3157
               END-IF.

           MOVER-BLOQUEIO.
               MOVE WS-CHAVE-ANTIGA TO BLQ-CHAVE-CONTA.
               MOVE ZEROS TO BLQ-Sequencia.
               START ARQ-BLOQUEIOS KEY IS NOT LESS THAN ChaveBloqueio
                   INVALID KEY
                       SET FIM-BLOQUEIOS TO TRUE
               END-START.
               IF NOT FIM-BLOQUEIOS AND NOT BLQ-STATUS-OK THEN
                   SET ERRO-BLOQUEIOS TO TRUE
                   SET FIM-BLOQUEIOS TO TRUE
               END-IF.

               IF NOT FIM-BLOQUEIOS THEN
                   READ ARQ-BLOQUEIOS NEXT RECORD
                       AT END SET FIM-BLOQUEIOS TO TRUE
                   END-READ
                   IF NOT FIM-BLOQUEIOS AND NOT BLQ-STATUS-OK THEN
                       SET ERRO-BLOQUEIOS TO TRUE
                       SET FIM-BLOQUEIOS TO TRUE
                   END-IF
               END-IF.

               IF FIM-BLOQUEIOS THEN
                   EXIT PARAGRAPH
               END-IF.

               IF BLQ-CHAVE-CONTA NOT = WS-CHAVE-ANTIGA THEN
                   SET FIM-BLOQUEIOS TO TRUE
                   EXIT PARAGRAPH
               END-IF.

      * O registro antigo so e removido depois de gravado sob a chave
      * nova; se a gravacao falhar ele fica onde estava.
               MOVE WS-CHAVE-NOVA TO BLQ-CHAVE-CONTA.
               WRITE DADOS-BLOQUEIO
                   INVALID KEY
                       SET ERRO-BLOQUEIOS TO TRUE
                       SET FIM-BLOQUEIOS TO TRUE
                   NOT INVALID KEY
                       MOVE WS-CHAVE-ANTIGA TO BLQ-CHAVE-CONTA
                       DELETE ARQ-BLOQUEIOS
                           INVALID KEY
                               SET ERRO-BLOQUEIOS TO TRUE
                               SET FIM-BLOQUEIOS TO TRUE
                       END-DELETE
               END-WRITE.
               IF NOT FIM-BLOQUEIOS AND NOT BLQ-STATUS-OK THEN
                   SET ERRO-BLOQUEIOS TO TRUE
                   SET FIM-BLOQUEIOS TO TRUE
               END-IF.

           EXCLUI-DADOS.
                   PERFORM INICIO
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-CODIGO-INFORMADO TO WS-ENC-SUPERVISOR.
               MOVE ChaveConta TO WS-ENC-CHAVE.

               MOVE "ENCERRA " TO WS-ORIGEM-BLOQUEIO.
               PERFORM CONSULTAR-BLOQUEIO.
               IF WS-VALOR-BLOQUEADO > ZEROS THEN
                   DISPLAY "Conta com bloqueio em vigor." AT 1830
                   DISPLAY M-ENTER AT 1930
                   ACCEPT OMITTED
                   DISPLAY SPACE ERASE EOS
                   PERFORM LIMPAR-DADOS-ARQ
                   PERFORM INICIO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM APURAR-ENCARGOS-ENCERRAMENTO.
               IF NOT TAXA-ACHADA THEN
                   DISPLAY "Taxa nao cadastrada." AT 1830
                   DISPLAY M-ENTER AT 1930
                   ACCEPT OMITTED
                   DISPLAY SPACE ERASE EOS
                   PERFORM LIMPAR-DADOS-ARQ
                   PERFORM INICIO
                   EXIT PARAGRAPH
               END-IF.
               PERFORM EXIBIR-ENCERRAMENTO.

               DISPLAY "Confirma o encerramento (S/N)? " AT 1428.
               ACCEPT WS-ENC-CONFIRMA AT 1460.
               IF NOT ENCERRAMENTO-CONFIRMADO THEN
                   DISPLAY "Encerramento cancelado." AT 2228
                   DISPLAY M-ENTER AT 2328
                   ACCEPT OMITTED
                   DISPLAY SPACE ERASE EOS
                   PERFORM LIMPAR-DADOS-ARQ
                   PERFORM INICIO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM LANCAR-ENCARGOS-ENCERRAMENTO.
               PERFORM LIQUIDAR-SALDO-RESIDUAL.

               PERFORM RELER-CONTA-ENCERRAMENTO.
               IF CONTA-NAO-ENCONTRADA OR Saldo NOT = ZEROS THEN
                   PERFORM ESTORNAR-ENCARGOS-ENCERRAMENTO
                   DISPLAY "Saldo residual nao liquidado." AT 2228
                   DISPLAY "Conta nao encerrada." AT 2328
                   DISPLAY M-ENTER AT 2428
                   ACCEPT OMITTED
                   DISPLAY SPACE ERASE EOS
                   PERFORM LIMPAR-DADOS-ARQ
                   PERFORM INICIO
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CANCELAR-AGENDA-CONTA.

               PERFORM RELER-CONTA-ENCERRAMENTO.
               MOVE Saldo TO SALDO-ANTERIOR.
               SET CONTA-ENCERRADA TO TRUE.
               MOVE DIA TO DE-DIA.

               REWRITE DADOS-ARQ
                   INVALID KEY
                       DISPLAY ME5 AT 2228
                   NOT INVALID KEY
                       DISPLAY "Conta encerrada com sucesso." AT 2228
                       SET MOV-EXCLUSAO TO TRUE
                       PERFORM GRAVA-MOVIMENTO
                       PERFORM IMPRIMIR-TERMO-ENCERRAMENTO
                       DISPLAY "Termo de encerramento: " AT 2328
                       DISPLAY WS-NOME-TERMO AT 2351
               END-REWRITE.

               DISPLAY M-ENTER AT 2428.
               ACCEPT OMITTED.
               DISPLAY SPACE ERASE EOS.
               PERFORM LIMPAR-DADOS-ARQ.
               PERFORM INICIO.

           RELER-CONTA-ENCERRAMENTO.
               MOVE WS-ENC-CHAVE TO ChaveConta.
               READ ARQ-CLIENTES
                   INVALID KEY
                       SET CONTA-NAO-ENCONTRADA TO TRUE
                   NOT INVALID KEY
                       SET CONTA-ENCONTRADA TO TRUE
               END-READ.

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

           APURAR-ENCARGOS-ENCERRAMENTO.
               MOVE Saldo TO WS-ENC-SALDO-INICIAL.
               MOVE ZEROS TO WS-ENC-RENDIMENTO.
               MOVE ZEROS TO WS-ENC-JUROS.
               MOVE ZEROS TO WS-ENC-SOMA-NEGATIVA.
               MOVE "N" TO WS-ENC-JA-APURADO.
               MOVE ZEROS TO WS-ENC-MOV-ENCARGO.
               MOVE "N" TO WS-ENC-TEM-MOVIMENTO.
               MOVE "S" TO WS-TAXA-ACHADA.
               MOVE SPACES TO WS-TIPO-TAXA.
               MOVE ZEROS TO WS-TAXA-OBTIDA.
               MOVE ZEROS TO WS-INICIO-OBTIDO.
               PERFORM CALCULAR-DIAS-NO-MES.

               PERFORM LER-MOVIMENTOS-ENCERRAMENTO.

               IF ENCARGO-JA-APURADO THEN
                   EXIT PARAGRAPH
               END-IF.

               PERFORM OBTER-TAXA-ENCERRAMENTO.
               IF NOT TAXA-ACHADA THEN
                   EXIT PARAGRAPH
               END-IF.

               IF (TipoConta = 2 OR TipoConta = 4) AND CONTA-ATIVA
                       AND Saldo > ZEROS THEN
                   COMPUTE WS-ENC-RENDIMENTO ROUNDED =
                       Saldo * WS-TAXA-RENDIMENTO * DIA
                       / WS-DIAS-NO-MES
               END-IF.

               IF TipoConta = 1 OR TipoConta = 3 THEN
                   IF NOT ENC-TEM-MOVIMENTO THEN
                       MOVE Saldo TO WS-ENC-SALDO-CORRENTE
                       MOVE 1 TO WS-ENC-DIA-CORRENTE
                   END-IF
                   COMPUTE WS-ENC-DIAS-TRECHO =
                       DIA + 1 - WS-ENC-DIA-CORRENTE
                   IF WS-ENC-SALDO-CORRENTE < ZEROS
                           AND WS-ENC-DIAS-TRECHO > ZEROS THEN
                       COMPUTE WS-ENC-SOMA-NEGATIVA =
                           WS-ENC-SOMA-NEGATIVA
                           - WS-ENC-SALDO-CORRENTE * WS-ENC-DIAS-TRECHO
                   END-IF
                   IF WS-ENC-SOMA-NEGATIVA > ZEROS THEN
                       COMPUTE WS-ENC-JUROS ROUNDED =
                           WS-ENC-SOMA-NEGATIVA * WS-TAXA-JUROS-DIA
                   END-IF
               END-IF.

           OBTER-TAXA-ENCERRAMENTO.
               EVALUATE TipoConta
                   WHEN 2
                   WHEN 4
                       MOVE "R" TO WS-TIPO-TAXA
                   WHEN 1
                   WHEN 3
                       MOVE "J" TO WS-TIPO-TAXA
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE.
               MOVE TipoConta TO WS-TIPO-CONTA-TAXA.

               CALL "Obtem-Taxa" USING WS-TIPO-TAXA WS-TIPO-CONTA-TAXA
                   WS-DATA-HOJE WS-TAXA-OBTIDA WS-INICIO-OBTIDO
                   WS-TAXA-ACHADA.

               IF WS-TIPO-TAXA = "R" THEN
                   MOVE WS-TAXA-OBTIDA TO WS-TAXA-RENDIMENTO
               ELSE
                   MOVE WS-TAXA-OBTIDA TO WS-TAXA-JUROS-DIA
               END-IF.

           LER-MOVIMENTOS-ENCERRAMENTO.
               CLOSE ARQ-MOVIMENTO.
               OPEN INPUT ARQ-MOVIMENTO.

               READ ARQ-MOVIMENTO
                   AT END CONTINUE
               END-READ.

               PERFORM ACUMULAR-MOVIMENTO-ENCERRAMENTO
                   UNTIL FIM-MOVIMENTO.

               CLOSE ARQ-MOVIMENTO.
               OPEN EXTEND ARQ-MOVIMENTO.

           ACUMULAR-MOVIMENTO-ENCERRAMENTO.
               IF MOV-STATUS-OK THEN
                   IF MOV-CHAVE-CONTA = WS-ENC-CHAVE
                           AND MOV-ANO = ANO AND MOV-MES = MES THEN
                       PERFORM ACUMULAR-TRECHO-ENCERRAMENTO
                   END-IF
               END-IF.

               READ ARQ-MOVIMENTO
                   AT END CONTINUE
               END-READ.

           ACUMULAR-TRECHO-ENCERRAMENTO.
               IF MOV-RENDIMENTO OR MOV-JUROS THEN
                   SET ENCARGO-JA-APURADO TO TRUE
                   MOVE MOV-NUMERO TO WS-ENC-MOV-ENCARGO
               END-IF.

      * Encargo estornado por um encerramento desistido nao conta como
      * ja lancado: a proxima tentativa apura o mes de novo.
               IF MOV-ESTORNO AND WS-ENC-MOV-ENCARGO > ZEROS
                       AND MOV-NUMERO-ORIGEM = WS-ENC-MOV-ENCARGO THEN
                   MOVE "N" TO WS-ENC-JA-APURADO
                   MOVE ZEROS TO WS-ENC-MOV-ENCARGO
               END-IF.

               IF NOT ENC-TEM-MOVIMENTO THEN
                   SET ENC-TEM-MOVIMENTO TO TRUE
                   MOVE MOV-SALDO-ANTIGO TO WS-ENC-SALDO-CORRENTE
                   MOVE 1 TO WS-ENC-DIA-CORRENTE
               END-IF.

               COMPUTE WS-ENC-DIAS-TRECHO =
                   MOV-DIA - WS-ENC-DIA-CORRENTE.
               IF WS-ENC-SALDO-CORRENTE < ZEROS
                       AND WS-ENC-DIAS-TRECHO > ZEROS THEN
                   COMPUTE WS-ENC-SOMA-NEGATIVA = WS-ENC-SOMA-NEGATIVA
                       - WS-ENC-SALDO-CORRENTE * WS-ENC-DIAS-TRECHO
               END-IF.

               MOVE MOV-SALDO-NOVO TO WS-ENC-SALDO-CORRENTE.
               MOVE MOV-DIA TO WS-ENC-DIA-CORRENTE.

           EXIBIR-ENCERRAMENTO.
               COMPUTE WS-ENC-SALDO-LIQUIDAR = WS-ENC-SALDO-INICIAL
                   + WS-ENC-RENDIMENTO - WS-ENC-JUROS.

               DISPLAY SPACE ERASE EOS.
               DISPLAY "** ENCERRAMENTO DE CONTA **" AT 0528.
               DISPLAY M9 AT 0728.
               DISPLAY NomeTitular AT 0752.
               DISPLAY "Saldo atual: " AT 0828.
               MOVE WS-ENC-SALDO-INICIAL TO Saldo-E.
               DISPLAY Saldo-E AT 0852.
               DISPLAY "Rendimento pro-rata do mes: " AT 0928.
               MOVE WS-ENC-RENDIMENTO TO Saldo-E.
               DISPLAY Saldo-E AT 0952.
               DISPLAY "Juros cheque especial do mes: " AT 1028.
               MOVE WS-ENC-JUROS TO Saldo-E.
               DISPLAY Saldo-E AT 1052.
               DISPLAY "Saldo residual a liquidar: " AT 1128.
               MOVE WS-ENC-SALDO-LIQUIDAR TO Saldo-E.
               DISPLAY Saldo-E AT 1152.

               IF ENCARGO-JA-APURADO THEN
                   DISPLAY "Encargos do mes ja lancados." AT 1228
               END-IF.

               IF WS-TIPO-TAXA NOT = SPACES THEN
                   DISPLAY "Taxa aplicada: " AT 1328
                   MOVE WS-TAXA-OBTIDA TO WS-TAXA-E
                   DISPLAY WS-TAXA-E AT 1352
                   DISPLAY "desde " AT 1361
                   DISPLAY WS-INICIO-OBTIDO AT 1367
               END-IF.

           LANCAR-ENCARGOS-ENCERRAMENTO.
               MOVE ZEROS TO WS-ENC-MOV-RENDIMENTO.
               MOVE ZEROS TO WS-ENC-MOV-JUROS.

               IF WS-ENC-RENDIMENTO > ZEROS THEN
                   MOVE Saldo TO SALDO-ANTERIOR
                   ADD WS-ENC-RENDIMENTO TO Saldo
                   REWRITE DADOS-ARQ
                       INVALID KEY
                           DISPLAY ME4 AT 2028
                       NOT INVALID KEY
                           SET MOV-RENDIMENTO TO TRUE
                           PERFORM GRAVA-MOVIMENTO
                           MOVE WS-NUMERO-MOVIMENTO
                               TO WS-ENC-MOV-RENDIMENTO
                   END-REWRITE
               END-IF.

               IF WS-ENC-JUROS > ZEROS THEN
                   MOVE Saldo TO SALDO-ANTERIOR
                   SUBTRACT WS-ENC-JUROS FROM Saldo
                   REWRITE DADOS-ARQ
                       INVALID KEY
                           DISPLAY ME4 AT 2028
                       NOT INVALID KEY
                           SET MOV-JUROS TO TRUE
                           PERFORM GRAVA-MOVIMENTO
                           MOVE WS-NUMERO-MOVIMENTO TO WS-ENC-MOV-JUROS
                   END-REWRITE
               END-IF.

      * Conta que continua aberta (liquidacao desistida ou recusada)
      * tem os encargos do encerramento estornados, para que o
      * fechamento do mes os lance normalmente.
           ESTORNAR-ENCARGOS-ENCERRAMENTO.
               IF CONTA-NAO-ENCONTRADA THEN
                   EXIT PARAGRAPH
               END-IF.

               IF WS-ENC-MOV-RENDIMENTO > ZEROS THEN
                   MOVE Saldo TO SALDO-ANTERIOR
                   SUBTRACT WS-ENC-RENDIMENTO FROM Saldo
                   REWRITE DADOS-ARQ
                       INVALID KEY
                           DISPLAY ME4 AT 2028
                       NOT INVALID KEY
                           MOVE WS-ENC-MOV-RENDIMENTO
                               TO WS-ESTORNO-ORIGEM
                           SET MOV-ESTORNO TO TRUE
                           PERFORM GRAVA-MOVIMENTO
                           MOVE ZEROS TO WS-ENC-MOV-RENDIMENTO
                   END-REWRITE
               END-IF.

               IF WS-ENC-MOV-JUROS > ZEROS THEN
                   MOVE Saldo TO SALDO-ANTERIOR
                   ADD WS-ENC-JUROS TO Saldo
                   REWRITE DADOS-ARQ
                       INVALID KEY
                           DISPLAY ME4 AT 2028
                       NOT INVALID KEY
                           MOVE WS-ENC-MOV-JUROS TO WS-ESTORNO-ORIGEM
                           SET MOV-ESTORNO TO TRUE
                           PERFORM GRAVA-MOVIMENTO
                           MOVE ZEROS TO WS-ENC-MOV-JUROS
                   END-REWRITE
               END-IF.

           LIQUIDAR-SALDO-RESIDUAL.
               PERFORM RELER-CONTA-ENCERRAMENTO.
               MOVE Saldo TO WS-ENC-SALDO-LIQUIDAR.
               MOVE ZEROS TO WS-ENC-CHAVE-LIQUIDACAO.
               MOVE SPACES TO WS-ENC-FORMA.
               MOVE ZEROS TO WS-ENC-OPCAO.

               EVALUATE TRUE
                   WHEN Saldo > ZEROS
                       DISPLAY "1-Transferir 2-Especie 0-Desistir: "
                           AT 1528
                       ACCEPT WS-ENC-OPCAO AT 1563
                       EVALUATE WS-ENC-OPCAO
                           WHEN 1
                               PERFORM TRANSFERIR-SALDO-CREDOR
                           WHEN 2
                               PERFORM LIQUIDAR-EM-ESPECIE
                       END-EVALUATE
                   WHEN Saldo < ZEROS
                       DISPLAY "1-Outra conta 2-Especie 0-Desistir: "
                           AT 1528
                       ACCEPT WS-ENC-OPCAO AT 1564
                       EVALUATE WS-ENC-OPCAO
                           WHEN 1
                               PERFORM COBRAR-DE-OUTRA-CONTA
                           WHEN 2
                               PERFORM LIQUIDAR-EM-ESPECIE
                       END-EVALUATE
                   WHEN OTHER
                       MOVE "SEM SALDO A LIQUIDAR" TO WS-ENC-FORMA
               END-EVALUATE.

           TRANSFERIR-SALDO-CREDOR.
               MOVE WS-ENC-CHAVE TO WS-TRF-CHAVE-ORIGEM.
               MOVE Saldo TO WS-TRF-VALOR.

               DISPLAY "Destino - Banco:" AT 1628.
               ACCEPT WS-TRF-BANCO-DESTINO AT 1645.
               DISPLAY "Agencia:" AT 1649.
               ACCEPT WS-TRF-AGENCIA-DESTINO AT 1658.
               DISPLAY "Conta:" AT 1663.
               ACCEPT WS-TRF-CONTA-DESTINO AT 1670.

               MOVE WS-TRF-CHAVE-DESTINO TO WS-ENC-CHAVE-LIQUIDACAO.
               MOVE "TRANSFERIDO PARA OUTRA CONTA" TO WS-ENC-FORMA.

               IF WS-TRF-BANCO-DESTINO NOT = WS-TRF-BANCO-ORIGEM THEN
                   PERFORM TRANSFERENCIA-INTERBANCARIA
               ELSE
                   PERFORM VALIDAR-TRANSFERENCIA
                   IF TRANSFERENCIA-VALIDA THEN
                       PERFORM EFETIVA-TRANSFERENCIA
                   END-IF
               END-IF.

           COBRAR-DE-OUTRA-CONTA.
               MOVE WS-ENC-CHAVE TO WS-TRF-CHAVE-DESTINO.
               COMPUTE WS-TRF-VALOR = ZEROS - Saldo.

               DISPLAY "Origem - Banco:" AT 1628.
               ACCEPT WS-TRF-BANCO-ORIGEM AT 1645.
               DISPLAY "Agencia:" AT 1649.
               ACCEPT WS-TRF-AGENCIA-ORIGEM AT 1658.
               DISPLAY "Conta:" AT 1663.
               ACCEPT WS-TRF-CONTA-ORIGEM AT 1670.

               IF WS-TRF-BANCO-ORIGEM NOT = WS-ENC-BANCO THEN
                   DISPLAY "Conta de outro banco nao aceita." AT 1728
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-TRF-CHAVE-ORIGEM TO WS-ENC-CHAVE-LIQUIDACAO.
               MOVE "DEBITADO DE OUTRA CONTA" TO WS-ENC-FORMA.

               PERFORM VALIDAR-TRANSFERENCIA.
               IF TRANSFERENCIA-VALIDA THEN
                   PERFORM EFETIVA-TRANSFERENCIA
               END-IF.

           LIQUIDAR-EM-ESPECIE.
               IF Saldo > ZEROS THEN
                   SET MOV-DEBITO TO TRUE
                   MOVE "PAGO EM ESPECIE NO CAIXA" TO WS-ENC-FORMA
               ELSE
                   SET MOV-CREDITO TO TRUE
                   MOVE "RECEBIDO EM ESPECIE NO CAIXA" TO WS-ENC-FORMA
               END-IF.

               MOVE Saldo TO SALDO-ANTERIOR.
               MOVE ZEROS TO Saldo.
               MOVE WS-DATA-HOJE TO DataUltimoMovimento.

               REWRITE DADOS-ARQ
                   INVALID KEY
                       DISPLAY ME4 AT 1728
                   NOT INVALID KEY
                       PERFORM GRAVA-MOVIMENTO
               END-REWRITE.

           CANCELAR-AGENDA-CONTA.
               MOVE ZEROS TO WS-ENC-AGENDAS-CANCELADAS.
               MOVE "N" TO WS-FIM-AGENDA.

               MOVE ZEROS TO ChaveAgenda.
               START ARQ-AGENDA KEY IS NOT LESS THAN ChaveAgenda
                   INVALID KEY
                       SET FIM-AGENDA TO TRUE
               END-START.

               PERFORM CANCELAR-AGENDA-ENCERRAMENTO UNTIL FIM-AGENDA.

           CANCELAR-AGENDA-ENCERRAMENTO.
               READ ARQ-AGENDA NEXT RECORD
                   AT END
                       SET FIM-AGENDA TO TRUE
                       EXIT PARAGRAPH
               END-READ.

               IF AGENDA-ATIVA
                       AND (AGD-CHAVE-CONTA = WS-ENC-CHAVE
                       OR AGD-CHAVE-DESTINO = WS-ENC-CHAVE) THEN
                   SET AGENDA-CANCELADA TO TRUE
                   REWRITE DADOS-AGENDA
                       INVALID KEY
                           DISPLAY "Erro ao gravar agendamento." AT 2028
                       NOT INVALID KEY
                           ADD 1 TO WS-ENC-AGENDAS-CANCELADAS
                   END-REWRITE
               END-IF.

           IMPRIMIR-TERMO-ENCERRAMENTO.
               MOVE ChaveConta TO WS-TRM-CHAVE.
               OPEN OUTPUT ARQ-TERMO.

               MOVE LINHA-TERMO-TITULO TO REG-TERMO.
               WRITE REG-TERMO.
               MOVE LINHA-TERMO-BRANCO TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE DataEncerramento-NUM TO LTD-Data.
               MOVE LINHA-TERMO-DATA TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE "CONTA ENCERRADA:" TO LTC-ROTULO.
               MOVE CodBanco TO LTC-CodBanco.
               MOVE CodAgencia TO LTC-CodAgencia.
               MOVE NumConta TO LTC-NumConta.
               MOVE LINHA-TERMO-CONTA TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE "TITULAR:" TO LT-ROTULO.
               MOVE NomeTitular TO LT-TEXTO.
               MOVE LINHA-TERMO TO REG-TERMO.
               WRITE REG-TERMO.

               IF TipoConta = 1 OR TipoConta = 2 THEN
                   MOVE "CPF:" TO LT-ROTULO
                   MOVE CPF TO CPF-E
                   MOVE CPF-E TO LT-TEXTO
               ELSE
                   MOVE "CNPJ:" TO LT-ROTULO
                   MOVE CNPJ TO CNPJ-E
                   MOVE CNPJ-E TO LT-TEXTO
               END-IF.
               MOVE LINHA-TERMO TO REG-TERMO.
               WRITE REG-TERMO.

               PERFORM VERIFICA-CADASTRO-CLIENTE.
               MOVE "ENDERECO:" TO LT-ROTULO.
               IF CLIENTE-TEM-CADASTRO THEN
                   MOVE CAD-Endereco TO LT-TEXTO
                   MOVE LINHA-TERMO TO REG-TERMO
                   WRITE REG-TERMO
                   MOVE CAD-Cidade TO LTE-Cidade
                   MOVE CAD-UF TO LTE-UF
                   MOVE CAD-CEP TO LTE-CEP
                   MOVE LINHA-TERMO-CIDADE TO REG-TERMO
                   WRITE REG-TERMO
               ELSE
                   MOVE "NAO CADASTRADO EM CADCLI.DAT" TO LT-TEXTO
                   MOVE LINHA-TERMO TO REG-TERMO
                   WRITE REG-TERMO
               END-IF.

               MOVE LINHA-TERMO-BRANCO TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE "SALDO ANTES DOS ENCARGOS:" TO LTV-ROTULO.
               MOVE WS-ENC-SALDO-INICIAL TO LTV-VALOR.
               MOVE LINHA-TERMO-VALOR TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE "RENDIMENTO PRO-RATA DO MES:" TO LTV-ROTULO.
               MOVE WS-ENC-RENDIMENTO TO LTV-VALOR.
               MOVE LINHA-TERMO-VALOR TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE "JUROS CHEQUE ESPECIAL DO MES:" TO LTV-ROTULO.
               MOVE WS-ENC-JUROS TO LTV-VALOR.
               MOVE LINHA-TERMO-VALOR TO REG-TERMO.
               WRITE REG-TERMO.

               IF WS-TIPO-TAXA NOT = SPACES THEN
                   MOVE "TAXA APLICADA:" TO LTT-ROTULO
                   MOVE WS-TAXA-OBTIDA TO LTT-TAXA
                   MOVE WS-INICIO-OBTIDO TO LTT-INICIO
                   MOVE LINHA-TERMO-TAXA TO REG-TERMO
                   WRITE REG-TERMO
               END-IF.

               MOVE "SALDO RESIDUAL LIQUIDADO:" TO LTV-ROTULO.
               MOVE WS-ENC-SALDO-LIQUIDAR TO LTV-VALOR.
               MOVE LINHA-TERMO-VALOR TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE "FORMA DE LIQUIDACAO:" TO LT-ROTULO.
               MOVE WS-ENC-FORMA TO LT-TEXTO.
               MOVE LINHA-TERMO TO REG-TERMO.
               WRITE REG-TERMO.

               IF WS-ENC-CHAVE-LIQUIDACAO NOT = ZEROS THEN
                   MOVE "CONTA DE LIQUIDACAO:" TO LTC-ROTULO
                   MOVE WS-ENC-BANCO-LIQ TO LTC-CodBanco
                   MOVE WS-ENC-AGENCIA-LIQ TO LTC-CodAgencia
                   MOVE WS-ENC-CONTA-LIQ TO LTC-NumConta
                   MOVE LINHA-TERMO-CONTA TO REG-TERMO
                   WRITE REG-TERMO
               END-IF.

               MOVE "SALDO FINAL:" TO LTV-ROTULO.
               MOVE Saldo TO LTV-VALOR.
               MOVE LINHA-TERMO-VALOR TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE WS-ENC-AGENDAS-CANCELADAS TO LTA-Quantidade.
               MOVE LINHA-TERMO-CANCELADAS TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE WS-OPERADOR-ATUAL TO LTO-Operador.
               MOVE WS-ENC-SUPERVISOR TO LTO-Supervisor.
               MOVE LINHA-TERMO-OPERADOR TO REG-TERMO.
               WRITE REG-TERMO.

               MOVE LINHA-TERMO-BRANCO TO REG-TERMO.
               WRITE REG-TERMO.
               WRITE REG-TERMO.
               WRITE REG-TERMO.
               MOVE LINHA-TERMO-ASSINATURA TO REG-TERMO.
               WRITE REG-TERMO.
               MOVE LINHA-TERMO-ASSINANTES TO REG-TERMO.
               WRITE REG-TERMO.

               CLOSE ARQ-TERMO.

           BUSCA-CLIENTE.
               DISPLAY SPACE ERASE EOS.
               MOVE ZEROS TO WS-QTD-ENCONTRADOS.
                   END-IF
               ELSE
                   PERFORM VERIFICA-NOME-CONTEM
                   IF CLIENTE-NAO-CONFERE THEN
                       PERFORM VERIFICA-NOME-TITULARES
                   END-IF
               END-IF.

           VERIFICA-NOME-CONTEM.
                   ADD 1 TO WS-POS
               END-IF.

      * A conta tambem confere pelo nome (CADCLI.DAT) de qualquer
      * cotitular ou representante legal.
           VERIFICA-NOME-TITULARES.
               IF WS-TAM-BUSCA = 0 THEN
                   EXIT PARAGRAPH
               END-IF.

               MOVE ChaveConta TO WS-CHAVE-TITULARES.
               MOVE ChaveConta TO TIT-CHAVE-CONTA.
               MOVE ZEROS TO TIT-Documento.
               MOVE "N" TO WS-FIM-TITULARES.
               START ARQ-TITULARES KEY IS NOT LESS THAN ChaveTitular
                   INVALID KEY
                       SET FIM-TITULARES TO TRUE
               END-START.

               PERFORM COMPARA-NOME-TITULAR
                   UNTIL FIM-TITULARES OR CLIENTE-CONFERE.

           COMPARA-NOME-TITULAR.
               READ ARQ-TITULARES NEXT RECORD
                   AT END SET FIM-TITULARES TO TRUE
               END-READ.

               IF FIM-TITULARES THEN
                   EXIT PARAGRAPH
               END-IF.

               IF TIT-CHAVE-CONTA NOT = WS-CHAVE-TITULARES THEN
                   SET FIM-TITULARES TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               MOVE TIT-Documento TO CAD-Documento.
               READ ARQ-CADCLI
                   INVALID KEY
                       MOVE SPACES TO CAD-Nome
               END-READ.

               COMPUTE WS-POS-MAX = 31 - WS-TAM-BUSCA.
               MOVE 1 TO WS-POS.
               PERFORM COMPARA-POSICAO-TITULAR
                   UNTIL WS-POS > WS-POS-MAX OR CLIENTE-CONFERE.

           COMPARA-POSICAO-TITULAR.
               IF CAD-Nome(WS-POS:WS-TAM-BUSCA) =
                       WS-NOME-BUSCA(1:WS-TAM-BUSCA) THEN
                   SET CLIENTE-CONFERE TO TRUE
               ELSE
                   ADD 1 TO WS-POS
               END-IF.

           EXIBIR-LINHA-BUSCA.
               ADD 1 TO WS-QTD-ENCONTRADOS.
               IF WS-LINHA-EXIBICAO <= 23 THEN
                   SET TRANSFERENCIA-INVALIDA TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               MOVE "TRANSFER" TO WS-ORIGEM-BLOQUEIO.
               PERFORM CONSULTAR-BLOQUEIO.
               SUBTRACT WS-VALOR-BLOQUEADO FROM WS-SALDO-DISPONIVEL.
               IF WS-SALDO-DISPONIVEL < WS-TRF-VALOR THEN
                   PERFORM RECUSAR-SALDO-BLOQUEADO
                   SET TRANSFERENCIA-INVALIDA TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               MOVE Saldo TO WS-TRF-SALDO-ORIGEM.

               PERFORM LER-CONTA-DESTINO.
                   DISPLAY "Saldo insuficiente na origem." AT 1728
                   EXIT PARAGRAPH
               END-IF.
               MOVE "INTERBCO" TO WS-ORIGEM-BLOQUEIO.
               PERFORM CONSULTAR-BLOQUEIO.
               SUBTRACT WS-VALOR-BLOQUEADO FROM WS-SALDO-DISPONIVEL.
               IF WS-SALDO-DISPONIVEL < WS-TRF-VALOR THEN
                   PERFORM RECUSAR-SALDO-BLOQUEADO
                   EXIT PARAGRAPH
               END-IF.

               MOVE Saldo TO WS-TRF-SALDO-ORIGEM.
               SUBTRACT WS-TRF-VALOR FROM Saldo.

               CLOSE ARQ-COMPENSACAO.

               PERFORM GRAVAR-REMESSA.

           GRAVAR-REMESSA.
               MOVE WS-NUMERO-MOVIMENTO TO REM-NumeroDebito.
               MOVE WS-TRF-CHAVE-ORIGEM TO REM-CHAVE-ORIGEM.
               MOVE WS-TRF-CHAVE-DESTINO TO REM-CHAVE-DESTINO.
               MOVE WS-TRF-VALOR TO REM-Valor.
               MOVE WS-DATA-HOJE TO REM-DataRemessa.
               SET REMESSA-PENDENTE TO TRUE.
               MOVE ZEROS TO REM-DataDevolucao.
               MOVE ZEROS TO REM-NumeroEstorno.
               WRITE DADOS-REMESSA
                   INVALID KEY
                       DISPLAY "Erro ao registrar a remessa." AT 2128
               END-WRITE.

           CONSULTAR-BLOQUEIO.
               MOVE "C" TO WS-FUNCAO-BLOQUEIO.
               CALL "Controla-Bloqueio" USING WS-FUNCAO-BLOQUEIO
                   ChaveConta WS-VALOR-BLOQUEADO WS-VALOR-RECUSADO
                   WS-ORIGEM-BLOQUEIO WS-OPERADOR-ATUAL.

           RECUSAR-SALDO-BLOQUEADO.
               MOVE WS-TRF-VALOR TO WS-VALOR-RECUSADO.
               MOVE "R" TO WS-FUNCAO-BLOQUEIO.
               CALL "Controla-Bloqueio" USING WS-FUNCAO-BLOQUEIO
                   ChaveConta WS-VALOR-BLOQUEADO WS-VALOR-RECUSADO
                   WS-ORIGEM-BLOQUEIO WS-OPERADOR-ATUAL.
               DISPLAY "Saldo bloqueado na origem." AT 1728.

           DESFAZ-DEBITO-ORIGEM.
               PERFORM LER-CONTA-ORIGEM.
               IF CONTA-NAO-ENCONTRADA THEN
                       DISPLAY "Erro ao gravar cliente." AT 3430
                   NOT INVALID KEY
                       DISPLAY "Cliente cadastrado." AT 3430
                       SET ALC-INCLUSAO TO TRUE
                       PERFORM GRAVA-ALTERACAO-CADCLI
               END-WRITE.

           PEDE-ENDERECO-CADCLI.
               DISPLAY "1 - Incluir Cliente" AT 0728.
               DISPLAY "2 - Consultar Cliente" AT 0828.
               DISPLAY "3 - Alterar Cliente" AT 0928.
               DISPLAY "4 - Titulares da Conta" AT 1028.
               DISPLAY "0 - Voltar ao menu" AT 1128.
               DISPLAY "Opcao desejada: " AT 1228.
               ACCEPT WS-OPCAO-CADCLI AT 1244.

               EVALUATE WS-OPCAO-CADCLI
                   WHEN 1
                       PERFORM CONSULTA-CADCLI
                   WHEN 3
                       PERFORM ALTERA-CADCLI
                   WHEN 4
                       PERFORM MENU-TITULARES
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida!" AT 1428
                       DISPLAY M-ENTER AT 1528
                       ACCEPT OMITTED
                       PERFORM MENU-CADCLI
                       EXIT PARAGRAPH
                       DISPLAY "Erro ao gravar cliente." AT 2228
                   NOT INVALID KEY
                       DISPLAY "Cliente cadastrado." AT 2228
                       SET ALC-INCLUSAO TO TRUE
                       PERFORM GRAVA-ALTERACAO-CADCLI
               END-WRITE.

               DISPLAY M-ENTER AT 2328.
                       DISPLAY ME4 AT 2228
                   NOT INVALID KEY
                       DISPLAY "Dados atualizados." AT 2228
                       SET ALC-ALTERACAO TO TRUE
                       PERFORM GRAVA-ALTERACAO-CADCLI
               END-REWRITE.

               DISPLAY M-ENTER AT 2328.
               ACCEPT OMITTED.

           MENU-TITULARES.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "** TITULARES DA CONTA **" AT 0528.
               DISPLAY "1 - Incluir titular" AT 0728.
               DISPLAY "2 - Listar titulares" AT 0828.
               DISPLAY "3 - Excluir titular" AT 0928.
               DISPLAY "0 - Voltar ao menu" AT 1028.
               DISPLAY "Opcao desejada: " AT 1128.
               ACCEPT WS-OPCAO-TITULAR AT 1144.

               IF WS-OPCAO-TITULAR = 0 THEN
                   EXIT PARAGRAPH
               END-IF.

               IF WS-OPCAO-TITULAR > 3 THEN
                   DISPLAY "Opcao invalida!" AT 1328
                   DISPLAY M-ENTER AT 1428
                   ACCEPT OMITTED
                   PERFORM MENU-TITULARES
                   EXIT PARAGRAPH
               END-IF.

               PERFORM PEDE-CHAVE-CONTA.
               READ ARQ-CLIENTES KEY IS ChaveConta
                   INVALID KEY
                       DISPLAY ME3 AT 1928
                       DISPLAY M-ENTER AT 2028
                       ACCEPT OMITTED
                       EXIT PARAGRAPH
               END-READ.

               PERFORM MONTAR-DOC-CLIENTE.
               MOVE WS-DOC-CLIENTE TO WS-DOC-PRINCIPAL.

               EVALUATE WS-OPCAO-TITULAR
                   WHEN 1
                       PERFORM INCLUSAO-TITULAR
                   WHEN 2
                       PERFORM LISTA-TITULARES
                   WHEN 3
                       PERFORM EXCLUSAO-TITULAR
               END-EVALUATE.

           INCLUSAO-TITULAR.
               IF CONTA-ENCERRADA THEN
                   DISPLAY ME8 AT 1928
                   DISPLAY M-ENTER AT 2028
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF.

               MOVE ZEROS TO WS-TIT-CPF.
               MOVE ZEROS TO WS-TIT-CNPJ.
               DISPLAY "1-CPF ou 2-CNPJ do titular? " AT 1828.
               ACCEPT WS-TIT-TIPO-DOCUMENTO AT 1858.

               EVALUATE WS-TIT-TIPO-DOCUMENTO
                   WHEN 1
                       DISPLAY M10 AT 1928
                       ACCEPT WS-TIT-CPF AT 1948
                       MOVE "1" TO WS-TIPO-DOCUMENTO
                       MOVE WS-TIT-CPF TO WS-TIT-DOCUMENTO
                   WHEN 2
                       DISPLAY M11 AT 1928
                       ACCEPT WS-TIT-CNPJ AT 1948
                       MOVE "2" TO WS-TIPO-DOCUMENTO
                       MOVE WS-TIT-CNPJ TO WS-TIT-DOCUMENTO
                   WHEN OTHER
                       DISPLAY "Opcao invalida!" AT 2228
                       DISPLAY M-ENTER AT 2328
                       ACCEPT OMITTED
                       EXIT PARAGRAPH
               END-EVALUATE.

               CALL "Valida-Documento" USING WS-TIPO-DOCUMENTO
                   WS-TIT-CPF WS-TIT-CNPJ WS-DOCUMENTO-VALIDO.
               IF DOCUMENTO-INVALIDO THEN
                   DISPLAY ME7 AT 2228
                   DISPLAY M-ENTER AT 2328
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF.

               IF WS-TIT-DOCUMENTO = WS-DOC-PRINCIPAL THEN
                   DISPLAY "Documento ja e o titular principal." AT 2228
                   DISPLAY M-ENTER AT 2328
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF.

               MOVE WS-TIT-DOCUMENTO TO CAD-Documento.
               READ ARQ-CADCLI
                   INVALID KEY
                       DISPLAY "Titular sem Dados do Cliente." AT 2228
                       DISPLAY M-ENTER AT 2328
                       ACCEPT OMITTED
                       EXIT PARAGRAPH
               END-READ.

               DISPLAY M9 AT 2028.
               DISPLAY CAD-Nome AT 2048.

               DISPLAY "Papel (C-Cotitular R-Representante): " AT 2128.
               ACCEPT WS-TIT-PAPEL AT 2166.

               IF NOT PAPEL-VALIDO THEN
                   DISPLAY "Papel invalido." AT 2228
                   DISPLAY M-ENTER AT 2328
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF.

               IF WS-TIT-PAPEL = "R"
                       AND (TipoConta = 1 OR TipoConta = 2
                       OR WS-TIT-TIPO-DOCUMENTO NOT = 1) THEN
                   DISPLAY "Representante: so CPF em conta PJ." AT 2228
                   DISPLAY M-ENTER AT 2328
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF.

               MOVE ChaveConta TO TIT-CHAVE-CONTA.
               MOVE WS-TIT-DOCUMENTO TO TIT-Documento.
               IF WS-TIT-TIPO-DOCUMENTO = 1 THEN
                   SET TITULAR-PESSOA-FISICA TO TRUE
               ELSE
                   SET TITULAR-PESSOA-JURIDICA TO TRUE
               END-IF.
               MOVE WS-TIT-PAPEL TO TIT-Papel.
               MOVE WS-DATA-HOJE TO TIT-DataInclusao.
               MOVE WS-OPERADOR-ATUAL TO TIT-Operador.

               WRITE DADOS-TITULAR
                   INVALID KEY
                       DISPLAY "Titular ja vinculado a conta." AT 2228
                   NOT INVALID KEY
                       DISPLAY "Titular incluido." AT 2228
               END-WRITE.

               DISPLAY M-ENTER AT 2328.
               ACCEPT OMITTED.

           LISTA-TITULARES.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "Titulares da conta: " AT 0528.
               DISPLAY NumConta AT 0548.
               MOVE 7 TO WS-LINHA-EXIBICAO.

               MOVE WS-DOC-PRINCIPAL TO CAD-Documento.
               READ ARQ-CADCLI
                   INVALID KEY
                       MOVE NomeTitular TO CAD-Nome
               END-READ.
               MOVE WS-DOC-PRINCIPAL TO LTI-Documento.
               MOVE "PRINCIPAL" TO LTI-Papel.
               MOVE CAD-Nome TO LTI-Nome.
               PERFORM EXIBIR-LINHA-TITULAR.

               MOVE ChaveConta TO WS-CHAVE-TITULARES.
               MOVE ChaveConta TO TIT-CHAVE-CONTA.
               MOVE ZEROS TO TIT-Documento.
               MOVE "N" TO WS-FIM-TITULARES.
               START ARQ-TITULARES KEY IS NOT LESS THAN ChaveTitular
                   INVALID KEY
                       SET FIM-TITULARES TO TRUE
               END-START.

               PERFORM LISTAR-LINHA-TITULAR UNTIL FIM-TITULARES.

               DISPLAY M-ENTER AT 2328.
               ACCEPT OMITTED.

           LISTAR-LINHA-TITULAR.
               READ ARQ-TITULARES NEXT RECORD
                   AT END SET FIM-TITULARES TO TRUE
               END-READ.

               IF FIM-TITULARES THEN
                   EXIT PARAGRAPH
               END-IF.

               IF TIT-CHAVE-CONTA NOT = WS-CHAVE-TITULARES THEN
                   SET FIM-TITULARES TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               MOVE TIT-Documento TO CAD-Documento.
               READ ARQ-CADCLI
                   INVALID KEY
                       MOVE ME2 TO CAD-Nome
               END-READ.
               MOVE TIT-Documento TO LTI-Documento.
               PERFORM DESCREVER-PAPEL-TITULAR.
               MOVE WS-DESCRICAO-PAPEL TO LTI-Papel.
               MOVE CAD-Nome TO LTI-Nome.
               PERFORM EXIBIR-LINHA-TITULAR.

           EXIBIR-LINHA-TITULAR.
               IF WS-LINHA-EXIBICAO <= 21 THEN
                   COMPUTE WS-LINHA-AT = WS-LINHA-EXIBICAO * 100 + 10
                   DISPLAY LINHA-TITULAR AT WS-LINHA-AT
                   ADD 1 TO WS-LINHA-EXIBICAO
               END-IF.

           EXCLUSAO-TITULAR.
               DISPLAY "CPF/CNPJ do titular (14 digitos): " AT 1828.
               ACCEPT WS-TIT-DOCUMENTO AT 1862.

               MOVE ChaveConta TO TIT-CHAVE-CONTA.
               MOVE WS-TIT-DOCUMENTO TO TIT-Documento.
               READ ARQ-TITULARES KEY IS ChaveTitular
                   INVALID KEY
                       DISPLAY "Titular nao vinculado a conta." AT 2228
                       DISPLAY M-ENTER AT 2328
                       ACCEPT OMITTED
                       EXIT PARAGRAPH
               END-READ.

               DELETE ARQ-TITULARES
                   INVALID KEY
                       DISPLAY "Erro ao excluir titular." AT 2228
                   NOT INVALID KEY
                       DISPLAY "Titular excluido." AT 2228
               END-DELETE.

               DISPLAY M-ENTER AT 2328.
               ACCEPT OMITTED.

           GRAVA-MOVIMENTO.
               MOVE DIA TO MOV-DIA.
               MOVE MES TO MOV-MES.
               ACCEPT WS-HORA-SISTEMA FROM TIME.
               CALL "Numera-Movimento" USING WS-NUMERO-MOVIMENTO.

      * CADCLI.DAT nao guarda operador nem data: cada gravacao fica
      * registrada em ALTCAD.DAT para o retorno ao core-banking.
           GRAVA-ALTERACAO-CADCLI.
               ACCEPT WS-HORA-SISTEMA FROM TIME.
               MOVE WS-DATA-HOJE TO ALC-Data.
               MOVE WS-HORA-HHMMSS TO ALC-Hora.
               MOVE CAD-Documento TO ALC-Documento.
               MOVE WS-OPERADOR-ATUAL TO ALC-Operador.
               WRITE REG-ALTCAD.

           ESTORNA-MOVIMENTO.
               DISPLAY SPACE ERASE EOS.
               DISPLAY "** ESTORNO DE MOVIMENTO **" AT 0528.
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CONFERIR-REMESSA-ESTORNO.
               IF EST-REMESSA-DEVOLVIDA THEN
                   DISPLAY "Remessa ja devolvida pela compensacao."
                       AT 0928
                   DISPLAY M-ENTER AT 1028
                   ACCEPT OMITTED
                   DISPLAY SPACE ERASE EOS
                   PERFORM LIMPAR-DADOS-ARQ
                   PERFORM INICIO
                   EXIT PARAGRAPH
               END-IF.

               COMPUTE WS-EST-DELTA =
                   WS-EST-SALDO-NOVO - WS-EST-SALDO-ANTIGO.

                       MOVE WS-EST-NUMERO TO WS-ESTORNO-ORIGEM
                       SET MOV-ESTORNO TO TRUE
                       PERFORM GRAVA-MOVIMENTO
                       IF EST-REMESSA-PENDENTE THEN
                           PERFORM BAIXAR-REMESSA-ESTORNO
                       END-IF
                       DISPLAY "Estorno efetuado." AT 0928
               END-REWRITE.

               PERFORM LIMPAR-DADOS-ARQ.
               PERFORM INICIO.

      * Debito de transferencia para outro banco: a remessa pendente
      * e baixada junto com o estorno, para que uma devolucao posterior
      * do mesmo credito nao volte a creditar a origem. Remessa ja
      * devolvida pela compensacao ja devolveu o valor a origem.
           CONFERIR-REMESSA-ESTORNO.
               SET EST-SEM-REMESSA TO TRUE.
               MOVE WS-EST-NUMERO TO REM-NumeroDebito.
               READ ARQ-REMESSAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REMESSA-PENDENTE THEN
                           SET EST-REMESSA-PENDENTE TO TRUE
                       END-IF
                       IF REMESSA-DEVOLVIDA THEN
                           SET EST-REMESSA-DEVOLVIDA TO TRUE
                       END-IF
               END-READ.

           BAIXAR-REMESSA-ESTORNO.
               SET REMESSA-ESTORNADA TO TRUE.
               MOVE WS-DATA-HOJE TO REM-DataDevolucao.
               MOVE WS-NUMERO-MOVIMENTO TO REM-NumeroEstorno.
               REWRITE DADOS-REMESSA
                   INVALID KEY
                       DISPLAY "Erro ao baixar a remessa." AT 1128
               END-REWRITE.

           LOCALIZAR-MOVIMENTO-ORIGINAL.
               SET ESTORNO-NAO-ACHADO TO TRUE.

               CLOSE ARQ-OPERADORES.
               CLOSE ARQ-AGENDA.
               CLOSE ARQ-CADCLI.
               CLOSE ARQ-REMESSAS.
               CLOSE ARQ-TITULARES.
               CLOSE ARQ-ALTCAD.
               STOP RUN.

       END PROGRAM Cadastro-Bancario.
