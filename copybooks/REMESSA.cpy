      ******************************************************************
      * Copybook: REMESSA
      * Purpose:  Layout of the outbound remittance register kept on
      *           REMESSAS.DAT. One record per credit leg written by
      *           Cadastro-Bancario to a CMPbbbaammdd.REM file, keyed
      *           by the MOVIMENTO.DAT number of the origin debit, so
      *           that Recebe-Devolucao can re-credit the origin of an
      *           entry returned by the clearing house and reconcile
      *           every file sent against what came back. A transfer
      *           debit reversed at the branch while its remittance was
      *           still pending closes the remittance as "E", so a later
      *           return of the same credit is not paid twice.
      ******************************************************************
           01 DADOS-REMESSA.
               02 ChaveRemessa.
                   03 REM-NumeroDebito PIC 9(09).
               02 REM-CHAVE-ORIGEM.
                   03 REM-BancoOrigem PIC 9(03).
                   03 REM-AgenciaOrigem PIC 9(04).
                   03 REM-ContaOrigem PIC 9(11).
               02 REM-CHAVE-DESTINO.
                   03 REM-BancoDestino PIC 9(03).
                   03 REM-AgenciaDestino PIC 9(04).
                   03 REM-ContaDestino PIC 9(11).
               02 REM-Valor PIC 9(09)V99.
               02 REM-DataRemessa PIC 9(06).
               02 REM-StatusRemessa PIC X(01).
                   88 REMESSA-PENDENTE VALUE "P".
                   88 REMESSA-DEVOLVIDA VALUE "D".
                   88 REMESSA-ESTORNADA VALUE "E".
               02 REM-DataDevolucao PIC 9(06).
               02 REM-NumeroEstorno PIC 9(09).
