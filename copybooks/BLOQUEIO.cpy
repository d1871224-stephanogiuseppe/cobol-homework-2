      ******************************************************************
      * Copybook: BLOQUEIO
      * Purpose:  Layout of the balance-block record kept on
      *           BLOQUEIOS.DAT: bloqueios judiciais e administrativos
      *           sobre o saldo de uma conta, keyed by ChaveConta plus
      *           a sequence so one account can carry several orders.
      *           A block is in force from BLQ-DataInicio until it is
      *           released or until BLQ-DataLiberacao (zeros = no
      *           release date). Shared by the supervisor maintenance
      *           screen, by Controla-Bloqueio and by the daily block
      *           report.
      ******************************************************************
           01 DADOS-BLOQUEIO.
               02 ChaveBloqueio.
                   03 BLQ-CHAVE-CONTA.
                       04 BLQ-CodBanco PIC 9(03).
                       04 BLQ-CodAgencia PIC 9(04).
                       04 BLQ-NumConta PIC 9(11).
                   03 BLQ-Sequencia PIC 9(03).
               02 BLQ-TipoBloqueio PIC X(01).
                   88 BLOQUEIO-JUDICIAL VALUE "J".
                   88 BLOQUEIO-ADMINISTRATIVO VALUE "A".
               02 BLQ-Valor PIC 9(09)V99.
               02 BLQ-Processo PIC X(25).
               02 BLQ-DataInicio PIC 9(06).
               02 BLQ-DataLiberacao PIC 9(06).
               02 BLQ-StatusBloqueio PIC X(01).
                   88 BLOQUEIO-ATIVO VALUE "A".
                   88 BLOQUEIO-LIBERADO VALUE "L".
               02 BLQ-OperadorBloqueio PIC 9(04).
               02 BLQ-OperadorLiberacao PIC 9(04).
