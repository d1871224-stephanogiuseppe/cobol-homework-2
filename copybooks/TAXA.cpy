      ******************************************************************
      * Copybook: TAXA
      * Purpose:  Layout of the interest-rate record kept on TAXAS.DAT,
      *           keyed by tipo de taxa + TipoConta + data de inicio de
      *           vigencia (AAMMDD). A rate stays in force from its
      *           start date until the next start date of the same
      *           tipo/TipoConta, so the file keeps the full history and
      *           any past period can be reprocessed with the rate that
      *           applied then. Shared by the supervisor-protected
      *           maintenance program and by Obtem-Taxa, which the
      *           rendimento and juros batches and the account closure
      *           call to find the rate in force on a given date.
      ******************************************************************
           01 DADOS-TAXA.
               02 ChaveTaxa.
                   03 TXA-TipoTaxa PIC X(01).
                       88 TAXA-RENDIMENTO VALUE "R".
                       88 TAXA-JUROS VALUE "J".
                   03 TXA-TipoConta PIC 9(01).
                   03 TXA-InicioVigencia PIC 9(06).
               02 TXA-Taxa PIC 9(01)V9(05).
               02 TXA-Supervisor PIC 9(04).
               02 TXA-DataCadastro PIC 9(06).
