      ******************************************************************
      * Copybook: ALERTA
      * Purpose:  Layout of the suspicious-activity alert kept on
      *           ALERTAS.DAT. Written by Monitora-Coaf, one record per
      *           event found in MOVIMENTO.DAT, numbered in sequence
      *           and also keyed by documento + tipo + movimento que
      *           disparou o alerta, so the same event never raises a
      *           second alert. Revisa-Alertas records the analyst's
      *           decision; alerts marked to be reported go out on the
      *           next COAF communication file and are then flagged as
      *           sent, so no reviewed alert returns to the worklist.
      ******************************************************************
           01 DADOS-ALERTA.
               02 ChaveAlerta.
                   03 ALR-NumeroAlerta PIC 9(07).
               02 ALR-CHAVE-EVENTO.
                   03 ALR-Documento PIC 9(14).
                   03 ALR-TipoAlerta PIC X(01).
                       88 ALERTA-VALOR-LIMITE VALUE "V".
                       88 ALERTA-FRACIONAMENTO VALUE "F".
                       88 ALERTA-PASSAGEM VALUE "P".
                       88 ALERTA-DORMENTE VALUE "D".
                   03 ALR-NumeroMovimento PIC 9(09).
               02 ALR-TipoPessoa PIC X(01).
                   88 ALERTA-PESSOA-FISICA VALUE "F".
                   88 ALERTA-PESSOA-JURIDICA VALUE "J".
               02 ALR-CHAVE-CONTA.
                   03 ALR-CodBanco PIC 9(03).
                   03 ALR-CodAgencia PIC 9(04).
                   03 ALR-NumConta PIC 9(11).
               02 ALR-TipoOperacao PIC X(01).
               02 ALR-DataMovimento PIC 9(06).
               02 ALR-Valor PIC 9(09)V99.
               02 ALR-ValorReferencia PIC 9(11)V99.
               02 ALR-Quantidade PIC 9(03).
               02 ALR-DataGeracao PIC 9(06).
               02 ALR-StatusAlerta PIC X(01).
                   88 ALERTA-PENDENTE VALUE "P".
                   88 ALERTA-DESCARTADO VALUE "D".
                   88 ALERTA-A-COMUNICAR VALUE "C".
                   88 ALERTA-COMUNICADO VALUE "E".
               02 ALR-DataRevisao PIC 9(06).
               02 ALR-Analista PIC 9(04).
               02 ALR-DataComunicacao PIC 9(06).
