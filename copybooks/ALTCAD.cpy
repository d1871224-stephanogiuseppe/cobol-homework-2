      ******************************************************************
      * Copybook: ALTCAD
      * Purpose:  Layout of the change journal ALTCAD.DAT, appended
      *           every time a CADCLI.DAT record is created or
      *           rewritten. CADCLI.DAT keeps no operator or date of
      *           its own, so this journal is where the daily change
      *           feed to core-banking finds who changed a customer and
      *           when. Batch writers use their job operator code
      *           (9001 for Carga-Lote-Clientes).
      ******************************************************************
           01 REG-ALTCAD.
               02 ALC-Data PIC 9(06).
               02 ALC-Hora PIC 9(06).
               02 ALC-Documento PIC 9(14).
               02 ALC-Operacao PIC X(01).
                   88 ALC-INCLUSAO VALUE "I".
                   88 ALC-ALTERACAO VALUE "A".
               02 ALC-Operador PIC 9(04).
