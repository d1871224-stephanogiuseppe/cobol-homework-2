      ******************************************************************
      * Copybook: FERIADO
      * Purpose:  Layout of the bank-holiday record kept on
      *           FERIADOS.DAT, keyed by the holiday date (AAMMDD).
      *           Saturdays and Sundays are never business days and
      *           need not be stored; the file holds the national and
      *           banking holidays. Shared by the supervisor-protected
      *           maintenance program and by Calcula-Dia-Util, which the
      *           batches call to move due dates to the next business
      *           day and to find the month's last business day.
      ******************************************************************
           01 DADOS-FERIADO.
               02 ChaveFeriado.
                   03 FER-Data PIC 9(06).
               02 FER-Descricao PIC X(30).
               02 FER-Supervisor PIC 9(04).
               02 FER-DataCadastro PIC 9(06).
