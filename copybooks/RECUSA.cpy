      ******************************************************************
      * Copybook: RECUSA
      * Purpose:  Layout of the refused-debit log kept on RECUSAS.DAT.
      *           One record per debit that the available balance
      *           (Saldo + LimiteCredito) would have covered but that
      *           was refused because of the amount held on
      *           BLOQUEIOS.DAT. Written by Controla-Bloqueio for every
      *           program that takes money out of an account, read by
      *           the daily block report.
      ******************************************************************
           01 REG-RECUSA.
               02 REC-Data PIC 9(06).
               02 REC-Hora PIC 9(06).
               02 REC-CHAVE-CONTA.
                   03 REC-CodBanco PIC 9(03).
                   03 REC-CodAgencia PIC 9(04).
                   03 REC-NumConta PIC 9(11).
               02 REC-ValorDebito PIC 9(09)V99.
               02 REC-ValorBloqueado PIC 9(11)V99.
               02 REC-Origem PIC X(08).
               02 REC-Operador PIC 9(04).
