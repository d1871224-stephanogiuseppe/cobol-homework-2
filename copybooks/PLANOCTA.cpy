      ******************************************************************
      * Copybook: PLANOCTA
      * Purpose:  Layout of the chart-of-accounts mapping kept on
      *           PLANOCTA.DAT, keyed by MOV-TIPO-OPERACAO + canal +
      *           TipoConta. Canal "C" marks movements that went
      *           through the interbank clearing (entries received by
      *           Recebe-Compensacao, transfers sent on a .REM file and
      *           their returns); everything else is canal "A"
      *           (agencia). Each entry names the deposit ledger account
      *           of the TipoConta and the counterpart account
      *           (caixa, compensacao, receita de tarifas, despesa de
      *           rendimento, receita de juros...). The side of each leg
      *           follows the sign of the balance change: a balance
      *           increase credits the deposit account and debits the
      *           counterpart, a decrease does the opposite, so an
      *           estorno booked with the original's key reverses the
      *           original entry. Shared by the supervisor-protected
      *           maintenance program and by Contabiliza-Movimento.
      ******************************************************************
           01 DADOS-PLANO-CONTAS.
               02 ChavePlano.
                   03 PLA-TipoOperacao PIC X(01).
                   03 PLA-Canal PIC X(01).
                       88 CANAL-AGENCIA VALUE "A".
                       88 CANAL-COMPENSACAO VALUE "C".
                   03 PLA-TipoConta PIC 9(01).
               02 PLA-ContaDeposito PIC 9(10).
               02 PLA-ContaContrapartida PIC 9(10).
               02 PLA-Descricao PIC X(30).
               02 PLA-Supervisor PIC 9(04).
               02 PLA-DataCadastro PIC 9(06).
