      ******************************************************************
      * Copybook: DELTA
      * Purpose:  Layout of the daily change file DLTaammdd.TXT sent
      *           back to core-banking by Gera-Delta-Cadastro. One
      *           header (H), one detail per account (C) or customer
      *           (P) created, changed, closed or removed since the
      *           previous file, and one trailer (T). Details carry
      *           every monitored field before and after the change,
      *           an "S" flag on each field that changed and the
      *           operator who made it (0000 = batch change with no
      *           operator, such as Detecta-Dormentes). The trailer
      *           carries the record counts and the control total of
      *           the balances of the account details.
      ******************************************************************
           01 REG-DELTA.
               02 DLT-TipoRegistro PIC X(01).
                   88 DLT-HEADER VALUE "H".
                   88 DLT-CONTA VALUE "C".
                   88 DLT-CLIENTE VALUE "P".
                   88 DLT-TRAILER VALUE "T".
               02 DLT-DataMovimento PIC 9(06).
               02 DLT-Dados PIC X(324).
               02 DLT-Dados-Header REDEFINES DLT-Dados.
                   03 DLT-H-DataAnterior PIC 9(06).
                   03 DLT-H-Sequencia PIC 9(06).
                   03 DLT-H-CargaInicial PIC X(01).
                   03 FILLER PIC X(311).
               02 DLT-Dados-Conta REDEFINES DLT-Dados.
                   03 DLT-C-Evento PIC X(01).
                       88 DLT-C-INCLUSAO VALUE "I".
                       88 DLT-C-ALTERACAO VALUE "A".
                       88 DLT-C-ENCERRAMENTO VALUE "E".
                       88 DLT-C-REMOCAO VALUE "R".
                   03 DLT-C-ChaveConta.
                       04 DLT-C-CodBanco PIC 9(03).
                       04 DLT-C-CodAgencia PIC 9(04).
                       04 DLT-C-NumConta PIC 9(11).
                   03 DLT-C-Operador PIC 9(04).
                   03 DLT-C-Alterados.
                       04 DLT-C-AltTipoConta PIC X(01).
                       04 DLT-C-AltNome PIC X(01).
                       04 DLT-C-AltDocumento PIC X(01).
                       04 DLT-C-AltStatus PIC X(01).
                       04 DLT-C-AltLimite PIC X(01).
                       04 DLT-C-AltEncerramento PIC X(01).
                   03 DLT-C-Antes.
                       04 DLT-C-TipoConta-Ant PIC 9(01).
                       04 DLT-C-NomeTitular-Ant PIC X(20).
                       04 DLT-C-CPF-Ant PIC 9(11).
                       04 DLT-C-CNPJ-Ant PIC 9(14).
                       04 DLT-C-StatusConta-Ant PIC X(01).
                       04 DLT-C-LimiteCredito-Ant PIC 9(09)V99.
                       04 DLT-C-DataEncerramento-Ant PIC 9(06).
                   03 DLT-C-Depois.
                       04 DLT-C-TipoConta-Nov PIC 9(01).
                       04 DLT-C-NomeTitular-Nov PIC X(20).
                       04 DLT-C-CPF-Nov PIC 9(11).
                       04 DLT-C-CNPJ-Nov PIC 9(14).
                       04 DLT-C-StatusConta-Nov PIC X(01).
                       04 DLT-C-LimiteCredito-Nov PIC 9(09)V99.
                       04 DLT-C-DataEncerramento-Nov PIC 9(06).
                   03 DLT-C-Saldo PIC S9(09)V99
                       SIGN IS TRAILING SEPARATE.
                   03 FILLER PIC X(155).
               02 DLT-Dados-Cliente REDEFINES DLT-Dados.
                   03 DLT-P-Evento PIC X(01).
                       88 DLT-P-INCLUSAO VALUE "I".
                       88 DLT-P-ALTERACAO VALUE "A".
                       88 DLT-P-REMOCAO VALUE "R".
                   03 DLT-P-Documento PIC 9(14).
                   03 DLT-P-Operador PIC 9(04).
                   03 DLT-P-Alterados.
                       04 DLT-P-AltNome PIC X(01).
                       04 DLT-P-AltEndereco PIC X(01).
                       04 DLT-P-AltContato PIC X(01).
                   03 DLT-P-Antes.
                       04 DLT-P-Nome-Ant PIC X(30).
                       04 DLT-P-Endereco-Ant PIC X(40).
                       04 DLT-P-Cidade-Ant PIC X(20).
                       04 DLT-P-UF-Ant PIC X(02).
                       04 DLT-P-CEP-Ant PIC 9(08).
                       04 DLT-P-Telefone-Ant PIC 9(11).
                       04 DLT-P-Email-Ant PIC X(40).
                   03 DLT-P-Depois.
                       04 DLT-P-Nome-Nov PIC X(30).
                       04 DLT-P-Endereco-Nov PIC X(40).
                       04 DLT-P-Cidade-Nov PIC X(20).
                       04 DLT-P-UF-Nov PIC X(02).
                       04 DLT-P-CEP-Nov PIC 9(08).
                       04 DLT-P-Telefone-Nov PIC 9(11).
                       04 DLT-P-Email-Nov PIC X(40).
               02 DLT-Dados-Trailer REDEFINES DLT-Dados.
                   03 DLT-T-QtdContasIncluidas PIC 9(07).
                   03 DLT-T-QtdContasAlteradas PIC 9(07).
                   03 DLT-T-QtdContasEncerradas PIC 9(07).
                   03 DLT-T-QtdContasRemovidas PIC 9(07).
                   03 DLT-T-QtdClientesIncluidos PIC 9(07).
                   03 DLT-T-QtdClientesAlterados PIC 9(07).
                   03 DLT-T-QtdClientesRemovidos PIC 9(07).
                   03 DLT-T-QtdRegistros PIC 9(09).
                   03 DLT-T-TotalSaldos PIC S9(13)V99
                       SIGN IS TRAILING SEPARATE.
                   03 FILLER PIC X(250).
