      ******************************************************************
      * Copybook: TITULAR
      * Purpose:  Layout of the account-holder record kept on
      *           TITULARES.DAT, linking the additional documents of a
      *           joint account to its ChaveConta. The CPF/CNPJ on
      *           CLIENTES.DAT stays the primary holder (role "P",
      *           shown on every holder list but never stored here);
      *           each record adds a co-holder ("C") or, on a PJ
      *           account, the CPF of a legal representative ("R").
      *           Every holder must have a CADCLI.DAT record, which
      *           supplies the name and address. The alternate key on
      *           TIT-Documento lets the programs that look accounts up
      *           by CPF/CNPJ find them through any holder.
      ******************************************************************
           01 DADOS-TITULAR.
               02 ChaveTitular.
                   03 TIT-CHAVE-CONTA.
                       04 TIT-CodBanco PIC 9(03).
                       04 TIT-CodAgencia PIC 9(04).
                       04 TIT-NumConta PIC 9(11).
                   03 TIT-Documento PIC 9(14).
               02 TIT-TipoPessoa PIC X(01).
                   88 TITULAR-PESSOA-FISICA VALUE "F".
                   88 TITULAR-PESSOA-JURIDICA VALUE "J".
               02 TIT-Papel PIC X(01).
                   88 TITULAR-PRINCIPAL VALUE "P".
                   88 TITULAR-COTITULAR VALUE "C".
                   88 TITULAR-REPRESENTANTE VALUE "R".
               02 TIT-DataInclusao PIC 9(06).
               02 TIT-Operador PIC 9(04).
