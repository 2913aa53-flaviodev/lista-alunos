      * ALUPFIN - financial parameter record (a single record in
      * PARFIN.DAT): the day of the month each mensalidade falls
      * due, and the late-payment terms - a one-off fine (multa) as
      * a percentage of the charge and a daily interest (juros)
      * percentage per day of delay - plus the sibling (irmao)
      * discount given automatically to the second and further
      * children of a family, and the accountant's chart accounts
      * the tuition journal entries are posted to (bank, tuition
      * revenue, fines and interest received, discounts granted).
      * Maintained on the supervisor tab of ALUNO-MENSALIDADE-VIEW
      * and read through ALUNO-PARAMETRO-FINANCEIRO, which supplies
      * the standard terms when the file does not exist yet.
       05  PFI-DIA-VENCIMENTO      PIC 9(2).
       05  PFI-MULTA-PERCENTUAL    PIC 9(2)V9(2).
       05  PFI-JUROS-DIA           PIC 9(1)V9(3).
       05  PFI-DESCONTO-IRMAO      PIC 9(2)V9(2).
       05  PFI-CONTA-BANCO         PIC X(10).
       05  PFI-CONTA-RECEITA       PIC X(10).
       05  PFI-CONTA-JUROS         PIC X(10).
       05  PFI-CONTA-DESCONTO      PIC X(10).
