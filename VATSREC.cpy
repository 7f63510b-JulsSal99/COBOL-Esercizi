      *> VAT settlement history for "127vatsett.dat", keyed by
      *> company and period: scritto da VatSettlement (127.cob)
      *> alla liquidazione periodica, un record per societa' e
      *> periodo (ogni societa' ha la sua partita IVA), cosi' un
      *> periodo non si liquida due volte. Importi in moneta di
      *> conto. VsNetDue positivo = IVA da versare; il credito
      *> (VsCreditCF) passa alla liquidazione successiva.
       01 VatSettleData.
           02 VsKey.
               03 VsCompany PIC X(2).
               03 VsPeriod PIC 9(6).
           02 VsOutputTax PIC 9(9)V99.
           02 VsCreditNoteTax PIC 9(9)V99.
           02 VsInputTax PIC 9(9)V99.
           02 VsCreditBF PIC 9(9)V99.
           02 VsNetDue PIC S9(9)V99.
           02 VsCreditCF PIC 9(9)V99.
           02 VsDate PIC 9(8).
           02 VsOpID PIC X(8).
