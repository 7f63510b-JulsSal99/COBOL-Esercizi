      *> PerStockValue is the month-end stock valuation total locked
      *> with the close; PerFxGain the unrealized gain/loss from the
      *> open-invoice currency revaluation.
      *> La chiave e' societa' + periodo: ogni societa' chiude i
      *> suoi mesi.
       01 PeriodData.
           02 PerKey.
               03 PerCompany PIC X(2).
               03 PerPeriod PIC 9(6).
           02 PerStatus PIC X.
           02 PerOrders PIC 9(5).
           02 PerInvoices PIC 9(5).
