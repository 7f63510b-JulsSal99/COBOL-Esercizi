       FD UnloadFile.
       01 UnloadRecord PIC X(60).
       FD NewPeriodFile.
      *> Tracciato a 78 byte, prima della chiave per societa': la
      *> conversione successiva e' CompanyConv (155.cob).
       01 PeriodData.
           02 PerPeriod PIC 9(6).
           02 PerStatus PIC X.
           02 PerOrders PIC 9(5).
           02 PerInvoices PIC 9(5).
           02 PerNet PIC 9(9)V99.
           02 PerTax PIC 9(8)V99.
           02 PerGross PIC 9(9)V99.
           02 PerClosedBy PIC X(8).
           02 PerStockValue PIC 9(9)V99.
           02 PerFxGain PIC S9(8)V99.
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
