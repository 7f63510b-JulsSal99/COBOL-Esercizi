           02 CrnNet PIC 9(7)V99.
           02 CrnTax PIC 9(6)V99.
           02 CrnGross PIC 9(7)V99.
      *> Classe e aliquota della riga di fattura stornata: la nota
      *> rettifica esattamente l'IVA addebitata.
           02 CrnTaxClass PIC X(2).
           02 CrnTaxRate PIC V999.
      *> Societa' emittente, la stessa della fattura stornata.
           02 CrnCompany PIC X(2).
