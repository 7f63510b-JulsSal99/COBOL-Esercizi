      *> Tax rate master record for "113taxrate.dat", maintained by
      *> TaxMaint (113.cob) and read by TAXLKUP: aliquota per
      *> giurisdizione e classe fiscale del prodotto, con data di
      *> decorrenza. Una variazione d'aliquota e' una riga nuova,
      *> le vecchie restano per ricalcolare i documenti passati.
       01 TaxRateData.
           02 TxJuris PIC X(2).
           02 TxClass PIC X(2).
           02 TxEffDate PIC 9(8).
           02 TxRate PIC V999.
           02 TxDesc PIC X(20).
