           02 ShpUnits PIC 9(5).
           02 ShpCarrier PIC X(10).
           02 ShpTracking PIC X(15).
      *> Peso spedito (dai pesi di catalogo), zona di destinazione
      *> e nolo calcolato da FRTCALC: InvoiceGen lo addebita come
      *> riga a parte. Le righe scritte prima del nolo hanno questi
      *> campi vuoti (non numerici) e valgono nolo zero.
           02 ShpWeight PIC 9(5)V99.
           02 ShpZone PIC X(2).
           02 ShpFreight PIC 9(5)V99.
