      *> Carrier rate table for "116frtrate.dat", shared via COPY by
      *> FRTCALC and FreightMaint (116.cob): una riga per vettore,
      *> zona e fascia di peso (fino a FrtMaxWeight kg compresi).
      *> Vettore vuoto = tariffa di base per i vettori senza righe
      *> proprie.
       01 FrtRateData.
           02 FrtCarrier PIC X(10).
           02 FrtZone PIC X(2).
           02 FrtMaxWeight PIC 9(4)V99.
           02 FrtCharge PIC 9(5)V99.
