      *> Freight zone map for "116frtzone.dat", shared via COPY by
      *> FRTCALC and FreightMaint (116.cob). La riga con provincia
      *> vince su quella del solo paese (ZnProv vuota).
       01 FrtZoneData.
           02 ZnCountry PIC X(2).
           02 ZnProv PIC X(2).
           02 ZnZone PIC X(2).
