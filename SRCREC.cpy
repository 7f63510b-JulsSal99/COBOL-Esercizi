      *> Product sourcing record for "76sourcing.dat", keyed by
      *> product: fornitore preferito e alternativo, prezzo del
      *> fornitore, lead time in giorni, lotto minimo e confezione
      *> (la quantita' ordinata e' sempre un multiplo di SrcPackSize).
      *> SrcSafetyDays sono i giorni di consumo tenuti come scorta
      *> di sicurezza: zero = valore di SYSPARM REORDSAFE.
      *> Shared via COPY by Purchasing (76.cob) and ReorderRun
      *> (121.cob).
       01 SourcingData.
           02 SrcProd PIC X(10).
           02 SrcPrefSup PIC X(4).
           02 SrcAltSup PIC X(4).
           02 SrcPrice PIC 9(5)V99.
           02 SrcLeadDays PIC 9(3).
           02 SrcMinQty PIC 9(5).
           02 SrcPackSize PIC 9(5).
           02 SrcSafetyDays PIC 9(3).
