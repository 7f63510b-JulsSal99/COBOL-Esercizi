      *> SEPA direct-debit mandate record for "118mandate.dat", one
      *> per customer (chiave IDNum del cliente), maintained and
      *> collected by DirectDebit (118.cob). MndSeqType passa da
      *> FRST a RCUR dopo il primo addebito. MndStatus 'A' attivo,
      *> 'C' revocato, 'S' sospeso da un rifiuto della banca del
      *> debitore (conto chiuso, mandato inesistente).
       01 MandateData.
           02 MndCustID PIC 9(5).
           02 MndRef PIC X(35).
           02 MndIBAN PIC X(34).
           02 MndBIC PIC X(11).
           02 MndSignDate PIC 9(8).
           02 MndSeqType PIC X(4).
               88 MndFirst VALUE "FRST".
               88 MndRecurring VALUE "RCUR".
           02 MndStatus PIC X.
               88 MndActive VALUE 'A'.
               88 MndRevoked VALUE 'C'.
               88 MndSuspended VALUE 'S'.
           02 MndLastColl PIC 9(8).
           02 MndOpID PIC X(8).
