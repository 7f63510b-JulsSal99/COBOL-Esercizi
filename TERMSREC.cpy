      *> Payment terms master record for "152terms.dat", maintained
      *> by TermsMaint (152.cob) and read by TERMCALC: giorni di
      *> pagamento dalla data fattura, fine mese (la scadenza cade
      *> l'ultimo giorno del mese raggiunto) e sconto cassa per
      *> pagamento anticipato (es. 2% a 10 giorni, netto 30). Il
      *> codice si assegna al cliente in CustTerms (CUSTREC.cpy).
       01 TermsData.
           02 TrmCode PIC X(4).
           02 TrmDesc PIC X(30).
           02 TrmDays PIC 9(3).
           02 TrmEndMonth PIC X.
               88 TrmEOM VALUE 'Y'.
           02 TrmDiscDays PIC 9(3).
           02 TrmDiscRate PIC V999.
