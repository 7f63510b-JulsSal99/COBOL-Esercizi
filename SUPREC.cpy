      *> Supplier master record for "76supplier.dat": shared via COPY
      *> by Purchasing (76.cob) and the payables programs.
      *> Termini di pagamento in giorni dalla data fattura (zero o
      *> assenti nei fornitori storici = 30) e coordinate bancarie
      *> per i bonifici della proposta di pagamento (77.cob).
       01 SupplierData.
           02 SupCode PIC X(4).
           02 SupName PIC X(20).
           02 SupPhone PIC X(15).
           02 SupEmail PIC X(30).
           02 SupTermDays PIC 9(3).
           02 SupIBAN PIC X(34).
           02 SupBIC PIC X(11).
      *> Paese e partita IVA (VATCHK) per gli elenchi degli
      *> acquisti UE: spazi nei fornitori registrati prima.
           02 SupCountry PIC X(2).
           02 SupVatNum PIC X(14).
