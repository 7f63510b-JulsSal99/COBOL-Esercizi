      *> automatico da GradArchive (35.cob) al momento
      *> dell'archiviazione del laureato, contatti tenuti aggiornati
      *> da AlumniMaint (100.cob) per le campagne di raccolta fondi.
      *> I doni ricevuti li registra DonationLedger (145.cob).
       01 AlumniData.
           02 AlMatr PIC 9(5).
           02 AlNome PIC X(20).
