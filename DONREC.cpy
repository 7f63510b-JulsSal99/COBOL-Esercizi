      *> Donazione di un alumnus ("145donations.dat", chiave il
      *> numero di ricevuta dalla serie IDNEXT "DON"). DnRestrict
      *> 'G' libera, 'S' vincolata a borse di studio: DnFund e' il
      *> fondo, lo stesso codice di AwSource in 96awards.dat.
      *> DnMethod B bonifico, C carta, A assegno, K contanti.
      *> Scritto da DonationLedger (145.cob), letto anche da
      *> AwardMaint (96.cob) per i fondi disponibili.
       01 DonationData.
           02 DnReceipt PIC 9(5).
           02 DnMatr PIC 9(5).
           02 DnCampaign PIC X(6).
           02 DnDate PIC 9(8).
           02 DnAmount PIC 9(7)V99.
           02 DnMethod PIC X.
               88 DnMethodValid VALUE 'B' 'C' 'A' 'K'.
           02 DnRestrict PIC X.
               88 DnGeneral VALUE 'G'.
               88 DnScholarship VALUE 'S'.
           02 DnFund PIC X(10).
           02 DnOpID PIC X(8).
