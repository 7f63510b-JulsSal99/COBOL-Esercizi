      *> Registry sent register for "138sent.dat" (indexed on
      *> SnKey), maintained by MinExtract (138.cob): per ogni record
      *> inviato l'ultima immagine trasmessa, cosi' l'invio dopo
      *> contiene solo i nuovi e i cambiati. SnStatus 'R' scartato
      *> dal ministero (codice e motivo), da reinviare; 'S' inviato.
       01 SentData.
           02 SnKey.
               03 SnType PIC X(3).
               03 SnMatr PIC 9(5).
               03 SnRef PIC X(13).
           02 SnImage PIC X(72).
           02 SnPeriod PIC 9(6).
           02 SnSubmission PIC 9(4).
           02 SnSentDate PIC 9(8).
           02 SnStatus PIC X.
               88 SnSent VALUE 'S'.
               88 SnRejected VALUE 'R'.
           02 SnRejCode PIC X(4).
           02 SnRejMsg PIC X(50).
