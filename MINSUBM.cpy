      *> Registry submission log for "138subm.dat": una riga per
      *> invio con periodo, data e totali di controllo del file
      *> 138sub_nnnn.dat. Written by MinExtract (138.cob).
       01 SubmData.
           02 SbSubmission PIC 9(4).
           02 SbPeriod PIC 9(6).
           02 SbDate PIC 9(8).
           02 SbOpID PIC X(8).
           02 SbCountIsc PIC 9(6).
           02 SbCountEsa PIC 9(6).
           02 SbCountRit PIC 9(6).
           02 SbCountLau PIC 9(6).
