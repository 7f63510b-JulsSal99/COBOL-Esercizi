      *> National student registry submission record (100 byte,
      *> tracciato ministeriale) for "138sub_nnnn.dat", written by
      *> MinExtract (138.cob). Un record HDR di testa, i record di
      *> dettaglio ISC iscrizione, ESA esame superato, RIT ritiro,
      *> LAU laurea, e un record TRL di coda coi totali di
      *> controllo. MdAction 'N' nuovo, 'V' variazione di un
      *> record gia' inviato, 'R' reinvio dopo uno scarto.
       01 MinDetail.
           02 MdType PIC X(3).
           02 MdInst PIC X(6).
           02 MdMatr PIC 9(5).
           02 MdRef PIC X(13).
           02 MdAction PIC X.
           02 MdData PIC X(72).
       01 MinHeader.
           02 MhType PIC X(3).
           02 MhInst PIC X(6).
           02 MhPeriod PIC 9(6).
           02 MhSubmission PIC 9(4).
           02 MhCreated PIC 9(8).
           02 FILLER PIC X(73).
       01 MinTrailer.
           02 MtType PIC X(3).
           02 MtInst PIC X(6).
           02 MtPeriod PIC 9(6).
           02 MtCountIsc PIC 9(6).
           02 MtCountEsa PIC 9(6).
           02 MtCountRit PIC 9(6).
           02 MtCountLau PIC 9(6).
           02 MtTotal PIC 9(7).
           02 FILLER PIC X(54).
