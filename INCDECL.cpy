      *> Family income declaration for "137incdecl.dat", una per
      *> studente e termine (IncKey). IncValue e' il valore
      *> dichiarato, IncDocRef il riferimento del documento
      *> presentato. Shared via COPY by IncomeDecl (137.cob) and
      *> TuitionBilling (59.cob), che fissa la fascia di retta.
       01 IncDeclData.
           02 IncKey.
               03 IncMatr PIC 9(5).
               03 IncTerm PIC 9(6).
           02 IncValue PIC 9(7)V99.
           02 IncDeclDate PIC 9(8).
           02 IncDocRef PIC X(20).
           02 IncOpID PIC X(8).
