      *> Pending-change record for "150chgqueue.dat", shared via
      *> COPY by CHGQADD and ChangeQueue (150.cob). Le variazioni
      *> sensibili ai dati anagrafici (fido cliente, prezzi,
      *> rettifiche voto, nuovi fornitori) non si applicano
      *> subito: chi le immette (CqMaker) le mette in coda con il
      *> prima e il dopo, e solo un approvatore diverso (ruolo 'A')
      *> le applica o le respinge. CqBefore e CqAfter hanno il
      *> tracciato del tipo: CREDLIM fido 9(5)V99, PRICE riga di
      *> 28pending.txt, GRADE rettifica CORRREC.cpy, SUPPLIER record
      *> SUPREC.cpy (prima a spazi per un fornitore nuovo, record
      *> attuale per una variazione).
       01 ChangeData.
           02 CqNum PIC 9(5).
           02 CqType PIC X(8).
               88 CqCredLimit VALUE "CREDLIM".
               88 CqPrice VALUE "PRICE".
               88 CqGrade VALUE "GRADE".
               88 CqSupplier VALUE "SUPPLIER".
           02 CqKey PIC X(15).
           02 CqMaker PIC X(8).
           02 CqDate PIC 9(8).
           02 CqTime PIC 9(8).
           02 CqStatus PIC X.
               88 CqPending VALUE 'P'.
               88 CqApproved VALUE 'A'.
               88 CqRejected VALUE 'R'.
           02 CqChecker PIC X(8).
           02 CqDecDate PIC 9(8).
           02 CqDecTime PIC 9(8).
           02 CqNote PIC X(30).
           02 CqBefore PIC X(140).
           02 CqAfter PIC X(140).
