      *> Registry reject record for "138rej_nnnn.dat", il file
      *> scarti restituito dal ministero per l'invio nnnn: la
      *> chiave del record scartato, codice e motivo. Read by
      *> MinExtract (138.cob).
       01 MinReject.
           02 RjType PIC X(3).
           02 RjMatr PIC 9(5).
           02 RjRef PIC X(13).
           02 RjCode PIC X(4).
           02 RjMsg PIC X(50).
