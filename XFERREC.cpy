      *> Transfer order HEADER record for "159xfer.dat": un ordine di
      *> trasferimento fra magazzini di TransferOrders (159.cob), col
      *> suo numero dalla serie IDNEXT "XFR". Alla spedizione la
      *> merce passa dal magazzino di partenza al magazzino "in
      *> viaggio" TRN, al ricevimento da TRN alla destinazione: fra
      *> le due date la giacenza non figura in nessuno dei due.
       01 TransferData.
           02 XfNum PIC 9(5).
           02 XfFromLoc PIC X(3).
           02 XfToLoc PIC X(3).
           02 XfReqDate PIC 9(8).
           02 XfStatus PIC X.
               88 XfOpen VALUE 'O'.
               88 XfInTransit VALUE 'T'.
               88 XfReceived VALUE 'R'.
               88 XfCancelled VALUE 'X'.
           02 XfLineCount PIC 99.
           02 XfCreateDate PIC 9(8).
           02 XfDispDate PIC 9(8).
           02 XfRecvDate PIC 9(8).
           02 XfOpID PIC X(8).
