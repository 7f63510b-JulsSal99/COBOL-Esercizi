      *> E-invoice transmission register for "112sdireg.dat", kept
      *> by EInvoiceExport (112.cob): una voce per documento
      *> trasmesso, fattura ('I') o nota di credito ('C'). Lo stato
      *> passa da 'S' inviato ad 'A' accettato o 'R' scartato quando
      *> si carica il file ricevute dell'autorita'.
       01 SdiData.
           02 SdiKey.
               03 SdiDocType PIC X.
                   88 SdiInvoice VALUE 'I'.
                   88 SdiCredit VALUE 'C'.
               03 SdiDocNum PIC 9(5).
           02 SdiCustID PIC 9(5).
           02 SdiDocDate PIC 9(8).
           02 SdiGross PIC 9(7)V99.
           02 SdiFile PIC X(30).
           02 SdiSentDate PIC 9(8).
           02 SdiSends PIC 99.
           02 SdiStatus PIC X.
               88 SdiSent VALUE 'S'.
               88 SdiAccepted VALUE 'A'.
               88 SdiRejected VALUE 'R'.
           02 SdiRcptDate PIC 9(8).
           02 SdiErrCode PIC X(6).
           02 SdiErrText PIC X(40).
