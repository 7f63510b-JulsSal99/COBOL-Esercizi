       FD UnloadFile.
       01 UnloadRecord PIC X(38).
       FD NewPaymentFile.
      *> Tracciato a 45 byte, prima della societa': la conversione
      *> successiva e' CompanyConv (155.cob).
       01 PaymentData.
           02 PaySeq PIC 9(7).
           02 PayInvNum PIC 9(5).
           02 FILLER PIC X(33).
       WORKING-STORAGE SECTION.
       01 WS-OldStatus PIC XX.
       01 WS-UnloadStatus PIC XX.
