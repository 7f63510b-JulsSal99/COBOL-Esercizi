      *> Consenso al contatto ("146consent.dat"), chiave persona +
      *> finalita' + progressivo: una riga per ogni consenso dato,
      *> chiusa con la data di revoca. La persona e' l'ID comune di
      *> Person360 (matricola, ID cliente, matricola alumni).
      *> CnPurpose M marketing, F raccolta fondi, N newsletter e
      *> comunicazioni; CnChannel W web, M modulo cartaceo, E
      *> email, T telefono, S sportello. Tenuto da ConsentMaint
      *> (146.cob), verificato da CONSCHK prima di ogni invio.
       01 ConsentData.
           02 CnKey.
               03 CnPerson PIC 9(5).
               03 CnPurpose PIC X.
                   88 CnMarketing VALUE 'M'.
                   88 CnFundraising VALUE 'F'.
                   88 CnNewsletter VALUE 'N'.
                   88 CnPurposeValid VALUE 'M' 'F' 'N'.
               03 CnSeq PIC 9(3).
           02 CnGiven PIC 9(8).
           02 CnChannel PIC X.
               88 CnChannelValid VALUE 'W' 'M' 'E' 'T' 'S'.
           02 CnGivenOp PIC X(8).
           02 CnWithdrawn PIC 9(8).
               88 CnActive VALUE ZERO.
           02 CnWithdrawnOp PIC X(8).
