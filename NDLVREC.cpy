      *> Esito di consegna restituito dal gateway di posta per un
      *> messaggio accodato (NOTIFREC.cpy): stesso tracciato per il
      *> file importato "157notifystat.txt" e per lo storico
      *> "157notifylog.dat" che NotifyMaint (157.cob) tiene in coda.
      *> 'D' = consegnato, 'B' = rimbalzato (indirizzo da correggere),
      *> 'F' = errore temporaneo, il gateway riprova da solo.
       01 DeliveryData.
           02 NdMsgID PIC X(20).
           02 NdStatus PIC X.
               88 NdDelivered VALUE 'D'.
               88 NdBounced VALUE 'B'.
               88 NdDeferred VALUE 'F'.
           02 NdDate PIC 9(8).
           02 NdReason PIC X(40).
