      *> Coda dei messaggi e-mail ai clienti "157notifyq.dat",
      *> sequenziale a righe, scritta da NOTIFY (avvisi su ordini,
      *> spedizioni e fatture) e da NotifyMaint (157.cob, reinvii).
      *> Il gateway di posta preleva i messaggi e svuota la coda;
      *> chi scrive in coda scrive la stessa riga anche
      *> nell'archivio permanente "157notifyarc.dat", che il gateway
      *> non tocca e da cui NotifyMaint elenca, reinvia e abbina i
      *> rimbalzi. Ogni messaggio e' un record 'H' di testata
      *> seguito dai record 'L' del testo, tutti con lo stesso
      *> NqMsgID: data, ora e progressivo del run che l'ha accodato.
       01 NotifyData.
           02 NqMsgID.
               03 NqMsgDate PIC 9(8).
               03 NqMsgTime PIC 9(8).
               03 NqMsgRun PIC 9(4).
           02 NqRecType PIC X.
               88 NqHeader VALUE 'H'.
               88 NqBody VALUE 'L'.
           02 NqLineArea.
               03 NqText PIC X(80).
               03 FILLER PIC X(20).
           02 NqHeadArea REDEFINES NqLineArea.
               03 NqEvent PIC X(8).
               03 NqCustID PIC 9(5).
               03 NqDocNum PIC 9(5).
               03 NqEmail PIC X(30).
               03 NqCompany PIC X(2).
      *> 'N' = primo invio, 'R' = reinvio da NotifyMaint.
               03 NqSendKind PIC X.
                   88 NqResend VALUE 'R'.
               03 NqSubject PIC X(49).
