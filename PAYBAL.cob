       01 LPaid PIC S9(8)V99.
       PROCEDURE DIVISION USING LInvNum, LPaid.
      *> Incassato netto di UNA fattura, letto per chiave
      *> alternativa: incassi, applicazioni e sconti cassa
      *> sommano, gli storni sottraggono. Niente piu' tabella
      *> PayTable da 2000 voci caricata per ogni giro.
       MainPara.
           MOVE ZERO TO LPaid.
           IF LInvNum = ZERO
