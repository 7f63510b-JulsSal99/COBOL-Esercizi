       IDENTIFICATION DIVISION.
       PROGRAM-ID.       DISCTAKE.
       AUTHOR.       Giulio.
       DATE-WRITTEN.15/10/2026
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DiscMax PIC 9(7)V99.
       LINKAGE SECTION.
       01 LDiscDate PIC 9(8).
       01 LDiscRate PIC V999.
       01 LGross PIC 9(7)V99.
       01 LBalance PIC S9(8)V99.
       01 LPayDate PIC 9(8).
       01 LPayAmt PIC 9(7)V99.
       01 LDiscAmt PIC 9(7)V99.
       PROCEDURE DIVISION USING LDiscDate, LDiscRate, LGross,
               LBalance, LPayDate, LPayAmt, LDiscAmt.
      *> Sconto cassa per pagamento entro i termini: un incasso
      *> datato non oltre InvDiscDate che, con lo sconto spettante
      *> (lordo fattura x tasso, arrotondato), copre il residuo
      *> salda la fattura. LDiscAmt = residuo non incassato, da
      *> registrare a parte come pagamento 'S'; zero se lo sconto
      *> non spetta o non serve. Usato da Payments (26.cob) e
      *> BankImport (68.cob).
       MainPara.
           MOVE ZERO TO LDiscAmt.
           IF LDiscRate = ZERO OR LDiscDate = ZERO
                   OR LPayDate > LDiscDate
                   OR LBalance NOT > ZERO
                   OR LPayAmt NOT < LBalance
               EXIT PROGRAM
           END-IF.
           COMPUTE WS-DiscMax ROUNDED = LGross * LDiscRate.
           IF LPayAmt + WS-DiscMax NOT < LBalance
               COMPUTE LDiscAmt = LBalance - LPayAmt
           END-IF.
           EXIT PROGRAM.
