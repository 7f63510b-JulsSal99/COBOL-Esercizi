       FD InvRegister.
       COPY "INVREC.cpy".
       FD OrdHistFile.
       01 OrdHistRecord PIC X(27).
       FD InvHistFile.
       01 InvHistRecord PIC X(103).
       WORKING-STORAGE SECTION.
       01 WS-OrderStatus PIC XX.
       01 WS-RegStatus PIC XX.
                   OrdShipped BY HOrdShipped
                   OrdInvoiced BY HOrdInvoiced
                   OrdClosed BY HOrdClosed
                   OrdCancelled BY HOrdCancelled
                   OrdLineCount BY HOrdLineCount
                   OrdSalesRep BY HOrdSalesRep
                   OrdCompany BY HOrdCompany.
       COPY "INVREC.cpy"
               REPLACING InvRegData BY HistInvData
                   InvNum BY HInvNum
                   InvGross BY HInvGross
                   InvCurr BY HInvCurr
                   InvRate BY HInvRate
                   InvSalesRep BY HInvSalesRep
                   InvTerms BY HInvTerms
                   InvDueDate BY HInvDueDate
                   InvDiscDate BY HInvDiscDate
                   InvDiscRate BY HInvDiscRate
                   InvCompany BY HInvCompany.
       PROCEDURE DIVISION.
       StartPara.
      *> Interrogazione per il servizio clienti: cerca insieme nei
