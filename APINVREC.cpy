      *> Supplier invoice record for "77apinv.dat" (IDNEXT "API"
      *> series): registrata da Payables (77.cob) dopo il controllo
      *> a tre vie (fattura / ordine / entrata merce): 'M' quadrata,
      *> 'H' sospesa per revisione, 'P' pagata. APDueDate e' la
      *> scadenza (data fattura + termini del fornitore se non
      *> indicata): nelle fatture registrate prima PurchApConv
      *> (160.cob) la calcola dai termini del fornitore, zero se
      *> non ne ha, e chi legge ricade sulla data fattura piu' i
      *> termini. APHoldCode dice perche' il controllo a tre vie
      *> l'ha sospesa e resta anche dopo il rilascio e il
      *> pagamento (spazio = mai sospesa, o sospesa prima che il
      *> motivo si registrasse).
      *> APNet/APTaxRate/APTax: imponibile, aliquota e IVA a
      *> credito; APAmount resta il totale da pagare (imponibile
      *> piu' IVA). Nelle fatture registrate prima APNet e' zero:
      *> chi legge prende APAmount come imponibile senza IVA.
       01 ApInvData.
           02 APInvNum PIC 9(5).
           02 APSupCode PIC X(4).
           02 APSupRef PIC X(10).
           02 APPONum PIC 9(5).
           02 APDate PIC 9(8).
           02 APQty PIC 9(5).
           02 APAmount PIC 9(7)V99.
           02 APStatus PIC X.
               88 APMatched VALUE 'M'.
               88 APHeld VALUE 'H'.
               88 APPaid VALUE 'P'.
           02 APDueDate PIC 9(8).
           02 APHoldCode PIC X.
               88 APHoldSupplier VALUE 'S'.
               88 APHoldQty VALUE 'Q'.
               88 APHoldPrice VALUE 'P'.
           02 APNet PIC 9(7)V99.
           02 APTaxRate PIC V999.
           02 APTax PIC 9(6)V99.
