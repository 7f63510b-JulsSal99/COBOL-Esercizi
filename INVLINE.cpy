      *> Invoice line record for "25invlines.dat", written by
      *> InvoiceGen (25.cob): una riga per ogni riga d'ordine
      *> fatturata, col riferimento alla riga di 24ordlines.dat e il
      *> prezzo effettivamente applicato, cosi' il documento si
      *> ricostruisce senza ripetere la ricerca prezzi. Classe e
      *> aliquota (TAXLKUP, "EX" se il cliente e' esente) sono
      *> quelle applicate: i resi le stornano tali e quali.
       01 InvLineData.
           02 InvLnKey.
               03 InvLnInv PIC 9(5).
               03 InvLnSeq PIC 9(3).
           02 InvLnOrd PIC 9(5).
           02 InvLnOrdSeq PIC 99.
           02 InvLnProd PIC X(10).
           02 InvLnQty PIC 9(3).
           02 InvLnUnitPrice PIC 9(4)V99.
           02 InvLnDisc PIC V999.
           02 InvLnNet PIC 9(6)V99.
           02 InvLnTaxClass PIC X(2).
           02 InvLnTaxRate PIC V999.
           02 InvLnTax PIC 9(5)V99.
