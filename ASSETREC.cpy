      *> Fixed asset master record for "148assets.dat" (IDNEXT
      *> "AST" series), mantenuto da AssetRegister (148.cob).
      *> AsApInvNum lega il cespite alla fattura fornitore di
      *> 77apinv.dat (zero per i beni ripresi dal vecchio foglio di
      *> calcolo, che entrano con l'ammortamento gia' fatto in
      *> AsAccumDep fino al mese AsLastDep). Metodo 'L' quote
      *> costanti sulla vita utile, 'D' quote decrescenti al doppio
      *> del tasso costante sul netto contabile. L'ammortamento
      *> parte dal mese dopo l'acquisto e non scende sotto il
      *> valore residuo AsSalvage.
       01 AssetData.
           02 AsNum PIC 9(5).
           02 AsDesc PIC X(30).
           02 AsCategory PIC X.
               88 AsEquipment VALUE 'E'.
               88 AsVehicle VALUE 'V'.
               88 AsComputer VALUE 'C'.
               88 AsFurniture VALUE 'F'.
               88 AsOtherAsset VALUE 'O'.
               88 AsCategoryValid VALUE 'E' 'V' 'C' 'F' 'O'.
           02 AsLocation PIC X(20).
           02 AsAcqDate PIC 9(8).
           02 AsCost PIC 9(7)V99.
           02 AsSalvage PIC 9(7)V99.
           02 AsApInvNum PIC 9(5).
           02 AsLifeMonths PIC 9(3).
           02 AsMethod PIC X.
               88 AsStraightLine VALUE 'L'.
               88 AsDeclining VALUE 'D'.
           02 AsAccumDep PIC 9(7)V99.
           02 AsLastDep PIC 9(6).
           02 AsStatus PIC X.
               88 AsActive VALUE 'A'.
               88 AsDisposed VALUE 'D'.
           02 AsDispDate PIC 9(8).
           02 AsDispProceeds PIC 9(7)V99.
           02 AsOpID PIC X(8).
           02 FILLER PIC X(20).
