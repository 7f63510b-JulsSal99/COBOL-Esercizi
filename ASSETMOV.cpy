      *> Fixed asset movement for "148assetmov.dat": una riga per
      *> capitalizzazione ('A', costo della fattura fornitore tolto
      *> dagli acquisti), quota mensile di ammortamento ('M') o
      *> dismissione ('D', con fondo, incasso e plus/minusvalenza).
      *> Scritto da AssetRegister (148.cob), contabilizzato da
      *> GLPosting (69.cob) nel periodo di AmDate.
       01 AssetMoveData.
           02 AmType PIC X.
               88 AmAcquire VALUE 'A'.
               88 AmDepreciate VALUE 'M'.
               88 AmDispose VALUE 'D'.
           02 AmAsset PIC 9(5).
           02 AmDate PIC 9(8).
           02 AmCategory PIC X.
           02 AmAmount PIC 9(7)V99.
           02 AmAccum PIC 9(7)V99.
           02 AmProceeds PIC 9(7)V99.
           02 AmGainLoss PIC S9(7)V99.
           02 AmOpID PIC X(8).
