      *> Bill of materials for kit products in "125bom.dat", keyed by
      *> kit and component: un kit (starter pack) e' un prodotto di
      *> catalogo col suo prezzo, fatto di BomQty pezzi di ciascun
      *> componente. Niente kit dentro kit. Maintained by KitMaint
      *> (125.cob), loaded into a table by BOMLOAD.
       01 BomData.
           02 BomKey.
               03 BomKit PIC X(10).
               03 BomComp PIC X(10).
           02 BomQty PIC 9(3).
