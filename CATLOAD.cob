           02 CatRecName PIC X(10).
           02 CatRecPrice PIC 9(4)V99.
           02 CatRecDiscount PIC V999.
      *> Classe fiscale per TAXLKUP (vuota = ordinaria "ST").
           02 CatRecTaxClass PIC X(2).
      *> Peso unitario di spedizione in kg, per il calcolo nolo.
           02 CatRecWeight PIC 9(3)V99.
      *> 'D' = prodotto dismesso: esce dal catalogo del webshop
      *> (WebFeed, 158.cob) ma resta caricato qui, perche' gli
      *> ordini gia' aperti si devono poter spedire e fatturare.
           02 CatRecStatus PIC X.
               88 CatRecDiscontinued VALUE 'D'.
       WORKING-STORAGE SECTION.
       01 WS-CatalogStatus PIC XX.
       01 WS-CatalogEOF PIC X.
           OPEN INPUT CategoryCatalog.
           IF WS-CatalogStatus = "35"
               OPEN OUTPUT CategoryCatalog
               MOVE "Blue Shirt001299100ST00030" TO CatalogRecord
               WRITE CatalogRecord
               MOVE "Grey Shirt000999050ST00030" TO CatalogRecord
               WRITE CatalogRecord
               MOVE "Red Shirt 001499000ST00030" TO CatalogRecord
               WRITE CatalogRecord
               CLOSE CategoryCatalog
               OPEN INPUT CategoryCatalog
