      *> Company master record for "154company.dat", maintained by
      *> CompanyMaint (154.cob) and read by CMPLKUP: le societa'
      *> che condividono clienti e catalogo ma tengono fatture,
      *> partite IVA e contabilita' proprie. CmpSeriesTag e' il
      *> quarto carattere delle serie IDNEXT della societa' (spazio
      *> = serie storiche "INV "/"CRN "), CmpNumFrom/CmpNumTo la
      *> fascia di progressivi riservata, cosi' i numeri delle due
      *> societa' non si sovrappongono nei registri condivisi.
      *> CmpMain indica la societa' che tiene magazzino, acquisti,
      *> cespiti e universita' nelle sue scritture.
       01 CompanyData.
           02 CmpCode PIC X(2).
           02 CmpName PIC X(30).
           02 CmpVatNum PIC X(20).
           02 CmpSeriesTag PIC X.
           02 CmpNumFrom PIC 9(4).
           02 CmpNumTo PIC 9(4).
           02 CmpMain PIC X.
               88 CmpIsMain VALUE 'Y'.
           02 FILLER PIC X(16).
