      *> Customer price agreement record for "115contracts.dat",
      *> shared via COPY by PRCLKUP and ContractMaint (115.cob).
      *> Prezzo netto concordato se CtrPrice non e' zero,
      *> altrimenti CtrDiscount sostituisce lo sconto di listino.
      *> Vale dal CtrFrom al CtrTo compresi.
       01 ContractData.
           02 CtrCustID PIC 9(5).
           02 CtrProdName PIC X(10).
           02 CtrPrice PIC 9(4)V99.
           02 CtrDiscount PIC V999.
           02 CtrFrom PIC 9(8).
           02 CtrTo PIC 9(8).
           02 CtrOpID PIC X(8).
