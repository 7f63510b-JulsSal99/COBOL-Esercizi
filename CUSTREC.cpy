      *> Payments (26.cob) and every other customer reader, like
      *> STUDREC.cpy does for the student shape. CredLimit is the
      *> credit ceiling checked at order entry: zero means no limit.
      *> Record a 200 byte: i campi aggiunti in coda si ricavano
      *> dalla riserva finale, senza riconvertire l'archivio.
       01 CustomerData.
      *> Chiave a 5 cifre (4 di progressivo + cifra di controllo
      *> CHKDGT), come PersonID in PERSONREC.cpy.
               03 AddrProv PIC X(2).
               03 AddrCountry PIC X(2).
           02 CredLimit PIC 9(5)V99.
      *> Esenzione IVA: numero certificato e scadenza. Certificato
      *> vuoto o scaduto alla data fattura = cliente imponibile.
           02 CustExemptCert PIC X(15).
           02 CustExemptExp PIC 9(8).
      *> Blocco fido: 'Y' dopo uno stralcio per perdita, ogni nuovo
      *> ordine resta in coda credito finche' non viene tolto.
           02 CustCreditHold PIC X.
               88 CustOnHold VALUE 'Y'.
      *> Partita IVA col prefisso del paese (VATCHK), per gli
      *> elenchi delle cessioni UE: spazi = non comunicata.
           02 CustVatNum PIC X(14).
      *> 'Y' = escluso dagli interessi di mora (enti pubblici,
      *> accordi di dilazione): LateInterest (147.cob) lo salta.
           02 CustIntExempt PIC X.
               88 CustNoInterest VALUE 'Y'.
      *> Condizioni di pagamento (TERMSREC.cpy): spazi = rimessa
      *> diretta, scadenza alla data fattura.
           02 CustTerms PIC X(4).
      *> 'N' = il cliente non vuole avvisi e-mail su ordini,
      *> spedizioni e fatture (NOTIFY); spazi o 'Y' = avvisi attivi.
           02 CustNotify PIC X.
               88 CustNoNotify VALUE 'N'.
           02 FILLER PIC X(22).
