      *> prossimo accesso (dopo un reset), OpFailCount conta gli
      *> errori consecutivi e OpLocked blocca l'utenza finche' un
      *> supervisore non la sblocca.
      *> La password non si tiene piu' in chiaro: OpPwdHash e' l'hash
      *> a senso unico (PWDHASH) col sale OpPwdSalt, e le ultime tre
      *> password sostituite restano come sale + hash in
      *> OpPwdHistory per impedirne il riuso. OpLegacyPwd e' la
      *> vecchia password in chiaro, vuota dopo la conversione di
      *> OperHashConv (149.cob).
      *> OpCompany elenca le societa' (COMPREC.cpy) su cui
      *> l'operatore e' autorizzato; SIGNON fa scegliere fra queste.
      *> Elenco vuoto = solo la societa' storica 01.
       01 OperatorRecord.
           02 OpID PIC X(8).
           02 OpName PIC X(20).
           02 OpRole PIC X.
           02 OpLegacyPwd PIC X(8).
           02 OpPwdDate PIC 9(8).
           02 OpForceChange PIC X.
           02 OpFailCount PIC 99.
           02 OpLocked PIC X.
           02 OpPwdSalt PIC X(8).
           02 OpPwdHash PIC X(32).
           02 OpPwdHistory OCCURS 3 TIMES.
               03 OpHistSalt PIC X(8).
               03 OpHistHash PIC X(32).
           02 OpCompanyList.
               03 OpCompany OCCURS 5 TIMES PIC X(2).
