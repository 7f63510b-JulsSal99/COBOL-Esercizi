      *> Record del log centrale "39opslog.dat", consolidato da
      *> OpsLog (39.cob) e scritto direttamente da SIGNON e
      *> OperMaint (104.cob). CenChain e' l'anello della catena di
      *> checksum (CHNAPPND/CHNVERIFY) sui primi 93 byte; nel
      *> sigillo ("SEAL" in CenProgram) CenDetail(1:16) riporta
      *> l'anello da cui riparte la catena.
       01 CentralRecord.
           02 CenDate PIC 9(8).
           02 CenTime PIC 9(8).
           02 CenProgram PIC X(12).
           02 CenAction PIC X(10).
           02 CenKey PIC X(10).
           02 CenDetail PIC X(40).
           02 CenRunID PIC 9(5).
           02 CenChain PIC X(16).
