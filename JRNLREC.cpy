      *> Journal record for "JRNL.dat", shared via COPY by JRNL and
      *> JrnlRecover (36.cob). JrnRunID lega la scrittura al giro
      *> batch che l'ha prodotta (0 = fuori catena notturna).
      *> JrnChain e' l'anello della catena di checksum (CHNAPPND/
      *> CHNVERIFY) sui primi 447 byte; nel sigillo ("SEAL" in
      *> JrnFile) JrnBefore(1:16) riporta l'anello da cui riparte
      *> la catena.
       01 JournalRecord.
           02 JrnDate PIC 9(8).
           02 JrnTime PIC 9(8).
           02 JrnAction PIC X(8).
           02 JrnKey PIC X(10).
      *> Dimensionate sul record piu' lungo journalato (il
      *> cliente CUSTREC arriva a 200 byte).
           02 JrnBefore PIC X(200).
           02 JrnAfter PIC X(200).
           02 JrnRunID PIC 9(5).
           02 JrnChain PIC X(16).
