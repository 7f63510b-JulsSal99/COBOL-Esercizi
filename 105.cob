       FD CtlFile.
       COPY "CTLREC.cpy".
       FD CentralLog.
       COPY "OPSLOGREC.cpy".
       WORKING-STORAGE SECTION.
       01 WS-LogStatus PIC XX.
       01 WS-JrnlStatus PIC XX.
