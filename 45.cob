       FD CustomerFIle.
       COPY "CUSTREC.cpy".
       FD UnloadFile.
       01 UnloadRecord PIC X(200).
       WORKING-STORAGE SECTION.
       01 WS-StudentiMasterStatus PIC XX.
       01 WS-CustStatus PIC XX.
