      *> Certificate issuance register for "134certreg.dat"
      *> (indexed by serial), maintained by Certificates (134.cob).
      *> CertSerial viene dalla serie IDNEXT "CERT" con cifra di
      *> controllo CHKDGT. CertType 'E' iscrizione, 'X' esami
      *> sostenuti, 'D' diploma di laurea. Un diploma rilasciato di
      *> nuovo ha CertDuplicate 'Y', il seriale del primo in
      *> CertOrigSerial e il motivo in CertReason. I campi da
      *> CertCorso in poi sono quanto il documento attestava.
       01 CertData.
           02 CertSerial PIC 9(5).
           02 CertType PIC X.
               88 CertEnrolment VALUE 'E'.
               88 CertExamList VALUE 'X'.
               88 CertDiploma VALUE 'D'.
           02 CertMatr PIC 9(5).
           02 CertNome PIC X(20).
           02 CertCognome PIC X(20).
           02 CertIssueDate PIC 9(8).
           02 CertOpID PIC X(8).
           02 CertDuplicate PIC X.
           02 CertOrigSerial PIC 9(5).
           02 CertReason PIC X(40).
           02 CertCorso PIC 9(5).
           02 CertAnnoCorso PIC 99.
           02 CertAnnoLaurea PIC 9(4).
           02 CertExamCount PIC 9(3).
           02 CertCredits PIC 9(4).
           02 CertAvg PIC 9(3)V9.
           02 CertMark PIC 9(3).
           02 CertLode PIC X.
