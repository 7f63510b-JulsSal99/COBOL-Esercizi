      *> Thesis record for "133thesis.dat" (indexed by matricola),
      *> maintained by Thesis (133.cob). ThFacCode e' il relatore
      *> (129faculty.dat). Date a zero finche' il passo non c'e'
      *> stato: ThDefSession e' la sessione di laurea prenotata,
      *> ThDefDate la discussione avvenuta, ThMark il voto di
      *> laurea in centodecimi (ThLode 'L' con lode).
       01 ThesisData.
           02 ThMatr PIC 9(5).
           02 ThFacCode PIC X(6).
           02 ThTitle PIC X(60).
           02 ThRegDate PIC 9(8).
           02 ThSubmitDate PIC 9(8).
           02 ThDefSession PIC 9(8).
           02 ThDefDate PIC 9(8).
           02 ThMark PIC 9(3).
           02 ThLode PIC X.
           02 ThStatus PIC X.
               88 ThRegistered VALUE 'R'.
               88 ThSubmitted VALUE 'S'.
               88 ThBooked VALUE 'B'.
               88 ThDefended VALUE 'D'.
