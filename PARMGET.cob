               MOVE "PWDEXPDAYS" TO ParmKey
               MOVE "090" TO ParmValue
               WRITE ParmRecord
               MOVE "FREEFRTMIN" TO ParmKey
               MOVE "00500" TO ParmValue
               WRITE ParmRecord
               MOVE "WOFFDAYS" TO ParmKey
               MOVE "180" TO ParmValue
               WRITE ParmRecord
               MOVE "WOFFGRACE" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "HOLDDAYS" TO ParmKey
               MOVE "060" TO ParmValue
               WRITE ParmRecord
               MOVE "MINCODE" TO ParmKey
               MOVE "000000" TO ParmValue
               WRITE ParmRecord
               MOVE "PROVPCTCUR" TO ParmKey
               MOVE "010" TO ParmValue
               WRITE ParmRecord
               MOVE "PROVPCT30" TO ParmKey
               MOVE "050" TO ParmValue
               WRITE ParmRecord
               MOVE "PROVPCT60" TO ParmKey
               MOVE "200" TO ParmValue
               WRITE ParmRecord
               MOVE "PROVPCT90" TO ParmKey
               MOVE "500" TO ParmValue
               WRITE ParmRecord
               MOVE "CFARDAYS" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "CFAPDAYS" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "CFPODAYS" TO ParmKey
               MOVE "060" TO ParmValue
               WRITE ParmRecord
               MOVE "CFPOCOSTPCT" TO ParmKey
               MOVE "600" TO ParmValue
               WRITE ParmRecord
               MOVE "REORDWINDOW" TO ParmKey
               MOVE "090" TO ParmValue
               WRITE ParmRecord
               MOVE "REORDSAFE" TO ParmKey
               MOVE "007" TO ParmValue
               WRITE ParmRecord
               MOVE "REORDCOVER" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "FSVARTOL" TO ParmKey
               MOVE "010" TO ParmValue
               WRITE ParmRecord
               MOVE "APPRCTOL" TO ParmKey
               MOVE "002" TO ParmValue
               WRITE ParmRecord
               MOVE "INCGRACE" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "SUPSCOREMIN" TO ParmKey
               MOVE "070" TO ParmValue
               WRITE ParmRecord
               MOVE "EXPWARNDAYS" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "ABCAPCT" TO ParmKey
               MOVE "080" TO ParmValue
               WRITE ParmRecord
               MOVE "ABCBPCT" TO ParmKey
               MOVE "095" TO ParmValue
               WRITE ParmRecord
               MOVE "CNTDAYSA" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "CNTDAYSB" TO ParmKey
               MOVE "090" TO ParmValue
               WRITE ParmRecord
               MOVE "CNTDAYSC" TO ParmKey
               MOVE "365" TO ParmValue
               WRITE ParmRecord
               MOVE "HOMECOUNTRY" TO ParmKey
               MOVE "IT" TO ParmValue
               WRITE ParmRecord
               MOVE "VERBDAYS" TO ParmKey
               MOVE "015" TO ParmValue
               WRITE ParmRecord
               MOVE "THESISMONTHS" TO ParmKey
               MOVE "012" TO ParmValue
               WRITE ParmRecord
               MOVE "CREDITSYEAR" TO ParmKey
               MOVE "060" TO ParmValue
               WRITE ParmRecord
               MOVE "PROBEXAMS" TO ParmKey
               MOVE "002" TO ParmValue
               WRITE ParmRecord
               MOVE "EVALMINRESP" TO ParmKey
               MOVE "005" TO ParmValue
               WRITE ParmRecord
               MOVE "REFUNDMIN" TO ParmKey
               MOVE "010" TO ParmValue
               WRITE ParmRecord
               MOVE "INVIGRATIO" TO ParmKey
               MOVE "030" TO ParmValue
               WRITE ParmRecord
               MOVE "DEFTERMS" TO ParmKey
               MOVE "N30" TO ParmValue
               WRITE ParmRecord
               MOVE "INTMINAMT" TO ParmKey
               MOVE "00010" TO ParmValue
               WRITE ParmRecord
           END-IF.
           CLOSE ParmFile.
