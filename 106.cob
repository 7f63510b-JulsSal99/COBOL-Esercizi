       FD RuntimeFile.
       COPY "RUNTIME.cpy".
       FD JobCtlFile.
       COPY "JOBCTL.cpy".
       FD TrendReport.
       01 PrintLine PIC X(75).
       WORKING-STORAGE SECTION.
               READ JobCtlFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JcStep NOT = SPACES
                           PERFORM AddStepProjection
                       END-IF
               END-READ
           MOVE 'N' TO WS-Found.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-StepCount
               IF ST-Step(I) = JcStep
                   MOVE 'Y' TO WS-Found
                   ADD ST-LastSecs(I) TO WS-ChainSecs
               END-IF
           END-PERFORM.
           IF WS-Found = 'N'
               MOVE SPACES TO ProjLine
               STRING "Step " JcStep
                   " has no history yet."
                   DELIMITED BY SIZE INTO ProjLine
               END-STRING
