
       LoadOneResult.
           MOVE UnloadRecord(1:22) TO ExamResData(1:22).
           MOVE SPACES TO ExamFacCode.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SeenCount
                   OR (SN-Matr(I) = ExamMatr
