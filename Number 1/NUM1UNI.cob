                   04 HIN-CNT-X PIC X(3).
                   04 HIN-CNT REDEFINES HIN-CNT-X PIC 999.
                   04 FILLER PIC X(1).
           02 HIN-CENSUS PIC X(1).
           02 FILLER PIC X(23).
       01 YEAR-FOUND-SW PIC X(1) VALUE "N".
           88 YEAR-FOUND VALUE "Y".
       01 YIDX PIC 9 VALUE ZERO.
               NOT AT END
                   ADD 1 TO CT-REC-CNT (C)
                   IF HIN-TERM = TERM-ID
                       AND (HIN-CENSUS = "F" OR HIN-CENSUS = SPACE)
                       PERFORM STORE-CHIST-RTN
                   END-IF
           END-READ.
