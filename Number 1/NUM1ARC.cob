                   04 HIN-CNT-X PIC X(3).
                   04 HIN-CNT REDEFINES HIN-CNT-X PIC 999.
                   04 FILLER PIC X(1).
           02 HIN-CENSUS PIC X(1).
           02 FILLER PIC X(23).
       01 TERM-CNT PIC 99 VALUE ZERO.
       01 TERM-TBL.
           02 TERM-ENT OCCURS 20 TIMES.
                   MOVE "Y" TO HIST-EOF-SW
               NOT AT END
                   IF HIN-TERM NOT = SPACES
                       AND (HIN-CENSUS = "F" OR HIN-CENSUS = SPACE)
                       IF GFILT-SW = "N" OR HIN-TERM = TERM-ID
                           PERFORM STORE-RTN
                       END-IF
