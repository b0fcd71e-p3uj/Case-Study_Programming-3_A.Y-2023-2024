           02 MST-KEY.
               03 MST-TERM PIC X(20).
               03 MST-YR-LEVEL PIC X(9).
               03 MST-CENSUS PIC X(1).
           02 MST-CNTS.
               03 MST-PROG-ENT OCCURS 6 TIMES.
                   04 MST-M PIC 999.
                   04 MST-F PIC 999.
           02 FILLER PIC X(14).
       FD  HISTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIST-REC.
                   04 HIN-CNT-X PIC X(3).
                   04 HIN-CNT REDEFINES HIN-CNT-X PIC 999.
                   04 FILLER PIC X(1).
           02 HIN-CENSUS PIC X(1).
           02 FILLER PIC X(23).
       01 TERM-CNT PIC 99 VALUE ZERO.
       01 TERM-TBL.
           02 TERM-ENT OCCURS 20 TIMES.
               03 TT-TERM PIC X(20).
               03 TT-CEN PIC X(1).
               03 TT-ROWS PIC 9.
               03 TT-YEAR-ENT OCCURS 5 TIMES.
                   04 TT-YEAR PIC X(9).
                   04 TT-CNT OCCURS 6 TIMES PIC 999.
       01 TT-SEQ-TBL.
           02 TT-SEQ OCCURS 20 TIMES PIC 9(4).
       01 TERM-WK PIC X(157) VALUE SPACES.
       01 SEQ-WK PIC 9(4) VALUE ZERO.
       01 T PIC 99 VALUE ZERO.
       01 TIDX PIC 99 VALUE ZERO.
           02 AIN-NEW-M PIC 999.
           02 FILLER PIC X(1).
           02 AIN-NEW-F PIC 999.
           02 FILLER PIC X(12).
           02 AIN-CEN PIC X(1).
       01 ADJ-CNT PIC 999 VALUE ZERO.
       01 ADJ-SLOT PIC 999 VALUE ZERO.
       01 AIDX PIC 999 VALUE ZERO.
       01 ADJ-TBL.
           02 ADJ-ENT OCCURS 100 TIMES.
               03 AT-TERM PIC X(20).
               03 AT-CEN PIC X(1).
               03 AT-YEAR PIC X(9).
               03 AT-PROG PIC X(5).
               03 AT-NEW-M PIC 999.
       01 MS-TBL.
           02 MS-ENT OCCURS 200 TIMES.
               03 MS-TERM PIC X(20).
               03 MS-CEN PIC X(1).
               03 MS-YR PIC X(9).
               03 MS-CELL-ENT OCCURS 6 TIMES.
                   04 MS-M PIC 999.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "TERM                ".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(1) VALUE "C".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "YEAR     ".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "PROG ".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "MASTER".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "EXPECTED".
           02 FILLER PIC X(5) VALUE SPACES.
           02 DISC-TERM-OUT PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DISC-CEN-OUT PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DISC-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DISC-PROG-OUT PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DISC-MST-OUT PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DISC-EXP-OUT PIC ZZZ9.
               AT END
                   MOVE "Y" TO HIST-EOF-SW
               NOT AT END
                   IF HIN-CENSUS = SPACE
                       MOVE "F" TO HIN-CENSUS
                   END-IF
                   IF HIN-TERM NOT = SPACES
                       ADD 1 TO HIST-READ-CNT
                       PERFORM STORE-RTN
               END-IF
               MOVE TERM-CNT TO TSLOT
               MOVE HIN-TERM TO TT-TERM (TSLOT)
               MOVE HIN-CENSUS TO TT-CEN (TSLOT)
               MOVE 0 TO TT-ROWS (TSLOT)
           END-IF.
           IF TSLOT NOT = 0
           MOVE TERM-ENT (TIDX + 1) TO TERM-ENT (TIDX).

       FIND-TERM-RTN.
           IF TT-TERM (TIDX) = HIN-TERM AND TT-CEN (TIDX) = HIN-CENSUS
               MOVE "Y" TO TERM-FOUND-SW
               MOVE TIDX TO TSLOT.

               AT END
                   MOVE "Y" TO ADJ-EOF-SW
               NOT AT END
                   IF AIN-CEN = SPACE
                       MOVE "F" TO AIN-CEN
                   END-IF
                   IF AIN-TERM NOT = SPACES
                       ADD 1 TO ADJ-READ-CNT
                       PERFORM STORE-ADJ-RTN
               ADD 1 TO ADJ-CNT
               MOVE ADJ-CNT TO ADJ-SLOT
               MOVE AIN-TERM TO AT-TERM (ADJ-SLOT)
               MOVE AIN-CEN TO AT-CEN (ADJ-SLOT)
               MOVE AIN-YEAR TO AT-YEAR (ADJ-SLOT)
               MOVE AIN-PROG TO AT-PROG (ADJ-SLOT)
           END-IF.

       FIND-ADJ-RTN.
           IF AT-TERM (AIDX) = AIN-TERM
               AND AT-CEN (AIDX) = AIN-CEN
               AND AT-YEAR (AIDX) = AIN-YEAR
               AND AT-PROG (AIDX) = AIN-PROG
               MOVE AIDX TO ADJ-SLOT.
           IF MS-CNT < 200
               ADD 1 TO MS-CNT
               MOVE MST-TERM TO MS-TERM (MS-CNT)
               MOVE MST-CENSUS TO MS-CEN (MS-CNT)
               IF MST-CENSUS = SPACE
                   MOVE "F" TO MS-CEN (MS-CNT)
               END-IF
               MOVE MST-YR-LEVEL TO MS-YR (MS-CNT)
               MOVE "N" TO MS-HIT (MS-CNT)
               PERFORM STORE-MST-CELL-RTN VARYING P FROM 1 BY 1

       MATCH-MST-RTN.
           IF MS-TERM (MIDX) = TT-TERM (T)
               AND MS-CEN (MIDX) = TT-CEN (T)
               AND MS-YR (MIDX) = TT-YEAR (T, Y)
               MOVE MIDX TO MS-SLOT.


       MISS-CELL-RTN.
           MOVE TT-TERM (T) TO DISC-TERM-OUT.
           MOVE TT-CEN (T) TO DISC-CEN-OUT.
           MOVE TT-YEAR (T, Y) TO DISC-YEAR-OUT.
           MOVE PRG-CODE (P) TO DISC-PROG-OUT.
           MOVE 0 TO DISC-MST-OUT.
           MOVE TT-CNT (T, Y, P) TO EXP-TOT.
           IF MST-TOT NOT = EXP-TOT
               MOVE TT-TERM (T) TO DISC-TERM-OUT
               MOVE TT-CEN (T) TO DISC-CEN-OUT
               MOVE TT-YEAR (T, Y) TO DISC-YEAR-OUT
               MOVE PRG-CODE (P) TO DISC-PROG-OUT
               MOVE MST-TOT TO DISC-MST-OUT
       ORPHAN-RTN.
           IF MS-HIT (MIDX) = "N"
               MOVE MS-TERM (MIDX) TO DISC-TERM-OUT
               MOVE MS-CEN (MIDX) TO DISC-CEN-OUT
               MOVE MS-YR (MIDX) TO DISC-YEAR-OUT
               MOVE SPACES TO DISC-PROG-OUT
               MOVE 0 TO MST-TOT
               MOVE SPACES TO MST-REC
               MOVE MS-TERM (MIDX) TO MST-TERM
               MOVE MS-YR (MIDX) TO MST-YR-LEVEL
               MOVE MS-CEN (MIDX) TO MST-CENSUS
               PERFORM ORPHAN-PUT-CELL-RTN VARYING P FROM 1 BY 1
                   UNTIL P > 6
               WRITE MST-REC
           MOVE SPACES TO MST-REC.
           MOVE TT-TERM (T) TO MST-TERM.
           MOVE TT-YEAR (T, Y) TO MST-YR-LEVEL.
           MOVE TT-CEN (T) TO MST-CENSUS.
           PERFORM REB-CLEAR-RTN VARYING P FROM 1 BY 1
               UNTIL P > 6.
           PERFORM REB-CELL-RTN VARYING P FROM 1 BY 1
               IF EXP-TOT > 0
                   ADD 1 TO REB-NOTE-CNT
                   MOVE TT-TERM (T) TO DISC-TERM-OUT
                   MOVE TT-CEN (T) TO DISC-CEN-OUT
                   MOVE TT-YEAR (T, Y) TO DISC-YEAR-OUT
                   MOVE PRG-CODE (P) TO DISC-PROG-OUT
                   MOVE EXP-TOT TO DISC-MST-OUT

       REB-ADJ-FIND-RTN.
           IF AT-TERM (AIDX) = TT-TERM (T)
               AND AT-CEN (AIDX) = TT-CEN (T)
               AND AT-YEAR (AIDX) = TT-YEAR (T, Y)
               AND AT-PROG (AIDX) = PRG-CODE (P)
               MOVE AIDX TO ADJ-SLOT.
