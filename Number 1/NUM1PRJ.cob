       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSMFILE ASSIGN TO "NUM1TSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSM-KEY
               FILE STATUS IS TSM-STATUS.
           SELECT PRJFILE ASSIGN TO "NUM1PRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRJ-STATUS.
               FILE STATUS IS CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TSMFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TSM-REC.
       01 TSM-REC.
           02 TSM-KEY.
               03 TSM-SEQ PIC 9(4).
               03 TSM-YEAR PIC X(9).
               03 TSM-PROG PIC X(5).
               03 TSM-CENSUS PIC X(1).
           02 TSM-TERM PIC X(20).
           02 TSM-ROW PIC 9.
           02 TSM-M PIC 999.
           02 TSM-F PIC 999.
           02 TSM-TOT PIC 9(4).
           02 TSM-SPLIT PIC X(1).
           02 TSM-RUN PIC 9(4).
           02 TSM-DATE PIC 9(6).
           02 TSM-SRC PIC X(1).
           02 FILLER PIC X(18).
       FD  PRJFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRJ-REC.
       01 CAL-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 TSM-STATUS PIC X(2) VALUE SPACES.
       01 PRJ-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
               03 CAL-TERM PIC X(20).
               03 CAL-SEQ PIC 9(4).
               03 CAL-STAT PIC X(1).
       01 TSM-EOF-SW PIC X(1) VALUE "N".
           88 TSM-EOF VALUE "Y".
       01 TERM-OPEN-SW PIC X(1) VALUE "N".
       01 SPAN-OK-SW PIC X(1) VALUE "N".
           88 SPAN-OK VALUE "Y".
       01 SPAN-TERM PIC X(20) VALUE SPACES.
       01 SPAN-SEQ PIC 9(4) VALUE ZERO.
       01 SPAN-FROM-SEQ PIC 9(4) VALUE ZERO.
       01 SPAN-TO-SEQ PIC 9(4) VALUE 9999.
       01 SPAN-FROM-TERM PIC X(20) VALUE SPACES.
       01 SPAN-TO-TERM PIC X(20) VALUE SPACES.
       01 YEAR-FOUND-SW PIC X(1) VALUE "N".
           88 YEAR-FOUND VALUE "Y".
       01 TERM-CNT PIC 99 VALUE ZERO.
       01 TERM-TBL.
           02 TERM-ENT OCCURS 2 TIMES.
               03 TT-TERM PIC X(20).
               03 TT-ROWS PIC 9.
               03 TT-YEAR-ENT OCCURS 5 TIMES.
                   04 TT-YEAR PIC X(9).
                   04 TT-ROWNO PIC 9.
                   04 TT-CNT OCCURS 6 TIMES PIC 999.
       01 TT-SEQ-TBL.
           02 TT-SEQ OCCURS 2 TIMES PIC 9(4).
       01 YEAR-WK PIC X(28) VALUE SPACES.
       01 ROW-A PIC 9 VALUE ZERO.
       01 ROW-B PIC 9 VALUE ZERO.
       01 T PIC 99 VALUE ZERO.
       01 YIDX PIC 9 VALUE ZERO.
       01 YSLOT PIC 9 VALUE ZERO.
       01 Y PIC 9 VALUE ZERO.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO TERM CALENDAR ON HAND (".
           02 FILLER PIC X(26) VALUE "NUM1CAL.DAT) - NO FORECAST".
       01 SPAN-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "TERMS FROM:   ".
           02 SPAN-FROM-OUT PIC X(20) VALUE "FIRST ON FILE".
           02 FILLER PIC X(5) VALUE "  TO:".
           02 FILLER PIC X(1) VALUE SPACES.
           02 SPAN-TO-OUT PIC X(20) VALUE "LAST ON FILE".
       01 NOPAIR-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "FEWER THAN TWO TERMS IN SP".
           02 FILLER PIC X(26) VALUE "AN - NO RETENTION RATES   ".
       01 NOTSM-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO TERM SUMMARY FILE - RUN".
           02 FILLER PIC X(26) VALUE " NUM1TSL TO BUILD IT      ".
       01 NONEXT-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO NEXT TERM ON CALENDAR -".
               WRITE RPT-REC FROM NOCAL-LINE AFTER 2 LINES
               DISPLAY "NO TERM CALENDAR ON HAND - NO FORECAST"
               PERFORM FIN-RTN.
           MOVE "N" TO SPAN-OK-SW.
           PERFORM ACCEPT-SPAN-RTN UNTIL SPAN-OK.
           WRITE RPT-REC FROM SPAN-LINE AFTER 2 LINES.
           OPEN INPUT TSMFILE.
           IF TSM-STATUS NOT = "00"
               WRITE RPT-REC FROM NOTSM-LINE AFTER 2 LINES
               DISPLAY "NO TERM SUMMARY FILE - NO FORECAST"
               PERFORM FIN-RTN.
           PERFORM START-TSM-RTN.
           PERFORM LOAD-RTN UNTIL TSM-EOF.
           IF TERM-OPEN-SW = "Y"
               PERFORM END-TERM-RTN.
           CLOSE TSMFILE.
           IF TERM-CNT < 2
               WRITE RPT-REC FROM NOPAIR-LINE AFTER 2 LINES
               DISPLAY "FEWER THAN TWO TERMS IN SPAN - NO FORECAST"
               PERFORM FIN-RTN.
           MOVE 2 TO T.
           PERFORM NEXT-TERM-RTN.
           IF NEXT-SLOT = 0
               WRITE RPT-REC FROM NONEXT-LINE AFTER 2 LINES
               MOVE CIN-STAT TO CAL-STAT (CAL-CNT)
           END-IF.

       ACCEPT-SPAN-RTN.
           DISPLAY "ENTER FROM TERM-ID (SPACES FOR FIRST ON FILE):".
           MOVE SPACES TO SPAN-FROM-TERM.
           ACCEPT SPAN-FROM-TERM.
           DISPLAY "ENTER TO TERM-ID (SPACES FOR LAST ON FILE):".
           MOVE SPACES TO SPAN-TO-TERM.
           ACCEPT SPAN-TO-TERM.
           MOVE "Y" TO SPAN-OK-SW.
           MOVE 0 TO SPAN-FROM-SEQ.
           MOVE 9999 TO SPAN-TO-SEQ.
           MOVE "FIRST ON FILE" TO SPAN-FROM-OUT.
           MOVE "LAST ON FILE" TO SPAN-TO-OUT.
           IF SPAN-FROM-TERM NOT = SPACES
               MOVE SPAN-FROM-TERM TO SPAN-TERM
               PERFORM SPAN-SEQ-RTN
               MOVE SPAN-SEQ TO SPAN-FROM-SEQ
               MOVE SPAN-FROM-TERM TO SPAN-FROM-OUT
           END-IF.
           IF SPAN-TO-TERM NOT = SPACES
               MOVE SPAN-TO-TERM TO SPAN-TERM
               PERFORM SPAN-SEQ-RTN
               MOVE SPAN-SEQ TO SPAN-TO-SEQ
               MOVE SPAN-TO-TERM TO SPAN-TO-OUT
           END-IF.
           IF SPAN-OK AND SPAN-TO-SEQ < SPAN-FROM-SEQ
               MOVE "N" TO SPAN-OK-SW
               DISPLAY "INVALID - TO TERM IS BEFORE FROM TERM, RE-ENTER"
           END-IF.

       SPAN-SEQ-RTN.
           MOVE 0 TO SPAN-SEQ.
           PERFORM SPAN-FIND-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           IF SPAN-SEQ = 0 AND SPAN-OK
               MOVE "N" TO SPAN-OK-SW
               DISPLAY "INVALID - TERM NOT ON CALENDAR, RE-ENTER".

       SPAN-FIND-RTN.
           IF CAL-TERM (CIDX) = SPAN-TERM
               MOVE CAL-SEQ (CIDX) TO SPAN-SEQ.

       START-TSM-RTN.
           MOVE SPAN-FROM-SEQ TO TSM-SEQ.
           MOVE LOW-VALUES TO TSM-YEAR.
           MOVE LOW-VALUES TO TSM-PROG.
           MOVE LOW-VALUES TO TSM-CENSUS.
           START TSMFILE KEY NOT < TSM-KEY.
           IF TSM-STATUS NOT = "00"
               MOVE "Y" TO TSM-EOF-SW.

       LOAD-RTN.
           READ TSMFILE NEXT RECORD
               AT END
                   MOVE "Y" TO TSM-EOF-SW
               NOT AT END
                   IF TSM-SEQ > SPAN-TO-SEQ
                       MOVE "Y" TO TSM-EOF-SW
                   ELSE
                       IF TSM-CENSUS = "F"
                           PERFORM STORE-RTN
                       END-IF
                   END-IF
           END-READ.

       STORE-RTN.
           IF TERM-OPEN-SW = "Y" AND TSM-SEQ NOT = TT-SEQ (2)
               PERFORM END-TERM-RTN.
           IF TERM-OPEN-SW = "N"
               IF TERM-CNT > 0
                   MOVE TERM-ENT (2) TO TERM-ENT (1)
                   MOVE TT-SEQ (2) TO TT-SEQ (1)
               END-IF
               MOVE ZEROS TO TERM-ENT (2)
               MOVE TSM-TERM TO TT-TERM (2)
               MOVE TSM-SEQ TO TT-SEQ (2)
               MOVE "Y" TO TERM-OPEN-SW
           END-IF.
           PERFORM STORE-YEAR-RTN.

       STORE-YEAR-RTN.
           MOVE "N" TO YEAR-FOUND-SW.
           PERFORM FIND-YEAR-RTN VARYING YIDX FROM 1 BY 1
               UNTIL YIDX > TT-ROWS (2) OR YEAR-FOUND.
           IF NOT YEAR-FOUND
               IF TT-ROWS (2) < 5
                   ADD 1 TO TT-ROWS (2)
                   MOVE TT-ROWS (2) TO YSLOT
                   MOVE TSM-YEAR TO TT-YEAR (2, YSLOT)
               ELSE
                   MOVE 5 TO YSLOT
               END-IF
           END-IF.
           IF TT-ROWNO (2, YSLOT) = 0
               MOVE TSM-ROW TO TT-ROWNO (2, YSLOT).
           PERFORM STORE-CNT-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.

       FIND-YEAR-RTN.
           IF TT-YEAR (2, YIDX) = TSM-YEAR
               MOVE "Y" TO YEAR-FOUND-SW
               MOVE YIDX TO YSLOT.

       STORE-CNT-RTN.
           IF PRG-CODE (P) = TSM-PROG
               MOVE TSM-TOT TO TT-CNT (2, YSLOT, P).

       END-TERM-RTN.
           PERFORM SORT-YEAR-RTN VARYING Y FROM 1 BY 1
               UNTIL Y > TT-ROWS (2).
           IF TERM-CNT < 2
               ADD 1 TO TERM-CNT.
           MOVE "N" TO TERM-OPEN-SW.

       SORT-YEAR-RTN.
           PERFORM SORT-YEAR-COMP-RTN VARYING YIDX FROM 1 BY 1
               UNTIL YIDX >= TT-ROWS (2).

       SORT-YEAR-COMP-RTN.
           MOVE TT-ROWNO (2, YIDX) TO ROW-A.
           MOVE TT-ROWNO (2, YIDX + 1) TO ROW-B.
           IF ROW-A = 0
               MOVE 9 TO ROW-A.
           IF ROW-B = 0
               MOVE 9 TO ROW-B.
           IF ROW-A > ROW-B
               MOVE TT-YEAR-ENT (2, YIDX) TO YEAR-WK
               MOVE TT-YEAR-ENT (2, YIDX + 1) TO TT-YEAR-ENT (2, YIDX)
               MOVE YEAR-WK TO TT-YEAR-ENT (2, YIDX + 1).

       NEXT-TERM-RTN.
           MOVE 0 TO NEXT-SLOT.
               UNTIL CIDX > CAL-CNT.

       NEXT-SCAN-RTN.
           IF CAL-SEQ (CIDX) > TT-SEQ (2)
               AND CAL-SEQ (CIDX) < NEXT-SEQ
               MOVE CIDX TO NEXT-SLOT
               MOVE CAL-SEQ (CIDX) TO NEXT-SEQ.
