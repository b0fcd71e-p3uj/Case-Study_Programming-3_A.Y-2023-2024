       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1SLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECFILE ASSIGN TO "NUM1SECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
           SELECT RPTFILE ASSIGN TO "NUM1SLR.DAT"
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SEC-REC.
       01 SEC-REC PIC X(80).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).
       FD  RPTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 SEC-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 SEC-EOF-SW PIC X(1) VALUE "N".
           88 SEC-EOF VALUE "Y".
       01 SEC-LINE-IN.
           02 SL-DATE-X PIC X(6).
           02 FILLER PIC X(1).
           02 SL-TIME PIC X(8).
           02 FILLER PIC X(1).
           02 SL-OPER PIC X(10).
           02 FILLER PIC X(1).
           02 SL-PROG PIC X(8).
           02 FILLER PIC X(1).
           02 SL-EVENT PIC X(1).
           02 FILLER PIC X(1).
           02 SL-TEXT PIC X(30).
           02 FILLER PIC X(12).
       01 RPT-DATE-X PIC X(6) VALUE SPACES.
       01 RPT-DATE REDEFINES RPT-DATE-X PIC 9(6).
       01 DATE-OK-SW PIC X(1) VALUE "N".
           88 DATE-OK VALUE "Y".
       01 EV-X PIC 9 VALUE ZERO.
       01 X PIC 9 VALUE ZERO.
       01 OP-CNT PIC 99 VALUE ZERO.
       01 OP-SLOT PIC 99 VALUE ZERO.
       01 OIDX PIC 99 VALUE ZERO.
       01 OP-LOST PIC 9(5) VALUE ZERO.
       01 OP-TBL.
           02 OP-ENT OCCURS 50 TIMES.
               03 OP-ID PIC X(10).
               03 OP-EV-CNT OCCURS 5 TIMES PIC 9(5).
       01 TOT-GRP.
           02 TOT-EV-CNT OCCURS 5 TIMES PIC 9(5).
       01 LINES-SHOWN PIC 9(5) VALUE ZERO.
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "SIGN-ON SECURITY REPORT - ".
           02 FILLER PIC X(21) VALUE "FAILURES BY OPERATOR ".
       01 DATE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "DATE (YYMMDD): ".
           02 DATE-OUT PIC X(6).
       01 DET-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "TIME     ".
           02 FILLER PIC X(11) VALUE "OPERATOR   ".
           02 FILLER PIC X(9) VALUE "PROGRAM  ".
           02 FILLER PIC X(2) VALUE "E ".
           02 FILLER PIC X(30) VALUE "EVENT".
       01 DET-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 DET-TIME-OUT PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DET-OPER-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DET-PROG-OUT PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DET-EVENT-OUT PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DET-TEXT-OUT PIC X(30).
       01 NONE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO SIGN-ON EVENTS LOGGED F".
           02 FILLER PIC X(12) VALUE "OR THIS DATE".
       01 SUM-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "OPERATOR   ".
           02 FILLER PIC X(9) VALUE "   FAILED".
           02 FILLER PIC X(9) VALUE "   LOCKED".
           02 FILLER PIC X(9) VALUE " TRIED-LK".
           02 FILLER PIC X(9) VALUE "   NO PIN".
           02 FILLER PIC X(9) VALUE "   RESETS".
       01 SUM-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUM-OPER-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SUM-ENT OCCURS 5 TIMES.
               03 FILLER PIC X(3) VALUE SPACES.
               03 SUM-CNT-OUT PIC ZZZZZ9.
       01 NOTE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "E: F=FAILED L=LOCKED OUT K".
           02 FILLER PIC X(26) VALUE "=TRIED WHILE LOCKED N=NO P".
           02 FILLER PIC X(20) VALUE "IN R=RESET C=CHANGED".
       01 OPLOST-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** MORE THAN 50 OPERATORS ".
           02 FILLER PIC X(26) VALUE "- EVENTS NOT IN SUMMARY:  ".
           02 OPLOST-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-PRG-RTN.
           MOVE "N" TO DATE-OK-SW.
           PERFORM ACCEPT-DATE-RTN UNTIL DATE-OK.
           MOVE ZEROS TO TOT-GRP.
           OPEN OUTPUT RPTFILE.
           WRITE RPT-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE RPT-REC FROM HDG-1 BEFORE 1 LINE.
           MOVE RPT-DATE-X TO DATE-OUT.
           WRITE RPT-REC FROM DATE-LINE AFTER 2 LINES.
           WRITE RPT-REC FROM NOTE-LINE AFTER 1 LINE.
           WRITE RPT-REC FROM DET-HDG AFTER 2 LINES.
           OPEN INPUT SECFILE.
           IF SEC-STATUS = "00"
               PERFORM READ-SEC-RTN UNTIL SEC-EOF
               CLOSE SECFILE
           END-IF.
           IF LINES-SHOWN = 0
               WRITE RPT-REC FROM NONE-LINE AFTER 1 LINE.
           WRITE RPT-REC FROM SUM-HDG AFTER 3 LINES.
           PERFORM SUM-OPER-RTN VARYING OIDX FROM 1 BY 1
               UNTIL OIDX > OP-CNT.
           MOVE "ALL" TO SUM-OPER-OUT.
           PERFORM SUM-TOT-RTN VARYING X FROM 1 BY 1 UNTIL X > 5.
           WRITE RPT-REC FROM SUM-LINE AFTER 2 LINES.
           IF OP-LOST > 0
               MOVE OP-LOST TO OPLOST-OUT
               WRITE RPT-REC FROM OPLOST-LINE AFTER 2 LINES.
           CLOSE RPTFILE.
           STOP RUN.

       LOAD-PRG-RTN.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
               READ PRGFILE
                   AT END
                       MOVE SPACES TO PRG-REC
                   NOT AT END
                       MOVE PRG-REC TO HDG-0-NAME
               END-READ
               CLOSE PRGFILE
           END-IF.

       ACCEPT-DATE-RTN.
           DISPLAY "ENTER REPORT DATE YYMMDD (SPACES FOR TODAY):".
           MOVE SPACES TO RPT-DATE-X.
           ACCEPT RPT-DATE-X.
           IF RPT-DATE-X = SPACES
               ACCEPT RPT-DATE FROM DATE.
           IF RPT-DATE-X IS NUMERIC
               MOVE "Y" TO DATE-OK-SW
           ELSE
               DISPLAY "INVALID - DATE MUST BE 6 DIGITS, RE-ENTER".

       READ-SEC-RTN.
           MOVE SPACES TO SEC-LINE-IN.
           READ SECFILE INTO SEC-LINE-IN
               AT END
                   MOVE "Y" TO SEC-EOF-SW
               NOT AT END
                   IF SL-DATE-X = RPT-DATE-X
                       PERFORM PUT-SEC-RTN
                   END-IF
           END-READ.

       PUT-SEC-RTN.
           MOVE SL-TIME TO DET-TIME-OUT.
           MOVE SL-OPER TO DET-OPER-OUT.
           MOVE SL-PROG TO DET-PROG-OUT.
           MOVE SL-EVENT TO DET-EVENT-OUT.
           MOVE SL-TEXT TO DET-TEXT-OUT.
           WRITE RPT-REC FROM DET-LINE AFTER 1 LINE.
           ADD 1 TO LINES-SHOWN.
           MOVE 0 TO EV-X.
           IF SL-EVENT = "F"
               MOVE 1 TO EV-X.
           IF SL-EVENT = "L"
               MOVE 2 TO EV-X.
           IF SL-EVENT = "K"
               MOVE 3 TO EV-X.
           IF SL-EVENT = "N"
               MOVE 4 TO EV-X.
           IF SL-EVENT = "R"
               MOVE 5 TO EV-X.
           IF EV-X > 0
               PERFORM TALLY-RTN.

       TALLY-RTN.
           MOVE 0 TO OP-SLOT.
           PERFORM FIND-OP-RTN VARYING OIDX FROM 1 BY 1
               UNTIL OIDX > OP-CNT.
           IF OP-SLOT = 0
               IF OP-CNT < 50
                   ADD 1 TO OP-CNT
                   MOVE OP-CNT TO OP-SLOT
                   MOVE SL-OPER TO OP-ID (OP-SLOT)
                   PERFORM CLEAR-OP-RTN VARYING X FROM 1 BY 1
                       UNTIL X > 5
               END-IF
           END-IF.
           IF OP-SLOT = 0
               ADD 1 TO OP-LOST
           ELSE
               ADD 1 TO OP-EV-CNT (OP-SLOT, EV-X)
           END-IF.
           ADD 1 TO TOT-EV-CNT (EV-X).

       FIND-OP-RTN.
           IF OP-ID (OIDX) = SL-OPER
               MOVE OIDX TO OP-SLOT.

       CLEAR-OP-RTN.
           MOVE 0 TO OP-EV-CNT (OP-SLOT, X).

       SUM-OPER-RTN.
           MOVE OP-ID (OIDX) TO SUM-OPER-OUT.
           PERFORM SUM-CNT-RTN VARYING X FROM 1 BY 1 UNTIL X > 5.
           WRITE RPT-REC FROM SUM-LINE AFTER 1 LINE.

       SUM-CNT-RTN.
           MOVE OP-EV-CNT (OIDX, X) TO SUM-CNT-OUT (X).

       SUM-TOT-RTN.
           MOVE TOT-EV-CNT (X) TO SUM-CNT-OUT (X).
