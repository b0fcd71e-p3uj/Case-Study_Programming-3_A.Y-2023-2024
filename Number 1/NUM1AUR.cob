       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1AUR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDFILE ASSIGN TO "NUM1AUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-STATUS.
           SELECT OPTIONAL ADJFILE ASSIGN TO "NUM1ADJT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-STATUS.
           SELECT OPTIONAL TRLFILE ASSIGN TO "NUM1BKOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRL-STATUS.
           SELECT OPTIONAL RUNFILE ASSIGN TO "NUM1RUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STATUS.
           SELECT OPTIONAL CALFILE ASSIGN TO "NUM1CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
           SELECT RPTFILE ASSIGN TO "NUM1AUR.DAT"
               FILE STATUS IS RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUD-REC.
       01 AUD-REC PIC X(80).
       FD  ADJFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADJ-REC.
       01 ADJ-REC PIC X(100).
       FD  TRLFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRL-REC.
       01 TRL-REC PIC X(100).
       FD  RUNFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RUN-REC.
       01 RUN-REC PIC X(80).
       FD  CALFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01 CAL-REC PIC X(80).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).
       FD  RPTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 AUD-STATUS PIC X(2) VALUE SPACES.
       01 ADJ-STATUS PIC X(2) VALUE SPACES.
       01 TRL-STATUS PIC X(2) VALUE SPACES.
       01 RUN-STATUS PIC X(2) VALUE SPACES.
       01 CAL-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 IN-EOF-SW PIC X(1) VALUE "N".
           88 IN-EOF VALUE "Y".
       01 AUD-IN.
           02 AIN-OPER PIC X(10).
           02 FILLER PIC X(1).
           02 AIN-DATE-X PIC X(6).
           02 AIN-DATE REDEFINES AIN-DATE-X PIC 9(6).
           02 FILLER PIC X(1).
           02 AIN-TIME-X PIC X(8).
           02 AIN-TIME REDEFINES AIN-TIME-X PIC 9(8).
           02 FILLER PIC X(1).
           02 AIN-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 AIN-VERIF PIC X(10).
           02 FILLER PIC X(1).
           02 AIN-CEN PIC X(1).
           02 FILLER PIC X(20).
       01 ADJ-IN.
           02 DIN-OPER PIC X(10).
           02 FILLER PIC X(1).
           02 DIN-DATE-X PIC X(6).
           02 DIN-DATE REDEFINES DIN-DATE-X PIC 9(6).
           02 FILLER PIC X(1).
           02 DIN-TIME-X PIC X(8).
           02 DIN-TIME REDEFINES DIN-TIME-X PIC 9(8).
           02 FILLER PIC X(1).
           02 DIN-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 DIN-YEAR PIC X(9).
           02 FILLER PIC X(1).
           02 DIN-PROG PIC X(5).
           02 FILLER PIC X(1).
           02 DIN-OLD PIC X(7).
           02 FILLER PIC X(1).
           02 DIN-NEW PIC X(7).
           02 FILLER PIC X(1).
           02 DIN-RSN PIC X(10).
           02 FILLER PIC X(1).
           02 DIN-CEN PIC X(1).
           02 FILLER PIC X(8).
       01 TRL-IN.
           02 BIN-OPER PIC X(10).
           02 FILLER PIC X(1).
           02 BIN-DATE-X PIC X(6).
           02 BIN-DATE REDEFINES BIN-DATE-X PIC 9(6).
           02 FILLER PIC X(1).
           02 BIN-TIME-X PIC X(8).
           02 BIN-TIME REDEFINES BIN-TIME-X PIC 9(8).
           02 FILLER PIC X(1).
           02 BIN-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 BIN-ROWS PIC X(3).
           02 FILLER PIC X(1).
           02 BIN-HIST PIC X(4).
           02 FILLER PIC X(1).
           02 BIN-CSV PIC X(4).
           02 FILLER PIC X(1).
           02 BIN-CEN PIC X(1).
           02 FILLER PIC X(37).
       01 RUN-IN.
           02 RIN-NO PIC X(4).
           02 FILLER PIC X(1).
           02 RIN-MODE PIC X(1).
           02 FILLER PIC X(1).
           02 RIN-TRN PIC X(4).
           02 FILLER PIC X(1).
           02 RIN-CELLS PIC X(4).
           02 FILLER PIC X(1).
           02 RIN-ERR PIC X(4).
           02 FILLER PIC X(1).
           02 RIN-CHK PIC X(1).
           02 FILLER PIC X(1).
           02 RIN-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 RIN-DATE-X PIC X(6).
           02 RIN-DATE REDEFINES RIN-DATE-X PIC 9(6).
           02 FILLER PIC X(1).
           02 RIN-TIME-X PIC X(8).
           02 RIN-TIME REDEFINES RIN-TIME-X PIC 9(8).
           02 FILLER PIC X(1).
           02 RIN-CEN PIC X(1).
           02 FILLER PIC X(18).
       01 PRG-EOF-SW PIC X(1) VALUE "N".
       01 CAL-EOF-SW PIC X(1) VALUE "N".
       01 CAL-CNT PIC 99 VALUE ZERO.
       01 CAL-SLOT PIC 99 VALUE ZERO.
       01 CIDX PIC 99 VALUE ZERO.
       01 CAL-LINE-IN.
           02 CIN-SEQ-X PIC X(4).
           02 FILLER PIC X(1).
           02 CIN-STAT PIC X(1).
           02 FILLER PIC X(1).
           02 CIN-TERM PIC X(20).
           02 FILLER PIC X(53).
       01 CAL-TBL.
           02 CAL-ENT OCCURS 40 TIMES.
               03 CAL-TERM PIC X(20).
               03 CAL-STAT PIC X(1).
       01 EV-MAX PIC 9(4) VALUE 2000.
       01 EV-CNT PIC 9(4) VALUE ZERO.
       01 EV-LOST PIC 9(4) VALUE ZERO.
       01 EV-TBL.
           02 EV-ENT OCCURS 2000 TIMES.
               03 EV-KEY.
                   04 EV-DATE PIC 9(6).
                   04 EV-TIME PIC 9(8).
                   04 EV-SRC PIC 9.
                   04 EV-SEQ PIC 9(4).
               03 EV-TYPE PIC X(1).
               03 EV-OPER PIC X(10).
               03 EV-VERIF PIC X(10).
               03 EV-TERM PIC X(20).
               03 EV-CEN PIC X(1).
               03 EV-CELLS PIC X(15).
               03 EV-BEFORE PIC X(7).
               03 EV-AFTER PIC X(7).
               03 EV-DETAIL PIC X(20).
               03 EV-FLAGS.
                   04 EV-FLAG-CLS PIC X(1).
                   04 EV-FLAG-SOP PIC X(1).
                   04 EV-FLAG-NRP PIC X(1).
       01 EV-WK PIC X(113).
       01 E PIC 9(4) VALUE ZERO.
       01 EIDX PIC 9(4) VALUE ZERO.
       01 J PIC 9(4) VALUE ZERO.
       01 FOUND-SW PIC X(1) VALUE "N".
           88 FOUND VALUE "Y".
       01 SRC-SEQ PIC 9(4) VALUE ZERO.
       01 CELLS-WK.
           02 CELLS-YEAR PIC X(9).
           02 FILLER PIC X(1).
           02 CELLS-PROG PIC X(5).
       01 ROWS-WK.
           02 ROWS-NUM PIC X(3).
           02 FILLER PIC X(12) VALUE " ROWS RESTRD".
       01 RUNCELL-WK.
           02 RUNCELL-NUM PIC X(4).
           02 FILLER PIC X(11) VALUE " CELLS     ".
       01 BKO-DETAIL-WK.
           02 FILLER PIC X(5) VALUE "HIST ".
           02 BKO-HIST-WK PIC X(4).
           02 FILLER PIC X(5) VALUE " CSV ".
           02 BKO-CSV-WK PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
       01 RUN-DETAIL-WK.
           02 FILLER PIC X(5) VALUE "MODE ".
           02 RUN-MODE-WK PIC X(1).
           02 FILLER PIC X(6) VALUE " ERRS ".
           02 RUN-ERR-WK PIC X(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RUN-CHK-WK PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
       01 ADJ-DETAIL-WK.
           02 FILLER PIC X(4) VALUE "RSN ".
           02 ADJ-RSN-WK PIC X(10).
           02 FILLER PIC X(6) VALUE SPACES.
       01 SEL-CODE PIC X(1) VALUE SPACES.
           88 SEL-ALL VALUE "A".
           88 SEL-TERM VALUE "T".
           88 SEL-OPER VALUE "O".
           88 SEL-DATE VALUE "D".
       01 SEL-OK-SW PIC X(1) VALUE "N".
           88 SEL-OK VALUE "Y".
       01 SEL-TERM-ID PIC X(20) VALUE SPACES.
       01 SEL-OPER-ID PIC X(10) VALUE SPACES.
       01 SEL-FROM-X PIC X(6) VALUE SPACES.
       01 SEL-FROM REDEFINES SEL-FROM-X PIC 9(6).
       01 SEL-TO-X PIC X(6) VALUE SPACES.
       01 SEL-TO REDEFINES SEL-TO-X PIC 9(6).
       01 PICK-SW PIC X(1) VALUE "N".
           88 PICKED VALUE "Y".
       01 SHOWN-CNT PIC 9(5) VALUE ZERO.
       01 FLAG-CNT PIC 9(5) VALUE ZERO.
       01 TIME-WK PIC 9(8) VALUE ZERO.
       01 TIME-WK-R REDEFINES TIME-WK.
           02 TIME-HHMMSS PIC 9(6).
           02 FILLER PIC 99.
       01 T PIC 9 VALUE ZERO.
       01 OP-MAX PIC 99 VALUE 50.
       01 OP-CNT PIC 99 VALUE ZERO.
       01 OP-SLOT PIC 99 VALUE ZERO.
       01 OIDX PIC 99 VALUE ZERO.
       01 OP-TBL.
           02 OP-ENT OCCURS 50 TIMES.
               03 OP-ID PIC X(10).
               03 OP-TYPE-CNT OCCURS 4 TIMES PIC 9(5).
               03 OP-FLAG-CNT PIC 9(5).
       01 OP-LOST PIC 9(5) VALUE ZERO.
       01 TYPE-TOT-GRP.
           02 TYPE-TOT OCCURS 4 TIMES PIC 9(5).
       01 FLAG-TOT PIC 9(5) VALUE ZERO.
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "CONSOLIDATED AUDIT TRAIL -".
           02 FILLER PIC X(26) VALUE " ENTRY, ADJUSTMENT, BACKOU".
           02 FILLER PIC X(11) VALUE "T AND RUNS ".
       01 SEL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "SELECTION: ".
           02 SEL-TEXT-OUT PIC X(40).
       01 SEL-DATE-LINE.
           02 FILLER PIC X(5) VALUE "DATES".
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-FROM-OUT PIC X(6).
           02 FILLER PIC X(4) VALUE " TO ".
           02 SD-TO-OUT PIC X(6).
       01 LEGEND-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "FLAGS: C = ADJUSTED AFTER ".
           02 FILLER PIC X(26) VALUE "TERM CLOSED ON CALENDAR   ".
           02 FILLER PIC X(26) VALUE "S = SAME OPERATOR KEYED AN".
           02 FILLER PIC X(26) VALUE "D ADJUSTED THE TERM   N = ".
           02 FILLER PIC X(21) VALUE "BACKOUT NOT RE-POSTED".
       01 COL-HDG.
           02 FILLER PIC X(7) VALUE "DATE   ".
           02 FILLER PIC X(7) VALUE "TIME   ".
           02 FILLER PIC X(9) VALUE "EVENT    ".
           02 FILLER PIC X(11) VALUE "OPERATOR   ".
           02 FILLER PIC X(11) VALUE "VERIFIER   ".
           02 FILLER PIC X(21) VALUE "TERM                 ".
           02 FILLER PIC X(2) VALUE "C ".
           02 FILLER PIC X(16) VALUE "CELLS AFFECTED  ".
           02 FILLER PIC X(8) VALUE "BEFORE  ".
           02 FILLER PIC X(8) VALUE "AFTER   ".
           02 FILLER PIC X(21) VALUE "DETAIL               ".
           02 FILLER PIC X(5) VALUE "FLAGS".
       01 EV-LINE.
           02 EL-DATE-OUT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-TIME-OUT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-TYPE-OUT PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-OPER-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-VERIF-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-TERM-OUT PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-CEN-OUT PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-CELLS-OUT PIC X(15).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-BEFORE-OUT PIC X(7).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-AFTER-OUT PIC X(7).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-DETAIL-OUT PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 EL-FLAGS-OUT PIC X(5).
       01 FLAGS-WK.
           02 FW-CLS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FW-SOP PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FW-NRP PIC X(1).
       01 NONE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO EVENTS MATCH THE SELECT".
           02 FILLER PIC X(3) VALUE "ION".
       01 LOST-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** EVENT TABLE FULL - EVEN".
           02 FILLER PIC X(18) VALUE "TS NOT REPORTED:  ".
           02 LOST-OUT PIC ZZZ9.
       01 SHOWN-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "EVENTS REPORTED: ".
           02 SHOWN-OUT PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "POLICY FLAGGED: ".
           02 FLAGGED-OUT PIC ZZZZ9.
       01 SUM-HDG.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "AUDIT SUMMARY - EVENTS BY ".
           02 FILLER PIC X(20) VALUE "OPERATOR AND TYPE   ".
       01 SUM-COL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "OPERATOR    ".
           02 FILLER PIC X(9) VALUE "  POSTING".
           02 FILLER PIC X(9) VALUE "   ADJUST".
           02 FILLER PIC X(9) VALUE "  BACKOUT".
           02 FILLER PIC X(9) VALUE "      RUN".
           02 FILLER PIC X(9) VALUE "    TOTAL".
           02 FILLER PIC X(9) VALUE "  FLAGGED".
       01 SUM-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUM-OPER-OUT PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SUM-CNT-ENT OCCURS 4 TIMES.
               03 FILLER PIC X(3) VALUE SPACES.
               03 SUM-CNT-OUT PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SUM-TOT-OUT PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SUM-FLAG-OUT PIC ZZZZZ9.
       01 SUM-TOT-WK PIC 9(6) VALUE ZERO.
       01 OPLOST-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** MORE THAN 50 OPERATORS ".
           02 FILLER PIC X(26) VALUE "- EVENTS NOT IN SUMMARY:  ".
           02 OPLOST-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           MOVE "N" TO SEL-OK-SW.
           PERFORM ACCEPT-SEL-RTN UNTIL SEL-OK.
           PERFORM LOAD-AUD-RTN.
           PERFORM LOAD-ADJ-RTN.
           PERFORM LOAD-TRL-RTN.
           PERFORM LOAD-RUN-RTN.
           PERFORM SORT-PASS-RTN VARYING E FROM 1 BY 1
               UNTIL E > EV-CNT.
           PERFORM FLAG-RTN VARYING E FROM 1 BY 1
               UNTIL E > EV-CNT.
           MOVE ZEROS TO TYPE-TOT-GRP.
           OPEN OUTPUT RPTFILE.
           WRITE RPT-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE RPT-REC FROM HDG-1 BEFORE 1 LINE.
           WRITE RPT-REC FROM SEL-LINE AFTER 2 LINES.
           WRITE RPT-REC FROM LEGEND-LINE AFTER 1 LINE.
           IF EV-LOST > 0
               MOVE EV-LOST TO LOST-OUT
               WRITE RPT-REC FROM LOST-LINE AFTER 1 LINE.
           WRITE RPT-REC FROM COL-HDG AFTER 2 LINES.
           PERFORM PRINT-EV-RTN VARYING E FROM 1 BY 1
               UNTIL E > EV-CNT.
           IF SHOWN-CNT = 0
               WRITE RPT-REC FROM NONE-LINE AFTER 2 LINES.
           MOVE SHOWN-CNT TO SHOWN-OUT.
           MOVE FLAG-CNT TO FLAGGED-OUT.
           WRITE RPT-REC FROM SHOWN-LINE AFTER 2 LINES.
           PERFORM SUMMARY-RTN.
           PERFORM FIN-RTN.

       LOAD-PRG-RTN.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
               READ PRGFILE
                   AT END
                       MOVE "Y" TO PRG-EOF-SW
                   NOT AT END
                       MOVE PRG-REC TO HDG-0-NAME
               END-READ
               CLOSE PRGFILE
           END-IF.

       LOAD-CAL-RTN.
           OPEN INPUT CALFILE.
           IF CAL-STATUS = "00"
               PERFORM READ-CAL-RTN UNTIL CAL-EOF-SW = "Y"
               CLOSE CALFILE
           END-IF.

       READ-CAL-RTN.
           READ CALFILE INTO CAL-LINE-IN
               AT END
                   MOVE "Y" TO CAL-EOF-SW
               NOT AT END
                   IF CIN-TERM NOT = SPACES AND CAL-CNT < 40
                       ADD 1 TO CAL-CNT
                       MOVE CIN-TERM TO CAL-TERM (CAL-CNT)
                       MOVE CIN-STAT TO CAL-STAT (CAL-CNT)
                   END-IF
           END-READ.

       ACCEPT-SEL-RTN.
           DISPLAY "SELECT BY T)ERM, O)PERATOR, D)ATE RANGE OR A)LL:".
           MOVE SPACES TO SEL-CODE.
           ACCEPT SEL-CODE.
           IF SEL-ALL
               MOVE "ALL EVENTS" TO SEL-TEXT-OUT
               MOVE "Y" TO SEL-OK-SW.
           IF SEL-TERM
               DISPLAY "ENTER TERM-ID:"
               MOVE SPACES TO SEL-TERM-ID
               ACCEPT SEL-TERM-ID
               IF SEL-TERM-ID NOT = SPACES
                   MOVE SEL-TERM-ID TO SEL-TEXT-OUT
                   MOVE "Y" TO SEL-OK-SW
               END-IF
           END-IF.
           IF SEL-OPER
               DISPLAY "ENTER OPERATOR ID:"
               MOVE SPACES TO SEL-OPER-ID
               ACCEPT SEL-OPER-ID
               IF SEL-OPER-ID NOT = SPACES
                   MOVE SEL-OPER-ID TO SEL-TEXT-OUT
                   MOVE "Y" TO SEL-OK-SW
               END-IF
           END-IF.
           IF SEL-DATE
               PERFORM ACCEPT-DATES-RTN.
           IF NOT SEL-OK
               DISPLAY "INVALID SELECTION, RE-ENTER".

       ACCEPT-DATES-RTN.
           DISPLAY "ENTER FROM DATE (YYMMDD):".
           MOVE SPACES TO SEL-FROM-X.
           ACCEPT SEL-FROM-X.
           DISPLAY "ENTER TO DATE (YYMMDD):".
           MOVE SPACES TO SEL-TO-X.
           ACCEPT SEL-TO-X.
           IF SEL-FROM-X IS NUMERIC AND SEL-TO-X IS NUMERIC
               AND SEL-FROM NOT > SEL-TO
               MOVE SEL-FROM-X TO SD-FROM-OUT
               MOVE SEL-TO-X TO SD-TO-OUT
               MOVE SEL-DATE-LINE TO SEL-TEXT-OUT
               MOVE "Y" TO SEL-OK-SW
           END-IF.

       NEW-EV-RTN.
           IF EV-CNT < EV-MAX
               ADD 1 TO EV-CNT
               MOVE EV-CNT TO EIDX
               MOVE SPACES TO EV-ENT (EIDX)
               ADD 1 TO SRC-SEQ
               MOVE SRC-SEQ TO EV-SEQ (EIDX)
               MOVE "N" TO EV-FLAG-CLS (EIDX)
               MOVE "N" TO EV-FLAG-SOP (EIDX)
               MOVE "N" TO EV-FLAG-NRP (EIDX)
           ELSE
               ADD 1 TO EV-LOST
               MOVE 0 TO EIDX
           END-IF.

       LOAD-AUD-RTN.
           MOVE 0 TO SRC-SEQ.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT AUDFILE.
           IF AUD-STATUS = "00"
               PERFORM READ-AUD-RTN UNTIL IN-EOF
               CLOSE AUDFILE
           END-IF.

       READ-AUD-RTN.
           MOVE SPACES TO AUD-IN.
           READ AUDFILE INTO AUD-IN
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   IF AIN-DATE-X IS NUMERIC AND AIN-TIME-X IS NUMERIC
                       PERFORM STORE-AUD-RTN
                   END-IF
           END-READ.

       STORE-AUD-RTN.
           PERFORM NEW-EV-RTN.
           IF EIDX > 0
               MOVE AIN-DATE TO EV-DATE (EIDX)
               MOVE AIN-TIME TO EV-TIME (EIDX)
               MOVE 1 TO EV-SRC (EIDX)
               MOVE "P" TO EV-TYPE (EIDX)
               MOVE AIN-OPER TO EV-OPER (EIDX)
               MOVE AIN-VERIF TO EV-VERIF (EIDX)
               MOVE AIN-TERM TO EV-TERM (EIDX)
               MOVE AIN-CEN TO EV-CEN (EIDX)
               MOVE "ALL CELLS" TO EV-CELLS (EIDX)
               MOVE "KEYED AND POSTED" TO EV-DETAIL (EIDX)
               IF EV-CEN (EIDX) = SPACE
                   MOVE "F" TO EV-CEN (EIDX)
               END-IF
           END-IF.

       LOAD-ADJ-RTN.
           MOVE 0 TO SRC-SEQ.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT ADJFILE.
           IF ADJ-STATUS = "00"
               PERFORM READ-ADJ-RTN UNTIL IN-EOF
               CLOSE ADJFILE
           END-IF.

       READ-ADJ-RTN.
           MOVE SPACES TO ADJ-IN.
           READ ADJFILE INTO ADJ-IN
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   IF DIN-DATE-X IS NUMERIC AND DIN-TIME-X IS NUMERIC
                       PERFORM STORE-ADJ-RTN
                   END-IF
           END-READ.

       STORE-ADJ-RTN.
           PERFORM NEW-EV-RTN.
           IF EIDX > 0
               MOVE DIN-DATE TO EV-DATE (EIDX)
               MOVE DIN-TIME TO EV-TIME (EIDX)
               MOVE 2 TO EV-SRC (EIDX)
               MOVE "A" TO EV-TYPE (EIDX)
               MOVE DIN-OPER TO EV-OPER (EIDX)
               MOVE DIN-TERM TO EV-TERM (EIDX)
               MOVE DIN-CEN TO EV-CEN (EIDX)
               MOVE DIN-YEAR TO CELLS-YEAR
               MOVE DIN-PROG TO CELLS-PROG
               MOVE CELLS-WK TO EV-CELLS (EIDX)
               MOVE DIN-OLD TO EV-BEFORE (EIDX)
               MOVE DIN-NEW TO EV-AFTER (EIDX)
               MOVE DIN-RSN TO ADJ-RSN-WK
               MOVE ADJ-DETAIL-WK TO EV-DETAIL (EIDX)
               IF EV-CEN (EIDX) = SPACE
                   MOVE "F" TO EV-CEN (EIDX)
               END-IF
           END-IF.

       LOAD-TRL-RTN.
           MOVE 0 TO SRC-SEQ.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT TRLFILE.
           IF TRL-STATUS = "00"
               PERFORM READ-TRL-RTN UNTIL IN-EOF
               CLOSE TRLFILE
           END-IF.

       READ-TRL-RTN.
           MOVE SPACES TO TRL-IN.
           READ TRLFILE INTO TRL-IN
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   IF BIN-DATE-X IS NUMERIC AND BIN-TIME-X IS NUMERIC
                       PERFORM STORE-TRL-RTN
                   END-IF
           END-READ.

       STORE-TRL-RTN.
           PERFORM NEW-EV-RTN.
           IF EIDX > 0
               MOVE BIN-DATE TO EV-DATE (EIDX)
               MOVE BIN-TIME TO EV-TIME (EIDX)
               MOVE 3 TO EV-SRC (EIDX)
               MOVE "B" TO EV-TYPE (EIDX)
               MOVE BIN-OPER TO EV-OPER (EIDX)
               MOVE BIN-TERM TO EV-TERM (EIDX)
               MOVE BIN-CEN TO EV-CEN (EIDX)
               MOVE BIN-ROWS TO ROWS-NUM
               MOVE ROWS-WK TO EV-CELLS (EIDX)
               MOVE "POSTED" TO EV-BEFORE (EIDX)
               MOVE "PRIOR" TO EV-AFTER (EIDX)
               MOVE BIN-HIST TO BKO-HIST-WK
               MOVE BIN-CSV TO BKO-CSV-WK
               MOVE BKO-DETAIL-WK TO EV-DETAIL (EIDX)
               IF EV-CEN (EIDX) = SPACE
                   MOVE "F" TO EV-CEN (EIDX)
               END-IF
           END-IF.

       LOAD-RUN-RTN.
           MOVE 0 TO SRC-SEQ.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT RUNFILE.
           IF RUN-STATUS = "00"
               PERFORM READ-RUN-RTN UNTIL IN-EOF
               CLOSE RUNFILE
           END-IF.

       READ-RUN-RTN.
           MOVE SPACES TO RUN-IN.
           READ RUNFILE INTO RUN-IN
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   IF RIN-DATE-X IS NUMERIC AND RIN-TIME-X IS NUMERIC
                       PERFORM STORE-RUN-RTN
                   END-IF
           END-READ.

       STORE-RUN-RTN.
           PERFORM NEW-EV-RTN.
           IF EIDX > 0
               MOVE RIN-DATE TO EV-DATE (EIDX)
               MOVE RIN-TIME TO EV-TIME (EIDX)
               MOVE 4 TO EV-SRC (EIDX)
               MOVE "R" TO EV-TYPE (EIDX)
               MOVE RIN-TERM TO EV-TERM (EIDX)
               MOVE RIN-CEN TO EV-CEN (EIDX)
               MOVE RIN-CELLS TO RUNCELL-NUM
               MOVE RUNCELL-WK TO EV-CELLS (EIDX)
               MOVE RIN-MODE TO RUN-MODE-WK
               MOVE RIN-ERR TO RUN-ERR-WK
               MOVE RIN-CHK TO RUN-CHK-WK
               MOVE RUN-DETAIL-WK TO EV-DETAIL (EIDX)
               IF EV-CEN (EIDX) = SPACE
                   MOVE "F" TO EV-CEN (EIDX)
               END-IF
           END-IF.

       SORT-PASS-RTN.
           PERFORM SORT-COMP-RTN VARYING EIDX FROM 1 BY 1
               UNTIL EIDX >= EV-CNT.

       SORT-COMP-RTN.
           IF EV-KEY (EIDX) > EV-KEY (EIDX + 1)
               MOVE EV-ENT (EIDX) TO EV-WK
               MOVE EV-ENT (EIDX + 1) TO EV-ENT (EIDX)
               MOVE EV-WK TO EV-ENT (EIDX + 1).

       FLAG-RTN.
           IF EV-TYPE (E) = "A"
               PERFORM FLAG-ADJ-RTN.
           IF EV-TYPE (E) = "B"
               PERFORM FLAG-BKO-RTN.

       FLAG-ADJ-RTN.
           MOVE 0 TO CAL-SLOT.
           PERFORM FIND-CAL-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           IF CAL-SLOT > 0
               IF CAL-STAT (CAL-SLOT) = "C"
                   MOVE "Y" TO EV-FLAG-CLS (E)
               END-IF
           END-IF.
           MOVE "N" TO FOUND-SW.
           PERFORM FIND-KEYER-RTN VARYING J FROM 1 BY 1
               UNTIL J > EV-CNT OR FOUND.
           IF FOUND
               MOVE "Y" TO EV-FLAG-SOP (E).

       FIND-CAL-RTN.
           IF CAL-TERM (CIDX) = EV-TERM (E)
               MOVE CIDX TO CAL-SLOT.

       FIND-KEYER-RTN.
           IF EV-TYPE (J) = "P" AND EV-TERM (J) = EV-TERM (E)
               AND EV-OPER (J) = EV-OPER (E)
               MOVE "Y" TO FOUND-SW.

       FLAG-BKO-RTN.
           MOVE "N" TO FOUND-SW.
           PERFORM FIND-REPOST-RTN VARYING J FROM E BY 1
               UNTIL J > EV-CNT OR FOUND.
           IF NOT FOUND
               MOVE "Y" TO EV-FLAG-NRP (E).

       FIND-REPOST-RTN.
           IF EV-TYPE (J) = "P" AND EV-TERM (J) = EV-TERM (E)
               AND EV-CEN (J) = EV-CEN (E)
               MOVE "Y" TO FOUND-SW.

       PRINT-EV-RTN.
           MOVE "N" TO PICK-SW.
           IF SEL-ALL
               MOVE "Y" TO PICK-SW.
           IF SEL-TERM AND EV-TERM (E) = SEL-TERM-ID
               MOVE "Y" TO PICK-SW.
           IF SEL-OPER
               IF EV-OPER (E) = SEL-OPER-ID
                   OR EV-VERIF (E) = SEL-OPER-ID
                   MOVE "Y" TO PICK-SW
               END-IF
           END-IF.
           IF SEL-DATE
               IF EV-DATE (E) NOT < SEL-FROM
                   AND EV-DATE (E) NOT > SEL-TO
                   MOVE "Y" TO PICK-SW
               END-IF
           END-IF.
           IF PICKED
               PERFORM PUT-EV-RTN.

       PUT-EV-RTN.
           MOVE EV-DATE (E) TO EL-DATE-OUT.
           MOVE EV-TIME (E) TO TIME-WK.
           MOVE TIME-HHMMSS TO EL-TIME-OUT.
           IF EV-TYPE (E) = "P"
               MOVE "POSTING" TO EL-TYPE-OUT
               MOVE 1 TO T.
           IF EV-TYPE (E) = "A"
               MOVE "ADJUST" TO EL-TYPE-OUT
               MOVE 2 TO T.
           IF EV-TYPE (E) = "B"
               MOVE "BACKOUT" TO EL-TYPE-OUT
               MOVE 3 TO T.
           IF EV-TYPE (E) = "R"
               MOVE "RUN" TO EL-TYPE-OUT
               MOVE 4 TO T.
           MOVE EV-OPER (E) TO EL-OPER-OUT.
           MOVE EV-VERIF (E) TO EL-VERIF-OUT.
           MOVE EV-TERM (E) TO EL-TERM-OUT.
           MOVE EV-CEN (E) TO EL-CEN-OUT.
           MOVE EV-CELLS (E) TO EL-CELLS-OUT.
           MOVE EV-BEFORE (E) TO EL-BEFORE-OUT.
           MOVE EV-AFTER (E) TO EL-AFTER-OUT.
           MOVE EV-DETAIL (E) TO EL-DETAIL-OUT.
           MOVE SPACES TO FW-CLS.
           MOVE SPACES TO FW-SOP.
           MOVE SPACES TO FW-NRP.
           IF EV-FLAG-CLS (E) = "Y"
               MOVE "C" TO FW-CLS.
           IF EV-FLAG-SOP (E) = "Y"
               MOVE "S" TO FW-SOP.
           IF EV-FLAG-NRP (E) = "Y"
               MOVE "N" TO FW-NRP.
           MOVE FLAGS-WK TO EL-FLAGS-OUT.
           WRITE RPT-REC FROM EV-LINE AFTER 1 LINE.
           ADD 1 TO SHOWN-CNT.
           ADD 1 TO TYPE-TOT (T).
           IF EV-FLAGS (E) NOT = "NNN"
               ADD 1 TO FLAG-CNT.
           PERFORM TALLY-OPER-RTN.

       TALLY-OPER-RTN.
           MOVE 0 TO OP-SLOT.
           PERFORM FIND-OP-RTN VARYING OIDX FROM 1 BY 1
               UNTIL OIDX > OP-CNT.
           IF OP-SLOT = 0
               IF OP-CNT < OP-MAX
                   ADD 1 TO OP-CNT
                   MOVE OP-CNT TO OP-SLOT
                   MOVE EV-OPER (E) TO OP-ID (OP-SLOT)
                   IF EV-OPER (E) = SPACES
                       MOVE "(NONE)" TO OP-ID (OP-SLOT)
                   END-IF
                   MOVE 0 TO OP-TYPE-CNT (OP-SLOT, 1)
                   MOVE 0 TO OP-TYPE-CNT (OP-SLOT, 2)
                   MOVE 0 TO OP-TYPE-CNT (OP-SLOT, 3)
                   MOVE 0 TO OP-TYPE-CNT (OP-SLOT, 4)
                   MOVE 0 TO OP-FLAG-CNT (OP-SLOT)
               END-IF
           END-IF.
           IF OP-SLOT = 0
               ADD 1 TO OP-LOST
           ELSE
               ADD 1 TO OP-TYPE-CNT (OP-SLOT, T)
               IF EV-FLAGS (E) NOT = "NNN"
                   ADD 1 TO OP-FLAG-CNT (OP-SLOT)
               END-IF
           END-IF.

       FIND-OP-RTN.
           IF OP-ID (OIDX) = EV-OPER (E)
               MOVE OIDX TO OP-SLOT.
           IF EV-OPER (E) = SPACES AND OP-ID (OIDX) = "(NONE)"
               MOVE OIDX TO OP-SLOT.

       SUMMARY-RTN.
           WRITE RPT-REC FROM HDG-0 AFTER PAGE.
           WRITE RPT-REC FROM SUM-HDG AFTER 1 LINE.
           WRITE RPT-REC FROM SEL-LINE AFTER 2 LINES.
           WRITE RPT-REC FROM SUM-COL-HDG AFTER 2 LINES.
           PERFORM SUM-OPER-RTN VARYING OIDX FROM 1 BY 1
               UNTIL OIDX > OP-CNT.
           MOVE "ALL" TO SUM-OPER-OUT.
           MOVE 0 TO SUM-TOT-WK.
           PERFORM SUM-TYPE-TOT-RTN VARYING T FROM 1 BY 1
               UNTIL T > 4.
           MOVE SUM-TOT-WK TO SUM-TOT-OUT.
           MOVE FLAG-CNT TO SUM-FLAG-OUT.
           WRITE RPT-REC FROM SUM-LINE AFTER 2 LINES.
           IF OP-LOST > 0
               MOVE OP-LOST TO OPLOST-OUT
               WRITE RPT-REC FROM OPLOST-LINE AFTER 2 LINES.

       SUM-OPER-RTN.
           MOVE OP-ID (OIDX) TO SUM-OPER-OUT.
           MOVE 0 TO SUM-TOT-WK.
           PERFORM SUM-TYPE-RTN VARYING T FROM 1 BY 1
               UNTIL T > 4.
           MOVE SUM-TOT-WK TO SUM-TOT-OUT.
           MOVE OP-FLAG-CNT (OIDX) TO SUM-FLAG-OUT.
           WRITE RPT-REC FROM SUM-LINE AFTER 1 LINE.

       SUM-TYPE-RTN.
           MOVE OP-TYPE-CNT (OIDX, T) TO SUM-CNT-OUT (T).
           ADD OP-TYPE-CNT (OIDX, T) TO SUM-TOT-WK.

       SUM-TYPE-TOT-RTN.
           MOVE TYPE-TOT (T) TO SUM-CNT-OUT (T).
           ADD TYPE-TOT (T) TO SUM-TOT-WK.

       FIN-RTN.
           CLOSE RPTFILE.
           STOP RUN.
