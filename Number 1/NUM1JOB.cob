       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1JOB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBFILE ASSIGN TO "NUM1JOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-STATUS.
           SELECT OPTIONAL JSTFILE ASSIGN TO "NUM1JST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JST-STATUS.
           SELECT OPTIONAL JLGFILE ASSIGN TO "NUM1JLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JLG-STATUS.
           SELECT SUMFILE ASSIGN TO "NUM1JOBR.DAT"
               FILE STATUS IS SUM-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JOB-REC.
       01 JOB-REC PIC X(80).
       FD  JSTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JST-REC.
       01 JST-REC PIC X(80).
       FD  JLGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JLG-REC.
       01 JLG-REC PIC X(80).
       FD  SUMFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUM-REC.
       01 SUM-REC PIC X(80).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 JOB-STATUS PIC X(2) VALUE SPACES.
       01 JST-STATUS PIC X(2) VALUE SPACES.
       01 JLG-STATUS PIC X(2) VALUE SPACES.
       01 SUM-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 PRG-LINE-IN PIC X(80) VALUE SPACES.
       01 JOB-EOF-SW PIC X(1) VALUE "N".
       01 JOB-LINE-IN.
           02 JIN-STEP-X PIC X(3).
           02 JIN-STEP REDEFINES JIN-STEP-X PIC 9(3).
           02 FILLER PIC X(1).
           02 JIN-NAME PIC X(8).
           02 FILLER PIC X(1).
           02 JIN-MAXRC-X PIC X(2).
           02 JIN-MAXRC REDEFINES JIN-MAXRC-X PIC 99.
           02 FILLER PIC X(1).
           02 JIN-CMD PIC X(64).
       01 JOB-LINE-CHK REDEFINES JOB-LINE-IN.
           02 JIN-FIRST PIC X(1).
           02 FILLER PIC X(79).
       01 STEP-CNT PIC 99 VALUE ZERO.
       01 BAD-CNT PIC 99 VALUE ZERO.
       01 STEP-TBL.
           02 STEP-ENT OCCURS 30 TIMES.
               03 ST-NO PIC 9(3).
               03 ST-NAME PIC X(8).
               03 ST-MAXRC PIC 99.
               03 ST-CMD PIC X(64).
               03 ST-START PIC X(13).
               03 ST-END PIC X(13).
               03 ST-RC PIC 9(4).
               03 ST-OUT PIC X(12).
       01 STEP-WK PIC X(119) VALUE SPACES.
       01 S PIC 99 VALUE ZERO.
       01 SIDX PIC 99 VALUE ZERO.
       01 JST-LINE.
           02 JST-NO-X PIC X(4).
           02 JST-NO REDEFINES JST-NO-X PIC 9(4).
           02 FILLER PIC X(1).
           02 JST-STATE PIC X(1).
           02 FILLER PIC X(1).
           02 JST-STEP-X PIC X(3).
           02 JST-STEP REDEFINES JST-STEP-X PIC 9(3).
           02 FILLER PIC X(1).
           02 JST-DATE PIC 9(6).
           02 FILLER PIC X(1).
           02 JST-TIME PIC 9(8).
           02 FILLER PIC X(54).
       01 PREV-JOB-NO PIC 9(4) VALUE ZERO.
       01 PREV-STATE PIC X(1) VALUE "C".
       01 RESTART-STEP PIC 9(3) VALUE ZERO.
       01 JOB-NO PIC 9(4) VALUE ZERO.
       01 STOP-SW PIC X(1) VALUE "N".
           88 STREAM-STOPPED VALUE "Y".
       01 FAIL-SLOT PIC 99 VALUE ZERO.
       01 STEP-RC PIC S9(9) VALUE ZERO.
       01 RUN-DATE PIC 9(6) VALUE ZERO.
       01 RUN-TIME PIC 9(8) VALUE ZERO.
       01 RUN-TIME-R REDEFINES RUN-TIME.
           02 RUN-HHMMSS PIC 9(6).
           02 FILLER PIC 9(2).
       01 TS-GRP.
           02 TS-DATE PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 TS-TIME PIC 9(6).
       01 JLG-LINE.
           02 JL-JOB-NO PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 JL-STEP PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 JL-NAME PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 JL-START PIC X(13).
           02 FILLER PIC X(1) VALUE SPACES.
           02 JL-END PIC X(13).
           02 FILLER PIC X(1) VALUE SPACES.
           02 JL-MAXRC PIC 99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 JL-RC PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 JL-OUT PIC X(12).
           02 FILLER PIC X(14) VALUE SPACES.
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NIGHTLY JOB STREAM SUMMARY".
       01 SUM-JOB-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "JOB RUN: ".
           02 SUM-JOB-OUT PIC ZZZ9.
           02 FILLER PIC X(8) VALUE "  DATE: ".
           02 SUM-DATE-OUT PIC 9(6).
           02 FILLER PIC X(9) VALUE "  STEPS: ".
           02 SUM-CNT-OUT PIC Z9.
       01 SUM-RESTART-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "RESTARTED AT STEP ".
           02 SUM-RST-STEP-OUT PIC 9(3).
           02 FILLER PIC X(26) VALUE " AFTER FAILURE IN JOB RUN ".
           02 SUM-RST-JOB-OUT PIC ZZZ9.
       01 SUM-COL-HDG.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "STEP".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "NAME    ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(3) VALUE "MAX".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "  RC".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "STARTED      ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "ENDED        ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "OUTCOME".
       01 SUM-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SUM-STEP-OUT PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SUM-NAME-OUT PIC X(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 SUM-MAX-OUT PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SUM-RC-X PIC X(4).
           02 SUM-RC-OUT REDEFINES SUM-RC-X PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SUM-START-OUT PIC X(13).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SUM-END-OUT PIC X(13).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SUM-OUTCOME PIC X(12).
       01 SUM-OK-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "STREAM COMPLETED NORMALLY ".
           02 FILLER PIC X(26) VALUE "- NO ACTION REQUIRED      ".
       01 SUM-FAIL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** STREAM STOPPED AT STEP ".
           02 SUM-FAIL-STEP-OUT PIC 9(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SUM-FAIL-NAME-OUT PIC X(8).
           02 FILLER PIC X(5) VALUE " RC: ".
           02 SUM-FAIL-RC-OUT PIC ZZZ9.
           02 FILLER PIC X(8) VALUE " LIMIT: ".
           02 SUM-FAIL-MAX-OUT PIC Z9.
       01 SUM-CALL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** CALL SUPPORT - RERUN NU".
           02 FILLER PIC X(26) VALUE "M1JOB TO RESTART AT THE FA".
           02 FILLER PIC X(10) VALUE "ILED STEP ".

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-JOB-RTN.
           IF STEP-CNT = 0
               DISPLAY "NO JOB DEFINITION ON HAND (NUM1JOB.DAT) - STREA"
                   "M NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF BAD-CNT > 0
               DISPLAY "JOB DEFINITION HAS " BAD-CNT " INVALID LINES - "
                   "STREAM NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM SORT-PASS-RTN VARYING S FROM 1 BY 1
               UNTIL S > STEP-CNT.
           PERFORM LOAD-JST-RTN.
           COMPUTE JOB-NO = PREV-JOB-NO + 1.
           IF PREV-STATE = "F"
               DISPLAY "RESTARTING AT STEP " RESTART-STEP " AFTER FAILU"
                   "RE IN JOB RUN " PREV-JOB-NO
           ELSE
               MOVE 0 TO RESTART-STEP
           END-IF.
           OPEN EXTEND JLGFILE.
           IF JLG-STATUS NOT = "00"
               OPEN OUTPUT JLGFILE.
           PERFORM STEP-RTN VARYING S FROM 1 BY 1
               UNTIL S > STEP-CNT.
           CLOSE JLGFILE.
           PERFORM PUT-JST-RTN.
           PERFORM SUMMARY-RTN.
           IF STREAM-STOPPED
               DISPLAY "JOB STREAM STOPPED AT STEP " ST-NO (FAIL-SLOT)
                   " " ST-NAME (FAIL-SLOT) " RC " ST-RC (FAIL-SLOT)
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "JOB STREAM COMPLETED NORMALLY"
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-PRG-RTN.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
               READ PRGFILE INTO PRG-LINE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRG-LINE-IN TO HDG-0-NAME
               END-READ
               CLOSE PRGFILE
           END-IF.

       LOAD-JOB-RTN.
           OPEN INPUT JOBFILE.
           IF JOB-STATUS = "00"
               PERFORM READ-JOB-RTN UNTIL JOB-EOF-SW = "Y"
               CLOSE JOBFILE
           END-IF.

       READ-JOB-RTN.
           MOVE SPACES TO JOB-LINE-IN.
           READ JOBFILE INTO JOB-LINE-IN
               AT END
                   MOVE "Y" TO JOB-EOF-SW
               NOT AT END
                   IF JOB-LINE-IN NOT = SPACES
                       AND JIN-FIRST NOT = "*"
                       PERFORM STORE-JOB-RTN
                   END-IF
           END-READ.

       STORE-JOB-RTN.
           INSPECT JIN-STEP-X REPLACING LEADING " " BY "0".
           INSPECT JIN-MAXRC-X REPLACING LEADING " " BY "0".
           IF JIN-STEP-X IS NOT NUMERIC OR JIN-MAXRC-X IS NOT NUMERIC
               OR JIN-NAME = SPACES OR JIN-CMD = SPACES
               ADD 1 TO BAD-CNT
               DISPLAY "INVALID JOB DEFINITION LINE: " JOB-LINE-IN
           ELSE
               IF STEP-CNT < 30
                   ADD 1 TO STEP-CNT
                   MOVE SPACES TO STEP-ENT (STEP-CNT)
                   MOVE JIN-STEP TO ST-NO (STEP-CNT)
                   MOVE JIN-NAME TO ST-NAME (STEP-CNT)
                   MOVE JIN-MAXRC TO ST-MAXRC (STEP-CNT)
                   MOVE JIN-CMD TO ST-CMD (STEP-CNT)
                   MOVE ZERO TO ST-RC (STEP-CNT)
               ELSE
                   ADD 1 TO BAD-CNT
                   DISPLAY "MORE THAN 30 STEPS - EXCESS LINE: "
                       JOB-LINE-IN
               END-IF
           END-IF.

       SORT-PASS-RTN.
           PERFORM SORT-COMP-RTN VARYING SIDX FROM 1 BY 1
               UNTIL SIDX >= STEP-CNT.

       SORT-COMP-RTN.
           IF ST-NO (SIDX) > ST-NO (SIDX + 1)
               MOVE STEP-ENT (SIDX) TO STEP-WK
               MOVE STEP-ENT (SIDX + 1) TO STEP-ENT (SIDX)
               MOVE STEP-WK TO STEP-ENT (SIDX + 1).

       LOAD-JST-RTN.
           OPEN INPUT JSTFILE.
           IF JST-STATUS = "00" OR JST-STATUS = "05"
               READ JSTFILE INTO JST-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JST-NO-X IS NUMERIC
                           MOVE JST-NO TO PREV-JOB-NO
                       END-IF
                       IF JST-STATE = "F" AND JST-STEP-X IS NUMERIC
                           MOVE "F" TO PREV-STATE
                           MOVE JST-STEP TO RESTART-STEP
                       END-IF
               END-READ
               CLOSE JSTFILE
           END-IF.

       STEP-RTN.
           IF STREAM-STOPPED
               MOVE "NOT RUN" TO ST-OUT (S)
           ELSE
               IF ST-NO (S) < RESTART-STEP
                   MOVE "DONE EARLIER" TO ST-OUT (S)
                   PERFORM PUT-JLG-RTN
               ELSE
                   PERFORM RUN-STEP-RTN
               END-IF
           END-IF.

       RUN-STEP-RTN.
           DISPLAY "STEP " ST-NO (S) " " ST-NAME (S) " STARTING".
           PERFORM STAMP-RTN.
           MOVE TS-GRP TO ST-START (S).
           CALL "SYSTEM" USING ST-CMD (S).
           MOVE RETURN-CODE TO STEP-RC.
           IF STEP-RC < 0
               COMPUTE STEP-RC = 0 - STEP-RC.
           IF STEP-RC > 255
               DIVIDE 256 INTO STEP-RC.
           IF STEP-RC > 9999
               MOVE 9999 TO STEP-RC.
           MOVE STEP-RC TO ST-RC (S).
           PERFORM STAMP-RTN.
           MOVE TS-GRP TO ST-END (S).
           IF ST-RC (S) > ST-MAXRC (S)
               MOVE "FAILED" TO ST-OUT (S)
               MOVE "Y" TO STOP-SW
               MOVE S TO FAIL-SLOT
           ELSE
               MOVE "COMPLETED" TO ST-OUT (S)
           END-IF.
           DISPLAY "STEP " ST-NO (S) " " ST-NAME (S) " ENDED RC "
               ST-RC (S) " - " ST-OUT (S).
           PERFORM PUT-JLG-RTN.

       STAMP-RTN.
           ACCEPT TS-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-HHMMSS TO TS-TIME.

       PUT-JLG-RTN.
           MOVE JOB-NO TO JL-JOB-NO.
           MOVE ST-NO (S) TO JL-STEP.
           MOVE ST-NAME (S) TO JL-NAME.
           MOVE ST-START (S) TO JL-START.
           MOVE ST-END (S) TO JL-END.
           MOVE ST-MAXRC (S) TO JL-MAXRC.
           MOVE ST-RC (S) TO JL-RC.
           MOVE ST-OUT (S) TO JL-OUT.
           WRITE JLG-REC FROM JLG-LINE.

       PUT-JST-RTN.
           ACCEPT RUN-TIME FROM TIME.
           MOVE SPACES TO JST-LINE.
           MOVE JOB-NO TO JST-NO.
           IF STREAM-STOPPED
               MOVE "F" TO JST-STATE
               MOVE ST-NO (FAIL-SLOT) TO JST-STEP
           ELSE
               MOVE "C" TO JST-STATE
               MOVE ZERO TO JST-STEP
           END-IF.
           MOVE RUN-DATE TO JST-DATE.
           MOVE RUN-TIME TO JST-TIME.
           OPEN OUTPUT JSTFILE.
           WRITE JST-REC FROM JST-LINE.
           CLOSE JSTFILE.

       SUMMARY-RTN.
           OPEN OUTPUT SUMFILE.
           WRITE SUM-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE SUM-REC FROM HDG-1 BEFORE 1 LINE.
           MOVE JOB-NO TO SUM-JOB-OUT.
           MOVE RUN-DATE TO SUM-DATE-OUT.
           MOVE STEP-CNT TO SUM-CNT-OUT.
           WRITE SUM-REC FROM SUM-JOB-LINE AFTER 2 LINES.
           IF PREV-STATE = "F"
               MOVE RESTART-STEP TO SUM-RST-STEP-OUT
               MOVE PREV-JOB-NO TO SUM-RST-JOB-OUT
               WRITE SUM-REC FROM SUM-RESTART-LINE AFTER 1 LINE.
           WRITE SUM-REC FROM SUM-COL-HDG AFTER 2 LINES.
           PERFORM SUM-STEP-RTN VARYING S FROM 1 BY 1
               UNTIL S > STEP-CNT.
           IF STREAM-STOPPED
               MOVE ST-NO (FAIL-SLOT) TO SUM-FAIL-STEP-OUT
               MOVE ST-NAME (FAIL-SLOT) TO SUM-FAIL-NAME-OUT
               MOVE ST-RC (FAIL-SLOT) TO SUM-FAIL-RC-OUT
               MOVE ST-MAXRC (FAIL-SLOT) TO SUM-FAIL-MAX-OUT
               WRITE SUM-REC FROM SUM-FAIL-LINE AFTER 2 LINES
               WRITE SUM-REC FROM SUM-CALL-LINE AFTER 1 LINE
           ELSE
               WRITE SUM-REC FROM SUM-OK-LINE AFTER 2 LINES
           END-IF.
           CLOSE SUMFILE.

       SUM-STEP-RTN.
           MOVE ST-NO (S) TO SUM-STEP-OUT.
           MOVE ST-NAME (S) TO SUM-NAME-OUT.
           MOVE ST-MAXRC (S) TO SUM-MAX-OUT.
           MOVE SPACES TO SUM-RC-X.
           IF ST-START (S) NOT = SPACES
               MOVE ST-RC (S) TO SUM-RC-OUT.
           MOVE ST-START (S) TO SUM-START-OUT.
           MOVE ST-END (S) TO SUM-END-OUT.
           MOVE ST-OUT (S) TO SUM-OUTCOME.
           WRITE SUM-REC FROM SUM-LINE AFTER 1 LINE.
