       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1REV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "NUM1MST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-STATUS.
           SELECT OPTIONAL PRJFILE ASSIGN TO "NUM1PRJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRJ-STATUS.
           SELECT OPTIONAL RATFILE ASSIGN TO "NUM1RAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAT-STATUS.
           SELECT REVFILE ASSIGN TO "NUM1REV.DAT"
               FILE STATUS IS REV-STATUS.
           SELECT REVCSV ASSIGN TO "NUM1REV.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVCSV-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
           SELECT OPTIONAL CALFILE ASSIGN TO "NUM1CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MSTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MST-REC.
       01 MST-REC.
           02 MST-KEY.
               03 MST-TERM PIC X(20).
               03 MST-YR-LEVEL PIC X(9).
               03 MST-CENSUS PIC X(1).
           02 MST-CNTS.
               03 MST-PROG-ENT OCCURS 6 TIMES.
                   04 MST-M PIC 999.
                   04 MST-F PIC 999.
           02 FILLER PIC X(14).
       FD  PRJFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRJ-REC.
       01 PRJ-REC PIC X(80).
       FD  RATFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RAT-REC.
       01 RAT-REC PIC X(80).
       FD  REVFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REV-REC.
       01 REV-REC PIC X(80).
       FD  REVCSV
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REVCSV-REC.
       01 REVCSV-REC PIC X(120).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).
       FD  CALFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01 CAL-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 MST-STATUS PIC X(2) VALUE SPACES.
       01 PRJ-STATUS PIC X(2) VALUE SPACES.
       01 RAT-STATUS PIC X(2) VALUE SPACES.
       01 REV-STATUS PIC X(2) VALUE SPACES.
       01 REVCSV-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 CAL-STATUS PIC X(2) VALUE SPACES.
       01 PRG-EOF-SW PIC X(1) VALUE "N".
       01 PRG-FIRST-SW PIC X(1) VALUE "Y".
       01 PRG-CNT PIC 9 VALUE ZERO.
       01 PRG-LINE-IN.
           02 PIN-CODE PIC X(5).
           02 FILLER PIC X(75).
       01 PRG-TBL.
           02 PRG-ENT OCCURS 6 TIMES.
               03 PRG-CODE PIC X(5).
       01 CAL-EOF-SW PIC X(1) VALUE "N".
       01 CAL-CNT PIC 99 VALUE ZERO.
       01 CAL-SLOT PIC 99 VALUE ZERO.
       01 CIDX PIC 99 VALUE ZERO.
       01 CAL-LINE-IN.
           02 CIN-SEQ-X PIC X(4).
           02 CIN-SEQ REDEFINES CIN-SEQ-X PIC 9(4).
           02 FILLER PIC X(1).
           02 CIN-STAT PIC X(1).
           02 FILLER PIC X(1).
           02 CIN-TERM PIC X(20).
           02 FILLER PIC X(53).
       01 CAL-TBL.
           02 CAL-ENT OCCURS 40 TIMES.
               03 CAL-TERM PIC X(20).
       01 HIST-IN.
           02 FILLER PIC X(1).
           02 HIN-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 HIN-YEAR PIC X(9).
           02 FILLER PIC X(1).
           02 HIN-CNT-GRP.
               03 HIN-CNT-ENT OCCURS 6 TIMES.
                   04 HIN-CNT-X PIC X(3).
                   04 HIN-CNT REDEFINES HIN-CNT-X PIC 999.
                   04 FILLER PIC X(1).
           02 HIN-CENSUS PIC X(1).
           02 FILLER PIC X(23).
       01 RAT-EOF-SW PIC X(1) VALUE "N".
       01 RAT-LINE-IN.
           02 RIN-TYPE PIC X(1).
           02 FILLER PIC X(1).
           02 RIN-PROG PIC X(5).
           02 FILLER PIC X(1).
           02 RIN-BODY PIC X(72).
       01 RAT-U-IN REDEFINES RAT-LINE-IN.
           02 FILLER PIC X(8).
           02 RIN-YEAR PIC X(9).
           02 FILLER PIC X(1).
           02 RIN-UNITS-X PIC X(3).
           02 RIN-UNITS REDEFINES RIN-UNITS-X PIC 999.
           02 FILLER PIC X(59).
       01 RAT-P-IN REDEFINES RAT-LINE-IN.
           02 FILLER PIC X(8).
           02 RIN-TUIT-X PIC X(7).
           02 RIN-TUIT REDEFINES RIN-TUIT-X PIC 9(5)V99.
           02 FILLER PIC X(1).
           02 RIN-FEES-X PIC X(7).
           02 RIN-FEES REDEFINES RIN-FEES-X PIC 9(5)V99.
           02 FILLER PIC X(57).
       01 RAT-D-IN REDEFINES RAT-LINE-IN.
           02 FILLER PIC X(8).
           02 RIN-SCH-X PIC X(5).
           02 RIN-SCH REDEFINES RIN-SCH-X PIC 9(3)V99.
           02 FILLER PIC X(1).
           02 RIN-DISC-X PIC X(5).
           02 RIN-DISC REDEFINES RIN-DISC-X PIC 9(3)V99.
           02 FILLER PIC X(61).
       01 RAT-BAD-CNT PIC 99 VALUE ZERO.
       01 RATE-TBL.
           02 RATE-ENT OCCURS 6 TIMES.
               03 RT-SET PIC X(1).
               03 RT-TUIT PIC 9(5)V99.
               03 RT-FEES PIC 9(5)V99.
               03 RT-UNIT-CNT PIC 9.
               03 RT-UNIT-ENT OCCURS 5 TIMES.
                   04 RT-YEAR PIC X(9).
                   04 RT-UNITS PIC 999.
       01 SCHOLAR-PCT PIC 9(3)V99 VALUE ZERO.
       01 DISC-PCT PIC 9(3)V99 VALUE ZERO.
       01 RSLOT PIC 9 VALUE ZERO.
       01 U PIC 9 VALUE ZERO.
       01 USLOT PIC 9 VALUE ZERO.
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 TERM-OK-SW PIC X(1) VALUE "N".
           88 TERM-OK VALUE "Y".
       01 SRC-CODE PIC X(1) VALUE SPACES.
           88 SRC-ACTUAL VALUE "A".
           88 SRC-PROJ VALUE "P".
       01 SRC-OK-SW PIC X(1) VALUE "N".
           88 SRC-OK VALUE "Y".
       01 MST-EOF-SW PIC X(1) VALUE "N".
           88 MST-EOF VALUE "Y".
       01 PRJ-EOF-SW PIC X(1) VALUE "N".
           88 PRJ-EOF VALUE "Y".
       01 ROWS-READ PIC 999 VALUE ZERO.
       01 YEAR-FOUND-SW PIC X(1) VALUE "N".
           88 YEAR-FOUND VALUE "Y".
       01 YR-CNT PIC 9 VALUE ZERO.
       01 YR-TBL.
           02 YR-ENT OCCURS 5 TIMES.
               03 YR-NAME PIC X(9).
               03 YR-HEAD OCCURS 6 TIMES PIC 9(4).
       01 YRFULL-SW PIC X(1) VALUE "N".
       01 YIDX PIC 9 VALUE ZERO.
       01 YSLOT PIC 9 VALUE ZERO.
       01 Y PIC 9 VALUE ZERO.
       01 P PIC 9 VALUE ZERO.
       01 HEAD-WK PIC 9(5) VALUE ZERO.
       01 UNITS-WK PIC 9(7) VALUE ZERO.
       01 GROSS-WK PIC 9(9)V99 VALUE ZERO.
       01 FEES-WK PIC 9(9)V99 VALUE ZERO.
       01 DISC-WK PIC 9(9)V99 VALUE ZERO.
       01 NET-WK PIC S9(9)V99 VALUE ZERO.
       01 PT-GRP.
           02 PT-HEAD PIC 9(5).
           02 PT-UNITS PIC 9(7).
           02 PT-GROSS PIC 9(9)V99.
           02 PT-FEES PIC 9(9)V99.
           02 PT-DISC PIC 9(9)V99.
           02 PT-NET PIC S9(9)V99.
       01 CT-GRP.
           02 CT-HEAD PIC 9(5).
           02 CT-UNITS PIC 9(7).
           02 CT-GROSS PIC 9(9)V99.
           02 CT-FEES PIC 9(9)V99.
           02 CT-DISC PIC 9(9)V99.
           02 CT-NET PIC S9(9)V99.
       01 NORATE-CNT PIC 9 VALUE ZERO.
       01 NOUNIT-SW PIC X(1) VALUE "N".
       01 SRC-NAME PIC X(9) VALUE SPACES.
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "TUITION AND FEE REVENUE ES".
           02 FILLER PIC X(6) VALUE "TIMATE".
       01 TERM-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "TERM: ".
           02 TERM-OUT PIC X(20).
       01 BASIS-A-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "BASIS: ACTUAL POSTED COUNT".
           02 FILLER PIC X(26) VALUE "S (NUM1MST.DAT) - FINAL CE".
           02 FILLER PIC X(5) VALUE "NSUS ".
       01 BASIS-P-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "BASIS: ** PROJECTED COUNTS".
           02 FILLER PIC X(26) VALUE " (NUM1PRJ.DAT) - NOT ACTUA".
           02 FILLER PIC X(5) VALUE "LS **".
       01 RATE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "SCHOLAR SHARE OF HEADCOUNT".
           02 FILLER PIC X(2) VALUE ": ".
           02 RATE-SCH-OUT PIC ZZ9.99.
           02 FILLER PIC X(22) VALUE "%  TUITION DISCOUNT:  ".
           02 RATE-DISC-OUT PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE "%".
       01 PROG-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "PROGRAM: ".
           02 PROG-HDG-OUT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 PROG-RATE-OUT PIC X(45).
       01 PROG-RATE-LINE.
           02 FILLER PIC X(15) VALUE "TUITION/UNIT: ".
           02 PR-TUIT-OUT PIC ZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE "  FEES: ".
           02 PR-FEES-OUT PIC ZZ,ZZ9.99.
       01 COL-HDG.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "YEAR     ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE " HEAD".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "  UNITS".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "      GROSS".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "      FEES".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE " DISCOUNTS".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "        NET".
       01 REV-LINE.
           02 FILLER PIC X(3) VALUE SPACES.
           02 REV-YEAR-OUT PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REV-HEAD-OUT PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REV-UNITS-OUT PIC ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REV-GROSS-OUT PIC ZZZ,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REV-FEES-OUT PIC ZZ,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REV-DISC-OUT PIC ZZ,ZZZ,ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 REV-NET-OUT PIC ZZZ,ZZZ,ZZ9-.
       01 NORATE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** NO RATE ON FILE FOR PRO".
           02 FILLER PIC X(26) VALUE "GRAM - HEADCOUNT ONLY, NO ".
           02 FILLER PIC X(7) VALUE "REVENUE".
       01 NOUNIT-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** NO UNITS ON FILE FOR YE".
           02 FILLER PIC X(7) VALUE "AR:    ".
           02 NOUNIT-YEAR-OUT PIC X(9).
       01 NORATES-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** PROGRAMS WITH NO RATE O".
           02 FILLER PIC X(9) VALUE "N FILE:  ".
           02 NORATES-OUT PIC 9.
       01 NOROWS-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO COUNTS FOR THIS TERM ON".
           02 FILLER PIC X(26) VALUE " THE SELECTED BASIS FILE  ".
       01 YRFULL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** MORE THAN 5 YEAR LEVELS".
           02 FILLER PIC X(26) VALUE " - EXTRA ROWS ADDED TO LAS".
           02 FILLER PIC X(6) VALUE "T ROW ".
       01 RATBAD-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** RATE FILE LINES IGNORED".
           02 FILLER PIC X(2) VALUE ": ".
           02 RATBAD-OUT PIC Z9.
       01 CSV-HDR.
           02 FILLER PIC X(26) VALUE "BASIS,TERM,PROG,YEAR,HEADC".
           02 FILLER PIC X(26) VALUE "OUNT,UNITS,GROSS,FEES,DISC".
           02 FILLER PIC X(14) VALUE "OUNT,NET,FLAG".
       01 REVCSV-LINE.
           02 CSV-BASIS-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-TERM-OUT PIC X(20).
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-PROG-OUT PIC X(5).
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-HEAD-OUT PIC Z(4)9.
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-UNITS-OUT PIC Z(6)9.
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-GROSS-OUT PIC Z(8)9.99.
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-FEES-OUT PIC Z(8)9.99.
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-DISC-OUT PIC Z(8)9.99.
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-NET-OUT PIC -(9)9.99.
           02 FILLER PIC X(1) VALUE ",".
           02 CSV-FLAG-OUT PIC X(8).

       PROCEDURE DIVISION.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           MOVE SPACES TO RATE-TBL.
           PERFORM LOAD-RAT-RTN.
           MOVE "N" TO SRC-OK-SW.
           PERFORM ACCEPT-SRC-RTN UNTIL SRC-OK.
           MOVE "N" TO TERM-OK-SW.
           PERFORM ACCEPT-TERM-RTN UNTIL TERM-OK.
           PERFORM CLEAR-YR-RTN VARYING Y FROM 1 BY 1 UNTIL Y > 5.
           IF SRC-ACTUAL
               MOVE "ACTUAL" TO SRC-NAME
               PERFORM LOAD-MST-RTN
           ELSE
               MOVE "PROJECTED" TO SRC-NAME
               PERFORM LOAD-PRJ-RTN
           END-IF.
           MOVE ZEROS TO CT-GRP.
           OPEN OUTPUT REVFILE.
           OPEN OUTPUT REVCSV.
           WRITE REV-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE REV-REC FROM HDG-1 BEFORE 1 LINE.
           WRITE REVCSV-REC FROM CSV-HDR.
           MOVE TERM-ID TO TERM-OUT.
           WRITE REV-REC FROM TERM-LINE AFTER 2 LINES.
           IF SRC-ACTUAL
               WRITE REV-REC FROM BASIS-A-LINE AFTER 1 LINE
           ELSE
               WRITE REV-REC FROM BASIS-P-LINE AFTER 1 LINE
           END-IF.
           MOVE SCHOLAR-PCT TO RATE-SCH-OUT.
           MOVE DISC-PCT TO RATE-DISC-OUT.
           WRITE REV-REC FROM RATE-LINE AFTER 1 LINE.
           IF RAT-BAD-CNT > 0
               MOVE RAT-BAD-CNT TO RATBAD-OUT
               WRITE REV-REC FROM RATBAD-LINE AFTER 1 LINE.
           IF YRFULL-SW = "Y"
               WRITE REV-REC FROM YRFULL-LINE AFTER 1 LINE.
           IF ROWS-READ = 0
               WRITE REV-REC FROM NOROWS-LINE AFTER 2 LINES
           ELSE
               PERFORM PROG-RTN VARYING P FROM 1 BY 1
                   UNTIL P > PRG-CNT
               MOVE "COLLEGE" TO REV-YEAR-OUT
               MOVE CT-HEAD TO REV-HEAD-OUT
               MOVE CT-UNITS TO REV-UNITS-OUT
               MOVE CT-GROSS TO REV-GROSS-OUT
               MOVE CT-FEES TO REV-FEES-OUT
               MOVE CT-DISC TO REV-DISC-OUT
               MOVE CT-NET TO REV-NET-OUT
               WRITE REV-REC FROM REV-LINE AFTER 2 LINES
               MOVE SPACES TO CSV-PROG-OUT
               MOVE "COLLEGE" TO CSV-YEAR-OUT
               MOVE "TOTAL" TO CSV-FLAG-OUT
               MOVE CT-HEAD TO CSV-HEAD-OUT
               MOVE CT-UNITS TO CSV-UNITS-OUT
               MOVE CT-GROSS TO CSV-GROSS-OUT
               MOVE CT-FEES TO CSV-FEES-OUT
               MOVE CT-DISC TO CSV-DISC-OUT
               MOVE CT-NET TO CSV-NET-OUT
               WRITE REVCSV-REC FROM REVCSV-LINE
           END-IF.
           IF NORATE-CNT > 0
               MOVE NORATE-CNT TO NORATES-OUT
               WRITE REV-REC FROM NORATES-LINE AFTER 2 LINES.
           PERFORM FIN-RTN.

       LOAD-PRG-RTN.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
               PERFORM READ-PRG-RTN UNTIL PRG-EOF-SW = "Y"
               CLOSE PRGFILE
           END-IF.
           IF PRG-CNT = 0
               MOVE 4 TO PRG-CNT
               MOVE "BSIT" TO PRG-CODE (1)
               MOVE "BSCS" TO PRG-CODE (2)
               MOVE "BSIS" TO PRG-CODE (3)
               MOVE "BSCPE" TO PRG-CODE (4)
           END-IF.

       READ-PRG-RTN.
           READ PRGFILE INTO PRG-LINE-IN
               AT END
                   MOVE "Y" TO PRG-EOF-SW
               NOT AT END
                   IF PRG-FIRST-SW = "Y"
                       MOVE "N" TO PRG-FIRST-SW
                       MOVE PRG-LINE-IN TO HDG-0-NAME
                   ELSE
                       IF PIN-CODE NOT = SPACES AND PRG-CNT < 6
                           ADD 1 TO PRG-CNT
                           MOVE PIN-CODE TO PRG-CODE (PRG-CNT)
                       END-IF
                   END-IF
           END-READ.

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
                   END-IF
           END-READ.

       LOAD-RAT-RTN.
           OPEN INPUT RATFILE.
           IF RAT-STATUS = "00"
               PERFORM READ-RAT-RTN UNTIL RAT-EOF-SW = "Y"
               CLOSE RATFILE
           END-IF.

       READ-RAT-RTN.
           MOVE SPACES TO RAT-LINE-IN.
           READ RATFILE INTO RAT-LINE-IN
               AT END
                   MOVE "Y" TO RAT-EOF-SW
               NOT AT END
                   IF RAT-LINE-IN NOT = SPACES AND RIN-TYPE NOT = "*"
                       PERFORM STORE-RAT-RTN
                   END-IF
           END-READ.

       STORE-RAT-RTN.
           MOVE 0 TO RSLOT.
           PERFORM FIND-RATE-PRG-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.
           IF RIN-TYPE = "D"
               PERFORM STORE-D-RTN
           ELSE
               IF RSLOT = 0
                   ADD 1 TO RAT-BAD-CNT
               ELSE
                   IF RIN-TYPE = "P"
                       PERFORM STORE-P-RTN
                   ELSE
                       IF RIN-TYPE = "U"
                           PERFORM STORE-U-RTN
                       ELSE
                           ADD 1 TO RAT-BAD-CNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-RATE-PRG-RTN.
           IF PRG-CODE (P) = RIN-PROG
               MOVE P TO RSLOT.

       STORE-D-RTN.
           INSPECT RIN-SCH-X REPLACING LEADING " " BY "0".
           INSPECT RIN-DISC-X REPLACING LEADING " " BY "0".
           IF RIN-SCH-X IS NUMERIC AND RIN-DISC-X IS NUMERIC
               AND RIN-SCH NOT > 100 AND RIN-DISC NOT > 100
               MOVE RIN-SCH TO SCHOLAR-PCT
               MOVE RIN-DISC TO DISC-PCT
           ELSE
               ADD 1 TO RAT-BAD-CNT
           END-IF.

       STORE-P-RTN.
           INSPECT RIN-TUIT-X REPLACING LEADING " " BY "0".
           INSPECT RIN-FEES-X REPLACING LEADING " " BY "0".
           IF RIN-TUIT-X IS NUMERIC AND RIN-FEES-X IS NUMERIC
               MOVE "Y" TO RT-SET (RSLOT)
               MOVE RIN-TUIT TO RT-TUIT (RSLOT)
               MOVE RIN-FEES TO RT-FEES (RSLOT)
           ELSE
               ADD 1 TO RAT-BAD-CNT
           END-IF.

       STORE-U-RTN.
           INSPECT RIN-UNITS-X REPLACING LEADING " " BY "0".
           IF RIN-UNITS-X IS NOT NUMERIC OR RIN-YEAR = SPACES
               ADD 1 TO RAT-BAD-CNT
           ELSE
               IF RT-UNIT-CNT (RSLOT) IS NOT NUMERIC
                   MOVE 0 TO RT-UNIT-CNT (RSLOT)
               END-IF
               IF RT-UNIT-CNT (RSLOT) < 5
                   ADD 1 TO RT-UNIT-CNT (RSLOT)
                   MOVE RT-UNIT-CNT (RSLOT) TO U
                   MOVE RIN-YEAR TO RT-YEAR (RSLOT, U)
                   MOVE RIN-UNITS TO RT-UNITS (RSLOT, U)
               ELSE
                   ADD 1 TO RAT-BAD-CNT
               END-IF
           END-IF.

       ACCEPT-SRC-RTN.
           DISPLAY "ESTIMATE FROM A)CTUAL POSTED COUNTS OR P)ROJECTIO"
               "N (A/P):".
           MOVE SPACES TO SRC-CODE.
           ACCEPT SRC-CODE.
           IF SRC-ACTUAL OR SRC-PROJ
               MOVE "Y" TO SRC-OK-SW
           ELSE
               DISPLAY "INVALID - A OR P, RE-ENTER".

       ACCEPT-TERM-RTN.
           DISPLAY "ENTER TERM-ID TO ESTIMATE:".
           MOVE SPACES TO TERM-ID.
           ACCEPT TERM-ID.
           MOVE 0 TO CAL-SLOT.
           PERFORM FIND-CAL-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           IF TERM-ID = SPACES
               DISPLAY "INVALID - TERM REQUIRED, RE-ENTER"
           ELSE
               IF CAL-CNT > 0 AND CAL-SLOT = 0
                   DISPLAY "INVALID - TERM NOT ON CALENDAR, RE-ENTER"
               ELSE
                   MOVE "Y" TO TERM-OK-SW
               END-IF
           END-IF.

       FIND-CAL-RTN.
           IF CAL-TERM (CIDX) = TERM-ID
               MOVE CIDX TO CAL-SLOT.

       CLEAR-YR-RTN.
           MOVE SPACES TO YR-NAME (Y).
           PERFORM CLEAR-HEAD-RTN VARYING P FROM 1 BY 1 UNTIL P > 6.

       CLEAR-HEAD-RTN.
           MOVE 0 TO YR-HEAD (Y, P).

       LOAD-MST-RTN.
           OPEN INPUT MSTFILE.
           IF MST-STATUS NOT = "00"
               MOVE "Y" TO MST-EOF-SW
           ELSE
               MOVE TERM-ID TO MST-TERM
               MOVE LOW-VALUES TO MST-YR-LEVEL
               MOVE LOW-VALUES TO MST-CENSUS
               START MSTFILE KEY NOT < MST-KEY
               IF MST-STATUS NOT = "00"
                   MOVE "Y" TO MST-EOF-SW
               END-IF
           END-IF.
           PERFORM READ-MST-RTN UNTIL MST-EOF.
           IF MST-STATUS NOT = "41" AND MST-STATUS NOT = "35"
               CLOSE MSTFILE.

       READ-MST-RTN.
           READ MSTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO MST-EOF-SW
           END-READ.
           IF MST-EOF-SW = "N" AND MST-STATUS = "00"
               IF MST-TERM = TERM-ID
                   IF MST-CENSUS = "F" OR MST-CENSUS = SPACE
                       ADD 1 TO ROWS-READ
                       MOVE MST-YR-LEVEL TO HIN-YEAR
                       PERFORM FIND-YEAR-SLOT-RTN
                       PERFORM ADD-MST-RTN VARYING P FROM 1 BY 1
                           UNTIL P > PRG-CNT
                   END-IF
               ELSE
                   MOVE "Y" TO MST-EOF-SW
               END-IF
           ELSE
               MOVE "Y" TO MST-EOF-SW
           END-IF.

       ADD-MST-RTN.
           ADD MST-M (P) MST-F (P) TO YR-HEAD (YSLOT, P).

       LOAD-PRJ-RTN.
           OPEN INPUT PRJFILE.
           IF PRJ-STATUS = "00"
               PERFORM READ-PRJ-RTN UNTIL PRJ-EOF
               CLOSE PRJFILE
           END-IF.

       READ-PRJ-RTN.
           MOVE SPACES TO HIST-IN.
           READ PRJFILE INTO HIST-IN
               AT END
                   MOVE "Y" TO PRJ-EOF-SW
               NOT AT END
                   IF HIN-TERM = TERM-ID
                       ADD 1 TO ROWS-READ
                       PERFORM FIND-YEAR-SLOT-RTN
                       PERFORM ADD-PRJ-RTN VARYING P FROM 1 BY 1
                           UNTIL P > PRG-CNT
                   END-IF
           END-READ.

       ADD-PRJ-RTN.
           INSPECT HIN-CNT-X (P) REPLACING LEADING " " BY "0".
           IF HIN-CNT-X (P) IS NUMERIC
               ADD HIN-CNT (P) TO YR-HEAD (YSLOT, P).

       FIND-YEAR-SLOT-RTN.
           MOVE "N" TO YEAR-FOUND-SW.
           PERFORM FIND-YEAR-RTN VARYING YIDX FROM 1 BY 1
               UNTIL YIDX > YR-CNT OR YEAR-FOUND.
           IF NOT YEAR-FOUND
               IF YR-CNT < 5
                   ADD 1 TO YR-CNT
                   MOVE YR-CNT TO YSLOT
                   MOVE HIN-YEAR TO YR-NAME (YSLOT)
               ELSE
                   MOVE "Y" TO YRFULL-SW
                   MOVE 5 TO YSLOT
               END-IF
           END-IF.

       FIND-YEAR-RTN.
           IF YR-NAME (YIDX) = HIN-YEAR
               MOVE "Y" TO YEAR-FOUND-SW
               MOVE YIDX TO YSLOT.

       PROG-RTN.
           MOVE PRG-CODE (P) TO PROG-HDG-OUT.
           MOVE SPACES TO PROG-RATE-OUT.
           IF RT-SET (P) = "Y"
               MOVE RT-TUIT (P) TO PR-TUIT-OUT
               MOVE RT-FEES (P) TO PR-FEES-OUT
               MOVE PROG-RATE-LINE TO PROG-RATE-OUT
           END-IF.
           WRITE REV-REC FROM PROG-HDG AFTER 2 LINES.
           IF RT-SET (P) NOT = "Y"
               ADD 1 TO NORATE-CNT
               WRITE REV-REC FROM NORATE-LINE AFTER 1 LINE.
           WRITE REV-REC FROM COL-HDG AFTER 1 LINE.
           MOVE ZEROS TO PT-GRP.
           PERFORM YEAR-RTN VARYING Y FROM 1 BY 1
               UNTIL Y > YR-CNT.
           MOVE "PROG TOTAL" TO REV-YEAR-OUT.
           MOVE PT-HEAD TO REV-HEAD-OUT.
           MOVE PT-UNITS TO REV-UNITS-OUT.
           MOVE PT-GROSS TO REV-GROSS-OUT.
           MOVE PT-FEES TO REV-FEES-OUT.
           MOVE PT-DISC TO REV-DISC-OUT.
           MOVE PT-NET TO REV-NET-OUT.
           WRITE REV-REC FROM REV-LINE AFTER 1 LINE.
           MOVE "TOTAL" TO CSV-YEAR-OUT.
           MOVE PT-HEAD TO CSV-HEAD-OUT.
           MOVE PT-UNITS TO CSV-UNITS-OUT.
           MOVE PT-GROSS TO CSV-GROSS-OUT.
           MOVE PT-FEES TO CSV-FEES-OUT.
           MOVE PT-DISC TO CSV-DISC-OUT.
           MOVE PT-NET TO CSV-NET-OUT.
           MOVE "TOTAL" TO CSV-FLAG-OUT.
           WRITE REVCSV-REC FROM REVCSV-LINE.
           ADD PT-HEAD TO CT-HEAD.
           ADD PT-UNITS TO CT-UNITS.
           ADD PT-GROSS TO CT-GROSS.
           ADD PT-FEES TO CT-FEES.
           ADD PT-DISC TO CT-DISC.
           ADD PT-NET TO CT-NET.

       YEAR-RTN.
           MOVE "N" TO NOUNIT-SW.
           MOVE YR-HEAD (Y, P) TO HEAD-WK.
           MOVE 0 TO UNITS-WK.
           MOVE 0 TO GROSS-WK.
           MOVE 0 TO FEES-WK.
           MOVE 0 TO DISC-WK.
           MOVE 0 TO NET-WK.
           MOVE SPACES TO CSV-FLAG-OUT.
           IF RT-SET (P) = "Y"
               PERFORM CALC-RTN
           ELSE
               MOVE "NORATE" TO CSV-FLAG-OUT
           END-IF.
           MOVE YR-NAME (Y) TO REV-YEAR-OUT.
           MOVE HEAD-WK TO REV-HEAD-OUT.
           MOVE UNITS-WK TO REV-UNITS-OUT.
           MOVE GROSS-WK TO REV-GROSS-OUT.
           MOVE FEES-WK TO REV-FEES-OUT.
           MOVE DISC-WK TO REV-DISC-OUT.
           MOVE NET-WK TO REV-NET-OUT.
           WRITE REV-REC FROM REV-LINE AFTER 1 LINE.
           IF NOUNIT-SW = "Y"
               MOVE YR-NAME (Y) TO NOUNIT-YEAR-OUT
               WRITE REV-REC FROM NOUNIT-LINE AFTER 1 LINE.
           MOVE SRC-NAME TO CSV-BASIS-OUT.
           MOVE TERM-ID TO CSV-TERM-OUT.
           MOVE PRG-CODE (P) TO CSV-PROG-OUT.
           MOVE YR-NAME (Y) TO CSV-YEAR-OUT.
           MOVE HEAD-WK TO CSV-HEAD-OUT.
           MOVE UNITS-WK TO CSV-UNITS-OUT.
           MOVE GROSS-WK TO CSV-GROSS-OUT.
           MOVE FEES-WK TO CSV-FEES-OUT.
           MOVE DISC-WK TO CSV-DISC-OUT.
           MOVE NET-WK TO CSV-NET-OUT.
           WRITE REVCSV-REC FROM REVCSV-LINE.
           ADD HEAD-WK TO PT-HEAD.
           ADD UNITS-WK TO PT-UNITS.
           ADD GROSS-WK TO PT-GROSS.
           ADD FEES-WK TO PT-FEES.
           ADD DISC-WK TO PT-DISC.
           ADD NET-WK TO PT-NET.

       CALC-RTN.
           MOVE "N" TO NOUNIT-SW.
           MOVE 0 TO USLOT.
           IF RT-UNIT-CNT (P) IS NUMERIC
               PERFORM FIND-UNITS-RTN VARYING U FROM 1 BY 1
                   UNTIL U > RT-UNIT-CNT (P)
           END-IF.
           IF USLOT = 0
               MOVE "Y" TO NOUNIT-SW
               MOVE "NOUNITS" TO CSV-FLAG-OUT
           ELSE
               COMPUTE UNITS-WK = HEAD-WK * RT-UNITS (P, USLOT)
           END-IF.
           COMPUTE GROSS-WK ROUNDED = UNITS-WK * RT-TUIT (P).
           COMPUTE FEES-WK ROUNDED = HEAD-WK * RT-FEES (P).
           COMPUTE DISC-WK ROUNDED =
               GROSS-WK * (SCHOLAR-PCT / 100) * (DISC-PCT / 100).
           COMPUTE NET-WK = GROSS-WK + FEES-WK - DISC-WK.

       FIND-UNITS-RTN.
           IF RT-YEAR (P, U) = YR-NAME (Y)
               MOVE U TO USLOT.

       FIN-RTN.
           CLOSE REVFILE.
           CLOSE REVCSV.
           STOP RUN.
