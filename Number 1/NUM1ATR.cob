       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1ATR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTFILE ASSIGN TO "NUM1MST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-STATUS.
           SELECT ATRFILE ASSIGN TO "NUM1ATR.DAT"
               FILE STATUS IS ATR-STATUS.
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
       FD  ATRFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ATR-REC.
       01 ATR-REC PIC X(80).
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
       01 ATR-STATUS PIC X(2) VALUE SPACES.
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
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 TERM-OK-SW PIC X(1) VALUE "N".
           88 TERM-OK VALUE "Y".
       01 MST-EOF-SW PIC X(1) VALUE "N".
           88 MST-EOF VALUE "Y".
       01 YEAR-FOUND-SW PIC X(1) VALUE "N".
           88 YEAR-FOUND VALUE "Y".
       01 ROWS-READ PIC 999 VALUE ZERO.
       01 CX PIC 9 VALUE ZERO.
       01 FROM-CX PIC 9 VALUE ZERO.
       01 TO-CX PIC 9 VALUE ZERO.
       01 CEN-POSTED-TBL.
           02 CEN-POSTED OCCURS 3 TIMES PIC X(1).
       01 YR-CNT PIC 9 VALUE ZERO.
       01 YR-TBL.
           02 YR-ENT OCCURS 5 TIMES.
               03 YR-NAME PIC X(9).
               03 YR-PROG-ENT OCCURS 6 TIMES.
                   04 YR-SEX-ENT OCCURS 2 TIMES.
                       05 YR-CNT-CEN OCCURS 3 TIMES PIC 9(4).
       01 YIDX PIC 9 VALUE ZERO.
       01 YSLOT PIC 9 VALUE ZERO.
       01 Y PIC 9 VALUE ZERO.
       01 P PIC 9 VALUE ZERO.
       01 S PIC 9 VALUE ZERO.
       01 PT-TBL.
           02 PT-CNT OCCURS 3 TIMES PIC 9(5).
       01 CT-TBL.
           02 CT-CNT OCCURS 3 TIMES PIC 9(5).
       01 WK-TBL.
           02 WK-CNT OCCURS 3 TIMES PIC 9(5).
       01 DROP-WK PIC S9(5) VALUE ZERO.
       01 DROP-PCT PIC S999V9 VALUE ZERO.
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "IN-TERM ATTRITION REPORT  ".
       01 TERM-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "TERM: ".
           02 TERM-OUT PIC X(20).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "CENSUS POINTS POSTED: O M ".
           02 FILLER PIC X(3) VALUE "F  ".
       01 POSTED-LINE.
           02 FILLER PIC X(57) VALUE SPACES.
           02 POSTED-OUT OCCURS 3 TIMES.
               03 POSTED-CD PIC X(1).
               03 FILLER PIC X(1).
       01 NOTE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "DROPS NEED BOTH CENSUS POI".
           02 FILLER PIC X(26) VALUE "NTS POSTED; TRAILING - MEA".
           02 FILLER PIC X(9) VALUE "NS A GAIN".
       01 PROG-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "PROGRAM: ".
           02 PROG-HDG-OUT PIC X(5).
       01 COL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "YEAR     ".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(3) VALUE "SEX".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(5) VALUE " OPEN".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "  MID".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "FINAL".
           02 FILLER PIC X(14) VALUE "    O-M    PCT".
           02 FILLER PIC X(14) VALUE "    M-F    PCT".
           02 FILLER PIC X(14) VALUE "    O-F    PCT".
       01 ATR-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 ATR-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ATR-SEX-OUT PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ATR-CNT-OUT OCCURS 3 TIMES.
               03 ATR-CNT-ED PIC ZZZZ9.
               03 FILLER PIC X(1).
           02 ATR-DROP-GRP OCCURS 3 TIMES.
               03 FILLER PIC X(1).
               03 ATR-DROP-X PIC X(6).
               03 ATR-DROP-ED REDEFINES ATR-DROP-X PIC ZZZZ9-.
               03 FILLER PIC X(1).
               03 ATR-PCT-X PIC X(6).
               03 ATR-PCT-ED REDEFINES ATR-PCT-X PIC ZZ9.9-.
       01 NOMST-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "TERM NOT POSTED ON MASTER ".
           02 FILLER PIC X(26) VALUE "FILE - RUN NUMBER1 FIRST  ".
       01 YRFULL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** MORE THAN 5 YEAR LEVELS".
           02 FILLER PIC X(26) VALUE " - EXTRA ROWS ADDED TO LAS".
           02 FILLER PIC X(6) VALUE "T ROW ".
       01 YRFULL-SW PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           MOVE "N" TO TERM-OK-SW.
           PERFORM ACCEPT-TERM-RTN UNTIL TERM-OK.
           MOVE SPACES TO CEN-POSTED-TBL.
           MOVE ZEROS TO YR-TBL.
           MOVE ZEROS TO CT-TBL.
           PERFORM LOAD-MST-RTN.
           OPEN OUTPUT ATRFILE.
           WRITE ATR-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE ATR-REC FROM HDG-1 BEFORE 1 LINE.
           MOVE TERM-ID TO TERM-OUT.
           WRITE ATR-REC FROM TERM-LINE AFTER 2 LINES.
           PERFORM POSTED-PUT-RTN VARYING CX FROM 1 BY 1
               UNTIL CX > 3.
           WRITE ATR-REC FROM POSTED-LINE AFTER 1 LINE.
           WRITE ATR-REC FROM NOTE-LINE AFTER 1 LINE.
           IF YRFULL-SW = "Y"
               WRITE ATR-REC FROM YRFULL-LINE AFTER 1 LINE.
           IF ROWS-READ = 0
               WRITE ATR-REC FROM NOMST-LINE AFTER 2 LINES
           ELSE
               PERFORM PROG-RTN VARYING P FROM 1 BY 1
                   UNTIL P > PRG-CNT
               MOVE CT-TBL TO WK-TBL
               MOVE "COLLEGE" TO ATR-YEAR-OUT
               MOVE "TOT" TO ATR-SEX-OUT
               PERFORM LINE-BUILD-RTN
               WRITE ATR-REC FROM ATR-LINE AFTER 2 LINES
           END-IF.
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
                   PERFORM STORE-CAL-RTN
           END-READ.

       STORE-CAL-RTN.
           IF CIN-TERM NOT = SPACES AND CAL-CNT < 40
               ADD 1 TO CAL-CNT
               MOVE CIN-TERM TO CAL-TERM (CAL-CNT)
           END-IF.

       ACCEPT-TERM-RTN.
           DISPLAY "ENTER TERM FOR ATTRITION REPORT:".
           MOVE SPACES TO TERM-ID.
           ACCEPT TERM-ID.
           MOVE 0 TO CAL-SLOT.
           PERFORM FIND-CAL-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           IF TERM-ID = SPACES
               DISPLAY "TERM IS REQUIRED, RE-ENTER"
           ELSE
               IF CAL-CNT > 0 AND CAL-SLOT = 0
                   DISPLAY "TERM NOT ON CALENDAR FILE, RE-ENTER"
               ELSE
                   MOVE "Y" TO TERM-OK-SW
               END-IF
           END-IF.

       FIND-CAL-RTN.
           IF CAL-TERM (CIDX) = TERM-ID
               MOVE CIDX TO CAL-SLOT.

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
                   PERFORM STORE-MST-RTN
               ELSE
                   MOVE "Y" TO MST-EOF-SW
               END-IF
           ELSE
               MOVE "Y" TO MST-EOF-SW
           END-IF.

       STORE-MST-RTN.
           MOVE 0 TO CX.
           IF MST-CENSUS = "O"
               MOVE 1 TO CX.
           IF MST-CENSUS = "M"
               MOVE 2 TO CX.
           IF MST-CENSUS = "F" OR MST-CENSUS = SPACE
               MOVE 3 TO CX.
           IF CX > 0
               ADD 1 TO ROWS-READ
               MOVE "Y" TO CEN-POSTED (CX)
               PERFORM STORE-YEAR-RTN
           END-IF.

       STORE-YEAR-RTN.
           MOVE "N" TO YEAR-FOUND-SW.
           PERFORM FIND-YEAR-RTN VARYING YIDX FROM 1 BY 1
               UNTIL YIDX > YR-CNT OR YEAR-FOUND.
           IF NOT YEAR-FOUND
               IF YR-CNT < 5
                   ADD 1 TO YR-CNT
                   MOVE YR-CNT TO YSLOT
                   MOVE MST-YR-LEVEL TO YR-NAME (YSLOT)
               ELSE
                   MOVE "Y" TO YRFULL-SW
                   MOVE 5 TO YSLOT
               END-IF
           END-IF.
           PERFORM STORE-CNT-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.

       FIND-YEAR-RTN.
           IF YR-NAME (YIDX) = MST-YR-LEVEL
               MOVE "Y" TO YEAR-FOUND-SW
               MOVE YIDX TO YSLOT.

       STORE-CNT-RTN.
           ADD MST-M (P) TO YR-CNT-CEN (YSLOT, P, 1, CX).
           ADD MST-F (P) TO YR-CNT-CEN (YSLOT, P, 2, CX).

       POSTED-PUT-RTN.
           MOVE SPACES TO POSTED-OUT (CX).
           IF CEN-POSTED (CX) = "Y"
               MOVE "*" TO POSTED-CD (CX).

       PROG-RTN.
           MOVE PRG-CODE (P) TO PROG-HDG-OUT.
           WRITE ATR-REC FROM PROG-HDG AFTER 2 LINES.
           WRITE ATR-REC FROM COL-HDG AFTER 1 LINE.
           MOVE ZEROS TO PT-TBL.
           PERFORM YEAR-RTN VARYING Y FROM 1 BY 1
               UNTIL Y > YR-CNT.
           MOVE PT-TBL TO WK-TBL.
           MOVE "ALL YEARS" TO ATR-YEAR-OUT.
           MOVE "TOT" TO ATR-SEX-OUT.
           PERFORM LINE-BUILD-RTN.
           WRITE ATR-REC FROM ATR-LINE AFTER 1 LINE.

       YEAR-RTN.
           PERFORM SEX-RTN VARYING S FROM 1 BY 1
               UNTIL S > 2.

       SEX-RTN.
           PERFORM SEX-LOAD-RTN VARYING CX FROM 1 BY 1
               UNTIL CX > 3.
           MOVE YR-NAME (Y) TO ATR-YEAR-OUT.
           IF S = 1
               MOVE " M " TO ATR-SEX-OUT
           ELSE
               MOVE SPACES TO ATR-YEAR-OUT
               MOVE " F " TO ATR-SEX-OUT
           END-IF.
           PERFORM LINE-BUILD-RTN.
           WRITE ATR-REC FROM ATR-LINE AFTER 1 LINE.

       SEX-LOAD-RTN.
           MOVE YR-CNT-CEN (Y, P, S, CX) TO WK-CNT (CX).
           ADD YR-CNT-CEN (Y, P, S, CX) TO PT-CNT (CX).
           ADD YR-CNT-CEN (Y, P, S, CX) TO CT-CNT (CX).

       LINE-BUILD-RTN.
           PERFORM CNT-PUT-RTN VARYING CX FROM 1 BY 1
               UNTIL CX > 3.
           PERFORM DROP-CALC-RTN VARYING CX FROM 1 BY 1
               UNTIL CX > 3.

       CNT-PUT-RTN.
           MOVE SPACES TO ATR-CNT-OUT (CX).
           IF CEN-POSTED (CX) = "Y"
               MOVE WK-CNT (CX) TO ATR-CNT-ED (CX).

       DROP-CALC-RTN.
           MOVE SPACES TO ATR-DROP-GRP (CX).
           IF CX = 1
               MOVE 1 TO FROM-CX
               MOVE 2 TO TO-CX.
           IF CX = 2
               MOVE 2 TO FROM-CX
               MOVE 3 TO TO-CX.
           IF CX = 3
               MOVE 1 TO FROM-CX
               MOVE 3 TO TO-CX.
           IF CEN-POSTED (FROM-CX) = "Y" AND CEN-POSTED (TO-CX) = "Y"
               COMPUTE DROP-WK = WK-CNT (FROM-CX) - WK-CNT (TO-CX)
               MOVE DROP-WK TO ATR-DROP-ED (CX)
               IF WK-CNT (FROM-CX) > 0
                   COMPUTE DROP-PCT ROUNDED =
                       (DROP-WK / WK-CNT (FROM-CX)) * 100
                   MOVE DROP-PCT TO ATR-PCT-ED (CX)
               END-IF
           END-IF.

       FIN-RTN.
           CLOSE ATRFILE.
           STOP RUN.
