       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1TSL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSMFILE ASSIGN TO "NUM1TSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSM-KEY
               FILE STATUS IS TSM-STATUS.
           SELECT MSTFILE ASSIGN TO "NUM1MST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-STATUS.
           SELECT HISTFILE ASSIGN TO "NUM1HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT HARCFILE ASSIGN TO DYNAMIC HIST-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HARC-STATUS.
           SELECT OPTIONAL ARCCFILE ASSIGN TO "NUM1ARCC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCC-STATUS.
           SELECT RPTFILE ASSIGN TO "NUM1TSLR.DAT"
               FILE STATUS IS RPT-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
           SELECT OPTIONAL CALFILE ASSIGN TO "NUM1CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD  HISTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIST-REC.
       01 HIST-REC PIC X(80).
       FD  HARCFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HARC-REC.
       01 HARC-REC PIC X(80).
       FD  ARCCFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARCC-REC.
       01 ARCC-REC PIC X(80).
       FD  RPTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC PIC X(80).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).
       FD  CALFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01 CAL-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 TSM-STATUS PIC X(2) VALUE SPACES.
       01 MST-STATUS PIC X(2) VALUE SPACES.
       01 HIST-STATUS PIC X(2) VALUE SPACES.
       01 HARC-STATUS PIC X(2) VALUE SPACES.
       01 ARCC-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
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
               03 CAL-SEQ PIC 9(4).
       01 ARCC-EOF-SW PIC X(1) VALUE "N".
       01 ARCC-LINE-IN.
           02 AC-DATE-X PIC X(6).
           02 AC-DATE REDEFINES AC-DATE-X PIC 9(6).
           02 FILLER PIC X(1).
           02 AC-HIST-X PIC X(4).
           02 AC-HIST REDEFINES AC-HIST-X PIC 9(4).
           02 FILLER PIC X(1).
           02 AC-AUD-X PIC X(4).
           02 FILLER PIC X(1).
           02 AC-CSV-X PIC X(4).
           02 FILLER PIC X(59).
       01 PEND-SW PIC X(1) VALUE "N".
       01 PEND-DATE PIC 9(6) VALUE ZERO.
       01 PEND-CNT PIC 9(5) VALUE ZERO.
       01 HIST-ARC-NAME.
           02 FILLER PIC X(9) VALUE "NUM1HIST.".
           02 HAN-DATE PIC 9(6).
           02 FILLER PIC X(4) VALUE ".ARC".
       01 HIST-EOF-SW PIC X(1) VALUE "N".
           88 HIST-EOF VALUE "Y".
       01 TSM-EOF-SW PIC X(1) VALUE "N".
           88 TSM-EOF VALUE "Y".
       01 MST-OK-SW PIC X(1) VALUE "N".
       01 MST-HIT-SW PIC X(1) VALUE "N".
       01 TSM-HIT-SW PIC X(1) VALUE "N".
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
       01 LINE-SEQ PIC 9(4) VALUE ZERO.
       01 LINE-ROW PIC 9 VALUE ZERO.
       01 REJ-REASON PIC X(24) VALUE SPACES.
       01 BLK-TERM PIC X(20) VALUE SPACES.
       01 BLK-CEN PIC X(1) VALUE SPACES.
       01 BLK-CNT PIC 9 VALUE ZERO.
       01 BLK-DUP-SW PIC X(1) VALUE "N".
       01 BLK-TBL.
           02 BLK-YEAR OCCURS 9 TIMES PIC X(9).
       01 BX PIC 9 VALUE ZERO.
       01 J PIC 9 VALUE ZERO.
       01 RUN-DATE PIC 9(6) VALUE ZERO.
       01 SRC-NAME PIC X(20) VALUE SPACES.
       01 SRC-ARC-SW PIC X(1) VALUE "N".
       01 SRC-CAT PIC 9(5) VALUE ZERO.
       01 SRC-READ PIC 9(5) VALUE ZERO.
       01 SRC-LOAD PIC 9(5) VALUE ZERO.
       01 SRC-REJ PIC 9(5) VALUE ZERO.
       01 SRC-STUD PIC 9(7) VALUE ZERO.
       01 ARC-FILES PIC 9(4) VALUE ZERO.
       01 ARC-MISS PIC 9(4) VALUE ZERO.
       01 CAT-DIFF PIC 9(4) VALUE ZERO.
       01 ARC-CAT PIC 9(5) VALUE ZERO.
       01 ARC-READ PIC 9(5) VALUE ZERO.
       01 ARC-LOAD PIC 9(5) VALUE ZERO.
       01 ARC-REJ PIC 9(5) VALUE ZERO.
       01 ARC-STUD PIC 9(7) VALUE ZERO.
       01 HST-READ PIC 9(5) VALUE ZERO.
       01 HST-LOAD PIC 9(5) VALUE ZERO.
       01 HST-REJ PIC 9(5) VALUE ZERO.
       01 HST-STUD PIC 9(7) VALUE ZERO.
       01 ALL-READ PIC 9(5) VALUE ZERO.
       01 ALL-LOAD PIC 9(5) VALUE ZERO.
       01 ALL-REJ PIC 9(5) VALUE ZERO.
       01 ALL-STUD PIC 9(7) VALUE ZERO.
       01 ADD-CNT PIC 9(6) VALUE ZERO.
       01 ADD-STUD PIC 9(7) VALUE ZERO.
       01 REPL-CNT PIC 9(6) VALUE ZERO.
       01 REPL-NEW PIC 9(7) VALUE ZERO.
       01 REPL-OLD PIC 9(7) VALUE ZERO.
       01 KEPT-CNT PIC 9(6) VALUE ZERO.
       01 KEPT-STUD PIC 9(7) VALUE ZERO.
       01 SPLIT-Y-CNT PIC 9(6) VALUE ZERO.
       01 SPLIT-N-CNT PIC 9(6) VALUE ZERO.
       01 SCAN-L-CNT PIC 9(6) VALUE ZERO.
       01 SCAN-L-TOT PIC 9(7) VALUE ZERO.
       01 SCAN-ALL-CNT PIC 9(6) VALUE ZERO.
       01 SCAN-ALL-TOT PIC 9(7) VALUE ZERO.
       01 OPEN-L-CNT PIC 9(6) VALUE ZERO.
       01 OPEN-L-TOT PIC 9(7) VALUE ZERO.
       01 CLOSE-L-TOT PIC 9(7) VALUE ZERO.
       01 PROOF-TOT PIC 9(7) VALUE ZERO.
       01 RPT-LINE-CNT PIC 99 VALUE ZERO.
       01 RPT-PAGE-MAX PIC 99 VALUE 55.
       01 RPT-PAGE-NO PIC 999 VALUE ZERO.
       01 RPT-DET PIC X(80) VALUE SPACES.
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "TERM SUMMARY LOAD - RECONC".
           02 FILLER PIC X(12) VALUE "ILIATION    ".
       01 P-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "RUN DATE: ".
           02 P-DATE-OUT PIC 9(6).
           02 FILLER PIC X(8) VALUE "  PAGE: ".
           02 P-PAGE-OUT PIC ZZ9.
       01 DTL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "LOAD DETAIL - ARCHIVES IN ".
           02 FILLER PIC X(26) VALUE "CATALOG ORDER, THEN NUM1HI".
           02 FILLER PIC X(6) VALUE "ST.DAT".
       01 SRC-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "SOURCE FILE".
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "  CAT".
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(5) VALUE " READ".
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(5) VALUE " LOAD".
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "  REJ".
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "STUDENTS".
       01 SRC-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SRC-NAME-OUT PIC X(20).
           02 FILLER PIC X(3) VALUE SPACES.
           02 SRC-CAT-OUT PIC ZZZZ9.
           02 SRC-CAT-BL REDEFINES SRC-CAT-OUT PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 SRC-READ-OUT PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SRC-LOAD-OUT PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SRC-REJ-OUT PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SRC-STUD-OUT PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 SRC-FLAG-OUT PIC X(2).
       01 REJ-LINE.
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "REJECT: ".
           02 REJ-TERM-OUT PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REJ-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 REJ-CEN-OUT PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REJ-REASON-OUT PIC X(24).
       01 MISS-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 MISS-NAME-OUT PIC X(20).
           02 FILLER PIC X(3) VALUE SPACES.
           02 MISS-CAT-OUT PIC ZZZZ9.
           02 FILLER PIC X(26) VALUE "   ** ARCHIVE NOT ON HAND ".
       01 DIFF-NOTE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "* LINES READ DIFFER FROM T".
           02 FILLER PIC X(26) VALUE "HE NUM1ARCC.DAT CATALOG CO".
           02 FILLER PIC X(3) VALUE "UNT".
       01 CTL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "RECONCILIATION TO SOURCE F".
           02 FILLER PIC X(4) VALUE "ILES".
       01 CELL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "TERM SUMMARY CELLS (ONE PE".
           02 FILLER PIC X(26) VALUE "R TERM/YEAR/PROGRAM/CENSUS".
           02 FILLER PIC X(1) VALUE ")".
       01 CELL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 CELL-TEXT-OUT PIC X(34).
           02 CELL-CNT-OUT PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CELL-STUD-LBL PIC X(9).
           02 CELL-STUD-OUT PIC ZZZZZZ9.
           02 CELL-STUD-BL REDEFINES CELL-STUD-OUT PIC X(7).
       01 BAL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "BALANCE OF LOADED STUDENTS".
           02 FILLER PIC X(26) VALUE " ON NUM1TSM.DAT           ".
       01 BAL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 BAL-TEXT-OUT PIC X(40).
           02 BAL-AMT-OUT PIC ZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BAL-FLAG-OUT PIC X(16).
       01 FILE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "ALL CELLS ON FILE AFTER RU".
           02 FILLER PIC X(3) VALUE "N: ".
           02 FILE-CNT-OUT PIC ZZZZZ9.
           02 FILLER PIC X(11) VALUE "  STUDENTS ".
           02 FILE-TOT-OUT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           IF CAL-CNT = 0
               DISPLAY "NO TERM CALENDAR ON HAND (NUM1CAL.DAT) - LOAD "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O TSMFILE.
           IF TSM-STATUS = "35"
               OPEN OUTPUT TSMFILE
               CLOSE TSMFILE
               OPEN I-O TSMFILE
           END-IF.
           IF TSM-STATUS NOT = "00"
               DISPLAY "TERM SUMMARY FILE (NUM1TSM.DAT) WILL NOT OPEN"
                   " - FILE STATUS " TSM-STATUS " - LOAD REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT MSTFILE.
           IF MST-STATUS = "00"
               MOVE "Y" TO MST-OK-SW.
           PERFORM SCAN-TSM-RTN.
           MOVE SCAN-L-CNT TO OPEN-L-CNT.
           MOVE SCAN-L-TOT TO OPEN-L-TOT.
           OPEN OUTPUT RPTFILE.
           PERFORM RPT-NEWPAGE-RTN.
           MOVE DTL-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SRC-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           PERFORM LOAD-CAT-RTN.
           PERFORM HIST-FILE-RTN.
           IF MST-OK-SW = "Y"
               CLOSE MSTFILE.
           PERFORM SCAN-TSM-RTN.
           MOVE SCAN-L-TOT TO CLOSE-L-TOT.
           CLOSE TSMFILE.
           PERFORM CONTROL-RTN.
           CLOSE RPTFILE.
           DISPLAY "TERM SUMMARY LOAD COMPLETE - LINES READ " ALL-READ
               " LOADED " ALL-LOAD " REJECTED " ALL-REJ.
           IF PROOF-TOT NOT = CLOSE-L-TOT
               DISPLAY "TERM SUMMARY OUT OF BALANCE - SEE NUM1TSLR.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ALL-REJ > 0 OR ARC-MISS > 0 OR CAT-DIFF > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

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
           INSPECT CIN-SEQ-X REPLACING LEADING " " BY "0".
           IF CIN-TERM NOT = SPACES AND CIN-SEQ-X IS NUMERIC
               AND CAL-CNT < 40
               ADD 1 TO CAL-CNT
               MOVE CIN-TERM TO CAL-TERM (CAL-CNT)
               MOVE CIN-SEQ TO CAL-SEQ (CAL-CNT)
           END-IF.

       SCAN-TSM-RTN.
           MOVE 0 TO SCAN-L-CNT.
           MOVE 0 TO SCAN-L-TOT.
           MOVE 0 TO SCAN-ALL-CNT.
           MOVE 0 TO SCAN-ALL-TOT.
           MOVE "N" TO TSM-EOF-SW.
           MOVE 0 TO TSM-SEQ.
           MOVE LOW-VALUES TO TSM-YEAR.
           MOVE LOW-VALUES TO TSM-PROG.
           MOVE LOW-VALUES TO TSM-CENSUS.
           START TSMFILE KEY NOT < TSM-KEY.
           IF TSM-STATUS NOT = "00"
               MOVE "Y" TO TSM-EOF-SW.
           PERFORM SCAN-REC-RTN UNTIL TSM-EOF.

       SCAN-REC-RTN.
           READ TSMFILE NEXT RECORD
               AT END
                   MOVE "Y" TO TSM-EOF-SW
           END-READ.
           IF TSM-EOF-SW = "N" AND TSM-STATUS = "00"
               ADD 1 TO SCAN-ALL-CNT
               ADD TSM-TOT TO SCAN-ALL-TOT
               IF TSM-SRC = "L"
                   ADD 1 TO SCAN-L-CNT
                   ADD TSM-TOT TO SCAN-L-TOT
               END-IF
           ELSE
               MOVE "Y" TO TSM-EOF-SW
           END-IF.

       LOAD-CAT-RTN.
           OPEN INPUT ARCCFILE.
           IF ARCC-STATUS = "00"
               PERFORM READ-CAT-RTN UNTIL ARCC-EOF-SW = "Y"
               CLOSE ARCCFILE
           END-IF.
           IF PEND-SW = "Y"
               PERFORM ARC-FILE-RTN.

       READ-CAT-RTN.
           READ ARCCFILE INTO ARCC-LINE-IN
               AT END
                   MOVE "Y" TO ARCC-EOF-SW
               NOT AT END
                   IF AC-DATE-X IS NUMERIC
                       PERFORM CAT-ENT-RTN
                   END-IF
           END-READ.

       CAT-ENT-RTN.
           IF PEND-SW = "Y" AND AC-DATE NOT = PEND-DATE
               PERFORM ARC-FILE-RTN.
           IF PEND-SW = "N"
               MOVE AC-DATE TO PEND-DATE
               MOVE 0 TO PEND-CNT
               MOVE "Y" TO PEND-SW
           END-IF.
           INSPECT AC-HIST-X REPLACING LEADING " " BY "0".
           IF AC-HIST-X IS NUMERIC
               ADD AC-HIST TO PEND-CNT.

       ARC-FILE-RTN.
           MOVE PEND-DATE TO HAN-DATE.
           MOVE HIST-ARC-NAME TO SRC-NAME.
           MOVE PEND-CNT TO SRC-CAT.
           MOVE "Y" TO SRC-ARC-SW.
           PERFORM SRC-START-RTN.
           OPEN INPUT HARCFILE.
           IF HARC-STATUS NOT = "00"
               ADD 1 TO ARC-MISS
               ADD PEND-CNT TO ARC-CAT
               MOVE SRC-NAME TO MISS-NAME-OUT
               MOVE PEND-CNT TO MISS-CAT-OUT
               MOVE MISS-LINE TO RPT-DET
               PERFORM RPT-LINE-RTN
           ELSE
               PERFORM READ-ARC-RTN UNTIL HIST-EOF
               CLOSE HARCFILE
               PERFORM SRC-END-RTN
           END-IF.
           MOVE "N" TO PEND-SW.

       READ-ARC-RTN.
           READ HARCFILE INTO HIST-IN
               AT END
                   MOVE "Y" TO HIST-EOF-SW
               NOT AT END
                   PERFORM LINE-RTN
           END-READ.

       HIST-FILE-RTN.
           MOVE "NUM1HIST.DAT" TO SRC-NAME.
           MOVE 0 TO SRC-CAT.
           MOVE "N" TO SRC-ARC-SW.
           PERFORM SRC-START-RTN.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS = "00"
               PERFORM READ-HIST-RTN UNTIL HIST-EOF
               CLOSE HISTFILE
           END-IF.
           PERFORM SRC-END-RTN.

       READ-HIST-RTN.
           READ HISTFILE INTO HIST-IN
               AT END
                   MOVE "Y" TO HIST-EOF-SW
               NOT AT END
                   PERFORM LINE-RTN
           END-READ.

       SRC-START-RTN.
           MOVE "N" TO HIST-EOF-SW.
           MOVE 0 TO SRC-READ.
           MOVE 0 TO SRC-LOAD.
           MOVE 0 TO SRC-REJ.
           MOVE 0 TO SRC-STUD.
           MOVE SPACES TO BLK-TERM.
           MOVE SPACES TO BLK-CEN.
           MOVE 0 TO BLK-CNT.

       SRC-END-RTN.
           MOVE SRC-NAME TO SRC-NAME-OUT.
           MOVE SPACES TO SRC-FLAG-OUT.
           IF SRC-ARC-SW = "Y"
               MOVE SRC-CAT TO SRC-CAT-OUT
               IF SRC-CAT NOT = SRC-READ
                   MOVE " *" TO SRC-FLAG-OUT
                   ADD 1 TO CAT-DIFF
               END-IF
               ADD 1 TO ARC-FILES
               ADD SRC-CAT TO ARC-CAT
               ADD SRC-READ TO ARC-READ
               ADD SRC-LOAD TO ARC-LOAD
               ADD SRC-REJ TO ARC-REJ
               ADD SRC-STUD TO ARC-STUD
           ELSE
               MOVE SPACES TO SRC-CAT-BL
               MOVE SRC-READ TO HST-READ
               MOVE SRC-LOAD TO HST-LOAD
               MOVE SRC-REJ TO HST-REJ
               MOVE SRC-STUD TO HST-STUD
           END-IF.
           MOVE SRC-READ TO SRC-READ-OUT.
           MOVE SRC-LOAD TO SRC-LOAD-OUT.
           MOVE SRC-REJ TO SRC-REJ-OUT.
           MOVE SRC-STUD TO SRC-STUD-OUT.
           MOVE SRC-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.

       LINE-RTN.
           ADD 1 TO SRC-READ.
           IF HIN-CENSUS = SPACE
               MOVE "F" TO HIN-CENSUS.
           MOVE SPACES TO REJ-REASON.
           MOVE 0 TO LINE-SEQ.
           IF HIN-TERM = SPACES
               MOVE "NO TERM-ID ON LINE" TO REJ-REASON
           ELSE
               PERFORM FIND-SEQ-RTN VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > CAL-CNT
               IF LINE-SEQ = 0
                   MOVE "TERM NOT ON CALENDAR" TO REJ-REASON
               END-IF
           END-IF.
           IF REJ-REASON = SPACES AND HIN-YEAR = SPACES
               MOVE "NO YEAR LEVEL ON LINE" TO REJ-REASON.
           IF REJ-REASON = SPACES AND HIN-CENSUS NOT = "O"
               AND HIN-CENSUS NOT = "M" AND HIN-CENSUS NOT = "F"
               MOVE "UNKNOWN CENSUS CODE" TO REJ-REASON.
           IF REJ-REASON = SPACES
               PERFORM CHK-CNT-RTN VARYING J FROM 1 BY 1
                   UNTIL J > PRG-CNT.
           IF REJ-REASON NOT = SPACES
               ADD 1 TO SRC-REJ
               MOVE HIN-TERM TO REJ-TERM-OUT
               MOVE HIN-YEAR TO REJ-YEAR-OUT
               MOVE HIN-CENSUS TO REJ-CEN-OUT
               MOVE REJ-REASON TO REJ-REASON-OUT
               MOVE REJ-LINE TO RPT-DET
               PERFORM RPT-LINE-RTN
           ELSE
               ADD 1 TO SRC-LOAD
               PERFORM ROW-RTN
               PERFORM CELL-RTN VARYING J FROM 1 BY 1
                   UNTIL J > PRG-CNT
           END-IF.

       FIND-SEQ-RTN.
           IF CAL-TERM (CIDX) = HIN-TERM
               MOVE CAL-SEQ (CIDX) TO LINE-SEQ.

       CHK-CNT-RTN.
           IF HIN-CNT-X (J) NOT = SPACES
               INSPECT HIN-CNT-X (J) REPLACING LEADING " " BY "0"
               IF HIN-CNT-X (J) IS NOT NUMERIC
                   MOVE "COUNT NOT NUMERIC" TO REJ-REASON
               END-IF
           END-IF.

       ROW-RTN.
           IF HIN-TERM NOT = BLK-TERM OR HIN-CENSUS NOT = BLK-CEN
               OR BLK-CNT = 9
               PERFORM BLK-NEW-RTN
           ELSE
               MOVE "N" TO BLK-DUP-SW
               PERFORM BLK-FIND-RTN VARYING BX FROM 1 BY 1
                   UNTIL BX > BLK-CNT
               IF BLK-DUP-SW = "Y"
                   PERFORM BLK-NEW-RTN
               END-IF
           END-IF.
           ADD 1 TO BLK-CNT.
           MOVE HIN-YEAR TO BLK-YEAR (BLK-CNT).
           MOVE BLK-CNT TO LINE-ROW.

       BLK-NEW-RTN.
           MOVE HIN-TERM TO BLK-TERM.
           MOVE HIN-CENSUS TO BLK-CEN.
           MOVE 0 TO BLK-CNT.

       BLK-FIND-RTN.
           IF BLK-YEAR (BX) = HIN-YEAR
               MOVE "Y" TO BLK-DUP-SW.

       CELL-RTN.
           IF HIN-CNT-X (J) NOT = SPACES
               ADD HIN-CNT (J) TO SRC-STUD
               PERFORM PUT-CELL-RTN
           END-IF.

       PUT-CELL-RTN.
           MOVE LINE-SEQ TO TSM-SEQ.
           MOVE HIN-YEAR TO TSM-YEAR.
           MOVE PRG-CODE (J) TO TSM-PROG.
           MOVE HIN-CENSUS TO TSM-CENSUS.
           MOVE "Y" TO TSM-HIT-SW.
           READ TSMFILE
               INVALID KEY
                   MOVE "N" TO TSM-HIT-SW
           END-READ.
           IF TSM-HIT-SW = "Y" AND TSM-SRC NOT = "L"
               ADD 1 TO KEPT-CNT
               ADD HIN-CNT (J) TO KEPT-STUD
           ELSE
               IF TSM-HIT-SW = "Y"
                   ADD 1 TO REPL-CNT
                   ADD TSM-TOT TO REPL-OLD
                   ADD HIN-CNT (J) TO REPL-NEW
               ELSE
                   ADD 1 TO ADD-CNT
                   ADD HIN-CNT (J) TO ADD-STUD
               END-IF
               PERFORM FILL-CELL-RTN
               IF TSM-HIT-SW = "Y"
                   REWRITE TSM-REC
               ELSE
                   WRITE TSM-REC
               END-IF
           END-IF.

       FILL-CELL-RTN.
           MOVE SPACES TO TSM-REC.
           MOVE LINE-SEQ TO TSM-SEQ.
           MOVE HIN-YEAR TO TSM-YEAR.
           MOVE PRG-CODE (J) TO TSM-PROG.
           MOVE HIN-CENSUS TO TSM-CENSUS.
           MOVE HIN-TERM TO TSM-TERM.
           MOVE LINE-ROW TO TSM-ROW.
           MOVE HIN-CNT (J) TO TSM-TOT.
           MOVE 0 TO TSM-M.
           MOVE 0 TO TSM-F.
           MOVE "N" TO TSM-SPLIT.
           PERFORM SPLIT-RTN.
           IF TSM-SPLIT = "Y"
               ADD 1 TO SPLIT-Y-CNT
           ELSE
               ADD 1 TO SPLIT-N-CNT
           END-IF.
           MOVE 0 TO TSM-RUN.
           MOVE RUN-DATE TO TSM-DATE.
           MOVE "L" TO TSM-SRC.

       SPLIT-RTN.
           IF MST-OK-SW = "Y"
               MOVE HIN-TERM TO MST-TERM
               MOVE HIN-YEAR TO MST-YR-LEVEL
               MOVE HIN-CENSUS TO MST-CENSUS
               MOVE "Y" TO MST-HIT-SW
               READ MSTFILE
                   INVALID KEY
                       MOVE "N" TO MST-HIT-SW
               END-READ
               IF MST-HIT-SW = "N" AND HIN-CENSUS = "F"
                   MOVE SPACE TO MST-CENSUS
                   MOVE "Y" TO MST-HIT-SW
                   READ MSTFILE
                       INVALID KEY
                           MOVE "N" TO MST-HIT-SW
                   END-READ
               END-IF
               IF MST-HIT-SW = "Y"
                   IF MST-M (J) + MST-F (J) = HIN-CNT (J)
                       MOVE MST-M (J) TO TSM-M
                       MOVE MST-F (J) TO TSM-F
                       MOVE "Y" TO TSM-SPLIT
                   END-IF
               END-IF
           END-IF.

       CONTROL-RTN.
           COMPUTE ALL-READ = ARC-READ + HST-READ.
           COMPUTE ALL-LOAD = ARC-LOAD + HST-LOAD.
           COMPUTE ALL-REJ = ARC-REJ + HST-REJ.
           COMPUTE ALL-STUD = ARC-STUD + HST-STUD.
           IF CAT-DIFF > 0
               MOVE SPACES TO RPT-DET
               PERFORM RPT-LINE-RTN
               MOVE DIFF-NOTE TO RPT-DET
               PERFORM RPT-LINE-RTN
           END-IF.
           PERFORM RPT-NEWPAGE-RTN.
           MOVE CTL-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SRC-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "ARCHIVES (.ARC) TOTAL" TO SRC-NAME-OUT.
           MOVE ARC-CAT TO SRC-CAT-OUT.
           MOVE ARC-READ TO SRC-READ-OUT.
           MOVE ARC-LOAD TO SRC-LOAD-OUT.
           MOVE ARC-REJ TO SRC-REJ-OUT.
           MOVE ARC-STUD TO SRC-STUD-OUT.
           MOVE SPACES TO SRC-FLAG-OUT.
           IF CAT-DIFF > 0 OR ARC-MISS > 0
               MOVE " *" TO SRC-FLAG-OUT.
           MOVE SRC-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "NUM1HIST.DAT" TO SRC-NAME-OUT.
           MOVE SPACES TO SRC-CAT-BL.
           MOVE HST-READ TO SRC-READ-OUT.
           MOVE HST-LOAD TO SRC-LOAD-OUT.
           MOVE HST-REJ TO SRC-REJ-OUT.
           MOVE HST-STUD TO SRC-STUD-OUT.
           MOVE SPACES TO SRC-FLAG-OUT.
           MOVE SRC-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "ALL SOURCES" TO SRC-NAME-OUT.
           MOVE SPACES TO SRC-CAT-BL.
           MOVE ALL-READ TO SRC-READ-OUT.
           MOVE ALL-LOAD TO SRC-LOAD-OUT.
           MOVE ALL-REJ TO SRC-REJ-OUT.
           MOVE ALL-STUD TO SRC-STUD-OUT.
           MOVE SRC-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "ARCHIVE FILES READ" TO CELL-TEXT-OUT.
           MOVE ARC-FILES TO CELL-CNT-OUT.
           MOVE SPACES TO CELL-STUD-LBL.
           MOVE SPACES TO CELL-STUD-BL.
           MOVE CELL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "ARCHIVE FILES NOT ON HAND" TO CELL-TEXT-OUT.
           MOVE ARC-MISS TO CELL-CNT-OUT.
           MOVE CELL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE CELL-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "ADDED" TO CELL-TEXT-OUT.
           MOVE ADD-CNT TO CELL-CNT-OUT.
           MOVE "STUDENTS " TO CELL-STUD-LBL.
           MOVE ADD-STUD TO CELL-STUD-OUT.
           MOVE CELL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "REPLACED (LATER LINE, SAME CELL)" TO CELL-TEXT-OUT.
           MOVE REPL-CNT TO CELL-CNT-OUT.
           MOVE REPL-NEW TO CELL-STUD-OUT.
           MOVE CELL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "KEPT (ALREADY POSTED/ADJUSTED)" TO CELL-TEXT-OUT.
           MOVE KEPT-CNT TO CELL-CNT-OUT.
           MOVE KEPT-STUD TO CELL-STUD-OUT.
           MOVE CELL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "M/F SPLIT TAKEN FROM NUM1MST.DAT" TO CELL-TEXT-OUT.
           MOVE SPLIT-Y-CNT TO CELL-CNT-OUT.
           MOVE SPACES TO CELL-STUD-LBL.
           MOVE SPACES TO CELL-STUD-BL.
           MOVE CELL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "TOTAL ONLY - NO M/F SPLIT" TO CELL-TEXT-OUT.
           MOVE SPLIT-N-CNT TO CELL-CNT-OUT.
           MOVE CELL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE BAL-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO BAL-FLAG-OUT.
           MOVE "LOADED STUDENTS ON FILE BEFORE RUN" TO BAL-TEXT-OUT.
           MOVE OPEN-L-TOT TO BAL-AMT-OUT.
           MOVE BAL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "PLUS STUDENTS ON LOADED SOURCE LINES" TO BAL-TEXT-OUT.
           MOVE ALL-STUD TO BAL-AMT-OUT.
           MOVE BAL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "LESS STUDENTS IN CELLS KEPT" TO BAL-TEXT-OUT.
           MOVE KEPT-STUD TO BAL-AMT-OUT.
           MOVE BAL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "LESS STUDENTS IN CELLS REPLACED" TO BAL-TEXT-OUT.
           MOVE REPL-OLD TO BAL-AMT-OUT.
           MOVE BAL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           COMPUTE PROOF-TOT =
               OPEN-L-TOT + ALL-STUD - KEPT-STUD - REPL-OLD.
           MOVE "EXPECTED LOADED STUDENTS AFTER RUN" TO BAL-TEXT-OUT.
           MOVE PROOF-TOT TO BAL-AMT-OUT.
           MOVE BAL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "LOADED STUDENTS ON FILE AFTER RUN" TO BAL-TEXT-OUT.
           MOVE CLOSE-L-TOT TO BAL-AMT-OUT.
           IF PROOF-TOT = CLOSE-L-TOT
               MOVE "IN BALANCE" TO BAL-FLAG-OUT
           ELSE
               MOVE "** OUT OF BALANCE" TO BAL-FLAG-OUT
           END-IF.
           MOVE BAL-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SCAN-ALL-CNT TO FILE-CNT-OUT.
           MOVE SCAN-ALL-TOT TO FILE-TOT-OUT.
           MOVE FILE-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.

       RPT-NEWPAGE-RTN.
           ADD 1 TO RPT-PAGE-NO.
           MOVE RPT-PAGE-NO TO P-PAGE-OUT.
           MOVE RUN-DATE TO P-DATE-OUT.
           IF RPT-PAGE-NO = 1
               WRITE RPT-REC FROM HDG-0 BEFORE 1 LINE
           ELSE
               WRITE RPT-REC FROM HDG-0 AFTER ADVANCING PAGE
           END-IF.
           WRITE RPT-REC FROM HDG-1 AFTER 1 LINE.
           WRITE RPT-REC FROM P-HDG AFTER 1 LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER 1 LINE.
           MOVE 4 TO RPT-LINE-CNT.

       RPT-LINE-RTN.
           IF RPT-LINE-CNT NOT < RPT-PAGE-MAX
               PERFORM RPT-NEWPAGE-RTN.
           WRITE RPT-REC FROM RPT-DET AFTER 1 LINE.
           ADD 1 TO RPT-LINE-CNT.
