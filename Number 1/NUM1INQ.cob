           SELECT OPTIONAL OPRFILE ASSIGN TO "NUM1OPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-STATUS.
           SELECT OPTIONAL PWFILE ASSIGN TO "NUM1PIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PW-STATUS.
           SELECT OPTIONAL PWPFILE ASSIGN TO "NUM1PINP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PWP-STATUS.
           SELECT SECFILE ASSIGN TO "NUM1SECL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MSTFILE
           02 MST-KEY.
               03 MST-TERM PIC X(20).
               03 MST-YR-LEVEL PIC X(9).
               03 MST-CENSUS PIC X(1).
           02 MST-CNTS.
               03 MST-PROG-ENT OCCURS 6 TIMES.
                   04 MST-M PIC 999.
                   04 MST-F PIC 999.
           02 FILLER PIC X(14).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPR-REC.
       01 OPR-REC PIC X(80).
       FD  PWFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PW-REC.
       01 PW-REC PIC X(80).
       FD  PWPFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PWP-REC.
       01 PWP-REC PIC X(80).
       FD  SECFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SEC-REC.
       01 SEC-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 MST-STATUS PIC X(2) VALUE SPACES.
               03 OPR-VERIF PIC X(1).
               03 OPR-ADJ PIC X(1).
               03 OPR-ACTIVE PIC X(1).
       01 PW-STATUS PIC X(2) VALUE SPACES.
       01 PWP-STATUS PIC X(2) VALUE SPACES.
       01 SEC-STATUS PIC X(2) VALUE SPACES.
       01 PW-EOF-SW PIC X(1) VALUE "N".
       01 PW-CNT PIC 99 VALUE ZERO.
       01 PW-SLOT PIC 99 VALUE ZERO.
       01 PWIDX PIC 99 VALUE ZERO.
       01 PW-LINE-IN.
           02 PWI-ID PIC X(10).
           02 FILLER PIC X(1).
           02 PWI-HASH-X PIC X(9).
           02 PWI-HASH REDEFINES PWI-HASH-X PIC 9(9).
           02 FILLER PIC X(1).
           02 PWI-FAILS-X PIC X(1).
           02 PWI-FAILS REDEFINES PWI-FAILS-X PIC 9.
           02 FILLER PIC X(1).
           02 PWI-LOCK PIC X(1).
           02 FILLER PIC X(1).
           02 PWI-DATE-X PIC X(6).
           02 PWI-DATE REDEFINES PWI-DATE-X PIC 9(6).
           02 FILLER PIC X(1).
           02 PWI-CHG PIC X(1).
           02 FILLER PIC X(47).
       01 PW-TBL.
           02 PW-ENT OCCURS 20 TIMES.
               03 PWT-ID PIC X(10).
               03 PWT-HASH PIC 9(9).
               03 PWT-FAILS PIC 9.
               03 PWT-LOCK PIC X(1).
               03 PWT-DATE PIC 9(6).
               03 PWT-CHG PIC X(1).
       01 PWP-LINE-IN.
           02 PWP-DAYS-X PIC X(3).
           02 PWP-DAYS REDEFINES PWP-DAYS-X PIC 999.
           02 FILLER PIC X(77).
       01 PW-DAYS PIC 999 VALUE 90.
       01 PW-OPER-ID PIC X(10) VALUE SPACES.
       01 PW-PROG PIC X(8) VALUE "NUM1INQ".
       01 PW-ROW PIC 99 VALUE 2.
       01 PW-COL PIC 99 VALUE 56.
       01 PW-ACC-COL PIC 99 VALUE 67.
       01 PW-MSG PIC X(40) VALUE SPACES.
       01 PW-CLR PIC X(25) VALUE SPACES.
       01 PW-BLANK PIC X(79) VALUE SPACES.
       01 PW-ENTRY PIC X(8) VALUE SPACES.
       01 PW-NEW PIC X(8) VALUE SPACES.
       01 PW-AGAIN PIC X(8) VALUE SPACES.
       01 PW-WK.
           02 PW-WK-CH OCCURS 8 TIMES PIC X(1).
       01 PW-WK-N REDEFINES PW-WK.
           02 PW-WK-D OCCURS 8 TIMES PIC 9.
       01 PW-LEN PIC 9 VALUE ZERO.
       01 PW-NONSP PIC 9 VALUE ZERO.
       01 PW-VALID-SW PIC X(1) VALUE "N".
           88 PW-VALID VALUE "Y".
       01 PW-OK-SW PIC X(1) VALUE "N".
           88 PW-OK VALUE "Y".
       01 PW-EXP-SW PIC X(1) VALUE "N".
           88 PW-EXPIRED VALUE "Y".
       01 PW-SET-SW PIC X(1) VALUE "N".
           88 PW-SET VALUE "Y".
       01 HASH-ID.
           02 HASH-ID-CH OCCURS 10 TIMES PIC X(1).
       01 HASH-CHARS PIC X(37)
           VALUE " ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 HASH-CHARS-R REDEFINES HASH-CHARS.
           02 HASH-CHAR OCCURS 37 TIMES PIC X(1).
       01 HASH-I PIC 99 VALUE ZERO.
       01 HASH-CI PIC 99 VALUE ZERO.
       01 HASH-K PIC 99 VALUE ZERO.
       01 HASH-VAL PIC 9(9) VALUE ZERO.
       01 HASH-BIG PIC 9(18) VALUE ZERO.
       01 HASH-QUOT PIC 9(18) VALUE ZERO.
       01 PW-TODAY PIC 9(6) VALUE ZERO.
       01 DAYNO-DATE PIC 9(6) VALUE ZERO.
       01 DAYNO-DATE-R REDEFINES DAYNO-DATE.
           02 DN-YY PIC 99.
           02 DN-MM PIC 99.
           02 DN-DD PIC 99.
       01 DAYNO PIC 9(6) VALUE ZERO.
       01 DAYNO-SET PIC 9(6) VALUE ZERO.
       01 DN-QUOT PIC 99 VALUE ZERO.
       01 DN-REM PIC 9 VALUE ZERO.
       01 MDAY-VALUES PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 MDAY-TBL REDEFINES MDAY-VALUES.
           02 MDAY OCCURS 12 TIMES PIC 999.
       01 SEC-LINE.
           02 SL-DATE PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SL-TIME PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SL-OPER PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SL-PROG PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SL-EVENT PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SL-TEXT PIC X(30).
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 CENSUS-ID PIC X(1) VALUE "F".
       01 CEN-OK-SW PIC X(1) VALUE "N".
           88 CEN-OK VALUE "Y".
       01 L PIC 99 VALUE ZERO.
       01 J PIC 9 VALUE ZERO.
       01 DONE-SW PIC X(1) VALUE "N".
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           PERFORM LOAD-OPR-RTN.
           PERFORM LOAD-PW-RTN.
           IF OPR-CNT = 0
               DISPLAY "NO OPERATOR MASTER ON HAND (NUM1OPR.DAT) - INQU"
                   "IRY REFUSED"
           PERFORM CHECK-OPR-RTN.
           IF NOT OPER-OK
               IF OPR-SLOT = 0
                   MOVE OPER-ID TO PW-OPER-ID
                   MOVE "F" TO SL-EVENT
                   MOVE "OPERATOR NOT ON FILE" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - OPERATOR NOT ON FILE, RE-ENTER"
                       LINE 2 COLUMN 56
               ELSE
                   MOVE OPER-ID TO PW-OPER-ID
                   MOVE "F" TO SL-EVENT
                   MOVE "OPERATOR INACTIVE" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - OPERATOR INACTIVE, RE-ENTER"
                       LINE 2 COLUMN 56
               END-IF
           ELSE
               MOVE OPER-ID TO PW-OPER-ID
               PERFORM CHECK-PW-RTN
               IF NOT PW-OK
                   MOVE "N" TO OPER-OK-SW
               END-IF
           END-IF.

       LOAD-OPR-RTN.
           IF OPR-ID (OIDX) = OPER-ID
               MOVE OIDX TO OPR-SLOT.

       LOAD-PW-RTN.
           OPEN INPUT PWFILE.
           IF PW-STATUS = "00"
               PERFORM READ-PW-RTN UNTIL PW-EOF-SW = "Y"
               CLOSE PWFILE
           END-IF.
           OPEN INPUT PWPFILE.
           IF PWP-STATUS = "00"
               MOVE SPACES TO PWP-LINE-IN
               READ PWPFILE INTO PWP-LINE-IN
                   AT END
                       MOVE SPACES TO PWP-LINE-IN
               END-READ
               INSPECT PWP-DAYS-X REPLACING LEADING " " BY "0"
               IF PWP-DAYS-X IS NUMERIC
                   MOVE PWP-DAYS TO PW-DAYS
               END-IF
               CLOSE PWPFILE
           END-IF.

       READ-PW-RTN.
           MOVE SPACES TO PW-LINE-IN.
           READ PWFILE INTO PW-LINE-IN
               AT END
                   MOVE "Y" TO PW-EOF-SW
               NOT AT END
                   PERFORM STORE-PW-RTN
           END-READ.

       STORE-PW-RTN.
           IF PWI-ID NOT = SPACES AND PW-CNT < 20
               ADD 1 TO PW-CNT
               MOVE PWI-ID TO PWT-ID (PW-CNT)
               MOVE 0 TO PWT-HASH (PW-CNT)
               IF PWI-HASH-X IS NUMERIC
                   MOVE PWI-HASH TO PWT-HASH (PW-CNT)
               END-IF
               MOVE 0 TO PWT-FAILS (PW-CNT)
               IF PWI-FAILS-X IS NUMERIC
                   MOVE PWI-FAILS TO PWT-FAILS (PW-CNT)
               END-IF
               MOVE PWI-LOCK TO PWT-LOCK (PW-CNT)
               MOVE 0 TO PWT-DATE (PW-CNT)
               IF PWI-DATE-X IS NUMERIC
                   MOVE PWI-DATE TO PWT-DATE (PW-CNT)
               END-IF
               MOVE PWI-CHG TO PWT-CHG (PW-CNT)
           END-IF.

       SAVE-PW-RTN.
           OPEN OUTPUT PWFILE.
           PERFORM PUT-PW-RTN VARYING PWIDX FROM 1 BY 1
               UNTIL PWIDX > PW-CNT.
           CLOSE PWFILE.

       PUT-PW-RTN.
           MOVE SPACES TO PW-LINE-IN.
           MOVE PWT-ID (PWIDX) TO PWI-ID.
           MOVE PWT-HASH (PWIDX) TO PWI-HASH.
           MOVE PWT-FAILS (PWIDX) TO PWI-FAILS.
           MOVE PWT-LOCK (PWIDX) TO PWI-LOCK.
           MOVE PWT-DATE (PWIDX) TO PWI-DATE.
           MOVE PWT-CHG (PWIDX) TO PWI-CHG.
           WRITE PW-REC FROM PW-LINE-IN.

       FIND-PW-RTN.
           IF PWT-ID (PWIDX) = PW-OPER-ID
               MOVE PWIDX TO PW-SLOT.

       CHECK-PW-RTN.
           MOVE "N" TO PW-OK-SW.
           MOVE SPACES TO PW-MSG.
           MOVE 0 TO PW-SLOT.
           PERFORM FIND-PW-RTN VARYING PWIDX FROM 1 BY 1
               UNTIL PWIDX > PW-CNT.
           IF PW-SLOT = 0
               MOVE "N" TO SL-EVENT
               MOVE "NO PIN ON FILE" TO SL-TEXT
               PERFORM SEC-LOG-RTN
               MOVE "INVALID - NO PIN ON FILE, SEE SUPERVISOR"
                   TO PW-MSG
           ELSE
               IF PWT-LOCK (PW-SLOT) = "Y"
                   MOVE "K" TO SL-EVENT
                   MOVE "SIGN-ON TRIED WHILE LOCKED OUT" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   MOVE "INVALID - LOCKED OUT, SEE SUPERVISOR"
                       TO PW-MSG
               ELSE
                   PERFORM ASK-PW-RTN
                   PERFORM MATCH-PW-RTN
               END-IF
           END-IF.
           IF NOT PW-OK
               PERFORM SHOW-PW-MSG-RTN.

       MATCH-PW-RTN.
           MOVE PW-ENTRY TO PW-WK.
           PERFORM EDIT-PW-RTN.
           MOVE PW-OPER-ID TO HASH-ID.
           PERFORM HASH-RTN.
           IF PW-VALID AND HASH-VAL = PWT-HASH (PW-SLOT)
               MOVE "Y" TO PW-OK-SW
               MOVE 0 TO PWT-FAILS (PW-SLOT)
               PERFORM EXPIRY-RTN
               IF PWT-CHG (PW-SLOT) = "Y" OR PW-EXPIRED
                   MOVE "N" TO PW-SET-SW
                   PERFORM GET-NEW-PW-RTN UNTIL PW-SET
               END-IF
           ELSE
               ADD 1 TO PWT-FAILS (PW-SLOT)
               MOVE "F" TO SL-EVENT
               MOVE "PIN INCORRECT" TO SL-TEXT
               PERFORM SEC-LOG-RTN
               MOVE "INVALID - PIN INCORRECT, RE-ENTER" TO PW-MSG
               IF PWT-FAILS (PW-SLOT) NOT < 3
                   MOVE "Y" TO PWT-LOCK (PW-SLOT)
                   MOVE "L" TO SL-EVENT
                   MOVE "LOCKED OUT AFTER 3 FAILURES" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   MOVE "INVALID - 3 FAILURES, LOCKED OUT" TO PW-MSG
               END-IF
           END-IF.
           PERFORM SAVE-PW-RTN.

       NEW-PW-RTN.
           IF PW-NEW NOT = PW-AGAIN
               MOVE "INVALID - PINS DO NOT MATCH, RE-ENTER" TO PW-MSG
           ELSE
               MOVE PW-NEW TO PW-WK
               PERFORM EDIT-PW-RTN
               MOVE PW-OPER-ID TO HASH-ID
               PERFORM HASH-RTN
               IF NOT PW-VALID
                   MOVE "INVALID - PIN MUST BE 4 TO 8 DIGITS" TO PW-MSG
               ELSE
                   IF HASH-VAL = PWT-HASH (PW-SLOT)
                       MOVE "INVALID - NEW PIN SAME AS OLD" TO PW-MSG
                   ELSE
                       ACCEPT PW-TODAY FROM DATE
                       MOVE HASH-VAL TO PWT-HASH (PW-SLOT)
                       MOVE PW-TODAY TO PWT-DATE (PW-SLOT)
                       MOVE "N" TO PWT-CHG (PW-SLOT)
                       MOVE "C" TO SL-EVENT
                       MOVE "PIN CHANGED" TO SL-TEXT
                       PERFORM SEC-LOG-RTN
                       MOVE "Y" TO PW-SET-SW
                   END-IF
               END-IF
           END-IF.

       EDIT-PW-RTN.
           MOVE 0 TO PW-LEN.
           MOVE 0 TO PW-NONSP.
           MOVE "Y" TO PW-VALID-SW.
           PERFORM EDIT-PW-CH-RTN VARYING HASH-I FROM 1 BY 1
               UNTIL HASH-I > 8.
           IF PW-LEN < 4 OR PW-NONSP NOT = PW-LEN
               MOVE "N" TO PW-VALID-SW.

       EDIT-PW-CH-RTN.
           IF PW-WK-CH (HASH-I) NOT = SPACE
               ADD 1 TO PW-NONSP
               IF PW-LEN = HASH-I - 1
                   MOVE HASH-I TO PW-LEN
               END-IF
               IF PW-WK-CH (HASH-I) IS NOT NUMERIC
                   MOVE "N" TO PW-VALID-SW
               END-IF
           END-IF.

       HASH-RTN.
           MOVE 7 TO HASH-VAL.
           PERFORM HASH-ID-RTN VARYING HASH-I FROM 1 BY 1
               UNTIL HASH-I > 10.
           PERFORM HASH-PW-RTN VARYING HASH-I FROM 1 BY 1
               UNTIL HASH-I > PW-LEN.
           PERFORM HASH-MIX-RTN VARYING HASH-I FROM 1 BY 1
               UNTIL HASH-I > 7.

       HASH-ID-RTN.
           MOVE 0 TO HASH-K.
           PERFORM HASH-FIND-RTN VARYING HASH-CI FROM 1 BY 1
               UNTIL HASH-CI > 37.
           COMPUTE HASH-BIG = HASH-VAL * 131 + HASH-K + 1.
           DIVIDE HASH-BIG BY 999999937 GIVING HASH-QUOT
               REMAINDER HASH-VAL.

       HASH-FIND-RTN.
           IF HASH-CHAR (HASH-CI) = HASH-ID-CH (HASH-I)
               MOVE HASH-CI TO HASH-K.

       HASH-PW-RTN.
           IF PW-WK-CH (HASH-I) IS NUMERIC
               COMPUTE HASH-BIG = HASH-VAL * 131 + PW-WK-D (HASH-I)
                   + 41
               DIVIDE HASH-BIG BY 999999937 GIVING HASH-QUOT
                   REMAINDER HASH-VAL
           END-IF.

       HASH-MIX-RTN.
           COMPUTE HASH-BIG = HASH-VAL * HASH-VAL + 12345 + HASH-I.
           DIVIDE HASH-BIG BY 999999937 GIVING HASH-QUOT
               REMAINDER HASH-VAL.

       EXPIRY-RTN.
           MOVE "N" TO PW-EXP-SW.
           IF PW-DAYS > 0
               MOVE PWT-DATE (PW-SLOT) TO DAYNO-DATE
               PERFORM DAYNO-RTN
               MOVE DAYNO TO DAYNO-SET
               ACCEPT PW-TODAY FROM DATE
               MOVE PW-TODAY TO DAYNO-DATE
               PERFORM DAYNO-RTN
               IF DAYNO < DAYNO-SET OR DAYNO - DAYNO-SET > PW-DAYS
                   MOVE "Y" TO PW-EXP-SW
               END-IF
           END-IF.

       DAYNO-RTN.
           IF DN-MM < 1 OR DN-MM > 12
               MOVE 0 TO DAYNO
           ELSE
               DIVIDE DN-YY BY 4 GIVING DN-QUOT REMAINDER DN-REM
               COMPUTE DAYNO = DN-YY * 365 + DN-QUOT + MDAY (DN-MM)
                   + DN-DD
               IF DN-REM = 0 AND DN-MM < 3
                   SUBTRACT 1 FROM DAYNO
               END-IF
           END-IF.

       SEC-LOG-RTN.
           ACCEPT SL-DATE FROM DATE.
           ACCEPT SL-TIME FROM TIME.
           MOVE PW-OPER-ID TO SL-OPER.
           MOVE PW-PROG TO SL-PROG.
           OPEN EXTEND SECFILE.
           IF SEC-STATUS NOT = "00"
               OPEN OUTPUT SECFILE.
           WRITE SEC-REC FROM SEC-LINE.
           CLOSE SECFILE.

       ASK-PW-RTN.
           DISPLAY PW-CLR LINE PW-ROW COLUMN PW-COL.
           DISPLAY "PIN:" LINE PW-ROW COLUMN PW-COL.
           MOVE SPACES TO PW-ENTRY.
           COMPUTE PW-ACC-COL = PW-COL + 5.
           ACCEPT PW-ENTRY LINE PW-ROW COLUMN PW-ACC-COL WITH SECURE.

       SHOW-PW-MSG-RTN.
           DISPLAY PW-CLR LINE PW-ROW COLUMN PW-COL.
           DISPLAY PW-MSG LINE PW-ROW COLUMN PW-COL.

       GET-NEW-PW-RTN.
           DISPLAY "PIN MUST BE CHANGED - NEW PIN (4-8 DIGITS):"
               LINE 20 COLUMN 5.
           MOVE SPACES TO PW-NEW.
           ACCEPT PW-NEW LINE 20 COLUMN 50 WITH SECURE.
           DISPLAY "RE-ENTER NEW PIN:" LINE 21 COLUMN 5.
           MOVE SPACES TO PW-AGAIN.
           ACCEPT PW-AGAIN LINE 21 COLUMN 50 WITH SECURE.
           PERFORM NEW-PW-RTN.
           DISPLAY PW-BLANK LINE 22 COLUMN 1.
           IF PW-SET
               DISPLAY PW-BLANK LINE 20 COLUMN 1
               DISPLAY PW-BLANK LINE 21 COLUMN 1
           ELSE
               DISPLAY PW-MSG LINE 22 COLUMN 5
           END-IF.

       LOAD-PRG-RTN.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
                   DISPLAY "PRESS ENTER TO CONTINUE" LINE 12 COLUMN 5
                   ACCEPT ANS LINE 12 COLUMN 30
               ELSE
                   MOVE "N" TO CEN-OK-SW
                   PERFORM ACCEPT-CEN-RTN UNTIL CEN-OK
                   PERFORM SHOW-TERM-RTN
               END-IF
           END-IF.

       ACCEPT-CEN-RTN.
           DISPLAY "CENSUS POINT (O/M/F, BLANK = FINAL):"
               LINE 3 COLUMN 5.
           MOVE SPACES TO CENSUS-ID.
           ACCEPT CENSUS-ID LINE 3 COLUMN 55.
           IF CENSUS-ID = SPACE
               MOVE "F" TO CENSUS-ID.
           IF CENSUS-ID = "O" OR CENSUS-ID = "M" OR CENSUS-ID = "F"
               MOVE "Y" TO CEN-OK-SW
           ELSE
               DISPLAY "INVALID - O, M OR F, RE-ENTER"
                   LINE 3 COLUMN 58.

       LOAD-CAL-RTN.
           OPEN INPUT CALFILE.
           IF CAL-STATUS = "00"
           MOVE 5 TO L.
           MOVE TERM-ID TO MST-TERM.
           MOVE LOW-VALUES TO MST-YR-LEVEL.
           MOVE LOW-VALUES TO MST-CENSUS.
           START MSTFILE KEY NOT < MST-KEY.
           IF MST-STATUS NOT = "00"
               MOVE "Y" TO TERM-EOF-SW.
           DISPLAY INQ-HDG LINE 4 COLUMN 1.
           PERFORM SHOW-ROW-RTN UNTIL TERM-EOF.
           IF ROWS-SHOWN = 0
               DISPLAY "TERM/CENSUS NOT ON MASTER FILE" LINE 5 COLUMN 5.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 12 COLUMN 5.
           ACCEPT ANS LINE 12 COLUMN 30.

           END-READ.
           IF TERM-EOF-SW = "N" AND MST-STATUS = "00"
               IF MST-TERM = TERM-ID
                   IF MST-CENSUS = SPACE
                       MOVE "F" TO MST-CENSUS
                   END-IF
                   IF MST-CENSUS = CENSUS-ID
                       PERFORM SHOW-CELL-RTN VARYING J FROM 1 BY 1
                           UNTIL J > PRG-CNT
                       MOVE MST-YR-LEVEL TO INQ-YEAR-OUT
                       DISPLAY INQ-LINE LINE L COLUMN 1
                       ADD 1 TO L
                       ADD 1 TO ROWS-SHOWN
                   END-IF
               ELSE
                   MOVE "Y" TO TERM-EOF-SW
               END-IF
