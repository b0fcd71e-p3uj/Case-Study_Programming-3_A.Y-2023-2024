               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-STATUS.
           SELECT TSMFILE ASSIGN TO "NUM1TSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSM-KEY
               FILE STATUS IS TSM-STATUS.
           SELECT ADJFILE ASSIGN TO "NUM1ADJT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-STATUS.
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
       FD  ADJFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ADJ-REC.
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
       01 TSM-STATUS PIC X(2) VALUE SPACES.
       01 ADJ-STATUS PIC X(2) VALUE SPACES.
       01 OUTFILE-STATUS PIC X(2) VALUE SPACES.
       01 HIST-STATUS PIC X(2) VALUE SPACES.
       01 PRG-CNT PIC 9 VALUE ZERO.
       01 PRG-LINE-IN.
           02 PIN-CODE PIC X(5).
           02 FILLER PIC X(34).
           02 PIN-FROM-X PIC X(4).
           02 PIN-FROM REDEFINES PIN-FROM-X PIC 9(4).
           02 FILLER PIC X(1).
           02 PIN-TO-X PIC X(4).
           02 PIN-TO REDEFINES PIN-TO-X PIC 9(4).
           02 FILLER PIC X(32).
       01 PRG-TBL.
           02 PRG-ENT OCCURS 6 TIMES.
               03 PRG-CODE PIC X(5).
               03 PRG-FROM PIC 9(4).
               03 PRG-TO PIC 9(4).
       01 CAL-STATUS PIC X(2) VALUE SPACES.
       01 CAL-EOF-SW PIC X(1) VALUE "N".
       01 CAL-CNT PIC 99 VALUE ZERO.
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
       01 PW-PROG PIC X(8) VALUE "NUM1ADJ".
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
       01 OPER-ID PIC X(10) VALUE SPACES.
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 CENSUS-ID PIC X(1) VALUE "F".
       01 CEN-OK-SW PIC X(1) VALUE "N".
           88 CEN-OK VALUE "Y".
       01 YEARLEVEL PIC X(9) VALUE SPACES.
       01 PROG-CODE PIC X(5) VALUE SPACES.
       01 J PIC 9 VALUE ZERO.
           02 ADJ-NEW-F-OUT PIC 999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 ADJ-RSN-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ADJ-CEN-OUT PIC X(1).
       01 ADJ-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "ADJUSTED FIGURES - ".
           02 ADJ-HDG-TERM-OUT PIC X(20).
           02 FILLER PIC X(10) VALUE "  CENSUS: ".
           02 ADJ-HDG-CEN-OUT PIC X(1).
       01 HDG-2.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "YEAR".
                   "MENT REFUSED"
               PERFORM FIN-RTN.
           PERFORM LOAD-OPR-RTN.
           PERFORM LOAD-PW-RTN.
           IF OPR-CNT = 0
               DISPLAY "NO OPERATOR MASTER ON HAND (NUM1OPR.DAT) - ADJU"
                   "STMENT REFUSED"
               PERFORM FIN-RTN.
           PERFORM BUILD-HDG-RTN VARYING J FROM 1 BY 1 UNTIL J > 6.
           OPEN I-O TSMFILE.
           IF TSM-STATUS = "35"
               OPEN OUTPUT TSMFILE
               CLOSE TSMFILE
               OPEN I-O TSMFILE
           END-IF.
           IF TSM-STATUS NOT = "00"
               DISPLAY "TERM SUMMARY FILE (NUM1TSM.DAT) WILL NOT OPEN"
                   " - FILE STATUS " TSM-STATUS " - ADJUSTMENT REFUSED"
               CLOSE MSTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND ADJFILE.
           IF ADJ-STATUS NOT = "00"
               OPEN OUTPUT ADJFILE.
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
                   MOVE "NO ADJUST AUTHORITY" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - NO ADJUST AUTHORITY, RE-ENTER"
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
               MOVE "BSCS" TO PRG-CODE (2)
               MOVE "BSIS" TO PRG-CODE (3)
               MOVE "BSCPE" TO PRG-CODE (4)
               PERFORM DEFAULT-EFF-RTN VARYING P FROM 1 BY 1
                   UNTIL P > PRG-CNT
           END-IF.

       DEFAULT-EFF-RTN.
           MOVE 0 TO PRG-FROM (P).
           MOVE 9999 TO PRG-TO (P).

       READ-PRG-RTN.
           READ PRGFILE INTO PRG-LINE-IN
               AT END
                       IF PIN-CODE NOT = SPACES AND PRG-CNT < 6
                           ADD 1 TO PRG-CNT
                           MOVE PIN-CODE TO PRG-CODE (PRG-CNT)
                           PERFORM STORE-EFF-RTN
                       END-IF
                   END-IF
           END-READ.

       STORE-EFF-RTN.
           INSPECT PIN-FROM-X REPLACING LEADING " " BY "0".
           INSPECT PIN-TO-X REPLACING LEADING " " BY "0".
           MOVE 0 TO PRG-FROM (PRG-CNT).
           IF PIN-FROM-X IS NUMERIC
               MOVE PIN-FROM TO PRG-FROM (PRG-CNT).
           MOVE 9999 TO PRG-TO (PRG-CNT).
           IF PIN-TO-X IS NUMERIC AND PIN-TO > 0
               MOVE PIN-TO TO PRG-TO (PRG-CNT).

       BUILD-HDG-RTN.
           IF J > PRG-CNT
               MOVE SPACES TO HDG2-COL (J)
           ACCEPT YEARLEVEL LINE 3 COLUMN 58.
           MOVE "N" TO PROG-OK-SW.
           PERFORM ACCEPT-PROG-RTN UNTIL PROG-OK.
           MOVE "N" TO CEN-OK-SW.
           PERFORM ACCEPT-CEN-RTN UNTIL CEN-OK.
           MOVE TERM-ID TO MST-TERM.
           MOVE YEARLEVEL TO MST-YR-LEVEL.
           MOVE CENSUS-ID TO MST-CENSUS.
           READ MSTFILE
               INVALID KEY
                   DISPLAY "TERM/YEAR/CENSUS NOT ON MASTER FILE" LINE 6
                       COLUMN 5
                   DISPLAY "PRESS ENTER TO CONTINUE" LINE 7 COLUMN 5
                   ACCEPT ANS LINE 7 COLUMN 30
               NOT INVALID KEY
           PERFORM FIND-PROG-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.
           IF J > 0
               IF CAL-SEQ (CAL-SLOT) < PRG-FROM (J)
                   OR CAL-SEQ (CAL-SLOT) > PRG-TO (J)
                   DISPLAY "INVALID - NOT IN EFFECT FOR TERM"
                       LINE 4 COLUMN 65
               ELSE
                   MOVE "Y" TO PROG-OK-SW
               END-IF
           ELSE
               DISPLAY "INVALID - PROGRAM CODE, RE-ENTER"
                   LINE 4 COLUMN 65.

       ACCEPT-CEN-RTN.
           DISPLAY "ENTER CENSUS POINT (O/M/F, BLANK = FINAL):"
               LINE 5 COLUMN 5.
           MOVE SPACES TO CENSUS-ID.
           ACCEPT CENSUS-ID LINE 5 COLUMN 58.
           IF CENSUS-ID = SPACE
               MOVE "F" TO CENSUS-ID.
           IF CENSUS-ID = "O" OR CENSUS-ID = "M" OR CENSUS-ID = "F"
               MOVE "Y" TO CEN-OK-SW
           ELSE
               DISPLAY "INVALID - O, M OR F, RE-ENTER"
                   LINE 5 COLUMN 65.

       FIND-PROG-RTN.
           IF PROG-CODE = PRG-CODE (P)
               MOVE P TO J.
               MOVE NEW-F TO MST-F (J)
               REWRITE MST-REC
               PERFORM TRAIL-RTN
               PERFORM TSM-ADJ-RTN
               PERFORM REGEN-RTN
           END-IF.

           MOVE NEW-M TO ADJ-NEW-M-OUT.
           MOVE NEW-F TO ADJ-NEW-F-OUT.
           MOVE REASON-CODE TO ADJ-RSN-OUT.
           MOVE CENSUS-ID TO ADJ-CEN-OUT.
           WRITE ADJ-REC FROM ADJ-LINE.

       TSM-ADJ-RTN.
           PERFORM TSM-KEY-RTN.
           READ TSMFILE
               INVALID KEY
                   MOVE SPACES TO TSM-REC
                   PERFORM TSM-KEY-RTN
                   MOVE TERM-ID TO TSM-TERM
                   MOVE 0 TO TSM-ROW
                   MOVE 0 TO TSM-RUN
           END-READ.
           MOVE NEW-M TO TSM-M.
           MOVE NEW-F TO TSM-F.
           COMPUTE TSM-TOT = NEW-M + NEW-F.
           MOVE "Y" TO TSM-SPLIT.
           MOVE ADJ-DATE TO TSM-DATE.
           MOVE "A" TO TSM-SRC.
           WRITE TSM-REC
               INVALID KEY
                   REWRITE TSM-REC
           END-WRITE.

       TSM-KEY-RTN.
           MOVE CAL-SEQ (CAL-SLOT) TO TSM-SEQ.
           MOVE YEARLEVEL TO TSM-YEAR.
           MOVE PROG-CODE TO TSM-PROG.
           MOVE CENSUS-ID TO TSM-CENSUS.

       REGEN-RTN.
           MOVE TERM-ID TO ADJ-HDG-TERM-OUT.
           MOVE CENSUS-ID TO ADJ-HDG-CEN-OUT.
           WRITE COURSE-REC FROM ADJ-HDG AFTER 2 LINES.
           WRITE COURSE-REC FROM HDG-2 AFTER 1 LINE.
           MOVE "N" TO TERM-EOF-SW.
           MOVE TERM-ID TO MST-TERM.
           MOVE LOW-VALUES TO MST-YR-LEVEL.
           MOVE LOW-VALUES TO MST-CENSUS.
           START MSTFILE KEY NOT < MST-KEY.
           IF MST-STATUS NOT = "00"
               MOVE "Y" TO TERM-EOF-SW.
           END-READ.
           IF TERM-EOF-SW = "N" AND MST-STATUS = "00"
               IF MST-TERM = TERM-ID
                   IF MST-CENSUS = CENSUS-ID
                       PERFORM REGEN-LINE-RTN
                   END-IF
               ELSE
                   MOVE "Y" TO TERM-EOF-SW
               END-IF
               INTO HIST-LINE-WK WITH POINTER BLD-PTR.
           PERFORM HIST-COL-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.
           MOVE 57 TO BLD-PTR.
           STRING MST-CENSUS DELIMITED BY SIZE
               INTO HIST-LINE-WK WITH POINTER BLD-PTR.
           WRITE HIST-REC FROM HIST-LINE-WK.
           MOVE SPACES TO CSV-LINE-WK.
           MOVE 1 TO BLD-PTR.

       FIN-RTN.
           CLOSE MSTFILE.
           CLOSE TSMFILE.
           CLOSE ADJFILE.
           CLOSE OUTFILE.
           CLOSE HISTFILE.
