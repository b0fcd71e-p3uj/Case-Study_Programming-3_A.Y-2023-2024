               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-STATUS.
           SELECT TSMFILE ASSIGN TO "NUM1TSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSM-KEY
               FILE STATUS IS TSM-STATUS.
           SELECT HISTFILE ASSIGN TO "NUM1HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT CSVFILE ASSIGN TO "NUM1.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.
           SELECT WRKFILE ASSIGN TO "NUM1BKOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS.
           SELECT CHKFILE ASSIGN TO "NUM1CHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHK-STATUS.
           SELECT TRLFILE ASSIGN TO "NUM1BKOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRL-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
           SELECT OPTIONAL CALFILE ASSIGN TO "NUM1CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
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
       FD  SNPFILE
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
       FD  HISTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HIST-REC.
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CSV-REC.
       01 CSV-REC PIC X(80).
       FD  WRKFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WRK-REC.
       01 WRK-REC PIC X(80).
       FD  CHKFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CHK-REC.
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRL-REC.
       01 TRL-REC PIC X(100).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).
       FD  CALFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01 CAL-REC PIC X(80).
       FD  OPRFILE
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
       01 SNP-STATUS PIC X(2) VALUE SPACES.
       01 MST-STATUS PIC X(2) VALUE SPACES.
       01 TSM-STATUS PIC X(2) VALUE SPACES.
       01 WRK-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 PRG-EOF-SW PIC X(1) VALUE "N".
       01 PRG-FIRST-SW PIC X(1) VALUE "Y".
       01 PRG-CNT PIC 9 VALUE ZERO.
       01 PRG-LINE-IN.
           02 PIN-CODE PIC X(5).
           02 FILLER PIC X(75).
       01 PRG-TBL.
           02 PRG-ENT OCCURS 6 TIMES.
               03 PRG-CODE PIC X(5).
       01 CAL-STATUS PIC X(2) VALUE SPACES.
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
               03 CAL-SEQ PIC 9(4).
       01 HIST-STATUS PIC X(2) VALUE SPACES.
       01 CSV-STATUS PIC X(2) VALUE SPACES.
       01 CHK-STATUS PIC X(2) VALUE SPACES.
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
       01 PW-PROG PIC X(8) VALUE "NUM1BKO".
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
       01 SNP-EOF-SW PIC X(1) VALUE "N".
           88 SNP-EOF VALUE "Y".
       01 SNP-HDR-SW PIC X(1) VALUE "N".
           02 SHD-TIME PIC 9(8).
           02 FILLER PIC X(1).
           02 SHD-OPER PIC X(10).
           02 FILLER PIC X(1).
           02 SHD-CEN PIC X(1).
           02 FILLER PIC X(19).
       01 SNP-DET-IN REDEFINES SNP-IN.
           02 FILLER PIC X(2).
           02 SDT-KEY PIC X(30).
           02 SDT-CNTS PIC X(36).
           02 FILLER PIC X(12).
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 CENSUS-ID PIC X(1) VALUE "F".
       01 HIST-PRE-CNT PIC 9(4) VALUE ZERO.
       01 CSV-PRE-CNT PIC 9(4) VALUE ZERO.
       01 ROW-CNT PIC 9 VALUE ZERO.
       01 ROW-TBL.
           02 ROW-ENT OCCURS 5 TIMES.
               03 ROW-KEY PIC X(30).
               03 ROW-CNTS PIC X(36).
       01 R PIC 9 VALUE ZERO.
       01 P PIC 9 VALUE ZERO.
       01 ROW-KEY-WK.
           02 RK-TERM PIC X(20).
           02 RK-YEAR PIC X(9).
           02 RK-CEN PIC X(1).
       01 ROW-CNTS-WK.
           02 RC-ENT OCCURS 6 TIMES.
               03 RC-M PIC 999.
               03 RC-F PIC 999.
       01 ROW-DONE-TBL.
           02 ROW-DONE-ENT OCCURS 5 TIMES.
               03 ROW-NO PIC 9.
               03 ROW-DONE PIC X(1) OCCURS 6 TIMES.
       01 TSM-EOF-SW PIC X(1) VALUE "N".
       01 TSM-R PIC 9 VALUE ZERO.
       01 TSM-P PIC 9 VALUE ZERO.
       01 TSM-CNT PIC 999 VALUE ZERO.
       01 MST-EOF-SW PIC X(1) VALUE "N".
       01 DEL-CNT PIC 999 VALUE ZERO.
       01 KEEP-CNT PIC 999 VALUE ZERO.
       01 LINE-NO PIC 9(4) VALUE ZERO.
       01 FILE-EOF-SW PIC X(1) VALUE "N".
       01 HIST-CUT-CNT PIC 9(4) VALUE ZERO.
       01 CSV-CUT-CNT PIC 9(4) VALUE ZERO.
       01 CHK-ZERO-LINE.
           02 TRL-HIST-OUT PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 TRL-CSV-OUT PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 TRL-CEN-OUT PIC X(1).

       PROCEDURE DIVISION.
           PERFORM LOAD-OPR-RTN.
           PERFORM LOAD-PW-RTN.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           IF OPR-CNT = 0
               DISPLAY "NO OPERATOR MASTER ON HAND (NUM1OPR.DAT) - BACK"
                   "OUT REFUSED"
               DISPLAY "NO SNAPSHOT ON HAND (NUM1SNP.DAT) - NOTHING TO "
                   "BACK OUT"
               STOP RUN.
           DISPLAY "SNAPSHOT TERM: " TERM-ID " CENSUS: " CENSUS-ID.
           DISPLAY "TAKEN BY " SHD-OPER " ON " SHD-DATE.
           DISPLAY "BACK OUT THE RE-RUN FOR THIS TERM? (Y/N):".
           ACCEPT ANS.
           IF ANS NOT = "Y"
               DISPLAY "BACKOUT ABANDONED - NOTHING CHANGED"
               STOP RUN.
           PERFORM TSM-CHK-RTN.
           PERFORM RESTORE-MST-RTN.
           PERFORM RESTORE-TSM-RTN.
           PERFORM TRIM-HIST-RTN.
           PERFORM TRIM-CSV-RTN.
           PERFORM CLEAR-CHK-RTN.
           PERFORM TRAIL-RTN.
           DISPLAY "BACKOUT COMPLETE - " TERM-ID " CENSUS " CENSUS-ID.
           STOP RUN.

       LOAD-OPR-RTN.
           PERFORM FIND-OPR-RTN VARYING OIDX FROM 1 BY 1
               UNTIL OIDX > OPR-CNT.
           IF OPR-SLOT = 0
               MOVE OPER-ID TO PW-OPER-ID
               MOVE "F" TO SL-EVENT
               MOVE "OPERATOR NOT ON FILE" TO SL-TEXT
               PERFORM SEC-LOG-RTN
               DISPLAY "INVALID - OPERATOR NOT ON FILE, RE-ENTER"
           ELSE
               IF OPR-ACTIVE (OPR-SLOT) = "Y"
                   AND OPR-ADJ (OPR-SLOT) = "Y"
                   MOVE OPER-ID TO PW-OPER-ID
                   PERFORM CHECK-PW-RTN
                   IF PW-OK
                       MOVE "Y" TO OPER-OK-SW
                   END-IF
               ELSE
                   MOVE OPER-ID TO PW-OPER-ID
                   MOVE "F" TO SL-EVENT
                   MOVE "NO ADJUST AUTHORITY" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - NO ADJUST AUTHORITY, RE-ENTER"
               END-IF
           END-IF.
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
           DISPLAY "ENTER PIN:".
           MOVE SPACES TO PW-ENTRY.
           ACCEPT PW-ENTRY WITH SECURE.

       SHOW-PW-MSG-RTN.
           DISPLAY PW-MSG.

       GET-NEW-PW-RTN.
           DISPLAY "PIN MUST BE CHANGED - NEW PIN (4-8 DIGITS):".
           MOVE SPACES TO PW-NEW.
           ACCEPT PW-NEW WITH SECURE.
           DISPLAY "RE-ENTER NEW PIN:".
           MOVE SPACES TO PW-AGAIN.
           ACCEPT PW-AGAIN WITH SECURE.
           PERFORM NEW-PW-RTN.
           IF NOT PW-SET
               DISPLAY PW-MSG.

       LOAD-SNP-RTN.
           OPEN INPUT SNPFILE.
           IF SNP-STATUS NOT = "00"
           IF SIN-TYPE = "H"
               MOVE "Y" TO SNP-HDR-SW
               MOVE SHD-TERM TO TERM-ID
               MOVE SHD-CEN TO CENSUS-ID
               IF CENSUS-ID = SPACE
                   MOVE "F" TO CENSUS-ID
               END-IF
               INSPECT SHD-HIST-X REPLACING LEADING " " BY "0"
               INSPECT SHD-CSV-X REPLACING LEADING " " BY "0"
               IF SHD-HIST-X IS NUMERIC
           MOVE "N" TO MST-EOF-SW.
           MOVE TERM-ID TO MST-TERM.
           MOVE LOW-VALUES TO MST-YR-LEVEL.
           MOVE LOW-VALUES TO MST-CENSUS.
           START MSTFILE KEY NOT < MST-KEY.
           IF MST-STATUS NOT = "00"
               MOVE "Y" TO MST-EOF-SW.
           END-READ.
           IF MST-EOF-SW = "N" AND MST-STATUS = "00"
               IF MST-TERM = TERM-ID
                   IF MST-CENSUS = CENSUS-ID OR MST-CENSUS = SPACE
                       AND CENSUS-ID = "F"
                       DELETE MSTFILE RECORD
                       ADD 1 TO DEL-CNT
                   END-IF
               ELSE
                   MOVE "Y" TO MST-EOF-SW
               END-IF
           END-WRITE.
           ADD 1 TO KEEP-CNT.

       RESTORE-TSM-RTN.
           MOVE 0 TO CAL-SLOT.
           PERFORM FIND-CAL-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           IF CAL-SLOT = 0
               DISPLAY "TERM NOT ON CALENDAR - TERM SUMMARY NOT RESTORE"
                   "D"
           ELSE
               ACCEPT BKO-DATE FROM DATE
               OPEN I-O TSMFILE
               IF TSM-STATUS NOT = "00"
                   DISPLAY "TERM SUMMARY FILE WILL NOT OPEN - FILE ST"
                       "ATUS " TSM-STATUS " - TERM SUMMARY NOT RESTORED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CLEAR-DONE-RTN VARYING R FROM 1 BY 1
                       UNTIL R > 5
                   PERFORM PURGE-TSM-RTN
                   PERFORM PUT-TSM-ROW-RTN VARYING R FROM 1 BY 1
                       UNTIL R > ROW-CNT
                   CLOSE TSMFILE
               END-IF
           END-IF.

       TSM-CHK-RTN.
           OPEN I-O TSMFILE.
           IF TSM-STATUS = "35"
               OPEN OUTPUT TSMFILE
               CLOSE TSMFILE
               OPEN I-O TSMFILE
           END-IF.
           IF TSM-STATUS NOT = "00"
               DISPLAY "BACKOUT REFUSED - TERM SUMMARY FILE WILL NOT "
                   "OPEN, FILE STATUS " TSM-STATUS ", NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CLOSE TSMFILE.

       FIND-CAL-RTN.
           IF CAL-TERM (CIDX) = TERM-ID
               MOVE CIDX TO CAL-SLOT.

       CLEAR-DONE-RTN.
           MOVE 0 TO ROW-NO (R).
           PERFORM CLEAR-DONE-P-RTN VARYING P FROM 1 BY 1
               UNTIL P > 6.

       CLEAR-DONE-P-RTN.
           MOVE "N" TO ROW-DONE (R, P).

       PURGE-TSM-RTN.
           MOVE "N" TO TSM-EOF-SW.
           MOVE CAL-SEQ (CAL-SLOT) TO TSM-SEQ.
           MOVE LOW-VALUES TO TSM-YEAR.
           MOVE LOW-VALUES TO TSM-PROG.
           MOVE LOW-VALUES TO TSM-CENSUS.
           START TSMFILE KEY NOT < TSM-KEY.
           IF TSM-STATUS NOT = "00"
               MOVE "Y" TO TSM-EOF-SW.
           PERFORM PURGE-TSM-REC-RTN UNTIL TSM-EOF-SW = "Y".

       PURGE-TSM-REC-RTN.
           READ TSMFILE NEXT RECORD
               AT END
                   MOVE "Y" TO TSM-EOF-SW
           END-READ.
           IF TSM-EOF-SW = "N" AND TSM-STATUS = "00"
               IF TSM-SEQ = CAL-SEQ (CAL-SLOT)
                   IF TSM-CENSUS = CENSUS-ID
                       PERFORM MATCH-TSM-RTN
                   END-IF
               ELSE
                   MOVE "Y" TO TSM-EOF-SW
               END-IF
           ELSE
               MOVE "Y" TO TSM-EOF-SW
           END-IF.

       MATCH-TSM-RTN.
           MOVE 0 TO TSM-R.
           MOVE 0 TO TSM-P.
           PERFORM MATCH-TSM-ROW-RTN VARYING R FROM 1 BY 1
               UNTIL R > ROW-CNT.
           PERFORM MATCH-TSM-PROG-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.
           IF TSM-R > 0 AND TSM-P > 0
               MOVE ROW-CNTS (TSM-R) TO ROW-CNTS-WK
               MOVE TSM-ROW TO ROW-NO (TSM-R)
               MOVE "Y" TO ROW-DONE (TSM-R, TSM-P)
               MOVE RC-M (TSM-P) TO TSM-M
               MOVE RC-F (TSM-P) TO TSM-F
               COMPUTE TSM-TOT = TSM-M + TSM-F
               MOVE "Y" TO TSM-SPLIT
               MOVE 0 TO TSM-RUN
               MOVE BKO-DATE TO TSM-DATE
               MOVE "B" TO TSM-SRC
               REWRITE TSM-REC
               ADD 1 TO TSM-CNT
           ELSE
               DELETE TSMFILE RECORD
           END-IF.

       MATCH-TSM-ROW-RTN.
           MOVE ROW-KEY (R) TO ROW-KEY-WK.
           IF RK-YEAR = TSM-YEAR
               MOVE R TO TSM-R.

       MATCH-TSM-PROG-RTN.
           IF PRG-CODE (P) = TSM-PROG
               MOVE P TO TSM-P.

       PUT-TSM-ROW-RTN.
           MOVE ROW-KEY (R) TO ROW-KEY-WK.
           MOVE ROW-CNTS (R) TO ROW-CNTS-WK.
           PERFORM PUT-TSM-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.

       PUT-TSM-RTN.
           IF ROW-DONE (R, P) = "N"
               MOVE SPACES TO TSM-REC
               MOVE CAL-SEQ (CAL-SLOT) TO TSM-SEQ
               MOVE RK-YEAR TO TSM-YEAR
               MOVE PRG-CODE (P) TO TSM-PROG
               MOVE CENSUS-ID TO TSM-CENSUS
               MOVE TERM-ID TO TSM-TERM
               MOVE ROW-NO (R) TO TSM-ROW
               MOVE RC-M (P) TO TSM-M
               MOVE RC-F (P) TO TSM-F
               COMPUTE TSM-TOT = TSM-M + TSM-F
               MOVE "Y" TO TSM-SPLIT
               MOVE 0 TO TSM-RUN
               MOVE BKO-DATE TO TSM-DATE
               MOVE "B" TO TSM-SRC
               WRITE TSM-REC
                   INVALID KEY
                       REWRITE TSM-REC
               END-WRITE
               ADD 1 TO TSM-CNT
           END-IF.

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

       TRIM-HIST-RTN.
           MOVE 0 TO LINE-NO.
           MOVE "N" TO FILE-EOF-SW.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS NOT = "00"
               MOVE "Y" TO FILE-EOF-SW.
           OPEN OUTPUT WRKFILE.
           PERFORM TRIM-HIST-REC-RTN UNTIL FILE-EOF-SW = "Y".
           IF HIST-STATUS = "00" OR LINE-NO > 0
               CLOSE HISTFILE.
           CLOSE WRKFILE.
           MOVE "N" TO FILE-EOF-SW.
           OPEN INPUT WRKFILE.
           OPEN OUTPUT HISTFILE.
           PERFORM PUT-HIST-RTN UNTIL FILE-EOF-SW = "Y".
           CLOSE HISTFILE.
           CLOSE WRKFILE.

       TRIM-HIST-REC-RTN.
           READ HISTFILE
               NOT AT END
                   ADD 1 TO LINE-NO
                   IF LINE-NO NOT > HIST-PRE-CNT
                       WRITE WRK-REC FROM HIST-REC
                   ELSE
                       ADD 1 TO HIST-CUT-CNT
                   END-IF
           END-READ.

       PUT-HIST-RTN.
           READ WRKFILE
               AT END
                   MOVE "Y" TO FILE-EOF-SW
               NOT AT END
                   WRITE HIST-REC FROM WRK-REC
           END-READ.

       TRIM-CSV-RTN.
           MOVE 0 TO LINE-NO.
           MOVE "N" TO FILE-EOF-SW.
           OPEN INPUT CSVFILE.
           IF CSV-STATUS NOT = "00"
               MOVE "Y" TO FILE-EOF-SW.
           OPEN OUTPUT WRKFILE.
           PERFORM TRIM-CSV-REC-RTN UNTIL FILE-EOF-SW = "Y".
           IF CSV-STATUS = "00" OR LINE-NO > 0
               CLOSE CSVFILE.
           CLOSE WRKFILE.
           MOVE "N" TO FILE-EOF-SW.
           OPEN INPUT WRKFILE.
           OPEN OUTPUT CSVFILE.
           PERFORM PUT-CSV-RTN UNTIL FILE-EOF-SW = "Y".
           CLOSE CSVFILE.
           CLOSE WRKFILE.

       TRIM-CSV-REC-RTN.
           READ CSVFILE
               NOT AT END
                   ADD 1 TO LINE-NO
                   IF LINE-NO NOT > CSV-PRE-CNT
                       WRITE WRK-REC FROM CSV-REC
                   ELSE
                       ADD 1 TO CSV-CUT-CNT
                   END-IF
           END-READ.

       PUT-CSV-RTN.
           READ WRKFILE
               AT END
                   MOVE "Y" TO FILE-EOF-SW
               NOT AT END
                   WRITE CSV-REC FROM WRK-REC
           END-READ.

       CLEAR-CHK-RTN.
           OPEN OUTPUT CHKFILE.
           MOVE BKO-TIME TO TRL-TIME-OUT.
           MOVE TERM-ID TO TRL-TERM-OUT.
           MOVE KEEP-CNT TO TRL-ROWS-OUT.
           MOVE CENSUS-ID TO TRL-CEN-OUT.
           MOVE HIST-CUT-CNT TO TRL-HIST-OUT.
           MOVE CSV-CUT-CNT TO TRL-CSV-OUT.
           WRITE TRL-REC FROM TRL-LINE.
