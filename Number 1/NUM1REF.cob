       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1REF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL CALFILE ASSIGN TO "NUM1CAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
           SELECT OPTIONAL SIZFILE ASSIGN TO "NUM1SIZ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIZ-STATUS.
           SELECT OPTIONAL LODFILE ASSIGN TO "NUM1LOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOD-STATUS.
           SELECT OPTIONAL CLPFILE ASSIGN TO "NUM1CLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLP-STATUS.
           SELECT REFLFILE ASSIGN TO "NUM1REFL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFL-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
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
       FD  CALFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAL-REC.
       01 CAL-REC PIC X(80).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).
       FD  SIZFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SIZ-REC.
       01 SIZ-REC PIC X(80).
       FD  LODFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOD-REC.
       01 LOD-REC PIC X(80).
       FD  CLPFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLP-REC.
       01 CLP-REC PIC X(80).
       FD  REFLFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REFL-REC.
       01 REFL-REC PIC X(115).
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

       WORKING-STORAGE SECTION.
       01 OPR-STATUS PIC X(2) VALUE SPACES.
       01 OPR-EOF-SW PIC X(1) VALUE "N".
       01 OPR-CNT PIC 99 VALUE ZERO.
       01 OPR-SLOT PIC 99 VALUE ZERO.
       01 OIDX PIC 99 VALUE ZERO.
       01 OPER-ID PIC X(10) VALUE SPACES.
       01 OPER-OK-SW PIC X(1) VALUE "N".
           88 OPER-OK VALUE "Y".
       01 OPR-LINE-IN.
           02 OIN-ID PIC X(10).
           02 FILLER PIC X(1).
           02 OIN-NAME PIC X(30).
           02 FILLER PIC X(1).
           02 OIN-ENTRY PIC X(1).
           02 OIN-VERIF PIC X(1).
           02 OIN-ADJ PIC X(1).
           02 FILLER PIC X(1).
           02 OIN-ACTIVE PIC X(1).
           02 FILLER PIC X(1).
           02 OIN-SUPV PIC X(1).
           02 FILLER PIC X(31).
       01 OPR-TBL.
           02 OPR-ENT OCCURS 20 TIMES.
               03 OPR-ID PIC X(10).
               03 OPR-NAME PIC X(30).
               03 OPR-ACTIVE PIC X(1).
               03 OPR-SUPV PIC X(1).
       01 SIGN-SLOT PIC 99 VALUE ZERO.
       01 ANS PIC X(1) VALUE SPACES.
       01 FILE-ANS PIC X(1) VALUE SPACES.
       01 ACT-ANS PIC X(1) VALUE SPACES.
       01 DONE-SW PIC X(1) VALUE "N".
           88 DONE VALUE "Y".
       01 CHG-SW PIC X(1) VALUE "N".
           88 CHANGED VALUE "Y".
       01 FLD-OK-SW PIC X(1) VALUE "N".
           88 FLD-OK VALUE "Y".
       01 MSG-TEXT PIC X(60) VALUE SPACES.
       01 ERR-TEXT PIC X(60) VALUE SPACES.
       01 OVER-MSG PIC X(60)
           VALUE "INVALID - FILE HAS MORE ENTRIES THAN THE TABLE HOLDS".
       01 CAL-OVER-SW PIC X(1) VALUE "N".
       01 PRG-OVER-SW PIC X(1) VALUE "N".
       01 SIZ-OVER-SW PIC X(1) VALUE "N".
       01 LOD-OVER-SW PIC X(1) VALUE "N".
       01 REF-BLANK PIC X(79) VALUE SPACES.
       01 CLR-LN PIC 99 VALUE ZERO.
       01 CUR-SHOW PIC X(65) VALUE SPACES.
       01 BEFORE-IMG PIC X(80) VALUE SPACES.
       01 AFTER-IMG PIC X(80) VALUE SPACES.
       01 LOG-FILE PIC X(3) VALUE SPACES.
       01 IN-EOF-SW PIC X(1) VALUE "N".
       01 CAL-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 SIZ-STATUS PIC X(2) VALUE SPACES.
       01 LOD-STATUS PIC X(2) VALUE SPACES.
       01 CLP-STATUS PIC X(2) VALUE SPACES.
       01 REFL-STATUS PIC X(2) VALUE SPACES.
       01 TSM-STATUS PIC X(2) VALUE SPACES.
       01 MST-STATUS PIC X(2) VALUE SPACES.
       01 CAL-CNT PIC 99 VALUE ZERO.
       01 CAL-SLOT PIC 99 VALUE ZERO.
       01 CIDX PIC 99 VALUE ZERO.
       01 CAL-TBL.
           02 CAL-IMG OCCURS 40 TIMES PIC X(80).
       01 CAL-LINE.
           02 CIN-SEQ-X PIC X(4).
           02 CIN-SEQ REDEFINES CIN-SEQ-X PIC 9(4).
           02 FILLER PIC X(1).
           02 CIN-STAT PIC X(1).
           02 FILLER PIC X(1).
           02 CIN-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 CIN-CEN PIC X(3).
           02 FILLER PIC X(49).
       01 CAL-CHK.
           02 CCK-SEQ-X PIC X(4).
           02 CCK-SEQ REDEFINES CCK-SEQ-X PIC 9(4).
           02 FILLER PIC X(1).
           02 CCK-STAT PIC X(1).
           02 FILLER PIC X(1).
           02 CCK-TERM PIC X(20).
           02 FILLER PIC X(53).
       01 PRG-HDR PIC X(80)
           VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
       01 PRG-FIRST-SW PIC X(1) VALUE "Y".
       01 PRG-CNT PIC 9 VALUE ZERO.
       01 PRG-SLOT PIC 9 VALUE ZERO.
       01 PIDX PIC 9 VALUE ZERO.
       01 PRG-TBL.
           02 PRG-IMG OCCURS 6 TIMES PIC X(80).
       01 PRG-LINE.
           02 PIN-CODE PIC X(5).
           02 FILLER PIC X(1).
           02 PIN-NAME PIC X(30).
           02 FILLER PIC X(1).
           02 PIN-YRS PIC X(1).
           02 PIN-YRS-N REDEFINES PIN-YRS PIC 9.
           02 FILLER PIC X(1).
           02 PIN-FROM-X PIC X(4).
           02 PIN-FROM REDEFINES PIN-FROM-X PIC 9(4).
           02 FILLER PIC X(1).
           02 PIN-TO-X PIC X(4).
           02 PIN-TO REDEFINES PIN-TO-X PIC 9(4).
           02 FILLER PIC X(32).
       01 PRG-CHK.
           02 PCK-CODE PIC X(5).
           02 FILLER PIC X(33).
           02 PCK-FROM-X PIC X(4).
           02 FILLER PIC X(1).
           02 PCK-TO-X PIC X(4).
           02 FILLER PIC X(33).
       01 SIZ-CNT PIC 9 VALUE ZERO.
       01 SIZ-SLOT PIC 9 VALUE ZERO.
       01 SIDX PIC 9 VALUE ZERO.
       01 SIZ-TBL.
           02 SIZ-IMG OCCURS 6 TIMES PIC X(80).
       01 SIZ-LINE.
           02 SIN-PROG PIC X(5).
           02 FILLER PIC X(1).
           02 SIN-MAX-X PIC X(3).
           02 SIN-MAX REDEFINES SIN-MAX-X PIC 999.
           02 FILLER PIC X(71).
       01 SIZ-CHK.
           02 SCK-PROG PIC X(5).
           02 FILLER PIC X(75).
       01 LOD-CNT PIC 99 VALUE ZERO.
       01 LOD-SLOT PIC 99 VALUE ZERO.
       01 LIDX PIC 99 VALUE ZERO.
       01 LOD-TBL.
           02 LOD-IMG OCCURS 30 TIMES PIC X(80).
       01 LOD-LINE.
           02 LIN-PROG PIC X(5).
           02 FILLER PIC X(1).
           02 LIN-YEAR PIC X(9).
           02 FILLER PIC X(1).
           02 LIN-LOAD-X PIC X(2).
           02 LIN-LOAD REDEFINES LIN-LOAD-X PIC 99.
           02 FILLER PIC X(1).
           02 LIN-WGT-X PIC X(3).
           02 LIN-WGT REDEFINES LIN-WGT-X PIC 999.
           02 FILLER PIC X(58).
       01 LOD-CHK.
           02 LCK-PROG PIC X(5).
           02 FILLER PIC X(1).
           02 LCK-YEAR PIC X(9).
           02 FILLER PIC X(65).
       01 CLP-CNT PIC 9 VALUE ZERO.
       01 CLP-IMG PIC X(80) VALUE SPACES.
       01 CLP-LINE.
           02 CLP-KEEP-X PIC X(2).
           02 CLP-KEEP REDEFINES CLP-KEEP-X PIC 99.
           02 FILLER PIC X(78).
       01 KEY-TERM PIC X(20) VALUE SPACES.
       01 KEY-PROG PIC X(5) VALUE SPACES.
       01 KEY-YEAR PIC X(9) VALUE SPACES.
       01 FIND-TERM PIC X(20) VALUE SPACES.
       01 FIND-SEQ PIC 9(4) VALUE ZERO.
       01 FIND-SEQ-X REDEFINES FIND-SEQ PIC X(4).
       01 OLD-SEQ PIC 9(4) VALUE ZERO.
       01 USED-SW PIC X(1) VALUE "N".
           88 SEQ-USED VALUE "Y".
       01 ROWS-SW PIC X(1) VALUE "N".
           88 ROWS-ON-FILE VALUE "Y".
           88 ROWS-UNCHECKED VALUE "U".
       01 ROWS-TERM PIC X(20) VALUE SPACES.
       01 TO-REQ-SW PIC X(1) VALUE "N".
           88 TO-REQUIRED VALUE "Y".
       01 CEN-VALID-SW PIC X(1) VALUE "N".
           88 CEN-VALID VALUE "Y".
       01 CEN-O-CNT PIC 9 VALUE ZERO.
       01 CEN-M-CNT PIC 9 VALUE ZERO.
       01 CEN-F-CNT PIC 9 VALUE ZERO.
       01 FOUND-SLOT PIC 99 VALUE ZERO.
       01 FOUND-SEQ PIC 9(4) VALUE ZERO.
       01 FOUND-TERM PIC X(20) VALUE SPACES.
       01 DUP-SLOT PIC 99 VALUE ZERO.
       01 SEQ-ENT PIC 9(4) VALUE ZERO.
       01 STAT-ENT PIC X(1) VALUE SPACES.
       01 OLD-STAT PIC X(1) VALUE SPACES.
       01 CEN-ENT PIC X(3) VALUE SPACES.
       01 CEN-ENT-R REDEFINES CEN-ENT.
           02 CEN-ENT-CD PIC X(1) OCCURS 3 TIMES.
       01 CX PIC 9 VALUE ZERO.
       01 NAME-ENT PIC X(30) VALUE SPACES.
       01 YRS-ENT PIC 9 VALUE ZERO.
       01 FROM-TERM PIC X(20) VALUE SPACES.
       01 TO-TERM PIC X(20) VALUE SPACES.
       01 FROM-SEQ PIC 9(4) VALUE ZERO.
       01 TO-SEQ PIC 9(4) VALUE ZERO.
       01 MAX-ENT PIC 999 VALUE ZERO.
       01 LOAD-ENT PIC 99 VALUE ZERO.
       01 WGT-ENT PIC 999 VALUE ZERO.
       01 KEEP-ENT PIC 99 VALUE ZERO.
       01 EFF-LINE.
           02 FILLER PIC X(16) VALUE "EFFECTIVE FROM: ".
           02 EFF-FROM-OUT PIC X(20).
           02 FILLER PIC X(5) VALUE " TO: ".
           02 EFF-TO-OUT PIC X(20).
       01 REFL-LINE.
           02 RL-DATE PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-TIME PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-OPER PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-FILE PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-ACT PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-IMG-TYPE PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-IMG PIC X(80).
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
       01 PW-PROG PIC X(8) VALUE "NUM1REF".
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

       SCREEN SECTION.
       01  SCRN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM LOAD-OPR-RTN.
           IF OPR-CNT = 0
               DISPLAY "NO OPERATOR MASTER ON HAND (NUM1OPR.DAT) - REFE"
                   "RENCE MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-PW-RTN.
           PERFORM LOAD-CAL-RTN.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-SIZ-RTN.
           PERFORM LOAD-LOD-RTN.
           PERFORM LOAD-CLP-RTN.
           DISPLAY SCRN.
           DISPLAY "REFERENCE DATA MAINTENANCE" LINE 1 COLUMN 5.
           DISPLAY "ENTER OPERATOR ID (SPACES TO EXIT):"
               LINE 3 COLUMN 5.
           PERFORM SIGNON-RTN UNTIL OPER-OK.
           PERFORM MENU-RTN UNTIL DONE.
           STOP RUN.

       SIGNON-RTN.
           MOVE SPACES TO OPER-ID.
           ACCEPT OPER-ID LINE 3 COLUMN 45.
           IF OPER-ID = SPACES
               STOP RUN.
           MOVE 0 TO OPR-SLOT.
           PERFORM FIND-OPR-RTN VARYING OIDX FROM 1 BY 1
               UNTIL OIDX > OPR-CNT.
           DISPLAY PW-CLR LINE 3 COLUMN 56.
           IF OPR-SLOT = 0
               MOVE OPER-ID TO PW-OPER-ID
               MOVE "F" TO SL-EVENT
               MOVE "OPERATOR NOT ON FILE" TO SL-TEXT
               PERFORM SEC-LOG-RTN
               DISPLAY "INVALID - OPERATOR NOT ON FILE, RE-ENTER"
                   LINE 3 COLUMN 56
           ELSE
               IF OPR-ACTIVE (OPR-SLOT) NOT = "Y"
                   MOVE OPER-ID TO PW-OPER-ID
                   MOVE "F" TO SL-EVENT
                   MOVE "OPERATOR INACTIVE" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - OPERATOR INACTIVE, RE-ENTER"
                       LINE 3 COLUMN 56
               ELSE
                   MOVE OPER-ID TO PW-OPER-ID
                   MOVE 3 TO PW-ROW
                   MOVE 56 TO PW-COL
                   PERFORM CHECK-PW-RTN
                   IF PW-OK
                       MOVE "Y" TO OPER-OK-SW
                   END-IF
               END-IF
           END-IF.
           MOVE OPR-SLOT TO SIGN-SLOT.

       MENU-RTN.
           PERFORM CLEAR-RTN VARYING CLR-LN FROM 5 BY 1
               UNTIL CLR-LN > 22.
           DISPLAY "FILE: 1 CALENDAR  2 PROGRAMS  3 CLASS SIZES"
               LINE 5 COLUMN 5.
           DISPLAY "      4 FACULTY LOAD  5 CLOSE RETENTION  X EXIT:"
               LINE 6 COLUMN 5.
           MOVE SPACES TO FILE-ANS.
           ACCEPT FILE-ANS LINE 6 COLUMN 54.
           IF FILE-ANS = "X"
               MOVE "Y" TO DONE-SW
           ELSE
               IF FILE-ANS < "1" OR FILE-ANS > "5"
                   DISPLAY "INVALID - 1 TO 5 OR X" LINE 20 COLUMN 5
                   PERFORM PAUSE-RTN
               ELSE
                   PERFORM ACTION-RTN
               END-IF
           END-IF.

       ACTION-RTN.
           DISPLAY "A)DD, C)HANGE OR D)ELETE:" LINE 7 COLUMN 5.
           MOVE SPACES TO ACT-ANS.
           ACCEPT ACT-ANS LINE 7 COLUMN 32.
           MOVE SPACES TO MSG-TEXT.
           MOVE SPACES TO BEFORE-IMG.
           MOVE SPACES TO AFTER-IMG.
           MOVE "N" TO CHG-SW.
           IF ACT-ANS NOT = "A" AND ACT-ANS NOT = "C"
               AND ACT-ANS NOT = "D"
               MOVE "INVALID - A, C OR D" TO MSG-TEXT
           ELSE
               IF FILE-ANS = "1"
                   IF CAL-OVER-SW = "Y"
                       MOVE OVER-MSG TO MSG-TEXT
                   ELSE
                       PERFORM CAL-MAINT-RTN
                   END-IF
               END-IF
               IF FILE-ANS = "2"
                   IF PRG-OVER-SW = "Y"
                       MOVE OVER-MSG TO MSG-TEXT
                   ELSE
                       PERFORM PRG-MAINT-RTN
                   END-IF
               END-IF
               IF FILE-ANS = "3"
                   IF SIZ-OVER-SW = "Y"
                       MOVE OVER-MSG TO MSG-TEXT
                   ELSE
                       PERFORM SIZ-MAINT-RTN
                   END-IF
               END-IF
               IF FILE-ANS = "4"
                   IF LOD-OVER-SW = "Y"
                       MOVE OVER-MSG TO MSG-TEXT
                   ELSE
                       PERFORM LOD-MAINT-RTN
                   END-IF
               END-IF
               IF FILE-ANS = "5"
                   PERFORM CLP-MAINT-RTN
               END-IF
               IF CHANGED
                   PERFORM LOG-RTN
               END-IF
           END-IF.
           DISPLAY MSG-TEXT LINE 20 COLUMN 5.
           PERFORM PAUSE-RTN.

       CLEAR-RTN.
           DISPLAY REF-BLANK LINE CLR-LN COLUMN 1.

       PAUSE-RTN.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 21 COLUMN 5.
           MOVE SPACES TO ANS.
           ACCEPT ANS LINE 21 COLUMN 30.

       FIELD-ERR-RTN.
           DISPLAY REF-BLANK LINE 19 COLUMN 1.
           DISPLAY ERR-TEXT LINE 19 COLUMN 5.

       FIELD-OK-RTN.
           DISPLAY REF-BLANK LINE 19 COLUMN 1.
           MOVE "Y" TO FLD-OK-SW.

       SHOW-CUR-RTN.
           MOVE BEFORE-IMG TO CUR-SHOW.
           DISPLAY "CURRENT:" LINE 16 COLUMN 5.
           DISPLAY CUR-SHOW LINE 16 COLUMN 14.

       CONFIRM-RTN.
           DISPLAY "DELETE THIS ENTRY (Y/N):" LINE 14 COLUMN 5.
           MOVE SPACES TO ANS.
           ACCEPT ANS LINE 14 COLUMN 40.
           IF ANS NOT = "Y"
               MOVE "DELETE CANCELLED" TO MSG-TEXT.

       LOG-RTN.
           ACCEPT RL-DATE FROM DATE.
           ACCEPT RL-TIME FROM TIME.
           MOVE OPER-ID TO RL-OPER.
           MOVE LOG-FILE TO RL-FILE.
           MOVE ACT-ANS TO RL-ACT.
           OPEN EXTEND REFLFILE.
           IF REFL-STATUS NOT = "00"
               OPEN OUTPUT REFLFILE.
           MOVE "B" TO RL-IMG-TYPE.
           MOVE BEFORE-IMG TO RL-IMG.
           WRITE REFL-REC FROM REFL-LINE.
           MOVE "A" TO RL-IMG-TYPE.
           MOVE AFTER-IMG TO RL-IMG.
           WRITE REFL-REC FROM REFL-LINE.
           CLOSE REFLFILE.

       CAL-MAINT-RTN.
           MOVE "CAL" TO LOG-FILE.
           DISPLAY "TERM-ID:" LINE 9 COLUMN 5.
           MOVE SPACES TO KEY-TERM.
           ACCEPT KEY-TERM LINE 9 COLUMN 40.
           MOVE KEY-TERM TO FIND-TERM.
           PERFORM LOOKUP-TERM-RTN.
           MOVE FOUND-SLOT TO CAL-SLOT.
           IF KEY-TERM = SPACES
               MOVE "INVALID - TERM-ID REQUIRED" TO MSG-TEXT
           ELSE
               IF ACT-ANS = "A"
                   PERFORM CAL-ADD-RTN
               ELSE
                   IF CAL-SLOT = 0
                       MOVE "INVALID - TERM NOT ON CALENDAR" TO MSG-TEXT
                   ELSE
                       MOVE CAL-IMG (CAL-SLOT) TO BEFORE-IMG
                       MOVE CAL-IMG (CAL-SLOT) TO CAL-LINE
                       PERFORM SHOW-CUR-RTN
                       IF ACT-ANS = "C"
                           PERFORM CAL-CHG-RTN
                       ELSE
                           PERFORM CAL-DEL-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CAL-ADD-RTN.
           IF CAL-SLOT > 0
               MOVE "INVALID - TERM-ID ALREADY ON CALENDAR" TO MSG-TEXT
           ELSE
               IF CAL-CNT NOT < 40
                   MOVE "INVALID - CALENDAR FULL AT 40 TERMS"
                       TO MSG-TEXT
               ELSE
                   MOVE SPACES TO CAL-LINE
                   MOVE KEY-TERM TO CIN-TERM
                   MOVE "C" TO CIN-STAT
                   PERFORM CAL-FIELDS-RTN
                   ADD 1 TO CAL-CNT
                   MOVE CAL-LINE TO CAL-IMG (CAL-CNT)
                   MOVE CAL-LINE TO AFTER-IMG
                   PERFORM SAVE-CAL-RTN
                   MOVE "TERM ADDED TO CALENDAR" TO MSG-TEXT
               END-IF
           END-IF.

       CAL-CHG-RTN.
           PERFORM CAL-FIELDS-RTN.
           MOVE CAL-LINE TO AFTER-IMG.
           IF AFTER-IMG = BEFORE-IMG
               MOVE "NO CHANGE MADE" TO MSG-TEXT
           ELSE
               MOVE CAL-LINE TO CAL-IMG (CAL-SLOT)
               PERFORM SAVE-CAL-RTN
               MOVE "CALENDAR TERM CHANGED" TO MSG-TEXT
           END-IF.

       CAL-DEL-RTN.
           MOVE 0 TO FIND-SEQ.
           IF CIN-SEQ-X IS NUMERIC
               MOVE CIN-SEQ TO FIND-SEQ.
           PERFORM CHECK-USED-RTN.
           MOVE CIN-TERM TO ROWS-TERM.
           PERFORM CHECK-ROWS-RTN.
           IF CIN-STAT = "O"
               MOVE "INVALID - TERM IS OPEN, IT MUST BE CLOSED FIRST"
                   TO MSG-TEXT
           ELSE
               IF SEQ-USED
                   MOVE "INVALID - TERM IS A PROGRAM EFFECTIVE TERM"
                       TO MSG-TEXT
               ELSE
                   IF ROWS-ON-FILE
                       MOVE "INVALID - TERM HAS POSTED ROWS ON FILE"
                           TO MSG-TEXT
                   ELSE
                       IF ROWS-UNCHECKED
                           MOVE "INVALID - POSTED ROWS NOT CHECKABLE"
                               TO MSG-TEXT
                       ELSE
                           PERFORM DEL-CAL-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DEL-CAL-RTN.
           PERFORM CONFIRM-RTN.
           IF ANS = "Y"
               PERFORM DROP-CAL-RTN VARYING CIDX FROM CAL-SLOT
                   BY 1 UNTIL CIDX NOT < CAL-CNT
               SUBTRACT 1 FROM CAL-CNT
               PERFORM SAVE-CAL-RTN
               MOVE "TERM DELETED FROM CALENDAR" TO MSG-TEXT
           END-IF.

       DROP-CAL-RTN.
           MOVE CAL-IMG (CIDX + 1) TO CAL-IMG (CIDX).

       CAL-FIELDS-RTN.
           MOVE CIN-STAT TO OLD-STAT.
           MOVE 0 TO OLD-SEQ.
           IF CIN-SEQ-X IS NUMERIC
               MOVE CIN-SEQ TO OLD-SEQ.
           MOVE "N" TO ROWS-SW.
           IF OLD-SEQ > 0
               MOVE OLD-SEQ TO FIND-SEQ
               MOVE CIN-TERM TO ROWS-TERM
               PERFORM CHECK-ROWS-RTN
           END-IF.
           DISPLAY "SEQUENCE (1-9999):" LINE 10 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-SEQ-RTN UNTIL FLD-OK.
           DISPLAY "STATUS (O OPEN, C CLOSED):" LINE 11 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-STAT-RTN UNTIL FLD-OK.
           DISPLAY "CENSUS POINTS (O/M/F, BLANK = F):"
               LINE 12 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-CEN-RTN UNTIL FLD-OK.

       ACCEPT-SEQ-RTN.
           MOVE 0 TO SEQ-ENT.
           ACCEPT SEQ-ENT LINE 10 COLUMN 40.
           MOVE 0 TO DUP-SLOT.
           PERFORM DUP-SEQ-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           MOVE OLD-SEQ TO FIND-SEQ.
           PERFORM CHECK-USED-RTN.
           IF SEQ-ENT IS NOT NUMERIC OR SEQ-ENT = 0
               MOVE "INVALID - SEQUENCE MUST BE 1 TO 9999, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               IF DUP-SLOT > 0
                   MOVE "INVALID - SEQUENCE ALREADY USED, RE-ENTER"
                       TO ERR-TEXT
                   PERFORM FIELD-ERR-RTN
               ELSE
                   IF SEQ-USED AND SEQ-ENT NOT = OLD-SEQ
                       MOVE "INVALID - SEQUENCE IN USE ON PROGRAM TABLE"
                           TO ERR-TEXT
                       PERFORM FIELD-ERR-RTN
                   ELSE
                       IF SEQ-ENT NOT = OLD-SEQ
                           AND (ROWS-ON-FILE OR ROWS-UNCHECKED)
                           MOVE "INVALID - TERM HAS POSTED ROWS ON FILE"
                               TO ERR-TEXT
                           PERFORM FIELD-ERR-RTN
                       ELSE
                           MOVE SEQ-ENT TO CIN-SEQ
                           PERFORM FIELD-OK-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DUP-SEQ-RTN.
           MOVE CAL-IMG (CIDX) TO CAL-CHK.
           IF CIDX NOT = CAL-SLOT AND CCK-SEQ-X IS NUMERIC
               IF CCK-SEQ = SEQ-ENT
                   MOVE CIDX TO DUP-SLOT.

       ACCEPT-STAT-RTN.
           MOVE SPACES TO STAT-ENT.
           ACCEPT STAT-ENT LINE 11 COLUMN 40.
           IF STAT-ENT NOT = "O" AND STAT-ENT NOT = "C"
               MOVE "INVALID - STATUS MUST BE O OR C, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               IF (STAT-ENT = "O" OR OLD-STAT = "O")
                   AND STAT-ENT NOT = OLD-STAT
                   AND OPR-SUPV (SIGN-SLOT) NOT = "Y"
                   MOVE "INVALID - ONLY A SUPERVISOR MAY OPEN OR CLOSE"
                       TO ERR-TEXT
                   PERFORM FIELD-ERR-RTN
               ELSE
                   MOVE STAT-ENT TO CIN-STAT
                   PERFORM FIELD-OK-RTN
               END-IF
           END-IF.

       ACCEPT-CEN-RTN.
           MOVE SPACES TO CEN-ENT.
           ACCEPT CEN-ENT LINE 12 COLUMN 40.
           MOVE "Y" TO CEN-VALID-SW.
           MOVE 0 TO CEN-O-CNT.
           MOVE 0 TO CEN-M-CNT.
           MOVE 0 TO CEN-F-CNT.
           PERFORM EDIT-CEN-RTN VARYING CX FROM 1 BY 1
               UNTIL CX > 3.
           IF CEN-O-CNT > 1 OR CEN-M-CNT > 1 OR CEN-F-CNT > 1
               MOVE "N" TO CEN-VALID-SW.
           IF NOT CEN-VALID
               MOVE "INVALID - O, M AND F ONCE EACH, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE CEN-ENT TO CIN-CEN
               PERFORM FIELD-OK-RTN
           END-IF.

       EDIT-CEN-RTN.
           IF CEN-ENT-CD (CX) = "O"
               ADD 1 TO CEN-O-CNT
           ELSE
               IF CEN-ENT-CD (CX) = "M"
                   ADD 1 TO CEN-M-CNT
               ELSE
                   IF CEN-ENT-CD (CX) = "F"
                       ADD 1 TO CEN-F-CNT
                   ELSE
                       IF CEN-ENT-CD (CX) NOT = SPACE
                           MOVE "N" TO CEN-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOKUP-TERM-RTN.
           MOVE 0 TO FOUND-SLOT.
           MOVE 0 TO FOUND-SEQ.
           PERFORM FIND-TERM-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.

       FIND-TERM-RTN.
           MOVE CAL-IMG (CIDX) TO CAL-CHK.
           IF CCK-TERM = FIND-TERM AND FIND-TERM NOT = SPACES
               MOVE CIDX TO FOUND-SLOT
               IF CCK-SEQ-X IS NUMERIC
                   MOVE CCK-SEQ TO FOUND-SEQ
               END-IF
           END-IF.

       LOOKUP-SEQ-RTN.
           MOVE FIND-SEQ-X TO FOUND-TERM.
           PERFORM FIND-SEQ-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.

       FIND-SEQ-RTN.
           MOVE CAL-IMG (CIDX) TO CAL-CHK.
           IF CCK-SEQ-X = FIND-SEQ-X
               MOVE CCK-TERM TO FOUND-TERM.

       CHECK-USED-RTN.
           MOVE "N" TO USED-SW.
           IF FIND-SEQ > 0
               PERFORM USED-SEQ-RTN VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > PRG-CNT.

       CHECK-ROWS-RTN.
           MOVE "N" TO ROWS-SW.
           IF FIND-SEQ > 0
               OPEN INPUT TSMFILE
               IF TSM-STATUS = "00"
                   MOVE FIND-SEQ TO TSM-SEQ
                   MOVE LOW-VALUES TO TSM-YEAR
                   MOVE LOW-VALUES TO TSM-PROG
                   MOVE LOW-VALUES TO TSM-CENSUS
                   START TSMFILE KEY IS NOT < TSM-KEY
                   IF TSM-STATUS = "00"
                       READ TSMFILE NEXT RECORD
                       IF TSM-STATUS = "00" AND TSM-SEQ = FIND-SEQ
                           MOVE "Y" TO ROWS-SW
                       END-IF
                   END-IF
                   CLOSE TSMFILE
               ELSE
                   IF TSM-STATUS NOT = "35"
                       MOVE "U" TO ROWS-SW
                   END-IF
               END-IF
           END-IF.
           IF ROWS-SW = "N" AND ROWS-TERM NOT = SPACES
               OPEN INPUT MSTFILE
               IF MST-STATUS = "00"
                   MOVE ROWS-TERM TO MST-TERM
                   MOVE LOW-VALUES TO MST-YR-LEVEL
                   MOVE LOW-VALUES TO MST-CENSUS
                   START MSTFILE KEY IS NOT < MST-KEY
                   IF MST-STATUS = "00"
                       READ MSTFILE NEXT RECORD
                       IF MST-STATUS = "00" AND MST-TERM = ROWS-TERM
                           MOVE "Y" TO ROWS-SW
                       END-IF
                   END-IF
                   CLOSE MSTFILE
               ELSE
                   IF MST-STATUS NOT = "35"
                       MOVE "U" TO ROWS-SW
                   END-IF
               END-IF
           END-IF.

       USED-SEQ-RTN.
           MOVE PRG-IMG (PIDX) TO PRG-CHK.
           IF PCK-FROM-X = FIND-SEQ-X OR PCK-TO-X = FIND-SEQ-X
               MOVE "Y" TO USED-SW.

       PRG-MAINT-RTN.
           MOVE "PRG" TO LOG-FILE.
           DISPLAY "PROGRAM CODE:" LINE 9 COLUMN 5.
           MOVE SPACES TO KEY-PROG.
           ACCEPT KEY-PROG LINE 9 COLUMN 40.
           PERFORM LOOKUP-PROG-RTN.
           IF KEY-PROG = SPACES
               MOVE "INVALID - PROGRAM CODE REQUIRED" TO MSG-TEXT
           ELSE
               IF ACT-ANS = "A"
                   PERFORM PRG-ADD-RTN
               ELSE
                   IF PRG-SLOT = 0
                       MOVE "INVALID - PROGRAM NOT ON PROGRAM TABLE"
                           TO MSG-TEXT
                   ELSE
                       MOVE PRG-IMG (PRG-SLOT) TO BEFORE-IMG
                       MOVE PRG-IMG (PRG-SLOT) TO PRG-LINE
                       PERFORM SHOW-CUR-RTN
                       PERFORM SHOW-EFF-RTN
                       IF ACT-ANS = "C"
                           PERFORM PRG-CHG-RTN
                       ELSE
                           PERFORM PRG-RETIRE-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRG-ADD-RTN.
           IF PRG-SLOT > 0
               MOVE "INVALID - PROGRAM CODE ALREADY ON TABLE"
                   TO MSG-TEXT
           ELSE
               IF PRG-CNT NOT < 6
                   MOVE "INVALID - PROGRAM TABLE FULL AT 6 PROGRAMS"
                       TO MSG-TEXT
               ELSE
                   MOVE SPACES TO PRG-LINE
                   MOVE KEY-PROG TO PIN-CODE
                   PERFORM PRG-FIELDS-RTN
                   ADD 1 TO PRG-CNT
                   MOVE PRG-LINE TO PRG-IMG (PRG-CNT)
                   MOVE PRG-LINE TO AFTER-IMG
                   PERFORM SAVE-PRG-RTN
                   MOVE "PROGRAM ADDED AS THE NEXT COLUMN" TO MSG-TEXT
               END-IF
           END-IF.

       PRG-CHG-RTN.
           PERFORM PRG-FIELDS-RTN.
           MOVE PRG-LINE TO AFTER-IMG.
           IF AFTER-IMG = BEFORE-IMG
               MOVE "NO CHANGE MADE" TO MSG-TEXT
           ELSE
               MOVE PRG-LINE TO PRG-IMG (PRG-SLOT)
               PERFORM SAVE-PRG-RTN
               MOVE "PROGRAM CHANGED" TO MSG-TEXT
           END-IF.

       PRG-RETIRE-RTN.
           MOVE 0 TO FROM-SEQ.
           IF PIN-FROM-X IS NUMERIC
               MOVE PIN-FROM TO FROM-SEQ.
           DISPLAY "PROGRAMS ARE RETIRED, NOT REMOVED" LINE 10 COLUMN 5.
           DISPLAY "LAST TERM IN EFFECT:" LINE 13 COLUMN 5.
           MOVE "Y" TO TO-REQ-SW.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-TO-RTN UNTIL FLD-OK.
           MOVE "N" TO TO-REQ-SW.
           MOVE PRG-LINE TO AFTER-IMG.
           IF AFTER-IMG = BEFORE-IMG
               MOVE "NO CHANGE MADE" TO MSG-TEXT
           ELSE
               MOVE PRG-LINE TO PRG-IMG (PRG-SLOT)
               PERFORM SAVE-PRG-RTN
               MOVE "PROGRAM RETIRED - COLUMN KEPT FOR EARLIER TERMS"
                   TO MSG-TEXT
           END-IF.

       PRG-FIELDS-RTN.
           DISPLAY "PROGRAM NAME:" LINE 10 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-NAME-RTN UNTIL FLD-OK.
           DISPLAY "YEARS IN PROGRAM (1-5):" LINE 11 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-YRS-RTN UNTIL FLD-OK.
           DISPLAY "EFFECTIVE FROM TERM (BLANK = ALL):"
               LINE 12 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-FROM-RTN UNTIL FLD-OK.
           DISPLAY "EFFECTIVE TO TERM (BLANK = OPEN):"
               LINE 13 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-TO-RTN UNTIL FLD-OK.

       ACCEPT-NAME-RTN.
           MOVE SPACES TO NAME-ENT.
           ACCEPT NAME-ENT LINE 10 COLUMN 40.
           IF NAME-ENT = SPACES
               MOVE "INVALID - PROGRAM NAME REQUIRED, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE NAME-ENT TO PIN-NAME
               PERFORM FIELD-OK-RTN
           END-IF.

       ACCEPT-YRS-RTN.
           MOVE 0 TO YRS-ENT.
           ACCEPT YRS-ENT LINE 11 COLUMN 40.
           IF YRS-ENT IS NOT NUMERIC OR YRS-ENT < 1 OR YRS-ENT > 5
               MOVE "INVALID - YEARS MUST BE 1 TO 5, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE YRS-ENT TO PIN-YRS-N
               PERFORM FIELD-OK-RTN
           END-IF.

       ACCEPT-FROM-RTN.
           MOVE SPACES TO FROM-TERM.
           ACCEPT FROM-TERM LINE 12 COLUMN 40.
           MOVE FROM-TERM TO FIND-TERM.
           PERFORM LOOKUP-TERM-RTN.
           IF FROM-TERM NOT = SPACES AND FOUND-SEQ = 0
               MOVE "INVALID - TERM NOT ON CALENDAR, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE FOUND-SEQ TO FROM-SEQ
               IF FROM-TERM = SPACES
                   MOVE SPACES TO PIN-FROM-X
               ELSE
                   MOVE FOUND-SEQ TO PIN-FROM
               END-IF
               PERFORM FIELD-OK-RTN
           END-IF.

       ACCEPT-TO-RTN.
           MOVE SPACES TO TO-TERM.
           ACCEPT TO-TERM LINE 13 COLUMN 40.
           MOVE TO-TERM TO FIND-TERM.
           PERFORM LOOKUP-TERM-RTN.
           MOVE FOUND-SEQ TO TO-SEQ.
           IF TO-TERM = SPACES AND TO-REQUIRED
               MOVE "INVALID - LAST TERM REQUIRED, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               IF TO-TERM NOT = SPACES AND TO-SEQ = 0
                   MOVE "INVALID - TERM NOT ON CALENDAR, RE-ENTER"
                       TO ERR-TEXT
                   PERFORM FIELD-ERR-RTN
               ELSE
                   IF TO-TERM NOT = SPACES AND TO-SEQ < FROM-SEQ
                       MOVE "INVALID - TO TERM BEFORE FROM TERM"
                           TO ERR-TEXT
                       PERFORM FIELD-ERR-RTN
                   ELSE
                       IF TO-TERM = SPACES
                           MOVE SPACES TO PIN-TO-X
                       ELSE
                           MOVE TO-SEQ TO PIN-TO
                       END-IF
                       PERFORM FIELD-OK-RTN
                   END-IF
               END-IF
           END-IF.

       SHOW-EFF-RTN.
           MOVE "(ALL EARLIER TERMS)" TO EFF-FROM-OUT.
           IF PIN-FROM-X NOT = SPACES
               MOVE PIN-FROM-X TO FIND-SEQ-X
               PERFORM LOOKUP-SEQ-RTN
               MOVE FOUND-TERM TO EFF-FROM-OUT
           END-IF.
           MOVE "(STILL OFFERED)" TO EFF-TO-OUT.
           IF PIN-TO-X NOT = SPACES
               MOVE PIN-TO-X TO FIND-SEQ-X
               PERFORM LOOKUP-SEQ-RTN
               MOVE FOUND-TERM TO EFF-TO-OUT
           END-IF.
           DISPLAY EFF-LINE LINE 17 COLUMN 5.

       LOOKUP-PROG-RTN.
           MOVE 0 TO PRG-SLOT.
           PERFORM FIND-PRG-RTN VARYING PIDX FROM 1 BY 1
               UNTIL PIDX > PRG-CNT.

       FIND-PRG-RTN.
           MOVE PRG-IMG (PIDX) TO PRG-CHK.
           IF PCK-CODE = KEY-PROG
               MOVE PIDX TO PRG-SLOT.

       SIZ-MAINT-RTN.
           MOVE "SIZ" TO LOG-FILE.
           DISPLAY "PROGRAM CODE:" LINE 9 COLUMN 5.
           MOVE SPACES TO KEY-PROG.
           ACCEPT KEY-PROG LINE 9 COLUMN 40.
           PERFORM LOOKUP-PROG-RTN.
           MOVE 0 TO SIZ-SLOT.
           PERFORM FIND-SIZ-RTN VARYING SIDX FROM 1 BY 1
               UNTIL SIDX > SIZ-CNT.
           IF KEY-PROG = SPACES
               MOVE "INVALID - PROGRAM CODE REQUIRED" TO MSG-TEXT
           ELSE
               IF ACT-ANS = "A"
                   PERFORM SIZ-ADD-RTN
               ELSE
                   IF SIZ-SLOT = 0
                       MOVE "INVALID - NO CLASS SIZE FOR THIS PROGRAM"
                           TO MSG-TEXT
                   ELSE
                       MOVE SIZ-IMG (SIZ-SLOT) TO BEFORE-IMG
                       MOVE SIZ-IMG (SIZ-SLOT) TO SIZ-LINE
                       PERFORM SHOW-CUR-RTN
                       IF ACT-ANS = "C"
                           PERFORM SIZ-CHG-RTN
                       ELSE
                           PERFORM SIZ-DEL-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-SIZ-RTN.
           MOVE SIZ-IMG (SIDX) TO SIZ-CHK.
           IF SCK-PROG = KEY-PROG
               MOVE SIDX TO SIZ-SLOT.

       SIZ-ADD-RTN.
           IF SIZ-SLOT > 0
               MOVE "INVALID - PROGRAM ALREADY HAS A CLASS SIZE"
                   TO MSG-TEXT
           ELSE
               IF PRG-SLOT = 0
                   MOVE "INVALID - PROGRAM NOT ON PROGRAM TABLE"
                       TO MSG-TEXT
               ELSE
                   IF SIZ-CNT NOT < 6
                       MOVE "INVALID - CLASS SIZE FILE FULL" TO MSG-TEXT
                   ELSE
                       MOVE SPACES TO SIZ-LINE
                       MOVE KEY-PROG TO SIN-PROG
                       PERFORM SIZ-FIELDS-RTN
                       ADD 1 TO SIZ-CNT
                       MOVE SIZ-LINE TO SIZ-IMG (SIZ-CNT)
                       MOVE SIZ-LINE TO AFTER-IMG
                       PERFORM SAVE-SIZ-RTN
                       MOVE "CLASS SIZE ADDED" TO MSG-TEXT
                   END-IF
               END-IF
           END-IF.

       SIZ-CHG-RTN.
           PERFORM SIZ-FIELDS-RTN.
           MOVE SIZ-LINE TO AFTER-IMG.
           IF AFTER-IMG = BEFORE-IMG
               MOVE "NO CHANGE MADE" TO MSG-TEXT
           ELSE
               MOVE SIZ-LINE TO SIZ-IMG (SIZ-SLOT)
               PERFORM SAVE-SIZ-RTN
               MOVE "CLASS SIZE CHANGED" TO MSG-TEXT
           END-IF.

       SIZ-DEL-RTN.
           PERFORM CONFIRM-RTN.
           IF ANS = "Y"
               PERFORM DROP-SIZ-RTN VARYING SIDX FROM SIZ-SLOT BY 1
                   UNTIL SIDX NOT < SIZ-CNT
               SUBTRACT 1 FROM SIZ-CNT
               PERFORM SAVE-SIZ-RTN
               MOVE "CLASS SIZE DELETED" TO MSG-TEXT
           END-IF.

       DROP-SIZ-RTN.
           MOVE SIZ-IMG (SIDX + 1) TO SIZ-IMG (SIDX).

       SIZ-FIELDS-RTN.
           DISPLAY "MAXIMUM CLASS SIZE (1-999):" LINE 11 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-MAX-RTN UNTIL FLD-OK.

       ACCEPT-MAX-RTN.
           MOVE 0 TO MAX-ENT.
           ACCEPT MAX-ENT LINE 11 COLUMN 40.
           IF MAX-ENT IS NOT NUMERIC OR MAX-ENT = 0
               MOVE "INVALID - CLASS SIZE MUST BE 1 TO 999, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE MAX-ENT TO SIN-MAX
               PERFORM FIELD-OK-RTN
           END-IF.

       LOD-MAINT-RTN.
           MOVE "LOD" TO LOG-FILE.
           DISPLAY "PROGRAM CODE:" LINE 9 COLUMN 5.
           MOVE SPACES TO KEY-PROG.
           ACCEPT KEY-PROG LINE 9 COLUMN 40.
           DISPLAY "YEAR LEVEL:" LINE 10 COLUMN 5.
           MOVE SPACES TO KEY-YEAR.
           ACCEPT KEY-YEAR LINE 10 COLUMN 40.
           PERFORM LOOKUP-PROG-RTN.
           MOVE 0 TO LOD-SLOT.
           PERFORM FIND-LOD-RTN VARYING LIDX FROM 1 BY 1
               UNTIL LIDX > LOD-CNT.
           IF KEY-PROG = SPACES OR KEY-YEAR = SPACES
               MOVE "INVALID - PROGRAM AND YEAR LEVEL REQUIRED"
                   TO MSG-TEXT
           ELSE
               IF ACT-ANS = "A"
                   PERFORM LOD-ADD-RTN
               ELSE
                   IF LOD-SLOT = 0
                       MOVE "INVALID - NO LOAD LINE FOR PROGRAM/YEAR"
                           TO MSG-TEXT
                   ELSE
                       MOVE LOD-IMG (LOD-SLOT) TO BEFORE-IMG
                       MOVE LOD-IMG (LOD-SLOT) TO LOD-LINE
                       PERFORM SHOW-CUR-RTN
                       IF ACT-ANS = "C"
                           PERFORM LOD-CHG-RTN
                       ELSE
                           PERFORM LOD-DEL-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-LOD-RTN.
           MOVE LOD-IMG (LIDX) TO LOD-CHK.
           IF LCK-PROG = KEY-PROG AND LCK-YEAR = KEY-YEAR
               MOVE LIDX TO LOD-SLOT.

       LOD-ADD-RTN.
           IF LOD-SLOT > 0
               MOVE "INVALID - PROGRAM/YEAR ALREADY HAS A LOAD LINE"
                   TO MSG-TEXT
           ELSE
               IF PRG-SLOT = 0
                   MOVE "INVALID - PROGRAM NOT ON PROGRAM TABLE"
                       TO MSG-TEXT
               ELSE
                   IF LOD-CNT NOT < 30
                       MOVE "INVALID - LOAD FILE FULL AT 30 LINES"
                           TO MSG-TEXT
                   ELSE
                       MOVE SPACES TO LOD-LINE
                       MOVE KEY-PROG TO LIN-PROG
                       MOVE KEY-YEAR TO LIN-YEAR
                       PERFORM LOD-FIELDS-RTN
                       ADD 1 TO LOD-CNT
                       MOVE LOD-LINE TO LOD-IMG (LOD-CNT)
                       MOVE LOD-LINE TO AFTER-IMG
                       PERFORM SAVE-LOD-RTN
                       MOVE "LOAD LINE ADDED" TO MSG-TEXT
                   END-IF
               END-IF
           END-IF.

       LOD-CHG-RTN.
           PERFORM LOD-FIELDS-RTN.
           MOVE LOD-LINE TO AFTER-IMG.
           IF AFTER-IMG = BEFORE-IMG
               MOVE "NO CHANGE MADE" TO MSG-TEXT
           ELSE
               MOVE LOD-LINE TO LOD-IMG (LOD-SLOT)
               PERFORM SAVE-LOD-RTN
               MOVE "LOAD LINE CHANGED" TO MSG-TEXT
           END-IF.

       LOD-DEL-RTN.
           PERFORM CONFIRM-RTN.
           IF ANS = "Y"
               PERFORM DROP-LOD-RTN VARYING LIDX FROM LOD-SLOT BY 1
                   UNTIL LIDX NOT < LOD-CNT
               SUBTRACT 1 FROM LOD-CNT
               PERFORM SAVE-LOD-RTN
               MOVE "LOAD LINE DELETED" TO MSG-TEXT
           END-IF.

       DROP-LOD-RTN.
           MOVE LOD-IMG (LIDX + 1) TO LOD-IMG (LIDX).

       LOD-FIELDS-RTN.
           DISPLAY "SECTIONS PER FACULTY LINE (1-99):"
               LINE 11 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-LOAD-RTN UNTIL FLD-OK.
           DISPLAY "WEIGHT X 100 (1-999, 150 = 1.50):"
               LINE 12 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-WGT-RTN UNTIL FLD-OK.

       ACCEPT-LOAD-RTN.
           MOVE 0 TO LOAD-ENT.
           ACCEPT LOAD-ENT LINE 11 COLUMN 40.
           IF LOAD-ENT IS NOT NUMERIC OR LOAD-ENT = 0
               MOVE "INVALID - LOAD MUST BE 1 TO 99, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE LOAD-ENT TO LIN-LOAD
               PERFORM FIELD-OK-RTN
           END-IF.

       ACCEPT-WGT-RTN.
           MOVE 0 TO WGT-ENT.
           ACCEPT WGT-ENT LINE 12 COLUMN 40.
           IF WGT-ENT IS NOT NUMERIC OR WGT-ENT = 0
               MOVE "INVALID - WEIGHT MUST BE 0.01 TO 9.99, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE WGT-ENT TO LIN-WGT
               PERFORM FIELD-OK-RTN
           END-IF.

       CLP-MAINT-RTN.
           MOVE "CLP" TO LOG-FILE.
           IF ACT-ANS = "A" AND CLP-CNT > 0
               MOVE "INVALID - RETENTION ALREADY ON FILE, USE C"
                   TO MSG-TEXT
           ELSE
               IF ACT-ANS NOT = "A" AND CLP-CNT = 0
                   MOVE "INVALID - NO RETENTION ON FILE, USE A"
                       TO MSG-TEXT
               ELSE
                   MOVE SPACES TO CLP-LINE
                   IF CLP-CNT > 0
                       MOVE CLP-IMG TO BEFORE-IMG
                       MOVE CLP-IMG TO CLP-LINE
                       PERFORM SHOW-CUR-RTN
                   END-IF
                   IF ACT-ANS = "D"
                       PERFORM CLP-DEL-RTN
                   ELSE
                       PERFORM CLP-SET-RTN
                   END-IF
               END-IF
           END-IF.

       CLP-SET-RTN.
           DISPLAY "TERMS TO KEEP AT CLOSE (1-40):" LINE 10 COLUMN 5.
           MOVE "N" TO FLD-OK-SW.
           PERFORM ACCEPT-KEEP-RTN UNTIL FLD-OK.
           MOVE CLP-LINE TO AFTER-IMG.
           IF AFTER-IMG = BEFORE-IMG
               MOVE "NO CHANGE MADE" TO MSG-TEXT
           ELSE
               MOVE 1 TO CLP-CNT
               MOVE CLP-LINE TO CLP-IMG
               PERFORM SAVE-CLP-RTN
               MOVE "CLOSE RETENTION SET" TO MSG-TEXT
           END-IF.

       CLP-DEL-RTN.
           PERFORM CONFIRM-RTN.
           IF ANS = "Y"
               MOVE 0 TO CLP-CNT
               MOVE SPACES TO CLP-IMG
               PERFORM SAVE-CLP-RTN
               MOVE "RETENTION REMOVED - CLOSE KEEPS 2 TERMS"
                   TO MSG-TEXT
           END-IF.

       ACCEPT-KEEP-RTN.
           MOVE 0 TO KEEP-ENT.
           ACCEPT KEEP-ENT LINE 10 COLUMN 40.
           IF KEEP-ENT IS NOT NUMERIC OR KEEP-ENT = 0
               OR KEEP-ENT > 40
               MOVE "INVALID - TERMS TO KEEP MUST BE 1 TO 40, RE-ENTER"
                   TO ERR-TEXT
               PERFORM FIELD-ERR-RTN
           ELSE
               MOVE KEEP-ENT TO CLP-KEEP
               PERFORM FIELD-OK-RTN
           END-IF.

       LOAD-CAL-RTN.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT CALFILE.
           IF CAL-STATUS = "00"
               PERFORM READ-CAL-RTN UNTIL IN-EOF-SW = "Y"
               CLOSE CALFILE
           END-IF.

       READ-CAL-RTN.
           MOVE SPACES TO CAL-LINE.
           READ CALFILE INTO CAL-LINE
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   PERFORM STORE-CAL-RTN
           END-READ.

       STORE-CAL-RTN.
           INSPECT CIN-SEQ-X REPLACING LEADING " " BY "0".
           IF CIN-TERM NOT = SPACES
               IF CAL-CNT < 40
                   ADD 1 TO CAL-CNT
                   MOVE CAL-LINE TO CAL-IMG (CAL-CNT)
               ELSE
                   MOVE "Y" TO CAL-OVER-SW
               END-IF
           END-IF.

       SAVE-CAL-RTN.
           OPEN OUTPUT CALFILE.
           PERFORM PUT-CAL-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           CLOSE CALFILE.
           MOVE "Y" TO CHG-SW.

       PUT-CAL-RTN.
           WRITE CAL-REC FROM CAL-IMG (CIDX).

       LOAD-PRG-RTN.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
               PERFORM READ-PRG-RTN UNTIL IN-EOF-SW = "Y"
               CLOSE PRGFILE
           END-IF.
           IF PRG-CNT = 0
               PERFORM DEFAULT-PRG-RTN.

       READ-PRG-RTN.
           MOVE SPACES TO PRG-LINE.
           READ PRGFILE INTO PRG-LINE
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   PERFORM STORE-PRG-RTN
           END-READ.

       STORE-PRG-RTN.
           IF PRG-FIRST-SW = "Y"
               MOVE "N" TO PRG-FIRST-SW
               MOVE PRG-LINE TO PRG-HDR
           ELSE
               IF PIN-CODE NOT = SPACES
                   IF PRG-CNT < 6
                       IF PIN-FROM-X NOT = SPACES
                           INSPECT PIN-FROM-X
                               REPLACING LEADING " " BY "0"
                       END-IF
                       IF PIN-TO-X NOT = SPACES
                           INSPECT PIN-TO-X
                               REPLACING LEADING " " BY "0"
                       END-IF
                       ADD 1 TO PRG-CNT
                       MOVE PRG-LINE TO PRG-IMG (PRG-CNT)
                   ELSE
                       MOVE "Y" TO PRG-OVER-SW
                   END-IF
               END-IF
           END-IF.

       DEFAULT-PRG-RTN.
           MOVE SPACES TO PRG-LINE.
           MOVE "BSIT" TO PIN-CODE.
           MOVE "BS INFORMATION TECHNOLOGY" TO PIN-NAME.
           MOVE "4" TO PIN-YRS.
           MOVE PRG-LINE TO PRG-IMG (1).
           MOVE "BSCS" TO PIN-CODE.
           MOVE "BS COMPUTER SCIENCE" TO PIN-NAME.
           MOVE PRG-LINE TO PRG-IMG (2).
           MOVE "BSIS" TO PIN-CODE.
           MOVE "BS INFORMATION SYSTEMS" TO PIN-NAME.
           MOVE PRG-LINE TO PRG-IMG (3).
           MOVE "BSCPE" TO PIN-CODE.
           MOVE "BS COMPUTER ENGINEERING" TO PIN-NAME.
           MOVE PRG-LINE TO PRG-IMG (4).
           MOVE 4 TO PRG-CNT.

       SAVE-PRG-RTN.
           OPEN OUTPUT PRGFILE.
           WRITE PRG-REC FROM PRG-HDR.
           PERFORM PUT-PRG-RTN VARYING PIDX FROM 1 BY 1
               UNTIL PIDX > PRG-CNT.
           CLOSE PRGFILE.
           MOVE "Y" TO CHG-SW.

       PUT-PRG-RTN.
           WRITE PRG-REC FROM PRG-IMG (PIDX).

       LOAD-SIZ-RTN.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT SIZFILE.
           IF SIZ-STATUS = "00"
               PERFORM READ-SIZ-RTN UNTIL IN-EOF-SW = "Y"
               CLOSE SIZFILE
           END-IF.

       READ-SIZ-RTN.
           MOVE SPACES TO SIZ-LINE.
           READ SIZFILE INTO SIZ-LINE
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   PERFORM STORE-SIZ-RTN
           END-READ.

       STORE-SIZ-RTN.
           IF SIN-PROG NOT = SPACES
               IF SIZ-CNT < 6
                   ADD 1 TO SIZ-CNT
                   MOVE SIZ-LINE TO SIZ-IMG (SIZ-CNT)
               ELSE
                   MOVE "Y" TO SIZ-OVER-SW
               END-IF
           END-IF.

       SAVE-SIZ-RTN.
           OPEN OUTPUT SIZFILE.
           PERFORM PUT-SIZ-RTN VARYING SIDX FROM 1 BY 1
               UNTIL SIDX > SIZ-CNT.
           CLOSE SIZFILE.
           MOVE "Y" TO CHG-SW.

       PUT-SIZ-RTN.
           WRITE SIZ-REC FROM SIZ-IMG (SIDX).

       LOAD-LOD-RTN.
           MOVE "N" TO IN-EOF-SW.
           OPEN INPUT LODFILE.
           IF LOD-STATUS = "00"
               PERFORM READ-LOD-RTN UNTIL IN-EOF-SW = "Y"
               CLOSE LODFILE
           END-IF.

       READ-LOD-RTN.
           MOVE SPACES TO LOD-LINE.
           READ LODFILE INTO LOD-LINE
               AT END
                   MOVE "Y" TO IN-EOF-SW
               NOT AT END
                   PERFORM STORE-LOD-RTN
           END-READ.

       STORE-LOD-RTN.
           IF LIN-PROG NOT = SPACES
               IF LOD-CNT < 30
                   ADD 1 TO LOD-CNT
                   MOVE LOD-LINE TO LOD-IMG (LOD-CNT)
               ELSE
                   MOVE "Y" TO LOD-OVER-SW
               END-IF
           END-IF.

       SAVE-LOD-RTN.
           OPEN OUTPUT LODFILE.
           PERFORM PUT-LOD-RTN VARYING LIDX FROM 1 BY 1
               UNTIL LIDX > LOD-CNT.
           CLOSE LODFILE.
           MOVE "Y" TO CHG-SW.

       PUT-LOD-RTN.
           WRITE LOD-REC FROM LOD-IMG (LIDX).

       LOAD-CLP-RTN.
           OPEN INPUT CLPFILE.
           IF CLP-STATUS = "00"
               READ CLPFILE INTO CLP-IMG
                   AT END
                       MOVE SPACES TO CLP-IMG
               END-READ
               IF CLP-IMG NOT = SPACES
                   MOVE 1 TO CLP-CNT
               END-IF
               CLOSE CLPFILE
           END-IF.

       SAVE-CLP-RTN.
           OPEN OUTPUT CLPFILE.
           IF CLP-CNT > 0
               WRITE CLP-REC FROM CLP-IMG.
           CLOSE CLPFILE.
           MOVE "Y" TO CHG-SW.

       LOAD-OPR-RTN.
           OPEN INPUT OPRFILE.
           IF OPR-STATUS = "00"
               PERFORM READ-OPR-RTN UNTIL OPR-EOF-SW = "Y"
               CLOSE OPRFILE
           END-IF.

       READ-OPR-RTN.
           READ OPRFILE INTO OPR-LINE-IN
               AT END
                   MOVE "Y" TO OPR-EOF-SW
               NOT AT END
                   PERFORM STORE-OPR-RTN
           END-READ.

       STORE-OPR-RTN.
           IF OIN-ID NOT = SPACES AND OPR-CNT < 20
               ADD 1 TO OPR-CNT
               MOVE OIN-ID TO OPR-ID (OPR-CNT)
               MOVE OIN-NAME TO OPR-NAME (OPR-CNT)
               MOVE OIN-ACTIVE TO OPR-ACTIVE (OPR-CNT)
               MOVE OIN-SUPV TO OPR-SUPV (OPR-CNT)
           END-IF.

       FIND-OPR-RTN.
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
           DISPLAY "NEW PIN (4-8 DIGITS):" LINE 20 COLUMN 5.
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
