       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1ENR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUFILE ASSIGN TO "REGSTUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STU-STATUS.
           SELECT TRANFILE ASSIGN TO "NUM1TRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRN-STATUS.
           SELECT RPTFILE ASSIGN TO "NUM1ENRR.DAT"
               FILE STATUS IS RPT-STATUS.
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
       FD  STUFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STU-REC.
       01 STU-REC PIC X(80).
       FD  TRANFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRN-REC.
       01 TRN-REC PIC X(80).
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
       01 STU-STATUS PIC X(2) VALUE SPACES.
       01 TRN-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 CAL-STATUS PIC X(2) VALUE SPACES.
       01 OPR-STATUS PIC X(2) VALUE SPACES.
       01 PRG-EOF-SW PIC X(1) VALUE "N".
       01 PRG-FIRST-SW PIC X(1) VALUE "Y".
       01 PRG-CNT PIC 9 VALUE ZERO.
       01 MAX-YRS PIC 9 VALUE ZERO.
       01 PRG-LINE-IN.
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
       01 PRG-TBL.
           02 PRG-ENT OCCURS 6 TIMES.
               03 PRG-CODE PIC X(5).
               03 PRG-NAME PIC X(30).
               03 PRG-YRS PIC 9.
               03 PRG-FROM PIC 9(4).
               03 PRG-TO PIC 9(4).
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
           02 FILLER PIC X(1).
           02 CIN-CEN PIC X(3).
           02 FILLER PIC X(49).
       01 CAL-TBL.
           02 CAL-ENT OCCURS 40 TIMES.
               03 CAL-TERM PIC X(20).
               03 CAL-SEQ PIC 9(4).
               03 CAL-STAT PIC X(1).
               03 CAL-CEN.
                   04 CAL-CEN-CD PIC X(1) OCCURS 3 TIMES.
       01 OPR-EOF-SW PIC X(1) VALUE "N".
       01 OPR-CNT PIC 99 VALUE ZERO.
       01 OPR-SLOT PIC 99 VALUE ZERO.
       01 OIDX PIC 99 VALUE ZERO.
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
           02 FILLER PIC X(33).
       01 OPR-TBL.
           02 OPR-ENT OCCURS 20 TIMES.
               03 OPR-ID PIC X(10).
               03 OPR-ENTRY PIC X(1).
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
       01 PW-PROG PIC X(8) VALUE "NUM1ENR".
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
       01 OPER-OK-SW PIC X(1) VALUE "N".
           88 OPER-OK VALUE "Y".
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 TERM-OK-SW PIC X(1) VALUE "N".
           88 TERM-OK VALUE "Y".
       01 CENSUS-ID PIC X(1) VALUE "F".
       01 CEN-OK-SW PIC X(1) VALUE "N".
           88 CEN-OK VALUE "Y".
       01 CX PIC 9 VALUE ZERO.
       01 STU-EOF-SW PIC X(1) VALUE "N".
           88 STU-EOF VALUE "Y".
       01 STU-LINE-IN.
           02 SIN-NO PIC X(10).
           02 FILLER PIC X(1).
           02 SIN-PROG PIC X(5).
           02 FILLER PIC X(1).
           02 SIN-YR PIC X(1).
           02 SIN-YR-N REDEFINES SIN-YR PIC 9.
           02 FILLER PIC X(1).
           02 SIN-SEX PIC X(1).
           02 FILLER PIC X(1).
           02 SIN-STAT PIC X(1).
           02 FILLER PIC X(58).
       01 SEEN-CNT PIC 9(4) VALUE ZERO.
       01 SEEN-LOST PIC 9(4) VALUE ZERO.
       01 SIDX PIC 9(4) VALUE ZERO.
       01 SEEN-TBL.
           02 SEEN-NO OCCURS 9000 TIMES PIC X(10).
       01 DUP-SW PIC X(1) VALUE "N".
           88 DUP-FOUND VALUE "Y".
       01 PRE-CNT PIC 9(4) VALUE ZERO.
       01 PRE-TBL.
           02 PRE-NO OCCURS 9000 TIMES PIC X(10).
       01 PRE-SW PIC X(1) VALUE "N".
           88 PRE-FOUND VALUE "Y".
       01 DUPNO-CNT PIC 9(4) VALUE ZERO.
       01 DUPNO-TBL.
           02 DUPNO-NO OCCURS 9000 TIMES PIC X(10).
       01 PSLOT PIC 9 VALUE ZERO.
       01 P PIC 9 VALUE ZERO.
       01 Y PIC 9 VALUE ZERO.
       01 REJ-REASON PIC X(26) VALUE SPACES.
       01 ENR-TBL.
           02 ENR-YEAR OCCURS 5 TIMES.
               03 ENR-PROG OCCURS 6 TIMES.
                   04 ENR-M PIC 999.
                   04 ENR-F PIC 999.
       01 ENR-PRG-TOTALS.
           02 ENR-PRG-ENT OCCURS 6 TIMES.
               03 ENR-PRG-M PIC 9(4).
               03 ENR-PRG-F PIC 9(4).
               03 ENR-PRG-REJ PIC 9(4).
       01 READ-CNT PIC 9(5) VALUE ZERO.
       01 ACC-CNT PIC 9(5) VALUE ZERO.
       01 REJ-CNT PIC 9(5) VALUE ZERO.
       01 REJ-DUP-CNT PIC 9(5) VALUE ZERO.
       01 REJ-STAT-CNT PIC 9(5) VALUE ZERO.
       01 REJ-PRG-CNT PIC 9(5) VALUE ZERO.
       01 REJ-EFF-CNT PIC 9(5) VALUE ZERO.
       01 REJ-YR-CNT PIC 9(5) VALUE ZERO.
       01 REJ-SEX-CNT PIC 9(5) VALUE ZERO.
       01 OVER-CNT PIC 9(4) VALUE ZERO.
       01 CELL-TOT PIC 9(4) VALUE ZERO.
       01 PRG-TOT PIC 9(5) VALUE ZERO.
       01 RUN-DATE PIC 9(6) VALUE ZERO.
       01 RPT-LINE-CNT PIC 99 VALUE ZERO.
       01 RPT-PAGE-MAX PIC 99 VALUE 55.
       01 RPT-PAGE-NO PIC 999 VALUE ZERO.
       01 RPT-DET PIC X(80) VALUE SPACES.
       01 YEAR-LABELS.
           02 FILLER PIC X(9) VALUE "1ST YEAR".
           02 FILLER PIC X(9) VALUE "2ND YEAR".
           02 FILLER PIC X(9) VALUE "3RD YEAR".
           02 FILLER PIC X(9) VALUE "4TH YEAR".
           02 FILLER PIC X(9) VALUE "5TH YEAR".
       01 YEAR-LABEL-TBL REDEFINES YEAR-LABELS.
           02 YEAR-LABEL OCCURS 5 TIMES PIC X(9).
       01 TRN-LINE.
           02 TRN-TYPE PIC X(1).
           02 TRN-YEAR PIC X(9).
           02 TRN-STUD OCCURS 6 TIMES.
               03 TRN-M PIC 999.
               03 TRN-F PIC 999.
           02 TRN-OPER PIC X(10).
           02 TRN-TERM PIC X(20).
           02 TRN-CENSUS PIC X(1).
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "ENROLLMENT ROLL-UP CONTROL".
           02 FILLER PIC X(7) VALUE " REPORT".
       01 P-HDG-C.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "TERM: ".
           02 P-TERM-OUT PIC X(20).
           02 FILLER PIC X(12) VALUE "  RUN DATE: ".
           02 P-DATE-OUT PIC 9(6).
           02 FILLER PIC X(8) VALUE "  PAGE: ".
           02 P-PAGE-OUT PIC ZZ9.
           02 FILLER PIC X(10) VALUE "  CENSUS: ".
           02 P-CEN-OUT PIC X(1).
       01 P-HDG-OPER.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "OPERATOR: ".
           02 P-OPER-OUT PIC X(10).
       01 REJ-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "REJECTED STUDENT RECORDS".
       01 REJ-COL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "STUDENT NO".
           02 FILLER PIC X(7) VALUE "PROG".
           02 FILLER PIC X(4) VALUE "YR".
           02 FILLER PIC X(4) VALUE "SEX".
           02 FILLER PIC X(5) VALUE "STAT".
           02 FILLER PIC X(6) VALUE "REASON".
       01 REJ-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 REJ-NO-OUT PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REJ-PROG-OUT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REJ-YR-OUT PIC X(1).
           02 FILLER PIC X(4) VALUE SPACES.
           02 REJ-SEX-OUT PIC X(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REJ-STAT-OUT PIC X(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 REJ-REASON-OUT PIC X(26).
       01 NOREJ-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "NO REJECTS THIS RUN".
       01 SEENFULL-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** DUPLICATE CHECK TABLE F".
           02 FILLER PIC X(26) VALUE "ULL - NOT CHECKED FOR DUPS".
           02 FILLER PIC X(2) VALUE ": ".
           02 SEENFULL-OUT PIC ZZZ9.
       01 OVER-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "** CELL OVER 30".
           02 FILLER PIC X(2) VALUE "0 ".
           02 OVER-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVER-PROG-OUT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "VALUE=".
           02 OVER-VAL-OUT PIC ZZZ9.
           02 FILLER PIC X(26) VALUE "  - NUMBER1 WILL REJECT".
       01 CTL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "CONTROL TOTALS".
       01 CTL-READ-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "STUDENTS READ:".
           02 CTL-READ-OUT PIC ZZZZ9.
       01 CTL-ACC-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "STUDENTS ACCEPTED:".
           02 CTL-ACC-OUT PIC ZZZZ9.
       01 CTL-REJ-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "STUDENTS REJECTED:".
           02 CTL-REJ-OUT PIC ZZZZ9.
       01 CTL-WHY-LINE.
           02 FILLER PIC X(7) VALUE SPACES.
           02 CTL-WHY-OUT PIC X(26).
           02 CTL-WHY-CNT-OUT PIC ZZZZ9.
       01 CTL-PRG-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(7) VALUE "PROGRAM".
           02 FILLER PIC X(31) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "    MALE  FEMALE   TOTAL  ".
           02 FILLER PIC X(6) VALUE "REJECT".
       01 CTL-PRG-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 CTL-PRG-CODE-OUT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CTL-PRG-NAME-OUT PIC X(30).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CTL-PRG-M-OUT PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CTL-PRG-F-OUT PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CTL-PRG-TOT-OUT PIC ZZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CTL-PRG-REJ-OUT PIC ZZZZZ9.
       01 CTL-FILE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "POSTING FILE: NUM1TRN.DAT ".
           02 FILLER PIC X(14) VALUE "- YEAR LEVELS ".
           02 CTL-YRS-OUT PIC 9.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE.
           PERFORM CLEAR-ENR-RTN VARYING Y FROM 1 BY 1 UNTIL Y > 5.
           PERFORM CLEAR-PRG-TOT-RTN VARYING P FROM 1 BY 1
               UNTIL P > 6.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           IF CAL-CNT = 0
               DISPLAY "NO TERM CALENDAR ON HAND (NUM1CAL.DAT) - ROLL-"
                   "UP REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-OPR-RTN.
           PERFORM LOAD-PW-RTN.
           IF OPR-CNT = 0
               DISPLAY "NO OPERATOR MASTER ON HAND (NUM1OPR.DAT) - ROL"
                   "L-UP REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT STUFILE.
           IF STU-STATUS NOT = "00"
               DISPLAY "NO REGISTRAR ENROLLMENT FILE ON HAND (REGSTUD."
                   "DAT) - ROLL-UP REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "N" TO OPER-OK-SW.
           PERFORM ACCEPT-OPER-RTN UNTIL OPER-OK.
           MOVE "N" TO TERM-OK-SW.
           PERFORM ACCEPT-TERM-RTN UNTIL TERM-OK.
           MOVE "N" TO CEN-OK-SW.
           PERFORM ACCEPT-CEN-RTN UNTIL CEN-OK.
           PERFORM PRE-PASS-RTN.
           OPEN OUTPUT RPTFILE.
           PERFORM RPT-NEWPAGE-RTN.
           MOVE REJ-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE REJ-COL-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           PERFORM READ-STU-RTN UNTIL STU-EOF.
           CLOSE STUFILE.
           IF REJ-CNT = 0
               MOVE NOREJ-LINE TO RPT-DET
               PERFORM RPT-LINE-RTN.
           IF SEEN-LOST > 0
               MOVE SEEN-LOST TO SEENFULL-OUT
               MOVE SEENFULL-LINE TO RPT-DET
               PERFORM RPT-LINE-RTN.
           PERFORM PUT-TRN-RTN.
           PERFORM CONTROL-RTN.
           CLOSE RPTFILE.
           DISPLAY "ROLL-UP COMPLETE - READ " READ-CNT " ACCEPTED "
               ACC-CNT " REJECTED " REJ-CNT.
           IF REJ-CNT > 0 OR OVER-CNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CLEAR-ENR-RTN.
           PERFORM CLEAR-ENR-CELL-RTN VARYING P FROM 1 BY 1
               UNTIL P > 6.

       CLEAR-ENR-CELL-RTN.
           MOVE 0 TO ENR-M (Y, P).
           MOVE 0 TO ENR-F (Y, P).

       CLEAR-PRG-TOT-RTN.
           MOVE 0 TO ENR-PRG-M (P).
           MOVE 0 TO ENR-PRG-F (P).
           MOVE 0 TO ENR-PRG-REJ (P).

       LOAD-PRG-RTN.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
               PERFORM READ-PRG-RTN UNTIL PRG-EOF-SW = "Y"
               CLOSE PRGFILE
           END-IF.
           IF PRG-CNT = 0
               PERFORM DEFAULT-PRG-RTN.
           MOVE 0 TO MAX-YRS.
           PERFORM MAX-YRS-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.
           IF MAX-YRS = 0
               MOVE 4 TO MAX-YRS.

       READ-PRG-RTN.
           READ PRGFILE INTO PRG-LINE-IN
               AT END
                   MOVE "Y" TO PRG-EOF-SW
               NOT AT END
                   PERFORM STORE-PRG-RTN
           END-READ.

       STORE-PRG-RTN.
           IF PRG-FIRST-SW = "Y"
               MOVE "N" TO PRG-FIRST-SW
               MOVE PRG-LINE-IN TO HDG-0-NAME
           ELSE
               IF PIN-CODE NOT = SPACES AND PRG-CNT < 6
                   ADD 1 TO PRG-CNT
                   MOVE PIN-CODE TO PRG-CODE (PRG-CNT)
                   MOVE PIN-NAME TO PRG-NAME (PRG-CNT)
                   IF PIN-YRS IS NUMERIC AND PIN-YRS-N > 0
                       MOVE PIN-YRS-N TO PRG-YRS (PRG-CNT)
                   ELSE
                       MOVE 4 TO PRG-YRS (PRG-CNT)
                   END-IF
                   IF PRG-YRS (PRG-CNT) > 5
                       MOVE 5 TO PRG-YRS (PRG-CNT)
                   END-IF
                   INSPECT PIN-FROM-X REPLACING LEADING " " BY "0"
                   INSPECT PIN-TO-X REPLACING LEADING " " BY "0"
                   MOVE 0 TO PRG-FROM (PRG-CNT)
                   IF PIN-FROM-X IS NUMERIC
                       MOVE PIN-FROM TO PRG-FROM (PRG-CNT)
                   END-IF
                   MOVE 9999 TO PRG-TO (PRG-CNT)
                   IF PIN-TO-X IS NUMERIC AND PIN-TO > 0
                       MOVE PIN-TO TO PRG-TO (PRG-CNT)
                   END-IF
               END-IF
           END-IF.

       DEFAULT-PRG-RTN.
           MOVE 4 TO PRG-CNT.
           MOVE "BSIT" TO PRG-CODE (1).
           MOVE "BS INFORMATION TECHNOLOGY" TO PRG-NAME (1).
           MOVE 4 TO PRG-YRS (1).
           MOVE "BSCS" TO PRG-CODE (2).
           MOVE "BS COMPUTER SCIENCE" TO PRG-NAME (2).
           MOVE 4 TO PRG-YRS (2).
           MOVE "BSIS" TO PRG-CODE (3).
           MOVE "BS INFORMATION SYSTEMS" TO PRG-NAME (3).
           MOVE 4 TO PRG-YRS (3).
           MOVE "BSCPE" TO PRG-CODE (4).
           MOVE "BS COMPUTER ENGINEERING" TO PRG-NAME (4).
           MOVE 4 TO PRG-YRS (4).
           PERFORM DEFAULT-EFF-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.

       DEFAULT-EFF-RTN.
           MOVE 0 TO PRG-FROM (P).
           MOVE 9999 TO PRG-TO (P).

       MAX-YRS-RTN.
           IF PRG-YRS (P) > MAX-YRS
               MOVE PRG-YRS (P) TO MAX-YRS.

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
               MOVE CIN-STAT TO CAL-STAT (CAL-CNT)
               MOVE CIN-CEN TO CAL-CEN (CAL-CNT)
           END-IF.

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
               MOVE OIN-ENTRY TO OPR-ENTRY (OPR-CNT)
               MOVE OIN-ACTIVE TO OPR-ACTIVE (OPR-CNT)
           END-IF.

       ACCEPT-OPER-RTN.
           DISPLAY "ENTER OPERATOR ID (ENTRY AUTHORITY REQUIRED):".
           MOVE SPACES TO OPER-ID.
           ACCEPT OPER-ID.
           MOVE 0 TO OPR-SLOT.
           PERFORM FIND-OPR-RTN VARYING OIDX FROM 1 BY 1
               UNTIL OIDX > OPR-CNT.
           MOVE OPER-ID TO PW-OPER-ID.
           IF OPR-SLOT = 0
               MOVE "F" TO SL-EVENT
               MOVE "OPERATOR NOT ON FILE" TO SL-TEXT
               PERFORM SEC-LOG-RTN
               DISPLAY "INVALID - OPERATOR NOT ON FILE, RE-ENTER"
           ELSE
               IF OPR-ACTIVE (OPR-SLOT) = "Y"
                   AND OPR-ENTRY (OPR-SLOT) = "Y"
                   PERFORM CHECK-PW-RTN
                   IF PW-OK
                       MOVE "Y" TO OPER-OK-SW
                   END-IF
               ELSE
                   MOVE "F" TO SL-EVENT
                   MOVE "NO ENTRY AUTHORITY" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - NO ENTRY AUTHORITY, RE-ENTER"
               END-IF
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

       ACCEPT-TERM-RTN.
           DISPLAY "ENTER TERM-ID TO ROLL UP:".
           MOVE SPACES TO TERM-ID.
           ACCEPT TERM-ID.
           MOVE 0 TO CAL-SLOT.
           PERFORM FIND-CAL-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           IF CAL-SLOT = 0
               DISPLAY "INVALID - TERM NOT ON CALENDAR, RE-ENTER"
           ELSE
               IF CAL-STAT (CAL-SLOT) = "O"
                   MOVE "Y" TO TERM-OK-SW
               ELSE
                   DISPLAY "INVALID - TERM CLOSED ON CALENDAR, RE-ENTER"
               END-IF
           END-IF.

       FIND-CAL-RTN.
           IF CAL-TERM (CIDX) = TERM-ID
               MOVE CIDX TO CAL-SLOT.

       ACCEPT-CEN-RTN.
           DISPLAY "ENTER CENSUS POINT (O/M/F, BLANK = FINAL):".
           MOVE SPACES TO CENSUS-ID.
           ACCEPT CENSUS-ID.
           IF CENSUS-ID = SPACE
               MOVE "F" TO CENSUS-ID.
           IF CAL-CEN (CAL-SLOT) = SPACES
               IF CENSUS-ID = "F"
                   MOVE "Y" TO CEN-OK-SW
               END-IF
           ELSE
               IF CENSUS-ID = "O" OR CENSUS-ID = "M"
                   OR CENSUS-ID = "F"
                   PERFORM FIND-CEN-RTN VARYING CX FROM 1 BY 1
                       UNTIL CX > 3
               END-IF
           END-IF.
           IF NOT CEN-OK
               DISPLAY "INVALID - CENSUS POINT NOT OPEN, RE-ENTER".

       FIND-CEN-RTN.
           IF CAL-CEN-CD (CAL-SLOT, CX) = CENSUS-ID
               MOVE "Y" TO CEN-OK-SW.

       PRE-PASS-RTN.
           MOVE "N" TO STU-EOF-SW.
           PERFORM PRE-READ-RTN UNTIL STU-EOF.
           CLOSE STUFILE.
           MOVE "N" TO STU-EOF-SW.
           OPEN INPUT STUFILE.
           IF STU-STATUS NOT = "00"
               DISPLAY "REGISTRAR ENROLLMENT FILE (REGSTUD.DAT) WILL NO"
                   "T RE-OPEN - ROLL-UP REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       PRE-READ-RTN.
           READ STUFILE INTO STU-LINE-IN
               AT END
                   MOVE "Y" TO STU-EOF-SW
               NOT AT END
                   IF STU-LINE-IN NOT = SPACES
                       PERFORM PRE-STORE-RTN
                   END-IF
           END-READ.

       PRE-STORE-RTN.
           MOVE "N" TO PRE-SW.
           PERFORM FIND-PRE-RTN VARYING SIDX FROM 1 BY 1
               UNTIL SIDX > PRE-CNT OR PRE-FOUND.
           IF PRE-FOUND
               PERFORM CHECK-DUPNO-RTN
               IF NOT DUP-FOUND
                   ADD 1 TO DUPNO-CNT
                   MOVE SIN-NO TO DUPNO-NO (DUPNO-CNT)
               END-IF
           ELSE
               IF PRE-CNT < 9000
                   ADD 1 TO PRE-CNT
                   MOVE SIN-NO TO PRE-NO (PRE-CNT)
               ELSE
                   ADD 1 TO SEEN-LOST
               END-IF
           END-IF.

       FIND-PRE-RTN.
           IF PRE-NO (SIDX) = SIN-NO
               MOVE "Y" TO PRE-SW.

       CHECK-DUPNO-RTN.
           MOVE "N" TO DUP-SW.
           PERFORM FIND-DUPNO-RTN VARYING SIDX FROM 1 BY 1
               UNTIL SIDX > DUPNO-CNT OR DUP-FOUND.

       FIND-DUPNO-RTN.
           IF DUPNO-NO (SIDX) = SIN-NO
               MOVE "Y" TO DUP-SW.

       READ-STU-RTN.
           READ STUFILE INTO STU-LINE-IN
               AT END
                   MOVE "Y" TO STU-EOF-SW
               NOT AT END
                   IF STU-LINE-IN NOT = SPACES
                       ADD 1 TO READ-CNT
                       PERFORM EDIT-STU-RTN
                   END-IF
           END-READ.

       EDIT-STU-RTN.
           MOVE SPACES TO REJ-REASON.
           MOVE 0 TO PSLOT.
           PERFORM FIND-PRG-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.
           PERFORM CHECK-DUPNO-RTN.
           IF DUP-FOUND
               MOVE "DUPLICATE STUDENT NUMBER" TO REJ-REASON
               ADD 1 TO REJ-DUP-CNT
           ELSE
               IF SIN-STAT = "W" OR SIN-STAT = "D"
                   MOVE "WITHDRAWN OR DROPPED" TO REJ-REASON
                   ADD 1 TO REJ-STAT-CNT
               ELSE
                   IF SIN-STAT NOT = "E"
                       MOVE "UNKNOWN ENROLLMENT STATUS" TO REJ-REASON
                       ADD 1 TO REJ-STAT-CNT
                   END-IF
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               IF PSLOT = 0
                   MOVE "UNKNOWN PROGRAM CODE" TO REJ-REASON
                   ADD 1 TO REJ-PRG-CNT
               ELSE
                   IF CAL-SEQ (CAL-SLOT) < PRG-FROM (PSLOT)
                       OR CAL-SEQ (CAL-SLOT) > PRG-TO (PSLOT)
                       MOVE "NOT IN EFFECT FOR TERM" TO REJ-REASON
                       ADD 1 TO REJ-EFF-CNT
                   END-IF
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               IF SIN-YR IS NOT NUMERIC OR SIN-YR-N = 0
                   OR SIN-YR-N > PRG-YRS (PSLOT)
                   MOVE "YEAR LEVEL PAST PRG-YRS" TO REJ-REASON
                   ADD 1 TO REJ-YR-CNT
               ELSE
                   IF SIN-SEX NOT = "M" AND SIN-SEX NOT = "F"
                       MOVE "BAD SEX CODE" TO REJ-REASON
                       ADD 1 TO REJ-SEX-CNT
                   END-IF
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               PERFORM CHECK-DUP-RTN
               IF DUP-FOUND
                   MOVE "DUPLICATE STUDENT NUMBER" TO REJ-REASON
                   ADD 1 TO REJ-DUP-CNT
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               ADD 1 TO ACC-CNT
               IF SIN-SEX = "M"
                   ADD 1 TO ENR-M (SIN-YR-N, PSLOT)
                   ADD 1 TO ENR-PRG-M (PSLOT)
               ELSE
                   ADD 1 TO ENR-F (SIN-YR-N, PSLOT)
                   ADD 1 TO ENR-PRG-F (PSLOT)
               END-IF
           ELSE
               ADD 1 TO REJ-CNT
               IF PSLOT > 0
                   ADD 1 TO ENR-PRG-REJ (PSLOT)
               END-IF
               PERFORM PUT-REJ-RTN
           END-IF.

       FIND-PRG-RTN.
           IF PRG-CODE (P) = SIN-PROG
               MOVE P TO PSLOT.

       CHECK-DUP-RTN.
           MOVE "N" TO DUP-SW.
           PERFORM FIND-SEEN-RTN VARYING SIDX FROM 1 BY 1
               UNTIL SIDX > SEEN-CNT OR DUP-FOUND.
           IF NOT DUP-FOUND
               IF SEEN-CNT < 9000
                   ADD 1 TO SEEN-CNT
                   MOVE SIN-NO TO SEEN-NO (SEEN-CNT)
               END-IF
           END-IF.

       FIND-SEEN-RTN.
           IF SEEN-NO (SIDX) = SIN-NO
               MOVE "Y" TO DUP-SW.

       PUT-REJ-RTN.
           MOVE SIN-NO TO REJ-NO-OUT.
           MOVE SIN-PROG TO REJ-PROG-OUT.
           MOVE SIN-YR TO REJ-YR-OUT.
           MOVE SIN-SEX TO REJ-SEX-OUT.
           MOVE SIN-STAT TO REJ-STAT-OUT.
           MOVE REJ-REASON TO REJ-REASON-OUT.
           MOVE REJ-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.

       PUT-TRN-RTN.
           OPEN OUTPUT TRANFILE.
           MOVE SPACES TO TRN-LINE.
           MOVE "H" TO TRN-TYPE.
           PERFORM ZERO-TRN-RTN VARYING P FROM 1 BY 1 UNTIL P > 6.
           MOVE OPER-ID TO TRN-OPER.
           MOVE TERM-ID TO TRN-TERM.
           MOVE CENSUS-ID TO TRN-CENSUS.
           WRITE TRN-REC FROM TRN-LINE.
           PERFORM PUT-TRN-YR-RTN VARYING Y FROM 1 BY 1
               UNTIL Y > MAX-YRS.
           CLOSE TRANFILE.

       ZERO-TRN-RTN.
           MOVE 0 TO TRN-M (P).
           MOVE 0 TO TRN-F (P).

       PUT-TRN-YR-RTN.
           MOVE SPACES TO TRN-LINE.
           MOVE "D" TO TRN-TYPE.
           MOVE YEAR-LABEL (Y) TO TRN-YEAR.
           PERFORM PUT-TRN-CELL-RTN VARYING P FROM 1 BY 1
               UNTIL P > 6.
           WRITE TRN-REC FROM TRN-LINE.

       PUT-TRN-CELL-RTN.
           IF P > PRG-CNT
               MOVE 0 TO TRN-M (P)
               MOVE 0 TO TRN-F (P)
           ELSE
               MOVE ENR-M (Y, P) TO TRN-M (P)
               MOVE ENR-F (Y, P) TO TRN-F (P)
               COMPUTE CELL-TOT = ENR-M (Y, P) + ENR-F (Y, P)
               IF CELL-TOT > 300
                   ADD 1 TO OVER-CNT
                   MOVE YEAR-LABEL (Y) TO OVER-YEAR-OUT
                   MOVE PRG-CODE (P) TO OVER-PROG-OUT
                   MOVE CELL-TOT TO OVER-VAL-OUT
                   MOVE OVER-LINE TO RPT-DET
                   PERFORM RPT-LINE-RTN
               END-IF
           END-IF.

       CONTROL-RTN.
           PERFORM RPT-NEWPAGE-RTN.
           MOVE CTL-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE READ-CNT TO CTL-READ-OUT.
           MOVE CTL-READ-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE ACC-CNT TO CTL-ACC-OUT.
           MOVE CTL-ACC-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE REJ-CNT TO CTL-REJ-OUT.
           MOVE CTL-REJ-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "DUPLICATE STUDENT NUMBER" TO CTL-WHY-OUT.
           MOVE REJ-DUP-CNT TO CTL-WHY-CNT-OUT.
           MOVE CTL-WHY-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "WITHDRAWN/DROPPED/UNKNOWN" TO CTL-WHY-OUT.
           MOVE REJ-STAT-CNT TO CTL-WHY-CNT-OUT.
           MOVE CTL-WHY-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "UNKNOWN PROGRAM CODE" TO CTL-WHY-OUT.
           MOVE REJ-PRG-CNT TO CTL-WHY-CNT-OUT.
           MOVE CTL-WHY-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "NOT IN EFFECT FOR TERM" TO CTL-WHY-OUT.
           MOVE REJ-EFF-CNT TO CTL-WHY-CNT-OUT.
           MOVE CTL-WHY-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "YEAR LEVEL PAST PRG-YRS" TO CTL-WHY-OUT.
           MOVE REJ-YR-CNT TO CTL-WHY-CNT-OUT.
           MOVE CTL-WHY-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE "BAD SEX CODE" TO CTL-WHY-OUT.
           MOVE REJ-SEX-CNT TO CTL-WHY-CNT-OUT.
           MOVE CTL-WHY-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE CTL-PRG-HDG TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           PERFORM CTL-PRG-RTN VARYING P FROM 1 BY 1
               UNTIL P > PRG-CNT.
           MOVE SPACES TO RPT-DET.
           PERFORM RPT-LINE-RTN.
           MOVE MAX-YRS TO CTL-YRS-OUT.
           MOVE CTL-FILE-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.

       CTL-PRG-RTN.
           MOVE PRG-CODE (P) TO CTL-PRG-CODE-OUT.
           MOVE PRG-NAME (P) TO CTL-PRG-NAME-OUT.
           MOVE ENR-PRG-M (P) TO CTL-PRG-M-OUT.
           MOVE ENR-PRG-F (P) TO CTL-PRG-F-OUT.
           COMPUTE PRG-TOT = ENR-PRG-M (P) + ENR-PRG-F (P).
           MOVE PRG-TOT TO CTL-PRG-TOT-OUT.
           MOVE ENR-PRG-REJ (P) TO CTL-PRG-REJ-OUT.
           MOVE CTL-PRG-LINE TO RPT-DET.
           PERFORM RPT-LINE-RTN.

       RPT-NEWPAGE-RTN.
           ADD 1 TO RPT-PAGE-NO.
           MOVE RPT-PAGE-NO TO P-PAGE-OUT.
           MOVE TERM-ID TO P-TERM-OUT.
           MOVE CENSUS-ID TO P-CEN-OUT.
           MOVE RUN-DATE TO P-DATE-OUT.
           MOVE OPER-ID TO P-OPER-OUT.
           IF RPT-PAGE-NO = 1
               WRITE RPT-REC FROM HDG-0 BEFORE 1 LINE
           ELSE
               WRITE RPT-REC FROM HDG-0 AFTER ADVANCING PAGE
           END-IF.
           WRITE RPT-REC FROM HDG-1 AFTER 1 LINE.
           WRITE RPT-REC FROM P-HDG-C AFTER 1 LINE.
           WRITE RPT-REC FROM P-HDG-OPER AFTER 1 LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC AFTER 1 LINE.
           MOVE 5 TO RPT-LINE-CNT.

       RPT-LINE-RTN.
           IF RPT-LINE-CNT NOT < RPT-PAGE-MAX
               PERFORM RPT-NEWPAGE-RTN.
           WRITE RPT-REC FROM RPT-DET AFTER 1 LINE.
           ADD 1 TO RPT-LINE-CNT.
