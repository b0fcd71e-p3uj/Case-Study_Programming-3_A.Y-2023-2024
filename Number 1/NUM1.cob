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
           SELECT SNPFILE ASSIGN TO "NUM1SNP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SNP-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-STATUS.
           SELECT TSMFILE ASSIGN TO "NUM1TSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSM-KEY
               FILE STATUS IS TSM-STATUS.
           SELECT OPTIONAL TOLFILE ASSIGN TO "NUM1TOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOL-STATUS.
           SELECT OVRFILE ASSIGN TO "NUM1OVR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTFILE
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
       FD  SNPFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SNP-REC.
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
       FD  TOLFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TOL-REC.
       01 TOL-REC PIC X(80).
       FD  OVRFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OVR-REC.
       01 OVR-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01  I PIC 9 VALUE ZERO.
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
       01  PRG-TBL.
           02 PRG-ENT OCCURS 6 TIMES.
               03 PRG-CODE PIC X(5).
               03 PRG-NAME PIC X(30).
               03 PRG-YRS PIC 9.
               03 PRG-FROM PIC 9(4).
               03 PRG-TO PIC 9(4).
       01  CAL-STATUS PIC X(2) VALUE SPACES.
       01  CAL-EOF-SW PIC X(1) VALUE "N".
       01  CAL-CNT PIC 99 VALUE ZERO.
           02 CIN-STAT PIC X(1).
           02 FILLER PIC X(1).
           02 CIN-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 CIN-CEN PIC X(3).
           02 FILLER PIC X(49).
       01  CAL-TBL.
           02 CAL-ENT OCCURS 40 TIMES.
               03 CAL-TERM PIC X(20).
               03 CAL-SEQ PIC 9(4).
               03 CAL-STAT PIC X(1).
               03 CAL-CEN.
                   04 CAL-CEN-CD PIC X(1) OCCURS 3 TIMES.
       01  CENSUS-ID PIC X(1) VALUE "F".
       01  CEN-OK-SW PIC X(1) VALUE "N".
           88 CEN-OK VALUE "Y".
       01  CX PIC 9 VALUE ZERO.
       01  GUARD-EOF-SW PIC X(1) VALUE "N".
       01  GUARD-HIT-SW PIC X(1) VALUE "N".
       01  OPR-STATUS PIC X(2) VALUE SPACES.
       01  OPR-EOF-SW PIC X(1) VALUE "N".
       01  OPR-CNT PIC 99 VALUE ZERO.
           02 OIN-ADJ PIC X(1).
           02 FILLER PIC X(1).
           02 OIN-ACTIVE PIC X(1).
           02 FILLER PIC X(1).
           02 OIN-SUPV PIC X(1).
           02 FILLER PIC X(31).
       01  OPR-TBL.
           02 OPR-ENT OCCURS 20 TIMES.
               03 OPR-ID PIC X(10).
               03 OPR-VERIF PIC X(1).
               03 OPR-ADJ PIC X(1).
               03 OPR-ACTIVE PIC X(1).
               03 OPR-SUPV PIC X(1).
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
       01 PW-PROG PIC X(8) VALUE "NUMBER1".
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
       01  YEAR-LEVEL.
           02 YR-LEVEL OCCURS 5 TIMES PIC X(9).
       01  CCIS.
           02 AUD-TERM-OUT PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AUD-VERIF-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AUD-CEN-OUT PIC X(1).
       01 REG-STATUS PIC X(2) VALUE SPACES.
       01 REG-PRESENT-SW PIC X(1) VALUE "N".
           88 REG-PRESENT VALUE "Y".
               03 TRN-F PIC 999.
           02 TRN-OPER PIC X(10).
           02 TRN-TERM PIC X(20).
           02 TRN-CENSUS PIC X(1).
       01  BATCH-ERR-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "** BAD TRAN  ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "VALUE=".
           02 BERR-VAL-OUT PIC ZZZ.
       01  NOTEFF-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "** BAD TRAN  ".
           02 NOTEFF-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 NOTEFF-PROG-OUT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(2) VALUE "M=".
           02 NOTEFF-M-OUT PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(2) VALUE "F=".
           02 NOTEFF-F-OUT PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(32)
               VALUE "INVALID - NOT IN EFFECT FOR TERM".
       01 MST-STATUS PIC X(2) VALUE SPACES.
       01 TSM-STATUS PIC X(2) VALUE SPACES.
       01 MIDX PIC 9 VALUE ZERO.
       01 PRT-STATUS PIC X(2) VALUE SPACES.
       01 RUN-STATUS PIC X(2) VALUE SPACES.
           02 RUN-DATE-OUT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RUN-TIME-OUT PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RUN-CEN PIC X(1).
       01 PREV-RUN-NO PIC 9(4) VALUE ZERO.
       01 PREV-CHK-STATE PIC X(1) VALUE "C".
       01 PREV-TERM PIC X(20) VALUE SPACES.
       01 PREV-CEN PIC X(1) VALUE "F".
       01 RUN-STATE PIC X(1) VALUE "C".
       01 RUN-REC-TERM PIC X(20) VALUE SPACES.
       01 RUN-EOF-SW PIC X(1) VALUE "N".
           02 P-DATE-OUT PIC 9(6).
           02 FILLER PIC X(8) VALUE "  PAGE: ".
           02 P-PAGE-OUT PIC ZZ9.
           02 FILLER PIC X(10) VALUE "  CENSUS: ".
           02 P-CEN-OUT PIC X(1).
           02 FILLER PIC X(61) VALUE SPACES.
       01 EXC-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "EXCEPTION LISTING".
           02 CTL-MISM-OUT PIC ZZZ9.
           02 FILLER PIC X(20) VALUE "  REG YEAR MISMATCH=".
           02 CTL-REGYR-OUT PIC ZZZ9.
           02 FILLER PIC X(11) VALUE "  TOLERANCE".
           02 FILLER PIC X(1) VALUE "=".
           02 CTL-PLAUS-OUT PIC ZZZ9.
       01 SNP-STATUS PIC X(2) VALUE SPACES.
       01 SNAP-DONE-SW PIC X(1) VALUE "N".
       01 SNAP-EOF-SW PIC X(1) VALUE "N".
           02 SNP-TIME-OUT PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SNP-OPER-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SNP-CEN-OUT PIC X(1).
       01 SNP-DET-LINE.
           02 FILLER PIC X(1) VALUE "M".
           02 FILLER PIC X(1) VALUE SPACES.
           02 SNP-KEY-OUT PIC X(30).
           02 SNP-CNTS-OUT PIC X(36).
       01 SNP-DATE PIC 9(6) VALUE ZERO.
       01 SNP-TIME PIC 9(8) VALUE ZERO.
       01 VOPER-OK-SW PIC X(1) VALUE "N".
           88 VOPER-OK VALUE "Y".
       01 FIRST-ED PIC ZZ9.
       01 TOL-STATUS PIC X(2) VALUE SPACES.
       01 TOL-EOF-SW PIC X(1) VALUE "N".
       01 TOL-DEFAULT PIC 999 VALUE 25.
       01 TOL-LINE-IN.
           02 TIN-CODE PIC X(5).
           02 FILLER PIC X(1).
           02 TIN-PCT-X PIC X(3).
           02 TIN-PCT REDEFINES TIN-PCT-X PIC 999.
           02 FILLER PIC X(71).
       01 TOL-TBL.
           02 TOL-PCT OCCURS 6 TIMES PIC 999.
       01 PRIOR-TERM PIC X(20) VALUE SPACES.
       01 PRI-SEQ PIC 9(4) VALUE ZERO.
       01 PRI-EOF-SW PIC X(1) VALUE "N".
       01 PRI-CNT PIC 9 VALUE ZERO.
       01 PIDX PIC 9 VALUE ZERO.
       01 PRI-TBL.
           02 PRI-ENT OCCURS 5 TIMES.
               03 PRI-YEAR PIC X(9).
               03 PRI-CNTS.
                   04 PRI-PROG OCCURS 6 TIMES.
                       05 PRI-M PIC 999.
                       05 PRI-F PIC 999.
       01 PRI-SAME-SLOT PIC 9 VALUE ZERO.
       01 PRI-COH-SLOT PIC 9 VALUE ZERO.
       01 PRI-FIND-YEAR PIC X(9) VALUE SPACES.
       01 PRI-FIND-SLOT PIC 9 VALUE ZERO.
       01 PRI-SAME PIC 999 VALUE ZERO.
       01 PRI-COHORT PIC 999 VALUE ZERO.
       01 PRI-VAL PIC 999 VALUE ZERO.
       01 PRI-DIFF PIC 999 VALUE ZERO.
       01 PLAUS-CHK-CNT PIC 9 VALUE ZERO.
       01 PLAUS-IN-CNT PIC 9 VALUE ZERO.
       01 PLAUS-WARN-SW PIC X(1) VALUE "N".
           88 PLAUS-WARN VALUE "Y".
       01 PLAUS-CNT PIC 9999 VALUE ZERO.
       01 BERR-SAVE PIC 9999 VALUE ZERO.
       01  PLAUS-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "** TOLERANCE ".
           02 PLAUS-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 PLAUS-PROG-OUT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "NEW=".
           02 PLAUS-NEW-OUT PIC ZZ9.
           02 FILLER PIC X(8) VALUE "  PRIOR=".
           02 PLAUS-PRI-OUT PIC ZZ9.
           02 FILLER PIC X(9) VALUE "  COHORT=".
           02 PLAUS-COH-OUT PIC ZZ9.
           02 FILLER PIC X(6) VALUE "  TOL=".
           02 PLAUS-TOL-OUT PIC ZZ9.
           02 FILLER PIC X(1) VALUE "%".
       01 OVR-STATUS PIC X(2) VALUE SPACES.
       01 OVR-REASON PIC X(10) VALUE SPACES.
       01 SUPV-ID PIC X(10) VALUE SPACES.
       01 SUPV-OK-SW PIC X(1) VALUE "N".
           88 SUPV-DONE VALUE "Y" "C".
       01 RESOLVED-SW PIC X(1) VALUE "N".
       01 OVR-DATE PIC 9(6) VALUE ZERO.
       01 OVR-TIME PIC 9(8) VALUE ZERO.
       01 BLANK-LINE PIC X(79) VALUE SPACES.
       01 OVR-LINE.
           02 OVR-OPER-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-DATE-OUT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-TIME-OUT PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-TERM-OUT PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-YEAR-OUT PIC X(9).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-PROG-OUT PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-PRI-OUT PIC 999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-COH-OUT PIC 999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-NEW-OUT PIC 999.
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-RSN-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-SUPV-OUT PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 OVR-CEN-OUT PIC X(1).

       SCREEN SECTION.
       01  SCRN.
           PERFORM CLEAR-TOT-RTN VARYING J FROM 1 BY 1 UNTIL J > 6.
           PERFORM CLEAR-POP-RTN VARYING I FROM 1 BY 1 UNTIL I > 5.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-TOL-RTN.
           PERFORM LOAD-CAL-RTN.
           IF CAL-CNT = 0
               DISPLAY "NO TERM CALENDAR ON HAND (NUM1CAL.DAT) - ENTRY "
                   "Y REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-PW-RTN.
           PERFORM RESTORE-RTN.
           OPEN INPUT TRANFILE.
           IF TRN-STATUS = "00"
               IF TRN-TYPE = "H"
                   MOVE TRN-OPER TO OPER-ID
                   MOVE TRN-TERM TO TERM-ID
                   MOVE TRN-CENSUS TO CENSUS-ID
               END-IF
               IF START-I > 1
                   PERFORM READ-TRN-RTN VARYING SKIP-IDX FROM 1 BY 1
               IF NOT TERM-OK
                   PERFORM CAL-ABANDON-RTN
               END-IF
               PERFORM CHECK-CEN-RTN
               IF NOT CEN-OK
                   PERFORM CEN-ABANDON-RTN
               END-IF
               MOVE OPER-ID TO OPR-ID-WK
               PERFORM CHECK-OPR-RTN
               IF OPER-OK
                   PERFORM BATCH-LOCK-RTN
               END-IF
               IF OPR-SLOT = 0 OR NOT OPER-OK
                   PERFORM OPR-ABANDON-RTN
               END-IF
           END-IF.
           OPEN I-O MSTFILE.
           IF MST-STATUS = "35"
               OPEN OUTPUT MSTFILE
               CLOSE MSTFILE
               OPEN I-O MSTFILE
           END-IF.
           IF MST-STATUS NOT = "00"
               DISPLAY "TERM MASTER FILE (NUM1MST.DAT) WILL NOT OPEN - "
                   "FILE STATUS " MST-STATUS " - ENTRY REFUSED"
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
                   " - FILE STATUS " TSM-STATUS " - ENTRY REFUSED"
               CLOSE MSTFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF CHK-EXISTS
               OPEN EXTEND OUTFILE
               IF OUTFILE-STATUS NOT = "00"
           OPEN EXTEND AUDFILE.
           IF AUD-STATUS NOT = "00"
               OPEN OUTPUT AUDFILE.
           OPEN EXTEND OVRFILE.
           IF OVR-STATUS NOT = "00"
               OPEN OUTPUT OVRFILE.
           OPEN INPUT REGFILE.
           IF REG-STATUS = "00"
               MOVE "Y" TO REG-PRESENT-SW
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

           MOVE "BSCPE" TO PRG-CODE (4).
           MOVE "BS COMPUTER ENGINEERING" TO PRG-NAME (4).
           MOVE 4 TO PRG-YRS (4).
           PERFORM DEFAULT-EFF-RTN VARYING J FROM 1 BY 1
               UNTIL J > PRG-CNT.

       DEFAULT-EFF-RTN.
           MOVE 0 TO PRG-FROM (J).
           MOVE 9999 TO PRG-TO (J).

       MAX-YRS-RTN.
           IF PRG-YRS (J) > MAX-YRS
               MOVE CIN-TERM TO CAL-TERM (CAL-CNT)
               MOVE CIN-SEQ TO CAL-SEQ (CAL-CNT)
               MOVE CIN-STAT TO CAL-STAT (CAL-CNT)
               MOVE CIN-CEN TO CAL-CEN (CAL-CNT)
           END-IF.

       CHECK-TERM-RTN.
           IF CAL-TERM (CIDX) = TERM-ID
               MOVE CIDX TO CAL-SLOT.

       CHECK-CEN-RTN.
           MOVE "N" TO CEN-OK-SW.
           IF CENSUS-ID = SPACE
               MOVE "F" TO CENSUS-ID.
           IF CAL-SLOT > 0
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
               END-IF
           END-IF.

       FIND-CEN-RTN.
           IF CAL-CEN-CD (CAL-SLOT, CX) = CENSUS-ID
               MOVE "Y" TO CEN-OK-SW.

       CAL-ABANDON-RTN.
           MOVE 8 TO RUN-RC.
           DISPLAY "RUN ABANDONED - TERM NOT OPEN ON CALENDAR".
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

       CEN-ABANDON-RTN.
           MOVE 8 TO RUN-RC.
           DISPLAY "RUN ABANDONED - CENSUS POINT NOT OPEN ON CALENDAR".
           CLOSE TRANFILE.
           MOVE "C" TO RUN-STATE.
           MOVE TERM-ID TO RUN-REC-TERM.
           PERFORM RUN-WRAP-RTN.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.

       LOAD-OPR-RTN.
           OPEN INPUT OPRFILE.
           IF OPR-STATUS = "00"
               MOVE OIN-VERIF TO OPR-VERIF (OPR-CNT)
               MOVE OIN-ADJ TO OPR-ADJ (OPR-CNT)
               MOVE OIN-ACTIVE TO OPR-ACTIVE (OPR-CNT)
               MOVE OIN-SUPV TO OPR-SUPV (OPR-CNT)
           END-IF.

       CHECK-OPR-RTN.
           IF OPR-ID (OIDX) = OPR-ID-WK
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

       BATCH-LOCK-RTN.
           MOVE OPER-ID TO PW-OPER-ID.
           MOVE 0 TO PW-SLOT.
           PERFORM FIND-PW-RTN VARYING PWIDX FROM 1 BY 1
               UNTIL PWIDX > PW-CNT.
           IF PW-SLOT > 0
               IF PWT-LOCK (PW-SLOT) = "Y"
                   MOVE "N" TO OPER-OK-SW
                   MOVE "K" TO SL-EVENT
                   MOVE "BATCH RUN WHILE LOCKED OUT" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
               END-IF
           END-IF.

       OPR-ABANDON-RTN.
           MOVE 8 TO RUN-RC.
           DISPLAY "RUN ABANDONED - OPERATOR NOT AUTHORIZED FOR ENTRY".
                       END-IF
                       MOVE RUN-CHK-STATE TO PREV-CHK-STATE
                       MOVE RUN-TERM TO PREV-TERM
                       IF RUN-CEN NOT = SPACE
                           MOVE RUN-CEN TO PREV-CEN
                       END-IF
               END-READ
               CLOSE RUNFILE
           END-IF.
           IF BATCH-MODE AND PREV-CHK-STATE = "F" AND CHK-EXISTS
               IF TERM-ID NOT = PREV-TERM OR CENSUS-ID NOT = PREV-CEN
                   PERFORM ABANDON-RTN
               END-IF
           END-IF.
           CLOSE TRANFILE.
           MOVE "F" TO RUN-STATE.
           MOVE PREV-TERM TO RUN-REC-TERM.
           MOVE PREV-CEN TO CENSUS-ID.
           PERFORM RUN-WRAP-RTN.
           MOVE RUN-RC TO RETURN-CODE.
           STOP RUN.
           END-IF.
           MOVE TRN-READ-CNT TO RUN-TRN-CNT.
           MOVE CELLS-POSTED TO RUN-CELL-CNT.
           COMPUTE TOT-ERR-CNT =
               BERR-CNT + MISM-CNT + REGYR-CNT + PLAUS-CNT.
           MOVE TOT-ERR-CNT TO RUN-ERR-CNT.
           MOVE RUN-STATE TO RUN-CHK-STATE.
           MOVE RUN-REC-TERM TO RUN-TERM.
           MOVE CENSUS-ID TO RUN-CEN.
           MOVE RUN-DATE TO RUN-DATE-OUT.
           MOVE RUN-TIME TO RUN-TIME-OUT.
           OPEN OUTPUT RUNFILE.
               DISPLAY "ENTER SCHOOL YEAR / TERM:" LINE 3 COLUMN 5
               MOVE "N" TO TERM-OK-SW
               PERFORM ACCEPT-TERM-RTN UNTIL TERM-OK
               DISPLAY "ENTER CENSUS POINT (O/M/F):" LINE 4 COLUMN 5
               MOVE "N" TO CEN-OK-SW
               PERFORM ACCEPT-CEN-RTN UNTIL CEN-OK
               DISPLAY BLANK-LINE LINE 4 COLUMN 1
               PERFORM TERM-GUARD-RTN
               IF NOT CHK-EXISTS
                   DISPLAY "VERIFY MODE? (Y/N):" LINE 4 COLUMN 5
               DISPLAY "ENTER NUMBER OF STUDENTS PER PROGRAM:"
                   LINE 5 COLUMN 5
           END-IF.
           PERFORM LOAD-PRI-RTN.
           MOVE 6 TO L.
           IF VERIFY-MODE
               PERFORM ENTRY1-RTN VARYING I FROM 1 BY 1
           PERFORM PRT-REPORT-RTN.

       TERM-GUARD-RTN.
           MOVE "N" TO GUARD-EOF-SW.
           MOVE "N" TO GUARD-HIT-SW.
           MOVE TERM-ID TO MST-TERM.
           MOVE LOW-VALUES TO MST-YR-LEVEL.
           MOVE LOW-VALUES TO MST-CENSUS.
           START MSTFILE KEY NOT < MST-KEY.
           IF MST-STATUS NOT = "00"
               MOVE "Y" TO GUARD-EOF-SW.
           PERFORM GUARD-READ-RTN UNTIL GUARD-EOF-SW = "Y".
           IF GUARD-HIT-SW = "Y"
               DISPLAY "** WARNING - TERM ALREADY POSTED, RE-RUN REP
      -            "LACES POSTED COUNTS **" LINE 1 COLUMN 5
           END-IF.

       GUARD-READ-RTN.
           READ MSTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO GUARD-EOF-SW
           END-READ.
           IF GUARD-EOF-SW = "N" AND MST-STATUS = "00"
               IF MST-TERM = TERM-ID
                   IF MST-CENSUS = SPACE
                       MOVE "F" TO MST-CENSUS
                   END-IF
                   IF MST-CENSUS = CENSUS-ID
                       MOVE "Y" TO GUARD-HIT-SW
                       MOVE "Y" TO GUARD-EOF-SW
                   END-IF
               ELSE
                   MOVE "Y" TO GUARD-EOF-SW
               END-IF
           ELSE
               MOVE "Y" TO GUARD-EOF-SW
           END-IF.

       YR-RTN.
           MOVE OPER-ID TO OPR-ID-WK.
           PERFORM CHECK-OPR-RTN.
           IF NOT OPER-OK
               MOVE OPER-ID TO PW-OPER-ID
               MOVE "F" TO SL-EVENT
               IF OPR-SLOT = 0
                   MOVE "OPERATOR NOT ON FILE" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - OPERATOR NOT ON FILE, RE-ENTER"
                       LINE 2 COLUMN 56
               ELSE
                   MOVE "NO ENTRY AUTHORITY" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - NO ENTRY AUTHORITY, RE-ENTER"
                       LINE 2 COLUMN 56
               END-IF
           ELSE
               MOVE OPER-ID TO PW-OPER-ID
               MOVE 2 TO PW-ROW
               MOVE 56 TO PW-COL
               PERFORM CHECK-PW-RTN
               IF NOT PW-OK
                   MOVE "N" TO OPER-OK-SW
               END-IF
           END-IF.

       ACCEPT-TERM-RTN.
               END-IF
           END-IF.

       ACCEPT-CEN-RTN.
           MOVE SPACES TO CENSUS-ID.
           ACCEPT CENSUS-ID LINE 4 COLUMN 45.
           PERFORM CHECK-CEN-RTN.
           IF NOT CEN-OK
               DISPLAY "INVALID - CENSUS POINT NOT OPEN, RE-ENTER"
                   LINE 4 COLUMN 48.

       ACCEPT-YR-RTN.
           ACCEPT YR-LEVEL (I) LINE 4 COLUMN 45.
           IF YR-LEVEL (I) NOT = SPACES
               DISPLAY "ENTER NUMBER OF STUDENTS FOR: " LINE L COLUMN 5
           END-IF.
           MOVE PRG-CODE (J) TO KORS.
           IF I > PRG-YRS (J) OR CAL-SEQ (CAL-SLOT) < PRG-FROM (J)
               OR CAL-SEQ (CAL-SLOT) > PRG-TO (J)
               IF BATCH-MODE AND I NOT > PRG-YRS (J)
                   PERFORM BATCH-NOTEFF-RTN
               END-IF
               MOVE ZERO TO NO-STUD-M (I, J)
               MOVE ZERO TO NO-STUD-F (I, J)
               MOVE ZERO TO NO-STUD (I, J)
           IF J = PRG-CNT
               PERFORM OUT-RTN.

       BATCH-NOTEFF-RTN.
           IF TRN-STUD (J) NOT = "000000" AND TRN-STUD (J) NOT = SPACES
               MOVE YEAR-LEVEL-OUT TO NOTEFF-YEAR-OUT
               MOVE KORS TO NOTEFF-PROG-OUT
               MOVE TRN-M (J) TO NOTEFF-M-OUT
               MOVE TRN-F (J) TO NOTEFF-F-OUT
               WRITE COURSE-REC FROM NOTEFF-LINE
                   AFTER 1 LINE
               ADD 1 TO BERR-CNT
               MOVE NOTEFF-LINE TO EXC-WK
               PERFORM EXC-ADD-RTN
           END-IF.

       BATCH-CELL-RTN.
           MOVE BERR-CNT TO BERR-SAVE.
           IF TRN-M (J) IS NUMERIC AND TRN-M (J) NOT > 300
               MOVE TRN-M (J) TO NO-STUD-M (I, J)
           ELSE
               MOVE ZERO TO NO-STUD-F (I, J)
               MOVE ZERO TO NO-STUD (I, J)
           END-IF.
           IF BERR-CNT = BERR-SAVE
               PERFORM PLAUS-RTN
               IF PLAUS-WARN
                   PERFORM PLAUS-LINE-RTN
                   WRITE COURSE-REC FROM PLAUS-LINE
                       AFTER 1 LINE
                   ADD 1 TO PLAUS-CNT
                   MOVE PLAUS-LINE TO EXC-WK
                   PERFORM EXC-ADD-RTN
               END-IF
           END-IF.

       ENTRY1-RTN.
           DISPLAY "ENTER STUDENT YEAR LEVEL:"

       ENTRY1-CELL-RTN.
           MOVE PRG-CODE (J) TO KORS.
           IF I > PRG-YRS (J) OR CAL-SEQ (CAL-SLOT) < PRG-FROM (J)
               OR CAL-SEQ (CAL-SLOT) > PRG-TO (J)
               MOVE ZERO TO NO-STUD-M (I, J)
               MOVE ZERO TO NO-STUD-F (I, J)
               MOVE ZERO TO NO-STUD (I, J)
           MOVE VERIF-OPER TO OPR-ID-WK.
           PERFORM CHECK-OPR-RTN.
           IF OPR-SLOT = 0
               MOVE VERIF-OPER TO PW-OPER-ID
               MOVE "F" TO SL-EVENT
               MOVE "VERIFIER NOT ON FILE" TO SL-TEXT
               PERFORM SEC-LOG-RTN
               DISPLAY "INVALID - VERIFIER NOT ON FILE, RE-ENTER"
                   LINE 3 COLUMN 60
           ELSE
               ELSE
                   IF OPR-ACTIVE (OPR-SLOT) = "Y"
                       AND OPR-VERIF (OPR-SLOT) = "Y"
                       MOVE VERIF-OPER TO PW-OPER-ID
                       MOVE 3 TO PW-ROW
                       MOVE 60 TO PW-COL
                       PERFORM CHECK-PW-RTN
                       IF PW-OK
                           MOVE "Y" TO VOPER-OK-SW
                       END-IF
                   ELSE
                       MOVE VERIF-OPER TO PW-OPER-ID
                       MOVE "F" TO SL-EVENT
                       MOVE "NO VERIFY AUTHORITY" TO SL-TEXT
                       PERFORM SEC-LOG-RTN
                       DISPLAY "INVALID - NO VERIFY AUTHORITY, RE-ENTER"
                           LINE 3 COLUMN 60
                   END-IF
       VERIFY2-CELL-RTN.
           MOVE PRG-CODE (J) TO KORS.
           IF I NOT > PRG-YRS (J)
               AND CAL-SEQ (CAL-SLOT) NOT < PRG-FROM (J)
               AND CAL-SEQ (CAL-SLOT) NOT > PRG-TO (J)
               MOVE "N" TO TOTAL-OK-SW
               PERFORM VERIFY2-MF-RTN UNTIL TOTAL-OK
               ADD 1 TO L
           DISPLAY "M:" LINE L COLUMN 52.
           MOVE 55 TO COL-POS.
           MOVE "N" TO STUD-OK-SW.
           MOVE "N" TO RESOLVED-SW.
           PERFORM ACCEPT-STUD-RTN UNTIL STUD-OK.
           IF NO-STUD-EDIT NOT = NO-STUD-M (I, J)
               PERFORM RESOLVE-M-RTN.
               NO-STUD-M (I, J) + NO-STUD-F (I, J).
           IF NO-STUD (I, J) NOT > 300
               MOVE "Y" TO TOTAL-OK-SW
               IF RESOLVED-SW = "Y"
                   PERFORM PLAUS-RTN
                   IF PLAUS-WARN
                       PERFORM OVERRIDE-RTN
                   END-IF
               END-IF
           ELSE
               DISPLAY "INVALID - M+F EXCEEDS 300, RE-KEY BOTH"
                   LINE L COLUMN 5.
           MOVE "N" TO STUD-OK-SW.
           PERFORM ACCEPT-STUD-RTN UNTIL STUD-OK.
           MOVE NO-STUD-EDIT TO NO-STUD-M (I, J).
           MOVE "Y" TO RESOLVED-SW.
           ADD 1 TO L.

       RESOLVE-F-RTN.
           MOVE "N" TO STUD-OK-SW.
           PERFORM ACCEPT-STUD-RTN UNTIL STUD-OK.
           MOVE NO-STUD-EDIT TO NO-STUD-F (I, J).
           MOVE "Y" TO RESOLVED-SW.
           ADD 1 TO L.

       POST-YR-RTN.
           COMPUTE NO-STUD (I, J) = NO-STUD-M (I, J) + NO-STUD-F (I, J).
           IF NO-STUD (I, J) NOT > 300
               MOVE "Y" TO TOTAL-OK-SW
               PERFORM PLAUS-RTN
               IF PLAUS-WARN
                   PERFORM OVERRIDE-RTN
               END-IF
           ELSE
               DISPLAY "INVALID - M+F EXCEEDS 300, RE-ENTER BOTH"
                   LINE L COLUMN 65
           END-IF.

       LOAD-TOL-RTN.
           PERFORM DEFAULT-TOL-RTN VARYING J FROM 1 BY 1
               UNTIL J > 6.
           OPEN INPUT TOLFILE.
           IF TOL-STATUS = "00"
               PERFORM READ-TOL-RTN UNTIL TOL-EOF-SW = "Y"
               CLOSE TOLFILE
           END-IF.

       DEFAULT-TOL-RTN.
           MOVE TOL-DEFAULT TO TOL-PCT (J).

       READ-TOL-RTN.
           READ TOLFILE INTO TOL-LINE-IN
               AT END
                   MOVE "Y" TO TOL-EOF-SW
               NOT AT END
                   INSPECT TIN-PCT-X REPLACING LEADING " " BY "0"
                   IF TIN-CODE NOT = SPACES AND TIN-PCT-X IS NUMERIC
                       PERFORM STORE-TOL-RTN VARYING J FROM 1 BY 1
                           UNTIL J > PRG-CNT
                   END-IF
           END-READ.

       STORE-TOL-RTN.
           IF PRG-CODE (J) = TIN-CODE
               MOVE TIN-PCT TO TOL-PCT (J).

       LOAD-PRI-RTN.
           MOVE 0 TO PRI-CNT.
           MOVE 0 TO PRI-SEQ.
           MOVE SPACES TO PRIOR-TERM.
           IF CAL-SLOT > 0
               PERFORM FIND-PRIOR-RTN VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > CAL-CNT
           END-IF.
           IF PRIOR-TERM NOT = SPACES
               MOVE "N" TO PRI-EOF-SW
               MOVE PRIOR-TERM TO MST-TERM
               MOVE LOW-VALUES TO MST-YR-LEVEL
               MOVE LOW-VALUES TO MST-CENSUS
               START MSTFILE KEY NOT < MST-KEY
               IF MST-STATUS NOT = "00"
                   MOVE "Y" TO PRI-EOF-SW
               END-IF
               PERFORM READ-PRI-RTN UNTIL PRI-EOF-SW = "Y"
           END-IF.

       FIND-PRIOR-RTN.
           IF CAL-SEQ (CIDX) < CAL-SEQ (CAL-SLOT)
               IF PRIOR-TERM = SPACES OR CAL-SEQ (CIDX) > PRI-SEQ
                   MOVE CAL-TERM (CIDX) TO PRIOR-TERM
                   MOVE CAL-SEQ (CIDX) TO PRI-SEQ
               END-IF
           END-IF.

       READ-PRI-RTN.
           READ MSTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO PRI-EOF-SW
           END-READ.
           IF PRI-EOF-SW = "N" AND MST-STATUS = "00"
               IF MST-TERM = PRIOR-TERM
                   IF (MST-CENSUS = "F" OR MST-CENSUS = SPACE)
                       AND PRI-CNT < 5
                       ADD 1 TO PRI-CNT
                       MOVE MST-YR-LEVEL TO PRI-YEAR (PRI-CNT)
                       MOVE MST-CNTS TO PRI-CNTS (PRI-CNT)
                   END-IF
               ELSE
                   MOVE "Y" TO PRI-EOF-SW
               END-IF
           ELSE
               MOVE "Y" TO PRI-EOF-SW
           END-IF.

       PLAUS-RTN.
           MOVE "N" TO PLAUS-WARN-SW.
           MOVE 0 TO PRI-SAME.
           MOVE 0 TO PRI-COHORT.
           MOVE 0 TO PLAUS-CHK-CNT.
           MOVE 0 TO PLAUS-IN-CNT.
           MOVE YR-LEVEL (I) TO PRI-FIND-YEAR.
           PERFORM FIND-PRI-YR-RTN.
           MOVE PRI-FIND-SLOT TO PRI-SAME-SLOT.
           MOVE 0 TO PRI-COH-SLOT.
           IF I > 1
               MOVE YR-LEVEL (I - 1) TO PRI-FIND-YEAR
               PERFORM FIND-PRI-YR-RTN
               MOVE PRI-FIND-SLOT TO PRI-COH-SLOT
           END-IF.
           IF PRI-SAME-SLOT > 0
               MOVE PRI-SAME-SLOT TO PIDX
               PERFORM PRI-CELL-RTN
               MOVE PRI-VAL TO PRI-SAME
           END-IF.
           IF PRI-COH-SLOT > 0
               MOVE PRI-COH-SLOT TO PIDX
               PERFORM PRI-CELL-RTN
               MOVE PRI-VAL TO PRI-COHORT
           END-IF.
           IF PRI-SAME > 0
               MOVE PRI-SAME TO PRI-VAL
               PERFORM PRI-TEST-RTN
           END-IF.
           IF PRI-COHORT > 0
               MOVE PRI-COHORT TO PRI-VAL
               PERFORM PRI-TEST-RTN
           END-IF.
           IF PLAUS-CHK-CNT > 0 AND PLAUS-IN-CNT = 0
               MOVE "Y" TO PLAUS-WARN-SW.

       FIND-PRI-YR-RTN.
           MOVE 0 TO PRI-FIND-SLOT.
           PERFORM FIND-PRI-ENT-RTN VARYING PIDX FROM 1 BY 1
               UNTIL PIDX > PRI-CNT.

       FIND-PRI-ENT-RTN.
           IF PRI-YEAR (PIDX) = PRI-FIND-YEAR
               MOVE PIDX TO PRI-FIND-SLOT.

       PRI-CELL-RTN.
           MOVE 0 TO PRI-VAL.
           IF PRI-M (PIDX, J) IS NUMERIC AND PRI-F (PIDX, J) IS NUMERIC
               COMPUTE PRI-VAL = PRI-M (PIDX, J) + PRI-F (PIDX, J).

       PRI-TEST-RTN.
           ADD 1 TO PLAUS-CHK-CNT.
           IF NO-STUD (I, J) > PRI-VAL
               COMPUTE PRI-DIFF = NO-STUD (I, J) - PRI-VAL
           ELSE
               COMPUTE PRI-DIFF = PRI-VAL - NO-STUD (I, J)
           END-IF.
           IF PRI-DIFF * 100 NOT > TOL-PCT (J) * PRI-VAL
               ADD 1 TO PLAUS-IN-CNT.

       PLAUS-LINE-RTN.
           MOVE YR-LEVEL (I) TO PLAUS-YEAR-OUT.
           MOVE PRG-CODE (J) TO PLAUS-PROG-OUT.
           MOVE NO-STUD (I, J) TO PLAUS-NEW-OUT.
           MOVE PRI-SAME TO PLAUS-PRI-OUT.
           MOVE PRI-COHORT TO PLAUS-COH-OUT.
           MOVE TOL-PCT (J) TO PLAUS-TOL-OUT.

       OVERRIDE-RTN.
           PERFORM PLAUS-LINE-RTN.
           DISPLAY PLAUS-LINE LINE 21 COLUMN 1.
           DISPLAY "OVERRIDE REASON CODE (BLANK TO RE-KEY):"
               LINE 22 COLUMN 5.
           MOVE SPACES TO OVR-REASON.
           ACCEPT OVR-REASON LINE 22 COLUMN 45.
           IF OVR-REASON = SPACES
               MOVE "N" TO TOTAL-OK-SW
           ELSE
               MOVE "N" TO SUPV-OK-SW
               PERFORM ACCEPT-SUPV-RTN UNTIL SUPV-DONE
               IF SUPV-OK-SW = "Y"
                   PERFORM OVR-TRAIL-RTN
               ELSE
                   MOVE "N" TO TOTAL-OK-SW
               END-IF
           END-IF.
           DISPLAY BLANK-LINE LINE 21 COLUMN 1.
           DISPLAY BLANK-LINE LINE 22 COLUMN 1.
           DISPLAY BLANK-LINE LINE 23 COLUMN 1.

       ACCEPT-SUPV-RTN.
           DISPLAY "SUPERVISOR ID (BLANK TO RE-KEY):" LINE 23 COLUMN 5.
           MOVE SPACES TO SUPV-ID.
           ACCEPT SUPV-ID LINE 23 COLUMN 45.
           IF SUPV-ID = SPACES
               MOVE "C" TO SUPV-OK-SW
           ELSE
               MOVE SUPV-ID TO OPR-ID-WK
               MOVE 0 TO OPR-SLOT
               PERFORM FIND-OPR-RTN VARYING OIDX FROM 1 BY 1
                   UNTIL OIDX > OPR-CNT
               MOVE SUPV-ID TO PW-OPER-ID
               IF OPR-SLOT = 0
                   MOVE "F" TO SL-EVENT
                   MOVE "OVERRIDE - SUPV NOT ON FILE" TO SL-TEXT
                   PERFORM SEC-LOG-RTN
                   DISPLAY "INVALID - NOT ON FILE, RE-ENTER"
                       LINE 23 COLUMN 56
               ELSE
                   IF OPR-ACTIVE (OPR-SLOT) = "Y"
                       AND OPR-SUPV (OPR-SLOT) = "Y"
                       MOVE 23 TO PW-ROW
                       MOVE 56 TO PW-COL
                       PERFORM CHECK-PW-RTN
                       IF PW-OK
                           MOVE "Y" TO SUPV-OK-SW
                       END-IF
                   ELSE
                       MOVE "F" TO SL-EVENT
                       MOVE "OVERRIDE - NOT A SUPERVISOR" TO SL-TEXT
                       PERFORM SEC-LOG-RTN
                       DISPLAY "INVALID - NOT A SUPERVISOR, RE-ENTER"
                           LINE 23 COLUMN 56
                   END-IF
               END-IF
               MOVE OPER-ID TO PW-OPER-ID
           END-IF.

       OVR-TRAIL-RTN.
           ACCEPT OVR-DATE FROM DATE.
           ACCEPT OVR-TIME FROM TIME.
           MOVE OPER-ID TO OVR-OPER-OUT.
           MOVE OVR-DATE TO OVR-DATE-OUT.
           MOVE OVR-TIME TO OVR-TIME-OUT.
           MOVE TERM-ID TO OVR-TERM-OUT.
           MOVE YR-LEVEL (I) TO OVR-YEAR-OUT.
           MOVE PRG-CODE (J) TO OVR-PROG-OUT.
           MOVE PRI-SAME TO OVR-PRI-OUT.
           MOVE PRI-COHORT TO OVR-COH-OUT.
           MOVE NO-STUD (I, J) TO OVR-NEW-OUT.
           MOVE OVR-REASON TO OVR-RSN-OUT.
           MOVE SUPV-ID TO OVR-SUPV-OUT.
           MOVE CENSUS-ID TO OVR-CEN-OUT.
           WRITE OVR-REC FROM OVR-LINE.

       PRG-TOT-RTN.
           ADD NO-STUD (I, J) TO TOT-PRG (J).
               INTO HIST-LINE-WK WITH POINTER BLD-PTR.
           PERFORM HIST-COL-RTN VARYING HP FROM 1 BY 1
               UNTIL HP > PRG-CNT.
           MOVE 57 TO BLD-PTR.
           STRING CENSUS-ID DELIMITED BY SIZE
               INTO HIST-LINE-WK WITH POINTER BLD-PTR.

       HIST-COL-RTN.
           MOVE NO-STUD (I, HP) TO CNT-ED.
           MOVE SNP-DATE TO SNP-DATE-OUT.
           MOVE SNP-TIME TO SNP-TIME-OUT.
           MOVE OPER-ID TO SNP-OPER-OUT.
           MOVE CENSUS-ID TO SNP-CEN-OUT.
           WRITE SNP-REC FROM SNP-HDR-LINE.
           MOVE "N" TO SNAP-EOF-SW.
           MOVE TERM-ID TO MST-TERM.
           MOVE LOW-VALUES TO MST-YR-LEVEL.
           MOVE LOW-VALUES TO MST-CENSUS.
           START MSTFILE KEY NOT < MST-KEY.
           IF MST-STATUS NOT = "00"
               MOVE "Y" TO SNAP-EOF-SW.
           END-READ.
           IF SNAP-EOF-SW = "N" AND MST-STATUS = "00"
               IF MST-TERM = TERM-ID
                   IF MST-CENSUS = SPACE
                       MOVE "F" TO MST-CENSUS
                   END-IF
                   IF MST-CENSUS = CENSUS-ID
                       MOVE MST-KEY TO SNP-KEY-OUT
                       MOVE MST-CNTS TO SNP-CNTS-OUT
                       WRITE SNP-REC FROM SNP-DET-LINE
                   END-IF
               ELSE
                   MOVE "Y" TO SNAP-EOF-SW
               END-IF
           MOVE SPACES TO MST-REC.
           MOVE TERM-ID TO MST-TERM.
           MOVE YR-LEVEL (I) TO MST-YR-LEVEL.
           MOVE CENSUS-ID TO MST-CENSUS.
           PERFORM MST-MOVE-RTN VARYING MIDX FROM 1 BY 1
               UNTIL MIDX > PRG-CNT.
           WRITE MST-REC
               INVALID KEY
                   REWRITE MST-REC
           END-WRITE.
           PERFORM TSM-POST-RTN VARYING MIDX FROM 1 BY 1
               UNTIL MIDX > PRG-CNT.

       MST-MOVE-RTN.
           MOVE NO-STUD-M (I, MIDX) TO MST-M (MIDX).
           MOVE NO-STUD-F (I, MIDX) TO MST-F (MIDX).

       TSM-POST-RTN.
           MOVE SPACES TO TSM-REC.
           MOVE CAL-SEQ (CAL-SLOT) TO TSM-SEQ.
           MOVE YR-LEVEL (I) TO TSM-YEAR.
           MOVE PRG-CODE (MIDX) TO TSM-PROG.
           MOVE CENSUS-ID TO TSM-CENSUS.
           MOVE TERM-ID TO TSM-TERM.
           MOVE I TO TSM-ROW.
           MOVE NO-STUD-M (I, MIDX) TO TSM-M.
           MOVE NO-STUD-F (I, MIDX) TO TSM-F.
           COMPUTE TSM-TOT = TSM-M + TSM-F.
           MOVE "Y" TO TSM-SPLIT.
           COMPUTE TSM-RUN = PREV-RUN-NO + 1.
           MOVE RUN-DATE TO TSM-DATE.
           MOVE "P" TO TSM-SRC.
           WRITE TSM-REC
               INVALID KEY
                   REWRITE TSM-REC
           END-WRITE.

       RECONCILE-RTN.
           PERFORM READ-REG-RTN.
           IF REG-EOF-SW = "N"
               PERFORM PRT-EXC-RTN VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX > EXC-CNT
               COMPUTE EXC-LOST =
                   BERR-CNT + MISM-CNT + REGYR-CNT + PLAUS-CNT - EXC-CNT
               IF EXC-LOST > 0
                   MOVE EXC-LOST TO MOREEXC-CNT-OUT
                   MOVE MOREEXC-LINE TO PRT-DET
           MOVE BERR-CNT TO CTL-BERR-OUT.
           MOVE MISM-CNT TO CTL-MISM-OUT.
           MOVE REGYR-CNT TO CTL-REGYR-OUT.
           MOVE PLAUS-CNT TO CTL-PLAUS-OUT.
           MOVE CTL-EXC-LINE TO PRT-DET.
           PERFORM PRT-LINE-RTN.
           CLOSE PRTFILE.
           ADD 1 TO PRT-PAGE-NO.
           MOVE PRT-PAGE-NO TO P-PAGE-OUT.
           MOVE TERM-ID TO P-TERM-OUT.
           MOVE CENSUS-ID TO P-CEN-OUT.
           MOVE RUN-DATE TO P-DATE-OUT.
           IF PRT-PAGE-NO = 1
               WRITE PRINT-REC FROM HDG-0 BEFORE 1 LINE
           MOVE AUD-TIME TO AUD-TIME-OUT.
           MOVE TERM-ID TO AUD-TERM-OUT.
           MOVE VERIF-OPER TO AUD-VERIF-OUT.
           MOVE CENSUS-ID TO AUD-CEN-OUT.
           WRITE AUD-REC FROM AUD-LINE.
           CLOSE AUDFILE.
           CLOSE OVRFILE.
           CLOSE HISTFILE.
           CLOSE CSVFILE.
           CLOSE MSTFILE.
           CLOSE TSMFILE.
           IF REG-PRESENT
               CLOSE REGFILE.
           IF BATCH-MODE
               CLOSE TRANFILE.
           COMPUTE TOT-ERR-CNT =
               BERR-CNT + MISM-CNT + REGYR-CNT + PLAUS-CNT.
           IF TOT-ERR-CNT > 0
               MOVE 4 TO RUN-RC
           ELSE
