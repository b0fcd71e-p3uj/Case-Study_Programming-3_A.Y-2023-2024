       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSMFILE ASSIGN TO "NUM1TSM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSM-KEY
               FILE STATUS IS TSM-STATUS.
           SELECT SEXFILE ASSIGN TO "NUM1SEX.DAT"
               FILE STATUS IS SEX-STATUS.
           SELECT SEXCSV ASSIGN TO "NUM1SEX.CSV"
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
       FD  SEXFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SEX-REC.
       01 CAL-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 TSM-STATUS PIC X(2) VALUE SPACES.
       01 SEX-STATUS PIC X(2) VALUE SPACES.
       01 SEXCSV-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
               03 CAL-TERM PIC X(20).
               03 CAL-SEQ PIC 9(4).
               03 CAL-STAT PIC X(1).
       01 TSM-EOF-SW PIC X(1) VALUE "N".
           88 TSM-EOF VALUE "Y".
       01 TERM-CNT PIC 99 VALUE ZERO.
       01 SPAN-OK-SW PIC X(1) VALUE "N".
           88 SPAN-OK VALUE "Y".
       01 SPAN-TERM PIC X(20) VALUE SPACES.
       01 SPAN-SEQ PIC 9(4) VALUE ZERO.
       01 SPAN-FROM-SEQ PIC 9(4) VALUE ZERO.
       01 SPAN-TO-SEQ PIC 9(4) VALUE 9999.
       01 SPAN-FROM-TERM PIC X(20) VALUE SPACES.
       01 SPAN-TO-TERM PIC X(20) VALUE SPACES.
       01 YIDX PIC 9 VALUE ZERO.
       01 P PIC 9 VALUE ZERO.
       01 YRN-CNT PIC 9 VALUE ZERO.
       01 YRN-TBL.
       01 THRESH PIC 99 VALUE 5.
       01 THRESH-OK-SW PIC X(1) VALUE "N".
           88 THRESH-OK VALUE "Y".
       01 CENSUS-SEL PIC X(1) VALUE "F".
       01 CEN-OK-SW PIC X(1) VALUE "N".
           88 CEN-OK VALUE "Y".
       01 CELL-TOT PIC 9999 VALUE ZERO.
       01 FEM-PCT PIC 999V9 VALUE ZERO.
       01 PREV-PCT PIC 999V9 VALUE ZERO.
           02 FILLER PIC X(26) VALUE "DRIFT FLAG THRESHOLD: +/- ".
           02 THRESH-OUT PIC Z9.
           02 FILLER PIC X(4) VALUE " PCT".
       01 CEN-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "CENSUS POINT: ".
           02 CEN-NAME-OUT PIC X(8).
       01 SPAN-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "TERMS FROM:   ".
           02 SPAN-FROM-OUT PIC X(20) VALUE "FIRST ON FILE".
           02 FILLER PIC X(5) VALUE "  TO:".
           02 FILLER PIC X(1) VALUE SPACES.
           02 SPAN-TO-OUT PIC X(20) VALUE "LAST ON FILE".
       01 PROG-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "PROGRAM: ".
           02 SEX-CHG-OUT PIC ZZ9.9-.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SEX-FLAG-OUT PIC X(12).
       01 NOTRM-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO POSTED TERMS IN SPAN ON".
           02 FILLER PIC X(26) VALUE " TERM SUMMARY FILE        ".
       01 NOTSM-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NO TERM SUMMARY FILE - RUN".
           02 FILLER PIC X(26) VALUE " NUM1TSL TO BUILD IT      ".
       01 CSV-HDR.
           02 FILLER PIC X(26) VALUE "TERM,YEAR,PROG,M,F,FEMPCT,".
           02 FILLER PIC X(11) VALUE "CHANGE,FLAG".
       PROCEDURE DIVISION.
           PERFORM LOAD-PRG-RTN.
           PERFORM LOAD-CAL-RTN.
           MOVE "N" TO CEN-OK-SW.
           PERFORM ACCEPT-CEN-RTN UNTIL CEN-OK.
           MOVE "N" TO SPAN-OK-SW.
           PERFORM ACCEPT-SPAN-RTN UNTIL SPAN-OK.
           MOVE "N" TO THRESH-OK-SW.
           PERFORM ACCEPT-THRESH-RTN UNTIL THRESH-OK.
           OPEN OUTPUT SEXFILE.
           OPEN OUTPUT SEXCSV.
           WRITE SEX-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE SEXCSV-REC FROM CSV-HDR.
           MOVE THRESH TO THRESH-OUT.
           WRITE SEX-REC FROM THRESH-LINE AFTER 2 LINES.
           WRITE SEX-REC FROM CEN-LINE AFTER 1 LINE.
           WRITE SEX-REC FROM SPAN-LINE AFTER 1 LINE.
           OPEN INPUT TSMFILE.
           IF TSM-STATUS NOT = "00"
               WRITE SEX-REC FROM NOTSM-LINE AFTER 2 LINES
               PERFORM FIN-RTN.
           PERFORM LOAD-YRN-RTN.
           IF TERM-CNT = 0
               WRITE SEX-REC FROM NOTRM-LINE AFTER 2 LINES
           ELSE
               PERFORM PROG-RTN VARYING P FROM 1 BY 1
                   UNTIL P > PRG-CNT
           END-IF.
           CLOSE TSMFILE.
           PERFORM FIN-RTN.

       LOAD-PRG-RTN.
               MOVE CIN-STAT TO CAL-STAT (CAL-CNT)
           END-IF.

       START-TSM-RTN.
           MOVE "N" TO TSM-EOF-SW.
           MOVE SPAN-FROM-SEQ TO TSM-SEQ.
           MOVE LOW-VALUES TO TSM-YEAR.
           MOVE LOW-VALUES TO TSM-PROG.
           MOVE LOW-VALUES TO TSM-CENSUS.
           START TSMFILE KEY NOT < TSM-KEY.
           IF TSM-STATUS NOT = "00"
               MOVE "Y" TO TSM-EOF-SW.

       READ-TSM-RTN.
           READ TSMFILE NEXT RECORD
               AT END
                   MOVE "Y" TO TSM-EOF-SW
           END-READ.
           IF TSM-EOF-SW = "N"
               IF TSM-STATUS NOT = "00" OR TSM-SEQ > SPAN-TO-SEQ
                   MOVE "Y" TO TSM-EOF-SW.

       LOAD-YRN-RTN.
           PERFORM START-TSM-RTN.
           PERFORM READ-YRN-RTN UNTIL TSM-EOF.

       READ-YRN-RTN.
           PERFORM READ-TSM-RTN.
           IF NOT TSM-EOF
               IF TSM-CENSUS = CENSUS-SEL
                   MOVE 1 TO TERM-CNT
                   PERFORM NOTE-YRN-RTN
               END-IF
           END-IF.

       NOTE-YRN-RTN.
           MOVE 0 TO YRN-SLOT.
               UNTIL YIDX > YRN-CNT.
           IF YRN-SLOT = 0 AND YRN-CNT < 5
               ADD 1 TO YRN-CNT
               MOVE TSM-YEAR TO YRN-NAME (YRN-CNT)
           END-IF.

       FIND-YRN-RTN.
           IF YRN-NAME (YIDX) = TSM-YEAR
               MOVE YIDX TO YRN-SLOT.

       ACCEPT-THRESH-RTN.
           DISPLAY "ENTER DRIFT THRESHOLD IN WHOLE PCT (2 DIGITS, SPACE"
               "S FOR 05):".
               END-IF
           END-IF.

       ACCEPT-CEN-RTN.
           DISPLAY "ENTER CENSUS POINT (O/M/F, SPACES FOR FINAL):".
           MOVE SPACES TO CENSUS-SEL.
           ACCEPT CENSUS-SEL.
           IF CENSUS-SEL = SPACE
               MOVE "F" TO CENSUS-SEL.
           MOVE "Y" TO CEN-OK-SW.
           IF CENSUS-SEL = "O"
               MOVE "OPENING" TO CEN-NAME-OUT
           ELSE
               IF CENSUS-SEL = "M"
                   MOVE "MID-TERM" TO CEN-NAME-OUT
               ELSE
                   IF CENSUS-SEL = "F"
                       MOVE "FINAL" TO CEN-NAME-OUT
                   ELSE
                       MOVE "N" TO CEN-OK-SW
                       DISPLAY "INVALID - O, M OR F, RE-ENTER"
                   END-IF
               END-IF
           END-IF.

       ACCEPT-SPAN-RTN.
           DISPLAY "ENTER FROM TERM-ID (SPACES FOR FIRST ON FILE):".
           MOVE SPACES TO SPAN-FROM-TERM.
           ACCEPT SPAN-FROM-TERM.
           DISPLAY "ENTER TO TERM-ID (SPACES FOR LAST ON FILE):".
           MOVE SPACES TO SPAN-TO-TERM.
           ACCEPT SPAN-TO-TERM.
           MOVE "Y" TO SPAN-OK-SW.
           MOVE 0 TO SPAN-FROM-SEQ.
           MOVE 9999 TO SPAN-TO-SEQ.
           MOVE "FIRST ON FILE" TO SPAN-FROM-OUT.
           MOVE "LAST ON FILE" TO SPAN-TO-OUT.
           IF SPAN-FROM-TERM NOT = SPACES
               MOVE SPAN-FROM-TERM TO SPAN-TERM
               PERFORM SPAN-SEQ-RTN
               MOVE SPAN-SEQ TO SPAN-FROM-SEQ
               MOVE SPAN-FROM-TERM TO SPAN-FROM-OUT
           END-IF.
           IF SPAN-TO-TERM NOT = SPACES
               MOVE SPAN-TO-TERM TO SPAN-TERM
               PERFORM SPAN-SEQ-RTN
               MOVE SPAN-SEQ TO SPAN-TO-SEQ
               MOVE SPAN-TO-TERM TO SPAN-TO-OUT
           END-IF.
           IF SPAN-OK AND SPAN-TO-SEQ < SPAN-FROM-SEQ
               MOVE "N" TO SPAN-OK-SW
               DISPLAY "INVALID - TO TERM IS BEFORE FROM TERM, RE-ENTER"
           END-IF.

       SPAN-SEQ-RTN.
           MOVE 0 TO SPAN-SEQ.
           PERFORM SPAN-FIND-RTN VARYING CIDX FROM 1 BY 1
               UNTIL CIDX > CAL-CNT.
           IF SPAN-SEQ = 0 AND SPAN-OK
               MOVE "N" TO SPAN-OK-SW
               DISPLAY "INVALID - TERM NOT ON CALENDAR, RE-ENTER".

       SPAN-FIND-RTN.
           IF CAL-TERM (CIDX) = SPAN-TERM
               MOVE CAL-SEQ (CIDX) TO SPAN-SEQ.

       PROG-RTN.
           MOVE PRG-CODE (P) TO PROG-HDG-OUT.
       YRN-RTN.
           MOVE "N" TO PREV-SET-SW.
           MOVE 0 TO PREV-PCT.
           PERFORM START-TSM-RTN.
           PERFORM TERM-CELL-RTN UNTIL TSM-EOF.

       TERM-CELL-RTN.
           PERFORM READ-TSM-RTN.
           IF NOT TSM-EOF
               IF TSM-CENSUS = CENSUS-SEL
                   AND TSM-YEAR = YRN-NAME (YRN-SLOT)
                   AND TSM-PROG = PRG-CODE (P)
                   PERFORM CELL-PUT-RTN
               END-IF
           END-IF.

       CELL-PUT-RTN.
           COMPUTE CELL-TOT = TSM-M + TSM-F.
           IF CELL-TOT > 0
               COMPUTE FEM-PCT ROUNDED =
                   (TSM-F / CELL-TOT) * 100
           ELSE
               MOVE ZERO TO FEM-PCT
           END-IF.
           MOVE SPACES TO SEX-FLAG-OUT.
           MOVE SPACES TO CSV-FLAG-OUT.
           MOVE ZERO TO PCT-CHG.
           IF TSM-SPLIT = "N"
               MOVE ZERO TO CELL-TOT
               MOVE ZERO TO FEM-PCT
               MOVE "NO M/F SPLIT" TO SEX-FLAG-OUT
               MOVE "NOSPLIT" TO CSV-FLAG-OUT
           END-IF.
           IF PREV-SET-SW = "Y" AND CELL-TOT > 0
               COMPUTE PCT-CHG = FEM-PCT - PREV-PCT
               IF PCT-CHG > THRESH OR PCT-CHG < (0 - THRESH)
                   MOVE "DRIFT" TO CSV-FLAG-OUT
               END-IF
           END-IF.
           MOVE TSM-TERM TO SEX-TERM-OUT.
           MOVE YRN-NAME (YRN-SLOT) TO SEX-YEAR-OUT.
           MOVE TSM-M TO SEX-M-OUT.
           MOVE TSM-F TO SEX-F-OUT.
           MOVE FEM-PCT TO SEX-PCT-OUT.
           MOVE PCT-CHG TO SEX-CHG-OUT.
           WRITE SEX-REC FROM SEX-LINE AFTER 1 LINE.
           MOVE TSM-TERM TO CSV-TERM-OUT.
           MOVE YRN-NAME (YRN-SLOT) TO CSV-YEAR-OUT.
           MOVE PRG-CODE (P) TO CSV-PROG-OUT.
           MOVE TSM-M TO CSV-M-OUT.
           MOVE TSM-F TO CSV-F-OUT.
           MOVE FEM-PCT TO CSV-PCT-OUT.
           MOVE PCT-CHG TO CSV-CHG-OUT.
           WRITE SEXCSV-REC FROM SEXCSV-LINE.
