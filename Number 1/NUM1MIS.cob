           SELECT OPTIONAL SEQFILE ASSIGN TO "NUM1MISS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.
           SELECT OPTIONAL LOGFILE ASSIGN TO "NUM1MISL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
           02 MST-KEY.
               03 MST-TERM PIC X(20).
               03 MST-YR-LEVEL PIC X(9).
               03 MST-CENSUS PIC X(1).
           02 MST-CNTS.
               03 MST-PROG-ENT OCCURS 6 TIMES.
                   04 MST-M PIC 999.
                   04 MST-F PIC 999.
           02 FILLER PIC X(14).
       FD  MISFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MIS-REC.
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SEQ-REC.
       01 SEQ-REC PIC X(80).
       FD  LOGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-REC.
       01 LOG-REC PIC X(80).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 MIS-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 SEQ-STATUS PIC X(2) VALUE SPACES.
       01 LOG-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 CAL-STATUS PIC X(2) VALUE SPACES.
       01 PRG-EOF-SW PIC X(1) VALUE "N".
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 TERM-OK-SW PIC X(1) VALUE "N".
           88 TERM-OK VALUE "Y".
       01 CENSUS-ID PIC X(1) VALUE "F".
       01 CEN-OK-SW PIC X(1) VALUE "N".
           88 CEN-OK VALUE "Y".
       01 SEQ-LINE.
           02 SEQ-LAST-X PIC X(6).
           02 SEQ-LAST REDEFINES SEQ-LAST-X PIC 9(6).
           02 SEQ-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 SEQ-DATE PIC 9(6).
           02 FILLER PIC X(1).
           02 SEQ-CEN PIC X(1).
           02 FILLER PIC X(44).
       01 LOG-LINE.
           02 XL-SEQ-X PIC X(6).
           02 XL-SEQ REDEFINES XL-SEQ-X PIC 9(6).
           02 FILLER PIC X(1).
           02 XL-TERM PIC X(20).
           02 FILLER PIC X(1).
           02 XL-CEN PIC X(1).
           02 FILLER PIC X(1).
           02 XL-STAT PIC X(1).
           02 FILLER PIC X(1).
           02 XL-DATE PIC 9(6).
           02 FILLER PIC X(1).
           02 XL-TIME PIC 9(8).
           02 FILLER PIC X(1).
           02 XL-CNT PIC 9(6).
           02 FILLER PIC X(1).
           02 XL-HASH PIC 9(8).
           02 FILLER PIC X(1).
           02 XL-REJ PIC 9(6).
           02 FILLER PIC X(1).
           02 XL-RESEND PIC X(1).
           02 FILLER PIC X(8).
       01 LOG-EOF-SW PIC X(1) VALUE "N".
       01 TERM-LAST-SEQ PIC 9(6) VALUE ZERO.
       01 TERM-LAST-STAT PIC X(1) VALUE SPACES.
       01 RESEND-SW PIC X(1) VALUE "N".
           88 RESEND VALUE "Y".
       01 ANS PIC X(1) VALUE SPACES.
       01 LAST-SEQ PIC 9(6) VALUE ZERO.
       01 LAST-TERM PIC X(20) VALUE SPACES.
       01 BATCH-SEQ PIC 9(6) VALUE ZERO.
           02 MH-DATE-OUT PIC 9(6).
           02 MH-TIME-OUT PIC 9(8).
           02 MH-TERM-OUT PIC X(20).
           02 MH-CEN-OUT PIC X(1).
           02 MH-RESEND-OUT PIC X(1).
           02 FILLER PIC X(37) VALUE SPACES.
       01 MIS-DET.
           02 FILLER PIC X(1) VALUE "D".
           02 MD-TERM-OUT PIC X(20).
           02 RPT-SEQ-OUT PIC 9(6).
           02 FILLER PIC X(8) VALUE "  TERM: ".
           02 RPT-TERM-OUT PIC X(20).
           02 FILLER PIC X(10) VALUE "  CENSUS: ".
           02 RPT-CEN-OUT PIC X(1).
       01 RPT-CNT-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "DETAIL RECORDS:  ".
           02 RPT-DATE-OUT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RPT-TIME-OUT PIC 9(8).
       01 RPT-RESEND-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "RESEND - REPLACES UNACKNOW".
           02 FILLER PIC X(15) VALUE "LEDGED BATCH:  ".
           02 RPT-OLD-SEQ-OUT PIC 9(6).
       01 RPT-FILE-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "INTERFACE FILE: NUM1MIS.DA".
               STOP RUN.
           MOVE "N" TO TERM-OK-SW.
           PERFORM ACCEPT-TERM-RTN UNTIL TERM-OK.
           MOVE "N" TO CEN-OK-SW.
           PERFORM ACCEPT-CEN-RTN UNTIL CEN-OK.
           PERFORM LOAD-LOG-RTN.
           IF TERM-LAST-STAT = "S"
               DISPLAY "LAST BATCH " TERM-LAST-SEQ " FOR THIS TERM IS"
                   " NOT YET ACKNOWLEDGED BY MIS"
               DISPLAY "IS THIS A RESEND OF THAT BATCH (Y/N)?"
               MOVE SPACES TO ANS
               ACCEPT ANS
               IF ANS = "Y"
                   MOVE "Y" TO RESEND-SW
               ELSE
                   DISPLAY "REFUSED - PROCESS THE MIS ACKNOWLEDGEMENT"
                       " (NUM1ACK) BEFORE SENDING A NEW BATCH"
                   CLOSE MSTFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "N" TO SEQ-OK-SW.
           PERFORM ACCEPT-SEQ-RTN UNTIL SEQ-OK.
           ACCEPT RUN-DATE FROM DATE.
               DISPLAY "NO MASTER ROWS FOR TERM - EMPTY BATCH NOT SENT"
               PERFORM FIN-RTN.
           PERFORM PUT-SEQ-RTN.
           PERFORM PUT-LOG-RTN.
           PERFORM REPORT-RTN.
           DISPLAY "BATCH " BATCH-SEQ " BUILT - " REC-CNT " DETAIL RECO"
               "RDS".
               CLOSE SEQFILE
           END-IF.

       LOAD-LOG-RTN.
           OPEN INPUT LOGFILE.
           IF LOG-STATUS = "00" OR LOG-STATUS = "05"
               PERFORM READ-LOG-RTN UNTIL LOG-EOF-SW = "Y"
               CLOSE LOGFILE
           END-IF.

       READ-LOG-RTN.
           READ LOGFILE INTO LOG-LINE
               AT END
                   MOVE "Y" TO LOG-EOF-SW
               NOT AT END
                   IF XL-TERM = TERM-ID AND XL-SEQ-X IS NUMERIC
                       IF XL-STAT = "S"
                           MOVE XL-SEQ TO TERM-LAST-SEQ
                           MOVE "S" TO TERM-LAST-STAT
                       ELSE
                           IF XL-SEQ = TERM-LAST-SEQ
                               MOVE XL-STAT TO TERM-LAST-STAT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ACCEPT-TERM-RTN.
           DISPLAY "ENTER TERM-ID TO EXTRACT:".
           MOVE SPACES TO TERM-ID.
           IF CAL-TERM (CIDX) = TERM-ID
               MOVE CIDX TO CAL-SLOT.

       ACCEPT-CEN-RTN.
           DISPLAY "ENTER CENSUS POINT (O/M/F, BLANK = FINAL):".
           MOVE SPACES TO CENSUS-ID.
           ACCEPT CENSUS-ID.
           IF CENSUS-ID = SPACE
               MOVE "F" TO CENSUS-ID.
           IF CENSUS-ID = "O" OR CENSUS-ID = "M" OR CENSUS-ID = "F"
               MOVE "Y" TO CEN-OK-SW
           ELSE
               DISPLAY "INVALID - O, M OR F, RE-ENTER".

       ACCEPT-SEQ-RTN.
           DISPLAY "LAST BATCH SENT: " LAST-SEQ.
           DISPLAY "ENTER BATCH SEQUENCE (6 DIGITS):".
           MOVE RUN-DATE TO MH-DATE-OUT.
           MOVE RUN-TIME TO MH-TIME-OUT.
           MOVE TERM-ID TO MH-TERM-OUT.
           MOVE CENSUS-ID TO MH-CEN-OUT.
           MOVE SPACE TO MH-RESEND-OUT.
           IF RESEND
               MOVE "R" TO MH-RESEND-OUT.
           WRITE MIS-REC FROM MIS-HDR.

       EXTRACT-RTN.
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
                   IF MST-CENSUS = SPACE
                       MOVE "F" TO MST-CENSUS
                   END-IF
                   IF MST-CENSUS = CENSUS-ID
                       ADD 1 TO ROW-CNT
                       PERFORM PUT-DET-RTN VARYING P FROM 1 BY 1
                           UNTIL P > PRG-CNT
                   END-IF
               ELSE
                   MOVE "Y" TO MST-EOF-SW
               END-IF
           MOVE BATCH-SEQ TO SEQ-LAST.
           MOVE TERM-ID TO SEQ-TERM.
           MOVE RUN-DATE TO SEQ-DATE.
           MOVE CENSUS-ID TO SEQ-CEN.
           OPEN OUTPUT SEQFILE.
           WRITE SEQ-REC FROM SEQ-LINE.
           CLOSE SEQFILE.

       PUT-LOG-RTN.
           MOVE SPACES TO LOG-LINE.
           MOVE BATCH-SEQ TO XL-SEQ.
           MOVE TERM-ID TO XL-TERM.
           MOVE CENSUS-ID TO XL-CEN.
           MOVE "S" TO XL-STAT.
           MOVE RUN-DATE TO XL-DATE.
           MOVE RUN-TIME TO XL-TIME.
           MOVE REC-CNT TO XL-CNT.
           MOVE HASH-TOT TO XL-HASH.
           MOVE ZERO TO XL-REJ.
           IF RESEND
               MOVE "R" TO XL-RESEND.
           OPEN EXTEND LOGFILE.
           IF LOG-STATUS NOT = "00"
               OPEN OUTPUT LOGFILE.
           WRITE LOG-REC FROM LOG-LINE.
           CLOSE LOGFILE.

       REPORT-RTN.
           OPEN OUTPUT RPTFILE.
           WRITE RPT-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE RPT-REC FROM HDG-1 BEFORE 1 LINE.
           MOVE BATCH-SEQ TO RPT-SEQ-OUT.
           MOVE TERM-ID TO RPT-TERM-OUT.
           MOVE CENSUS-ID TO RPT-CEN-OUT.
           WRITE RPT-REC FROM RPT-SEQ-LINE AFTER 2 LINES.
           MOVE REC-CNT TO RPT-CNT-OUT.
           MOVE HASH-TOT TO RPT-HASH-OUT.
           MOVE RUN-DATE TO RPT-DATE-OUT.
           MOVE RUN-TIME TO RPT-TIME-OUT.
           WRITE RPT-REC FROM RPT-DATE-LINE AFTER 1 LINE.
           IF RESEND
               MOVE TERM-LAST-SEQ TO RPT-OLD-SEQ-OUT
               WRITE RPT-REC FROM RPT-RESEND-LINE AFTER 1 LINE.
           WRITE RPT-REC FROM RPT-FILE-LINE AFTER 1 LINE.
           CLOSE RPTFILE.

