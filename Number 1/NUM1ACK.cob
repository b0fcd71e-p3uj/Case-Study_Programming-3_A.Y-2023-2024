       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1ACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACKFILE ASSIGN TO "NUM1MISA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT OPTIONAL LOGFILE ASSIGN TO "NUM1MISL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
           SELECT RPTFILE ASSIGN TO "NUM1ACKR.DAT"
               FILE STATUS IS RPT-STATUS.
           SELECT OPTIONAL PRGFILE ASSIGN TO "NUM1PRG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACKFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ACK-REC.
       01 ACK-REC PIC X(80).
       FD  LOGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-REC.
       01 LOG-REC PIC X(80).
       FD  RPTFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RPT-REC.
       01 RPT-REC PIC X(80).
       FD  PRGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRG-REC.
       01 PRG-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 ACK-STATUS PIC X(2) VALUE SPACES.
       01 LOG-STATUS PIC X(2) VALUE SPACES.
       01 RPT-STATUS PIC X(2) VALUE SPACES.
       01 PRG-STATUS PIC X(2) VALUE SPACES.
       01 PRG-EOF-SW PIC X(1) VALUE "N".
       01 PRG-LINE-IN PIC X(80) VALUE SPACES.
       01 ACK-EOF-SW PIC X(1) VALUE "N".
           88 ACK-EOF VALUE "Y".
       01 LOG-EOF-SW PIC X(1) VALUE "N".
       01 ACK-HDR-IN.
           02 AH-TYPE PIC X(1).
           02 AH-SEQ-X PIC X(6).
           02 AH-SEQ REDEFINES AH-SEQ-X PIC 9(6).
           02 AH-TERM PIC X(20).
           02 AH-CNT-X PIC X(6).
           02 AH-CNT REDEFINES AH-CNT-X PIC 9(6).
           02 AH-HASH-X PIC X(8).
           02 AH-HASH REDEFINES AH-HASH-X PIC 9(8).
           02 AH-STAT PIC X(1).
           02 AH-DATE PIC X(6).
           02 FILLER PIC X(32).
       01 ACK-REJ-IN REDEFINES ACK-HDR-IN.
           02 AR-TYPE PIC X(1).
           02 AR-TERM PIC X(20).
           02 AR-YEAR PIC X(9).
           02 AR-PROG PIC X(5).
           02 AR-CODE PIC X(4).
           02 AR-TEXT PIC X(40).
           02 FILLER PIC X(1).
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
       01 SENT-FOUND-SW PIC X(1) VALUE "N".
           88 SENT-FOUND VALUE "Y".
       01 SENT-TERM PIC X(20) VALUE SPACES.
       01 SENT-CEN PIC X(1) VALUE SPACES.
       01 SENT-CNT PIC 9(6) VALUE ZERO.
       01 SENT-HASH PIC 9(8) VALUE ZERO.
       01 SENT-RESEND PIC X(1) VALUE SPACES.
       01 BATCH-SEQ PIC 9(6) VALUE ZERO.
       01 MIS-CNT PIC 9(6) VALUE ZERO.
       01 MIS-HASH PIC 9(8) VALUE ZERO.
       01 MIS-STAT PIC X(1) VALUE SPACES.
       01 BATCH-STAT PIC X(1) VALUE SPACES.
       01 NEW-STAT PIC X(1) VALUE SPACES.
       01 REJ-CNT PIC 9(6) VALUE ZERO.
       01 OTHER-CNT PIC 9(6) VALUE ZERO.
       01 TOTALS-OK-SW PIC X(1) VALUE "Y".
       01 RUN-DATE PIC 9(6) VALUE ZERO.
       01 RUN-TIME PIC 9(8) VALUE ZERO.
       01 HDG-0.
           02 FILLER PIC X(13) VALUE SPACES.
           02 HDG-0-NAME PIC X(56)
               VALUE "COLLEGE OF COMPUTER AND INFORMATION SCIENCE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 HDG-1.
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "MIS ACKNOWLEDGEMENT REPORT".
       01 RPT-SEQ-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "BATCH SEQUENCE: ".
           02 RPT-SEQ-OUT PIC 9(6).
           02 FILLER PIC X(8) VALUE "  TERM: ".
           02 RPT-TERM-OUT PIC X(20).
           02 FILLER PIC X(10) VALUE "  CENSUS: ".
           02 RPT-CEN-OUT PIC X(1).
       01 RPT-ACKDT-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "MIS ACK DATE:    ".
           02 RPT-ACKDT-OUT PIC X(6).
           02 FILLER PIC X(14) VALUE "  PROCESSED:  ".
           02 RPT-DATE-OUT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RPT-TIME-OUT PIC 9(8).
       01 CMP-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "CONTROL             SENT  ".
           02 FILLER PIC X(26) VALUE "  MIS REPORTS             ".
       01 CMP-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 CMP-NAME-OUT PIC X(14).
           02 CMP-SENT-OUT PIC ZZZZZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 CMP-MIS-OUT PIC ZZZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CMP-FLAG-OUT PIC X(8).
       01 REJ-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "REJECTED DETAIL RECORDS   ".
       01 REJ-COL-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "YEAR     ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "PROG ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "CODE".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "MIS REASON".
       01 REJ-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 REJ-YEAR-OUT PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REJ-PROG-OUT PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REJ-CODE-OUT PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 REJ-TEXT-OUT PIC X(40).
       01 NOREJ-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "NONE                      ".
       01 OTHER-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "** UNRECOGNISED RECORDS SK".
           02 FILLER PIC X(7) VALUE "IPPED: ".
           02 OTHER-OUT PIC ZZZZZ9.
       01 STAT-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "TRANSMISSION STATUS:      ".
           02 STAT-OUT PIC X(18).
       01 STAT-NAME PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM LOAD-PRG-RTN.
           OPEN INPUT ACKFILE.
           IF ACK-STATUS NOT = "00"
               DISPLAY "NO MIS ACKNOWLEDGEMENT FILE ON HAND (NUM1MISA.D"
                   "AT)"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-ACK-RTN.
           IF ACK-EOF OR AH-TYPE NOT = "A" OR AH-SEQ-X IS NOT NUMERIC
               DISPLAY "ACKNOWLEDGEMENT FILE HAS NO VALID A RECORD - NO"
                   "T PROCESSED"
               CLOSE ACKFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           INSPECT AH-CNT-X REPLACING LEADING " " BY "0".
           INSPECT AH-HASH-X REPLACING LEADING " " BY "0".
           IF AH-CNT-X IS NOT NUMERIC
               MOVE ZERO TO AH-CNT.
           IF AH-HASH-X IS NOT NUMERIC
               MOVE ZERO TO AH-HASH.
           MOVE AH-SEQ TO BATCH-SEQ.
           MOVE AH-CNT TO MIS-CNT.
           MOVE AH-HASH TO MIS-HASH.
           MOVE AH-STAT TO MIS-STAT.
           PERFORM LOAD-LOG-RTN.
           IF NOT SENT-FOUND
               DISPLAY "BATCH " AH-SEQ " IS NOT ON THE TRANSMISSION LO"
                   "G - NOT PROCESSED"
               CLOSE ACKFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF SENT-TERM NOT = AH-TERM
               DISPLAY "BATCH " AH-SEQ " WAS SENT FOR " SENT-TERM
               DISPLAY "ACKNOWLEDGEMENT IS FOR " AH-TERM " - NOT PROCE"
                   "SSED"
               CLOSE ACKFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF BATCH-STAT NOT = "S"
               DISPLAY "BATCH " AH-SEQ " ALREADY ACKNOWLEDGED - STATUS "
                   BATCH-STAT " - NOT PROCESSED"
               CLOSE ACKFILE
               MOVE 4 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RPTFILE.
           PERFORM RPT-HEAD-RTN.
           PERFORM RPT-CMP-RTN.
           WRITE RPT-REC FROM REJ-HDG AFTER 2 LINES.
           WRITE RPT-REC FROM REJ-COL-HDG AFTER 1 LINE.
           PERFORM READ-ACK-RTN.
           PERFORM REJ-RTN UNTIL ACK-EOF.
           CLOSE ACKFILE.
           IF REJ-CNT = 0
               WRITE RPT-REC FROM NOREJ-LINE AFTER 1 LINE.
           IF OTHER-CNT > 0
               MOVE OTHER-CNT TO OTHER-OUT
               WRITE RPT-REC FROM OTHER-LINE AFTER 1 LINE.
           PERFORM SET-STAT-RTN.
           MOVE STAT-NAME TO STAT-OUT.
           WRITE RPT-REC FROM STAT-LINE AFTER 2 LINES.
           CLOSE RPTFILE.
           PERFORM PUT-LOG-RTN.
           DISPLAY "BATCH " BATCH-SEQ " " STAT-NAME " - " REJ-CNT
               " DETAIL RECORDS REJECTED".
           IF NEW-STAT = "A"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-PRG-RTN.
           OPEN INPUT PRGFILE.
           IF PRG-STATUS = "00"
               READ PRGFILE INTO PRG-LINE-IN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRG-LINE-IN TO HDG-0-NAME
               END-READ
               CLOSE PRGFILE
           END-IF.

       READ-ACK-RTN.
           MOVE SPACES TO ACK-HDR-IN.
           READ ACKFILE INTO ACK-HDR-IN
               AT END
                   MOVE "Y" TO ACK-EOF-SW
           END-READ.

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
                   IF XL-SEQ-X IS NUMERIC
                       IF XL-SEQ = BATCH-SEQ
                           PERFORM NOTE-LOG-RTN
                       END-IF
                   END-IF
           END-READ.

       NOTE-LOG-RTN.
           IF XL-STAT = "S"
               MOVE "Y" TO SENT-FOUND-SW
               MOVE XL-TERM TO SENT-TERM
               MOVE XL-CEN TO SENT-CEN
               MOVE XL-CNT TO SENT-CNT
               MOVE XL-HASH TO SENT-HASH
               MOVE XL-RESEND TO SENT-RESEND
           END-IF.
           MOVE XL-STAT TO BATCH-STAT.

       RPT-HEAD-RTN.
           WRITE RPT-REC FROM HDG-0 BEFORE 1 LINE.
           WRITE RPT-REC FROM HDG-1 BEFORE 1 LINE.
           MOVE BATCH-SEQ TO RPT-SEQ-OUT.
           MOVE SENT-TERM TO RPT-TERM-OUT.
           MOVE SENT-CEN TO RPT-CEN-OUT.
           WRITE RPT-REC FROM RPT-SEQ-LINE AFTER 2 LINES.
           MOVE AH-DATE TO RPT-ACKDT-OUT.
           MOVE RUN-DATE TO RPT-DATE-OUT.
           MOVE RUN-TIME TO RPT-TIME-OUT.
           WRITE RPT-REC FROM RPT-ACKDT-LINE AFTER 1 LINE.

       RPT-CMP-RTN.
           WRITE RPT-REC FROM CMP-HDG AFTER 2 LINES.
           MOVE "DETAIL RECORDS" TO CMP-NAME-OUT.
           MOVE SENT-CNT TO CMP-SENT-OUT.
           MOVE MIS-CNT TO CMP-MIS-OUT.
           MOVE "AGREE" TO CMP-FLAG-OUT.
           IF SENT-CNT NOT = MIS-CNT
               MOVE "N" TO TOTALS-OK-SW
               MOVE "DISAGREE" TO CMP-FLAG-OUT.
           WRITE RPT-REC FROM CMP-LINE AFTER 1 LINE.
           MOVE "HASH TOTAL" TO CMP-NAME-OUT.
           MOVE SENT-HASH TO CMP-SENT-OUT.
           MOVE MIS-HASH TO CMP-MIS-OUT.
           MOVE "AGREE" TO CMP-FLAG-OUT.
           IF SENT-HASH NOT = MIS-HASH
               MOVE "N" TO TOTALS-OK-SW
               MOVE "DISAGREE" TO CMP-FLAG-OUT.
           WRITE RPT-REC FROM CMP-LINE AFTER 1 LINE.

       REJ-RTN.
           IF AR-TYPE = "R"
               ADD 1 TO REJ-CNT
               MOVE AR-YEAR TO REJ-YEAR-OUT
               MOVE AR-PROG TO REJ-PROG-OUT
               MOVE AR-CODE TO REJ-CODE-OUT
               MOVE AR-TEXT TO REJ-TEXT-OUT
               WRITE RPT-REC FROM REJ-LINE AFTER 1 LINE
           ELSE
               IF ACK-HDR-IN NOT = SPACES
                   ADD 1 TO OTHER-CNT
               END-IF
           END-IF.
           PERFORM READ-ACK-RTN.

       SET-STAT-RTN.
           IF MIS-STAT = "R" OR TOTALS-OK-SW = "N"
               MOVE "R" TO NEW-STAT
           ELSE
               IF REJ-CNT = 0
                   MOVE "A" TO NEW-STAT
               ELSE
                   IF REJ-CNT < SENT-CNT
                       MOVE "P" TO NEW-STAT
                   ELSE
                       MOVE "R" TO NEW-STAT
                   END-IF
               END-IF
           END-IF.
           IF NEW-STAT = "A"
               MOVE "ACCEPTED" TO STAT-NAME.
           IF NEW-STAT = "P"
               MOVE "PARTIALLY REJECTED" TO STAT-NAME.
           IF NEW-STAT = "R"
               MOVE "REJECTED" TO STAT-NAME.

       PUT-LOG-RTN.
           MOVE SPACES TO LOG-LINE.
           MOVE BATCH-SEQ TO XL-SEQ.
           MOVE SENT-TERM TO XL-TERM.
           MOVE SENT-CEN TO XL-CEN.
           MOVE NEW-STAT TO XL-STAT.
           MOVE RUN-DATE TO XL-DATE.
           MOVE RUN-TIME TO XL-TIME.
           MOVE MIS-CNT TO XL-CNT.
           MOVE MIS-HASH TO XL-HASH.
           MOVE REJ-CNT TO XL-REJ.
           MOVE SENT-RESEND TO XL-RESEND.
           OPEN EXTEND LOGFILE.
           IF LOG-STATUS NOT = "00"
               OPEN OUTPUT LOGFILE.
           WRITE LOG-REC FROM LOG-LINE.
           CLOSE LOGFILE.
