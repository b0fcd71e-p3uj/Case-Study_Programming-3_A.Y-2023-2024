       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1MSQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOGFILE ASSIGN TO "NUM1MISL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOGFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-REC.
       01 LOG-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 LOG-STATUS PIC X(2) VALUE SPACES.
       01 LOG-EOF-SW PIC X(1) VALUE "N".
           88 LOG-EOF VALUE "Y".
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
       01 TERM-ID PIC X(20) VALUE SPACES.
       01 L PIC 99 VALUE ZERO.
       01 ROWS-SHOWN PIC 999 VALUE ZERO.
       01 DONE-SW PIC X(1) VALUE "N".
           88 DONE VALUE "Y".
       01 ANS PIC X(1) VALUE SPACES.
       01 MSQ-HDG.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "BATCH ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(1) VALUE "C".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "STATUS            ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "DATE  ".
           02 FILLER PIC X(1) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "TIME    ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE " COUNT".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "    HASH".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "  REJ".
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(3) VALUE "RSN".
       01 MSQ-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MSQ-SEQ-OUT PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MSQ-CEN-OUT PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MSQ-STAT-OUT PIC X(18).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MSQ-DATE-OUT PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACES.
           02 MSQ-TIME-OUT PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MSQ-CNT-OUT PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MSQ-HASH-OUT PIC ZZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 MSQ-REJ-OUT PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 MSQ-RESEND-OUT PIC X(1).

       SCREEN SECTION.
       01  SCRN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM INQ-RTN UNTIL DONE.
           STOP RUN.

       INQ-RTN.
           DISPLAY SCRN.
           DISPLAY "MIS TRANSMISSION HISTORY - ENTER TERM-ID (SPACES TO"
               " EXIT):" LINE 2 COLUMN 2.
           MOVE SPACES TO TERM-ID.
           ACCEPT TERM-ID LINE 2 COLUMN 60.
           IF TERM-ID = SPACES
               MOVE "Y" TO DONE-SW
           ELSE
               PERFORM SHOW-TERM-RTN
           END-IF.

       SHOW-TERM-RTN.
           MOVE 0 TO ROWS-SHOWN.
           MOVE "N" TO LOG-EOF-SW.
           OPEN INPUT LOGFILE.
           IF LOG-STATUS NOT = "00" AND LOG-STATUS NOT = "05"
               MOVE "Y" TO LOG-EOF-SW.
           PERFORM NEW-PAGE-RTN.
           PERFORM SHOW-ROW-RTN UNTIL LOG-EOF.
           IF LOG-STATUS = "00" OR LOG-STATUS = "05"
               OR LOG-STATUS = "10"
               CLOSE LOGFILE.
           IF ROWS-SHOWN = 0
               DISPLAY "NO BATCHES SENT FOR THIS TERM" LINE 5 COLUMN 2.
           DISPLAY "PRESS ENTER TO CONTINUE" LINE 23 COLUMN 2.
           ACCEPT ANS LINE 23 COLUMN 27.

       NEW-PAGE-RTN.
           DISPLAY SCRN.
           DISPLAY "MIS TRANSMISSION HISTORY FOR " LINE 2 COLUMN 2.
           DISPLAY TERM-ID LINE 2 COLUMN 31.
           DISPLAY MSQ-HDG LINE 4 COLUMN 1.
           MOVE 5 TO L.

       SHOW-ROW-RTN.
           READ LOGFILE INTO LOG-LINE
               AT END
                   MOVE "Y" TO LOG-EOF-SW
               NOT AT END
                   IF XL-TERM = TERM-ID AND XL-SEQ-X IS NUMERIC
                       PERFORM PUT-ROW-RTN
                   END-IF
           END-READ.

       PUT-ROW-RTN.
           IF L > 21
               DISPLAY "PRESS ENTER FOR MORE" LINE 23 COLUMN 2
               ACCEPT ANS LINE 23 COLUMN 27
               PERFORM NEW-PAGE-RTN
           END-IF.
           MOVE XL-SEQ TO MSQ-SEQ-OUT.
           MOVE XL-CEN TO MSQ-CEN-OUT.
           MOVE XL-STAT TO MSQ-STAT-OUT.
           IF XL-STAT = "S"
               MOVE "SENT" TO MSQ-STAT-OUT.
           IF XL-STAT = "A"
               MOVE "ACCEPTED" TO MSQ-STAT-OUT.
           IF XL-STAT = "P"
               MOVE "PARTIALLY REJECTED" TO MSQ-STAT-OUT.
           IF XL-STAT = "R"
               MOVE "REJECTED" TO MSQ-STAT-OUT.
           MOVE XL-DATE TO MSQ-DATE-OUT.
           MOVE XL-TIME TO MSQ-TIME-OUT.
           MOVE XL-CNT TO MSQ-CNT-OUT.
           MOVE XL-HASH TO MSQ-HASH-OUT.
           MOVE XL-REJ TO MSQ-REJ-OUT.
           MOVE XL-RESEND TO MSQ-RESEND-OUT.
           DISPLAY MSQ-LINE LINE L COLUMN 1.
           ADD 1 TO L.
           ADD 1 TO ROWS-SHOWN.
