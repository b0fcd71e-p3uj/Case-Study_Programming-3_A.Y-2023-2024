           SELECT CARCFILE ASSIGN TO DYNAMIC CSV-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARC-STATUS.
           SELECT WRKFILE ASSIGN TO "NUM1CLSW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS.
           SELECT CLSFILE ASSIGN TO "NUM1CLS.DAT"
               FILE STATUS IS CLS-STATUS.
           SELECT ARCCFILE ASSIGN TO "NUM1ARCC.DAT"
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CARC-REC.
       01 CARC-REC PIC X(80).
       FD  WRKFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS WRK-REC.
       01 WRK-REC PIC X(80).
       FD  CLSFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLS-REC.
       01 AARC-STATUS PIC X(2) VALUE SPACES.
       01 CARC-STATUS PIC X(2) VALUE SPACES.
       01 CLS-STATUS PIC X(2) VALUE SPACES.
       01 WRK-STATUS PIC X(2) VALUE SPACES.
       01 WRK-EOF-SW PIC X(1) VALUE "N".
       01 CHK-EOF-SW PIC X(1) VALUE "N".
       01 HIST-EOF-SW PIC X(1) VALUE "N".
       01 AUD-EOF-SW PIC X(1) VALUE "N".
                   04 HIN-CNT-X PIC X(3).
                   04 HIN-CNT REDEFINES HIN-CNT-X PIC 999.
                   04 FILLER PIC X(1).
           02 FILLER PIC X(24).
       01 AUD-IN.
           02 FILLER PIC X(27).
           02 AUD-TERM-IN PIC X(20).
       01 CUT-FROM PIC 99 VALUE ZERO.
       01 TIDX PIC 99 VALUE ZERO.
       01 P PIC 9 VALUE ZERO.
       01 HIST-ARC-CNT PIC 9999 VALUE ZERO.
       01 HIST-KEEP-CNT PIC 9999 VALUE ZERO.
       01 AUD-ARC-CNT PIC 9999 VALUE ZERO.

       SPLIT-HIST-RTN.
           MOVE "N" TO HIST-EOF-SW.
           OPEN INPUT HISTFILE.
           OPEN EXTEND HARCFILE.
           IF HARC-STATUS NOT = "00"
               OPEN OUTPUT HARCFILE.
           OPEN OUTPUT WRKFILE.
           PERFORM SPLIT-HIST-REC-RTN UNTIL HIST-EOF-SW = "Y".
           CLOSE HISTFILE.
           CLOSE HARCFILE.
           CLOSE WRKFILE.
           MOVE "N" TO WRK-EOF-SW.
           OPEN INPUT WRKFILE.
           OPEN OUTPUT HISTFILE.
           PERFORM PUT-HIST-RTN UNTIL WRK-EOF-SW = "Y".
           CLOSE HISTFILE.
           CLOSE WRKFILE.

       SPLIT-HIST-REC-RTN.
           READ HISTFILE INTO HIST-IN

       SPLIT-HIST-PUT-RTN.
           PERFORM KEEP-TEST-RTN.
           IF KEEP-SW = "Y"
               WRITE WRK-REC FROM HIST-IN
               ADD 1 TO HIST-KEEP-CNT
               PERFORM SUM-KEEP-RTN VARYING P FROM 1 BY 1
                   UNTIL P > 6
               ADD HIN-CNT (P) TO ARC-STUD-TOT.

       PUT-HIST-RTN.
           READ WRKFILE
               AT END
                   MOVE "Y" TO WRK-EOF-SW
               NOT AT END
                   WRITE HIST-REC FROM WRK-REC
           END-READ.

       SPLIT-AUD-RTN.
           MOVE "N" TO AUD-EOF-SW.
           OPEN INPUT AUDFILE.
           IF AUD-STATUS NOT = "00"
               MOVE "Y" TO AUD-EOF-SW.
           OPEN EXTEND AARCFILE.
           IF AARC-STATUS NOT = "00"
               OPEN OUTPUT AARCFILE.
           OPEN OUTPUT WRKFILE.
           PERFORM SPLIT-AUD-REC-RTN UNTIL AUD-EOF-SW = "Y".
           CLOSE AUDFILE.
           CLOSE AARCFILE.
           CLOSE WRKFILE.
           MOVE "N" TO WRK-EOF-SW.
           OPEN INPUT WRKFILE.
           OPEN OUTPUT AUDFILE.
           PERFORM PUT-AUD-RTN UNTIL WRK-EOF-SW = "Y".
           CLOSE AUDFILE.
           CLOSE WRKFILE.

       SPLIT-AUD-REC-RTN.
           READ AUDFILE INTO AUD-IN
       SPLIT-AUD-PUT-RTN.
           MOVE AUD-TERM-IN TO HIN-TERM.
           PERFORM KEEP-TEST-RTN.
           IF KEEP-SW = "Y"
               WRITE WRK-REC FROM AUD-IN
               ADD 1 TO AUD-KEEP-CNT
           ELSE
               WRITE AARC-REC FROM AUD-IN
           END-IF.

       PUT-AUD-RTN.
           READ WRKFILE
               AT END
                   MOVE "Y" TO WRK-EOF-SW
               NOT AT END
                   WRITE AUD-REC FROM WRK-REC
           END-READ.

       SPLIT-CSV-RTN.
           MOVE "N" TO CSV-EOF-SW.
