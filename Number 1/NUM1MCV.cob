       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUM1MCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDFILE ASSIGN TO "NUM1MST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-KEY
               FILE STATUS IS OLD-STATUS.
           SELECT MSTFILE ASSIGN TO "NUM1MSTN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDFILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OLD-REC.
       01 OLD-REC.
           02 OLD-KEY.
               03 OLD-TERM PIC X(20).
               03 OLD-YR-LEVEL PIC X(9).
           02 OLD-CNTS.
               03 OLD-PROG-ENT OCCURS 6 TIMES.
                   04 OLD-M PIC 999.
                   04 OLD-F PIC 999.
           02 FILLER PIC X(15).
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
       01 OLD-STATUS PIC X(2) VALUE SPACES.
       01 MST-STATUS PIC X(2) VALUE SPACES.
       01 OLD-EOF-SW PIC X(1) VALUE "N".
           88 OLD-EOF VALUE "Y".
       01 P PIC 9 VALUE ZERO.
       01 READ-CNT PIC 9(6) VALUE ZERO.
       01 PUT-CNT PIC 9(6) VALUE ZERO.
       01 DUP-CNT PIC 9(6) VALUE ZERO.
       01 CHK-CNT PIC 9(6) VALUE ZERO.
       01 IN-STUD PIC 9(8) VALUE ZERO.
       01 OUT-STUD PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
           OPEN INPUT OLDFILE.
           IF OLD-STATUS NOT = "00"
               DISPLAY "NUM1MST.DAT WILL NOT OPEN IN THE OLD LAYOUT"
                   " - FILE STATUS " OLD-STATUS
               DISPLAY "(39 MEANS IT IS ALREADY CONVERTED, 35 THAT IT"
                   " IS NOT ON HAND) - CONVERSION REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT MSTFILE.
           IF MST-STATUS NOT = "00"
               DISPLAY "NUM1MSTN.DAT WILL NOT OPEN FOR OUTPUT"
                   " - FILE STATUS " MST-STATUS " - CONVERSION REFUSED"
               CLOSE OLDFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM READ-OLD-RTN UNTIL OLD-EOF.
           CLOSE OLDFILE.
           CLOSE MSTFILE.
           PERFORM CHECK-NEW-RTN.
           DISPLAY "TERM MASTER CONVERSION - RECORDS READ " READ-CNT
               " WRITTEN " PUT-CNT " DUPLICATE " DUP-CNT.
           DISPLAY "STUDENTS IN " IN-STUD " STUDENTS OUT " OUT-STUD
               " RECORDS ON NUM1MSTN.DAT " CHK-CNT.
           IF READ-CNT = PUT-CNT AND PUT-CNT = CHK-CNT
               AND IN-STUD = OUT-STUD
               DISPLAY "CONVERSION IN BALANCE - REPLACE NUM1MST.DAT"
                   " WITH NUM1MSTN.DAT, KEEPING THE OLD FILE AS A"
                   " BACKUP"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CONVERSION OUT OF BALANCE - DO NOT REPLACE"
                   " NUM1MST.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-OLD-RTN.
           READ OLDFILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SW
           END-READ.
           IF OLD-EOF-SW = "N" AND OLD-STATUS = "00"
               ADD 1 TO READ-CNT
               PERFORM PUT-NEW-RTN
           ELSE
               MOVE "Y" TO OLD-EOF-SW
           END-IF.

       PUT-NEW-RTN.
           MOVE SPACES TO MST-REC.
           MOVE OLD-TERM TO MST-TERM.
           MOVE OLD-YR-LEVEL TO MST-YR-LEVEL.
           MOVE "F" TO MST-CENSUS.
           MOVE OLD-CNTS TO MST-CNTS.
           PERFORM IN-SUM-RTN VARYING P FROM 1 BY 1 UNTIL P > 6.
           WRITE MST-REC
               INVALID KEY
                   ADD 1 TO DUP-CNT
               NOT INVALID KEY
                   ADD 1 TO PUT-CNT
           END-WRITE.

       IN-SUM-RTN.
           ADD OLD-M (P) TO IN-STUD.
           ADD OLD-F (P) TO IN-STUD.

       CHECK-NEW-RTN.
           OPEN INPUT MSTFILE.
           IF MST-STATUS = "00"
               MOVE "N" TO OLD-EOF-SW
               PERFORM READ-NEW-RTN UNTIL OLD-EOF
               CLOSE MSTFILE
           END-IF.

       READ-NEW-RTN.
           READ MSTFILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SW
           END-READ.
           IF OLD-EOF-SW = "N" AND MST-STATUS = "00"
               ADD 1 TO CHK-CNT
               PERFORM OUT-SUM-RTN VARYING P FROM 1 BY 1
                   UNTIL P > 6
           ELSE
               MOVE "Y" TO OLD-EOF-SW
           END-IF.

       OUT-SUM-RTN.
           ADD MST-M (P) TO OUT-STUD.
           ADD MST-F (P) TO OUT-STUD.
