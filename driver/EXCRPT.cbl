           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

      *    THE BUSINESS-DATE CONTROL CARD THE DRIVER SETS FOR THE
      *    WINDOW - THE DATE EVERYTHING THIS RUN POSTS IS KEYED ON.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'busdate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
           05 MASTER-DATA                  PIC X(120).
           05 MASTER-WAIVE-REASON          PIC X(60).

      *    DATE IN COLUMNS 1-8; 'Y' IN COLUMN 10 FLAGS A DELIBERATE
      *    RERUN OF A BUSINESS DATE THE WINDOW ALREADY COMPLETED.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BUSINESS-DATE-VALUE          PIC X(8).
           05 FILLER                       PIC X(1).
           05 BUSINESS-DATE-RERUN          PIC X(1).
           05 FILLER                       PIC X(70).

       WORKING-STORAGE SECTION.
       01 T                        PIC 9(4) BINARY.
       01 TALLY-FOUND-SW           PIC X(1).
           88 REGISTER-FILE-EOF             VALUE '10'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM READ-BUSINESS-DATE

           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = '00'
           END-IF
           .

      *----------------------------------------------------------
      * THE WINDOW RUNS UNDER THE BUSINESS DATE THE DRIVER SETS ON
      * busdate.txt, NOT THE SYSTEM CLOCK, SO A RESTART AFTER
      * MIDNIGHT OR A CATCH-UP RUN POSTS UNDER THE RIGHT DAY. RUN
      * BY HAND WITHOUT A CARD, TODAY'S DATE IS USED.
      *----------------------------------------------------------
       READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
              DISPLAY 'EXCRPT: NO BUSINESS-DATE CARD busdate.txt'
                 ' - RUNNING UNDER TODAY ' RUN-DATE
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE
              IF BUSINESS-DATE-VALUE IS NOT NUMERIC
                 DISPLAY 'EXCRPT: BUSINESS-DATE CARD busdate.txt'
                    ' HOLDS NO VALID DATE: ' BUSINESS-DATE-VALUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BUSINESS-DATE-VALUE TO RUN-DATE
           END-IF
           .

       END PROGRAM EXCRPT.
