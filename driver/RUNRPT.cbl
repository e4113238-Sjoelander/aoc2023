      * GREP driver.log AND CONSOLE CAPTURES FOR YESTERDAY'S
      * NUMBERS. RUN FROM THE DIRECTORY ABOVE THE PER-DAY
      * DIRECTORIES, WHERE THE SHARED MASTER LIVES.
      *
      * A SECOND SECTION LISTS DAY1 RUN DATES WHOSE LEDGER FEED
      * HAS GONE MORE THAN N DAYS WITHOUT AN ACKNOWLEDGEMENT
      * DAY1ACK HAS RECONCILED - NO RECORD ON feedack.dat AT ALL.
      * N COMES FROM COLUMNS 1-3 OF THE OPTIONAL ackcfg.txt CARD
      * AND DEFAULTS TO 3.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT FEED-FILE ASSIGN TO 'feedack.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEED-RUN-DATE
           FILE STATUS IS FEED-FILE-STATUS.

           SELECT ACK-CONFIG-FILE ASSIGN TO 'ackcfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-CONFIG-STATUS.

      *    THE BUSINESS-DATE CONTROL CARD THE DRIVER SETS FOR THE
      *    WINDOW - THE DATE EVERYTHING THIS RUN POSTS IS KEYED ON.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'busdate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(160).

      *    THE COMMON LAYOUT SHARED WITH DAY1ACK.
       FD  FEED-FILE.
       01  FEED-RECORD.
           05 FEED-RUN-DATE                PIC X(8).
           05 FEED-STATUS                  PIC X(12).
           05 FEED-STATUS-DATE             PIC X(8).
           05 FEED-DOCUMENTS               PIC 9(6).
           05 FEED-RECORDS                 PIC 9(9).
           05 FEED-PART1                   PIC 9(9).
           05 FEED-PART2                   PIC 9(9).
           05 FEED-MISMATCHES              PIC 9(6).

       FD  ACK-CONFIG-FILE.
       01  ACK-CONFIG-RECORD.
           05 ACK-CONFIG-OVERDUE-DAYS      PIC X(3).
           05 FILLER                       PIC X(77).

      *    DATE IN COLUMNS 1-8; 'Y' IN COLUMN 10 FLAGS A DELIBERATE
      *    RERUN OF A BUSINESS DATE THE WINDOW ALREADY COMPLETED.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BUSINESS-DATE-VALUE          PIC X(8).
           05 FILLER                       PIC X(1).
           05 BUSINESS-DATE-RERUN          PIC X(1).
           05 FILLER                       PIC X(70).

       WORKING-STORAGE SECTION.
       01 D                        PIC 9(4) BINARY.
       01 PRIOR                    PIC 9(4) BINARY.
       01 COUNT-CHANGE             PIC S9(6)
                                     SIGN IS TRAILING SEPARATE.

      *    LEDGER FEEDS STILL AWAITING ACKNOWLEDGEMENT, AGED FROM
      *    THE DAY1 RUN DATE TO TODAY.
       01 RUN-DATE                 PIC X(8).
       01 TODAY-INTEGER            PIC 9(9) BINARY.
       01 FEED-AGE-DAYS            PIC S9(5) BINARY.
       01 FEED-DATE-NUM            PIC 9(8).
       01 FEED-AGE-DISPLAY         PIC 9(5).
       01 ACK-OVERDUE-DAYS         PIC 9(3) VALUE 3.
       01 UNACKNOWLEDGED-COUNT     PIC 9(4) BINARY VALUE ZERO.
       01 FEED-FILE-OPEN-SW        PIC X(1) VALUE 'N'.
           88 FEED-FILE-OPEN                VALUE 'Y'.
       01 FEED-ACKNOWLEDGED-SW     PIC X(1).
           88 FEED-ACKNOWLEDGED             VALUE 'Y'.

       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01 FEED-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACK-CONFIG-STATUS        PIC X(2) VALUE '00'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM READ-BUSINESS-DATE
           PERFORM READ-ACK-CONFIG

           OPEN INPUT SUMMARY-FILE
           IF SUMMARY-FILE-STATUS NOT = '00'
              DISPLAY 'RUNRPT: UNABLE TO OPEN RUN-SUMMARY FILE '
           CLOSE SUMMARY-FILE

           PERFORM WRITE-OPERATIONS-REPORT
           PERFORM WRITE-UNACKNOWLEDGED-FEEDS

           CLOSE REPORT-FILE

           END-IF
           .

      *----------------------------------------------------------
      * THE OVERDUE LIMIT CARD IS OPTIONAL; A MISSING, EMPTY OR
      * NON-NUMERIC CARD LEAVES THE DEFAULT OF 3 DAYS.
      *----------------------------------------------------------
       READ-ACK-CONFIG.

           OPEN INPUT ACK-CONFIG-FILE
           IF ACK-CONFIG-STATUS = '00'
              READ ACK-CONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF ACK-CONFIG-OVERDUE-DAYS IS NUMERIC
                       MOVE ACK-CONFIG-OVERDUE-DAYS
                          TO ACK-OVERDUE-DAYS
                    ELSE
                       DISPLAY 'RUNRPT: ackcfg.txt OVERDUE DAYS NOT '
                          'NUMERIC - USING ' ACK-OVERDUE-DAYS
                    END-IF
              END-READ
              CLOSE ACK-CONFIG-FILE
           END-IF
           .

      *----------------------------------------------------------
      * EVERY DAY1 RUN DATE STILL IN THE TABLE THAT IS OLDER THAN
      * THE OVERDUE LIMIT AND HAS NO feedack.dat RECORD. A FEED
      * DAY1ACK RECONCILED WITH MISMATCHES IS NOT LISTED HERE -
      * ITS MISMATCHES ARE ALREADY OPEN EXCEPTIONS ON EXCRPT. NO
      * feedack.dat AT ALL MEANS NOTHING HAS EVER BEEN
      * ACKNOWLEDGED.
      *----------------------------------------------------------
       WRITE-UNACKNOWLEDGED-FEEDS.

           MOVE ACK-OVERDUE-DAYS TO FEED-AGE-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'LEDGER FEEDS UNACKNOWLEDGED OVER ' DELIMITED BY SIZE
                  FEED-AGE-DISPLAY                    DELIMITED BY SIZE
                  ' DAYS'                             DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           OPEN INPUT FEED-FILE
           IF FEED-FILE-STATUS = '00'
              MOVE 'Y' TO FEED-FILE-OPEN-SW
           END-IF

           MOVE RUN-DATE TO FEED-DATE-NUM
           COMPUTE TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(FEED-DATE-NUM)

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > DAY-TABLE-USED
              IF DAY1-FIGURES-PRESENT(D)
                 AND DAY-RUN-DATE(D) IS NUMERIC
                 PERFORM CHECK-ONE-FEED
              END-IF
           END-PERFORM

           IF FEED-FILE-OPEN
              CLOSE FEED-FILE
           END-IF

           IF UNACKNOWLEDGED-COUNT = ZERO
              MOVE SPACES TO REPORT-RECORD
              MOVE 'NONE' TO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
           END-IF
           .

       CHECK-ONE-FEED.

           MOVE DAY-RUN-DATE(D) TO FEED-DATE-NUM
           COMPUTE FEED-AGE-DAYS = TODAY-INTEGER
              - FUNCTION INTEGER-OF-DATE(FEED-DATE-NUM)

           IF FEED-AGE-DAYS > ACK-OVERDUE-DAYS
              MOVE 'N' TO FEED-ACKNOWLEDGED-SW
              IF FEED-FILE-OPEN
                 MOVE DAY-RUN-DATE(D) TO FEED-RUN-DATE
                 READ FEED-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'Y' TO FEED-ACKNOWLEDGED-SW
                 END-READ
              END-IF
              IF NOT FEED-ACKNOWLEDGED
                 ADD 1 TO UNACKNOWLEDGED-COUNT
                 MOVE FEED-AGE-DAYS TO FEED-AGE-DISPLAY
                 MOVE SPACES TO REPORT-RECORD
                 STRING 'RUN '            DELIMITED BY SIZE
                        DAY-RUN-DATE(D)   DELIMITED BY SIZE
                        ' DAY1 LEDGER FEED NOT ACKNOWLEDGED AFTER '
                                          DELIMITED BY SIZE
                        FEED-AGE-DISPLAY  DELIMITED BY SIZE
                        ' DAYS'           DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 PERFORM WRITE-REPORT-RECORD
              END-IF
           END-IF
           .

       WRITE-REPORT-RECORD.

           WRITE REPORT-RECORD
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
              DISPLAY 'RUNRPT: NO BUSINESS-DATE CARD busdate.txt'
                 ' - RUNNING UNDER TODAY ' RUN-DATE
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE
              IF BUSINESS-DATE-VALUE IS NOT NUMERIC
                 DISPLAY 'RUNRPT: BUSINESS-DATE CARD busdate.txt'
                    ' HOLDS NO VALID DATE: ' BUSINESS-DATE-VALUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BUSINESS-DATE-VALUE TO RUN-DATE
           END-IF
           .

       END PROGRAM RUNRPT.
