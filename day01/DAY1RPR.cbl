      * (THE REJECT COUNT ON day1tot.txt IS LEFT AS DAY1 WROTE IT:
      * THE REPAIRED LINES REMAIN ON rejects.txt AS THE RECORD OF
      * WHAT WAS ORIGINALLY UNREADABLE.)
      *
      * A RUN THAT REPAIRS ANYTHING POSTS ONE RECORD TO THE
      * ADJUSTMENT LOG adjlog.dat - THE RUN DATE REPAIRED, THE
      * PERIOD IT IS BOOKED TO AND WHAT IT ADDED - FOR PRDCLS TO
      * TOTAL AT MONTH END. WHEN THE BUSINESS DATE'S MONTH HAS
      * ALREADY BEEN CLOSED ON period.dat, THE ADJUSTMENT IS
      * BOOKED TO THE CURRENT (TODAY'S) PERIOD INSTEAD AND
      * FLAGGED PRIOR-PERIOD, AND adjust.txt SAYS SO; IF TODAY'S
      * PERIOD IS CLOSED TOO THERE IS NOWHERE TO BOOK IT AND THE
      * RUN STOPS 16 BEFORE ANYTHING IS TOUCHED.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

      *    DAY1'S DATED COPY OF THE SAME FEED, day1ext.YYYYMMDD,
      *    EXTENDED ALONGSIDE IT SO THE COPY DAY1ACK RECONCILES A
      *    LATE ACKNOWLEDGEMENT AGAINST CARRIES THE REPAIRS TOO.
           SELECT FEED-COPY-FILE ASSIGN DYNAMIC FEED-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-COPY-STATUS.

           SELECT DICTIONARY-FILE ASSIGN TO 'day1dict.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DICTIONARY-FILE-STATUS.
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

      *    THE BUSINESS-DATE CONTROL CARD THE DRIVER SET FOR THE
      *    WINDOW WHOSE FILES THIS RUN REPAIRS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO '../busdate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.

      *    THE PERIOD-CONTROL FILE PRDCLS RECORDS CLOSED MONTHS ON.
           SELECT PERIOD-FILE ASSIGN TO '../period.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-MONTH
           FILE STATUS IS PERIOD-FILE-STATUS.

      *    ONE RECORD PER REPAIR RUN, TOTALLED BY PRDCLS.
           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO '../adjlog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJUSTMENT-LOG-KEY
           FILE STATUS IS ADJUSTMENT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPAIR-FILE RECORD IS VARYING DEPENDING ON REPAIR-LENGTH.
           05 EXTRACT-TOTAL-1              PIC 9(9).
           05 EXTRACT-TOTAL-2              PIC 9(9).

      *    RECORD FOR RECORD THE SAME AS day1ext.txt.
       FD  FEED-COPY-FILE.
       01  FEED-COPY-RECORD                PIC X(156).

      *    ONE SUBSTITUTION PER CARD: THE SPELLED-OUT WORD, A
      *    SPACE, AND THE DIGIT IT STANDS FOR - THE SAME CARD
      *    FILE DAY1 LOADS, SO A REPAIR VALUES A LINE EXACTLY AS
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

      *    ONE RECORD PER CLOSED MONTH, KEYED YYYYMM - THE COMMON
      *    LAYOUT SHARED WITH PRDCLS.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PERIOD-MONTH                 PIC X(6).
           05 PERIOD-STATUS                PIC X(8).
              88 PERIOD-IS-CLOSED                  VALUE 'CLOSED'.
           05 PERIOD-CLOSE-DATE            PIC X(8).
           05 PERIOD-CLOSE-TIME            PIC X(8).
           05 PERIOD-DAY1-PART1            PIC 9(11).
           05 PERIOD-DAY1-PART2            PIC 9(11).
           05 PERIOD-ADJUSTED-PART1        PIC 9(11).
           05 PERIOD-ADJUSTED-PART2        PIC 9(11).
           05 PERIOD-DAY2-SUM              PIC 9(11).
           05 PERIOD-DAY2-POWER            PIC 9(11).
           05 PERIOD-CARRIED-FORWARD       PIC 9(6).

      *    KEYED BY THE RUN DATE REPAIRED AND THE STAMP OF THE
      *    POSTING - THE COMMON LAYOUT SHARED WITH PRDCLS, RUNBKO
      *    AND RUNRLD.
       FD  ADJUSTMENT-LOG-FILE.
       01  ADJUSTMENT-LOG-RECORD.
           05 ADJUSTMENT-LOG-KEY.
              10 ADJUSTMENT-LOG-RUN-DATE   PIC X(8).
              10 ADJUSTMENT-LOG-STAMP.
                 15 ADJUSTMENT-LOG-DATE    PIC X(8).
                 15 ADJUSTMENT-LOG-TIME    PIC X(8).
           05 ADJUSTMENT-LOG-PROGRAM       PIC X(8).
           05 ADJUSTMENT-LOG-PERIOD        PIC X(6).
           05 ADJUSTMENT-LOG-PRIOR-PERIOD  PIC X(1).
              88 ADJUSTMENT-IS-PRIOR-PERIOD        VALUE 'Y'.
           05 ADJUSTMENT-LOG-LINES         PIC 9(6).
           05 ADJUSTMENT-LOG-PART1         PIC 9(9).
           05 ADJUSTMENT-LOG-PART2         PIC 9(9).

       WORKING-STORAGE SECTION.
       01 REPAIR-LENGTH            PIC 9(4) BINARY.
       01 RECORD-LENGTH            PIC 9(4) BINARY.
       01 REJECTED-COUNT-DISPLAY    PIC 9(6).

       01 RUN-DATE                 PIC X(8).
      *    THE ADJUSTMENT AND GRAND TRAILER RECORDS BELONG TO THE
      *    FEED BEING REPAIRED, SO THEY CARRY ITS BUSINESS DATE;
      *    RUN-DATE (TODAY) DATES THE DESK'S REPAIR ON THE MASTER.
       01 BUSINESS-DATE            PIC X(8).
       01 RUN-TIME                 PIC X(8).

      *    THE PERIOD THIS RUN'S ADJUSTMENTS ARE BOOKED TO: THE
      *    BUSINESS DATE'S MONTH, OR TODAY'S WHEN THAT ONE IS
      *    CLOSED.
       01 POSTING-PERIOD           PIC X(6).
       01 PRIOR-PERIOD-SW          PIC X(1) VALUE 'N'.
           88 PRIOR-PERIOD-POSTING          VALUE 'Y'.
       01 PERIOD-CLOSED-SW         PIC X(1).
           88 LOOKUP-PERIOD-CLOSED          VALUE 'Y'.
       01 LOOKUP-PERIOD            PIC X(6).
       01 PERIOD-FILE-STATUS       PIC X(2) VALUE '00'.
       01 ADJUSTMENT-LOG-STATUS    PIC X(2) VALUE '00'.

      *    EXCEPTION KEYS OF THE LINES THIS RUN REPAIRED, IN THE
      *    SAME 'DOCUMENT LINE NNNNNN' SHAPE DAY1 POSTS TO THE
       01 EXTRACT-VALUE-WORK       PIC 9(2).
       01 ADJUSTMENT-RECORD-COUNT  PIC 9(6) BINARY VALUE ZERO.
       01 EXTRACT-FILE-STATUS      PIC X(2) VALUE '00'.
       01 FEED-COPY-NAME           PIC X(16) VALUE SPACES.
       01 FEED-COPY-STATUS         PIC X(2) VALUE '00'.

       01 REPAIR-FILE-STATUS       PIC X(2) VALUE '00'.
           88 REPAIR-FILE-EOF               VALUE '10'.
       01 ADJUST-FILE-STATUS       PIC X(2) VALUE '00'.
       01 DICTIONARY-FILE-STATUS   PIC X(2) VALUE '00'.
           88 DICTIONARY-FILE-EOF           VALUE '10'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-POSTING-PERIOD

           PERFORM LOAD-SUBSTITUTION-DICTIONARY

           CLOSE REPAIR-FILE

           PERFORM WRITE-ADJUSTMENT-TOTALS
           PERFORM POST-ADJUSTMENT-LOG
           PERFORM REWRITE-RUN-TOTALS
           PERFORM WRITE-EXTRACT-GRAND-TRAILER
           PERFORM UPDATE-EXCEPTION-MASTER
           CLOSE VARIANCE-FILE
           CLOSE ADJUST-FILE
           CLOSE EXTRACT-FILE
           CLOSE FEED-COPY-FILE

           MOVE REVISED-PART1 TO TOTAL-DISPLAY
           DISPLAY 'DAY1RPR: REVISED PART1: ' TOTAL-DISPLAY
              DISPLAY 'DAY1RPR: UNABLE TO OPEN EXTRACT FILE '
                 'day1ext.txt STATUS ' EXTRACT-FILE-STATUS
           END-IF

           MOVE SPACES TO FEED-COPY-NAME
           STRING 'day1ext.'               DELIMITED BY SIZE
                  BUSINESS-DATE            DELIMITED BY SIZE
             INTO FEED-COPY-NAME
           OPEN EXTEND FEED-COPY-FILE
           IF FEED-COPY-STATUS NOT = '00'
              OPEN OUTPUT FEED-COPY-FILE
           END-IF
           IF FEED-COPY-STATUS NOT = '00'
              DISPLAY 'DAY1RPR: UNABLE TO OPEN FEED COPY '
                 FEED-COPY-NAME ' STATUS ' FEED-COPY-STATUS
           END-IF
           .

      *----------------------------------------------------------

           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'A' TO EXTRACT-RECORD-TYPE
           MOVE BUSINESS-DATE TO EXTRACT-RUN-DATE
           MOVE SPACES TO EXTRACT-SUPPLIER
           MOVE DOCUMENT-NAME TO EXTRACT-DOC-NAME
           MOVE DOCUMENT-LINE-NUMBER TO EXTRACT-LINE-NUMBER
              DISPLAY 'DAY1RPR: UNABLE TO WRITE EXTRACT RECORD '
                 'STATUS ' EXTRACT-FILE-STATUS
           END-IF
           WRITE FEED-COPY-RECORD FROM EXTRACT-RECORD
           IF FEED-COPY-STATUS NOT = '00'
              DISPLAY 'DAY1RPR: UNABLE TO WRITE FEED COPY RECORD '
                 'STATUS ' FEED-COPY-STATUS
           END-IF
           .

      *----------------------------------------------------------

           MOVE SPACES TO EXTRACT-RECORD
           MOVE 'G' TO EXTRACT-RECORD-TYPE
           MOVE BUSINESS-DATE TO EXTRACT-RUN-DATE
           MOVE SPACES TO EXTRACT-SUPPLIER
                          EXTRACT-DOC-NAME
           MOVE ZERO TO EXTRACT-LINE-NUMBER
           END-IF
           .

      *----------------------------------------------------------
      * THE FILES BEING REPAIRED BELONG TO THE LAST WINDOW'S
      * BUSINESS DATE ON busdate.txt, WHICH MAY NOT BE TODAY -
      * A MONDAY REPAIR OF A SATURDAY CATCH-UP RUN, SAY. WITHOUT
      * A CARD, TODAY'S DATE IS USED.
      *----------------------------------------------------------
       READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
              MOVE RUN-DATE TO BUSINESS-DATE
              DISPLAY 'DAY1RPR: NO BUSINESS-DATE CARD ../busdate.txt'
                 ' - RUNNING UNDER TODAY ' BUSINESS-DATE
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE
              IF BUSINESS-DATE-VALUE IS NOT NUMERIC
                 DISPLAY 'DAY1RPR: BUSINESS-DATE CARD ../busdate.txt'
                    ' HOLDS NO VALID DATE: ' BUSINESS-DATE-VALUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BUSINESS-DATE-VALUE TO BUSINESS-DATE
           END-IF
           .

      *----------------------------------------------------------
      * A CLOSED MONTH'S FIGURES STAND AS FINANCE CLOSED THEM, SO
      * A REPAIR OF ONE OF ITS DATES IS BOOKED TO TODAY'S PERIOD
      * AS A PRIOR-PERIOD ADJUSTMENT. WITH TODAY'S PERIOD CLOSED
      * TOO, NO OPEN PERIOD CAN TAKE IT. A MISSING period.dat
      * MEANS NO PERIOD HAS BEEN CLOSED.
      *----------------------------------------------------------
       CHECK-POSTING-PERIOD.

           MOVE BUSINESS-DATE(1:6) TO POSTING-PERIOD
           MOVE POSTING-PERIOD TO LOOKUP-PERIOD
           PERFORM LOOK-UP-PERIOD
           IF LOOKUP-PERIOD-CLOSED
              MOVE RUN-DATE(1:6) TO LOOKUP-PERIOD
              PERFORM LOOK-UP-PERIOD
              IF LOOKUP-PERIOD-CLOSED
                 DISPLAY 'DAY1RPR: PERIOD ' POSTING-PERIOD
                    ' OF BUSINESS DATE ' BUSINESS-DATE
                    ' AND CURRENT PERIOD ' LOOKUP-PERIOD
                    ' ARE BOTH CLOSED - NOTHING REPAIRED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'DAY1RPR: PERIOD ' POSTING-PERIOD
                 ' IS CLOSED - ADJUSTMENTS BOOKED TO PERIOD '
                 LOOKUP-PERIOD ' AS PRIOR-PERIOD'
              MOVE LOOKUP-PERIOD TO POSTING-PERIOD
              MOVE 'Y' TO PRIOR-PERIOD-SW
           END-IF
           .

       LOOK-UP-PERIOD.

           MOVE 'N' TO PERIOD-CLOSED-SW
           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = '00'
              MOVE LOOKUP-PERIOD TO PERIOD-MONTH
              READ PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PERIOD-IS-CLOSED
                       MOVE 'Y' TO PERIOD-CLOSED-SW
                    END-IF
              END-READ
              CLOSE PERIOD-FILE
           END-IF
           .

      *----------------------------------------------------------
      * ONE ADJUSTMENT-LOG RECORD FOR THE RUN, IF IT REPAIRED
      * ANYTHING, STAMPED WITH TODAY'S DATE AND TIME. A
      * PRIOR-PERIOD BOOKING IS NOTED ON adjust.txt. A LOG THAT
      * CANNOT BE WRITTEN IS ONLY REPORTED - THE REPAIR ITSELF
      * HAS POSTED - BUT THE MONTH-END STATEMENT WILL NOT SHOW IT.
      *----------------------------------------------------------
       POST-ADJUSTMENT-LOG.

           IF REPAIRED-COUNT = ZERO
              CONTINUE
           ELSE
              IF PRIOR-PERIOD-POSTING
                 MOVE SPACES TO ADJUST-RECORD
                 STRING 'PRIOR PERIOD ADJUSTMENT - RUN DATE '
                                          DELIMITED BY SIZE
                        BUSINESS-DATE     DELIMITED BY SIZE
                        ' IS IN CLOSED PERIOD '
                                          DELIMITED BY SIZE
                        BUSINESS-DATE(1:6) DELIMITED BY SIZE
                        ' - BOOKED TO PERIOD '
                                          DELIMITED BY SIZE
                        POSTING-PERIOD    DELIMITED BY SIZE
                   INTO ADJUST-RECORD
                 PERFORM WRITE-ADJUST-RECORD
              END-IF

              OPEN I-O ADJUSTMENT-LOG-FILE
              IF ADJUSTMENT-LOG-STATUS NOT = '00'
                 OPEN OUTPUT ADJUSTMENT-LOG-FILE
              END-IF
              IF ADJUSTMENT-LOG-STATUS NOT = '00'
                 DISPLAY 'DAY1RPR: UNABLE TO OPEN ADJUSTMENT LOG '
                    '../adjlog.dat STATUS ' ADJUSTMENT-LOG-STATUS
              ELSE
                 MOVE BUSINESS-DATE     TO ADJUSTMENT-LOG-RUN-DATE
                 MOVE RUN-DATE          TO ADJUSTMENT-LOG-DATE
                 MOVE RUN-TIME          TO ADJUSTMENT-LOG-TIME
                 MOVE 'DAY1RPR'         TO ADJUSTMENT-LOG-PROGRAM
                 MOVE POSTING-PERIOD    TO ADJUSTMENT-LOG-PERIOD
                 MOVE PRIOR-PERIOD-SW   TO ADJUSTMENT-LOG-PRIOR-PERIOD
                 MOVE REPAIRED-COUNT    TO ADJUSTMENT-LOG-LINES
                 MOVE ADJUSTMENT-PART1  TO ADJUSTMENT-LOG-PART1
                 MOVE ADJUSTMENT-PART2  TO ADJUSTMENT-LOG-PART2
                 WRITE ADJUSTMENT-LOG-RECORD
                 IF ADJUSTMENT-LOG-STATUS NOT = '00'
                    DISPLAY 'DAY1RPR: UNABLE TO WRITE ADJUSTMENT LOG '
                       'RECORD STATUS ' ADJUSTMENT-LOG-STATUS
                 END-IF
                 CLOSE ADJUSTMENT-LOG-FILE
              END-IF
           END-IF
           .

       END PROGRAM DAY1RPR.
