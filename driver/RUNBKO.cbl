       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBKO.
      *----------------------------------------------------------
      * RUN-DATE BACKOUT ACROSS THE SHARED KEYED MASTERS. WHEN A
      * BAD DAY GETS THROUGH - THE WRONG control.txt, A GARBAGE
      * day2cfg.txt - EVERYTHING THAT RUN POSTED IS TAKEN BACK
      * OUT SO THE WINDOW CAN RERUN THE DATE CLEANLY AND RUNRPT,
      * EXCRPT, DAY2TRD AND DAY2FCT STOP REPORTING FROM IT.
      *
      * THE PARAMETER CARD (bkoutcfg.txt) GIVES THE RUN DATE IN
      * COLUMNS 1-8, THE PROGRAM IN 10-13 (DAY1, DAY2 OR BOTH)
      * AND, IN COLUMN 15, 'Y' TO OVERRIDE THE DESK-WORK GUARD.
      * FOR DAY1 THAT MEANS ITS runsum.dat RECORD, ITS excmst.dat
      * ENTRIES, ITS supphist.dat FIGURES, THE doclog.dat ENTRIES
      * OF THE DOCUMENTS IT POSTED AND - SINCE THE LEDGER FEED
      * THEY DESCRIBE GOES WITH IT - ANY DAY1ACK ENTRIES AND THE
      * feedack.dat RECORD FOR THE DATE, AND THE adjlog.dat
      * RECORDS OF ANY DAY1RPR REPAIR OF IT. FOR DAY2, ITS
      * runsum.dat RECORD, ITS excmst.dat ENTRIES AND ITS
      * gamehist.dat GAMES.
      *
      * EVERY RECORD IS FIRST UNLOADED, IMAGE AND ALL, TO THE
      * FLAT BACKOUT FILE backout.dat (APPENDED ACROSS RUNS AND
      * STAMPED WITH THE TIME OF THIS BACKOUT) SO RUNRLD CAN PUT
      * IT BACK; A RECORD IS ONLY DELETED AFTER ITS UNLOAD WROTE
      * CLEANLY, AS IN DAY2PRG. COUNTS PER FILE ARE REPORTED ON
      * bkoutrpt.txt.
      *
      * AN EXCEPTION ENTRY ALREADY REPAIRED OR WAIVED CARRIES
      * DESK WORK; IF THE DATE HAS ANY, THEY ARE LISTED AND
      * NOTHING AT ALL IS BACKED OUT UNLESS THE CARD OVERRIDES.
      * A DATE IN A MONTH PRDCLS HAS CLOSED ON period.dat IS
      * REFUSED OUTRIGHT - THE OVERRIDE DOES NOT REACH IT.
      * RUN BY HAND FROM THE DIRECTORY ABOVE THE PER-DAY
      * DIRECTORIES. ENDS 8 WHEN REFUSED OR WHEN ANY RECORD COULD
      * NOT BE UNLOADED OR DELETED, 16 ON A BAD CARD.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-CONFIG-FILE ASSIGN TO 'bkoutcfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKOUT-CONFIG-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO 'backout.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNLOAD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'bkoutrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO 'runsum.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUMMARY-KEY
           FILE STATUS IS SUMMARY-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'excmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT SUPPLIER-HISTORY-FILE ASSIGN TO 'supphist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-HISTORY-KEY
           FILE STATUS IS SUPPLIER-HISTORY-STATUS.

           SELECT DOCUMENT-LOG-FILE ASSIGN TO 'doclog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCUMENT-LOG-NAME
           ALTERNATE RECORD KEY IS DOCUMENT-LOG-CONTENT
              WITH DUPLICATES
           FILE STATUS IS DOCUMENT-LOG-STATUS.

           SELECT FEED-FILE ASSIGN TO 'feedack.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEED-RUN-DATE
           FILE STATUS IS FEED-FILE-STATUS.

      *    DAY2'S GAME HISTORY LIVES WITH DAY2, NOT AT THE TOP.
           SELECT HISTORY-FILE ASSIGN TO 'day02/gamehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO 'adjlog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJUSTMENT-LOG-KEY
           FILE STATUS IS ADJUSTMENT-LOG-STATUS.

           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-MONTH
           FILE STATUS IS PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-CONFIG-FILE.
       01  BACKOUT-CONFIG-RECORD.
           05 CONFIG-RUN-DATE      PIC X(8).
           05 FILLER               PIC X(1).
           05 CONFIG-PROGRAM       PIC X(4).
           05 FILLER               PIC X(1).
           05 CONFIG-OVERRIDE      PIC X(1).

      *    ONE LINE PER UNLOADED RECORD: WHICH FILE IT CAME FROM,
      *    THE RUN DATE AND PROGRAM BACKED OUT, THE STAMP OF THE
      *    BACKOUT RUN, THEN THE RECORD IMAGE EXACTLY AS IT STOOD.
      *    THE COMMON LAYOUT SHARED WITH RUNRLD.
       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD.
           05 UNLOAD-FILE-ID               PIC X(8).
           05 UNLOAD-RUN-DATE              PIC X(8).
           05 UNLOAD-PROGRAM               PIC X(8).
           05 UNLOAD-STAMP                 PIC X(16).
           05 UNLOAD-IMAGE                 PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(160).

      *    THE COMMON LAYOUT SHARED WITH DAY1, DAY2 AND RUNRPT.
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05 SUMMARY-KEY.
              10 SUMMARY-RUN-DATE          PIC X(8).
              10 SUMMARY-PROGRAM           PIC X(8).
           05 SUMMARY-FIGURE-1             PIC 9(9).
           05 SUMMARY-FIGURE-2             PIC 9(9).
           05 SUMMARY-COUNT-1              PIC 9(6).
           05 SUMMARY-COUNT-2              PIC 9(6).
           05 SUMMARY-ELAPSED-CS           PIC 9(8).

      *    ONE LIFECYCLE RECORD PER EXCEPTION, KEYED BY RUN DATE,
      *    PROGRAM AND EXCEPTION KEY - THE COMMON LAYOUT SHARED
      *    WITH DAY1, DAY2, DAY1RPR, DAY1ACK, EXCWVE AND EXCRPT.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05 MASTER-KEY.
              10 MASTER-RUN-DATE           PIC X(8).
              10 MASTER-PROGRAM            PIC X(8).
              10 MASTER-EXC-KEY            PIC X(60).
           05 MASTER-REASON-CODE           PIC X(12).
           05 MASTER-STATUS                PIC X(12).
           05 MASTER-STATUS-DATE           PIC X(8).
           05 MASTER-SUPPLIER              PIC X(8).
           05 MASTER-DATA                  PIC X(120).
           05 MASTER-WAIVE-REASON          PIC X(60).

      *    THE COMMON LAYOUT SHARED WITH DAY1 AND SUPSCR.
       FD  SUPPLIER-HISTORY-FILE.
       01  SUPPLIER-HISTORY-RECORD.
           05 SUPPLIER-HISTORY-KEY.
              10 SUPPLIER-HISTORY-RUN-DATE PIC X(8).
              10 SUPPLIER-HISTORY-CODE     PIC X(8).
           05 SUPPLIER-HISTORY-DOCS        PIC 9(4).
           05 SUPPLIER-HISTORY-LINES       PIC 9(6).
           05 SUPPLIER-HISTORY-PART1       PIC 9(9).
           05 SUPPLIER-HISTORY-PART2       PIC 9(9).
           05 SUPPLIER-HISTORY-REJECTS     PIC 9(6).

      *    THE COMMON LAYOUT SHARED WITH DAY1.
       FD  DOCUMENT-LOG-FILE.
       01  DOCUMENT-LOG-RECORD.
           05 DOCUMENT-LOG-NAME            PIC X(100).
           05 DOCUMENT-LOG-SUPPLIER        PIC X(8).
           05 DOCUMENT-LOG-RUN-DATE        PIC X(8).
           05 DOCUMENT-LOG-RUN-TIME        PIC 9(8).
           05 DOCUMENT-LOG-CONTENT.
              10 DOCUMENT-LOG-LINES        PIC 9(6).
              10 DOCUMENT-LOG-HASH         PIC 9(9).
           05 DOCUMENT-LOG-PART1           PIC 9(9).

      *    THE COMMON LAYOUT SHARED WITH DAY1ACK AND RUNRPT.
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

      *    THE COMMON LAYOUT SHARED WITH DAY2, DAY2PRG AND DAY2RLD.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HISTORY-KEY.
              10 HISTORY-RUN-DATE       PIC X(8).
              10 HISTORY-GAME-NUMBER    PIC 9(4).
           05 HISTORY-MINIMUM-RED       PIC 9(4).
           05 HISTORY-MINIMUM-GREEN     PIC 9(4).
           05 HISTORY-MINIMUM-BLUE      PIC 9(4).
           05 HISTORY-POWER             PIC 9(9).

      *    THE COMMON LAYOUT SHARED WITH DAY1RPR, PRDCLS AND RUNRLD.
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

      *    THE COMMON LAYOUT SHARED WITH PRDCLS.
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

       WORKING-STORAGE SECTION.
       01 F                        PIC 9(4) BINARY.

       01 BACKOUT-DATE             PIC X(8).
       01 BACKOUT-PROGRAM          PIC X(8).
       01 OVERRIDE-SW              PIC X(1) VALUE 'N'.
           88 DESK-WORK-OVERRIDDEN          VALUE 'Y'.
       01 BACKOUT-DAY1-SW          PIC X(1) VALUE 'N'.
           88 BACKOUT-DAY1                  VALUE 'Y'.
       01 BACKOUT-DAY2-SW          PIC X(1) VALUE 'N'.
           88 BACKOUT-DAY2                  VALUE 'Y'.

      *    THE STAMP OF THIS BACKOUT RUN (TODAY'S DATE AND TIME) SO
      *    RUNRLD CAN RELOAD ONE BACKOUT OF A DATE AND NOT ANOTHER.
       01 BACKOUT-STAMP.
           05 STAMP-DATE           PIC X(8).
           05 STAMP-TIME           PIC X(8).

      *    ONE COUNTER LINE PER FILE THE BACKOUT TOUCHES, IN THE
      *    ORDER THEY ARE WORKED AND REPORTED.
       01 FILE-COUNT-TABLE.
           05 FILE-COUNT-ENTRY OCCURS 7 TIMES.
              10 FILE-COUNT-NAME       PIC X(12).
              10 FILE-UNLOADED-COUNT   PIC 9(6) BINARY.
              10 FILE-DELETED-COUNT    PIC 9(6) BINARY.
              10 FILE-FAILED-COUNT     PIC 9(6) BINARY.
              10 FILE-ABSENT-SW        PIC X(1).
                 88 FILE-NOT-PRESENT           VALUE 'Y'.
       01 FILE-RUNSUM              PIC 9(4) BINARY VALUE 1.
       01 FILE-EXCMST              PIC 9(4) BINARY VALUE 2.
       01 FILE-GAMEHIST            PIC 9(4) BINARY VALUE 3.
       01 FILE-SUPPHIST            PIC 9(4) BINARY VALUE 4.
       01 FILE-DOCLOG              PIC 9(4) BINARY VALUE 5.
       01 FILE-FEEDACK             PIC 9(4) BINARY VALUE 6.
       01 FILE-ADJLOG              PIC 9(4) BINARY VALUE 7.
       01 CURRENT-FILE             PIC 9(4) BINARY.

       01 DESK-WORK-COUNT          PIC 9(6) BINARY VALUE ZERO.
       01 PERIOD-CLOSED-SW         PIC X(1) VALUE 'N'.
           88 BACKOUT-PERIOD-CLOSED         VALUE 'Y'.
       01 PERIOD-CLOSED-ON         PIC X(8).
       01 FAILURE-COUNT            PIC 9(6) BINARY VALUE ZERO.
       01 SCAN-PROGRAM             PIC X(8).

       01 SCAN-EOF-SW              PIC X(1).
           88 SCAN-AT-END                   VALUE 'Y'.
       01 UNLOAD-WRITE-OK-SW       PIC X(1).
           88 UNLOAD-WRITE-OK               VALUE 'Y'.

       01 UNLOADED-DISPLAY         PIC 9(6).
       01 DELETED-DISPLAY          PIC 9(6).
       01 FAILED-DISPLAY           PIC 9(6).
       01 COUNT-DISPLAY            PIC 9(6).

       01 BACKOUT-CONFIG-STATUS    PIC X(2) VALUE '00'.
       01 UNLOAD-FILE-STATUS       PIC X(2) VALUE '00'.
       01 REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 SUPPLIER-HISTORY-STATUS  PIC X(2) VALUE '00'.
       01 DOCUMENT-LOG-STATUS      PIC X(2) VALUE '00'.
       01 FEED-FILE-STATUS         PIC X(2) VALUE '00'.
       01 HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 ADJUSTMENT-LOG-STATUS    PIC X(2) VALUE '00'.
       01 PERIOD-FILE-STATUS       PIC X(2) VALUE '00'.
       01 DELETE-STATUS            PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM READ-BACKOUT-CONFIG

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'RUNBKO: UNABLE TO OPEN REPORT FILE '
                 'bkoutrpt.txt STATUS ' REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING 'BACKOUT OF RUN DATE ' DELIMITED BY SIZE
                  BACKOUT-DATE           DELIMITED BY SIZE
                  ' PROGRAM '            DELIMITED BY SIZE
                  BACKOUT-PROGRAM        DELIMITED BY SPACE
                  ' STAMP '              DELIMITED BY SIZE
                  BACKOUT-STAMP          DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           PERFORM CHECK-BACKOUT-PERIOD
           IF BACKOUT-PERIOD-CLOSED
              MOVE SPACES TO REPORT-RECORD
              STRING 'REFUSED - PERIOD '    DELIMITED BY SIZE
                     BACKOUT-DATE(1:6)      DELIMITED BY SIZE
                     ' WAS CLOSED ON '      DELIMITED BY SIZE
                     PERIOD-CLOSED-ON       DELIMITED BY SIZE
                     '; NOTHING BACKED OUT. A CLOSED MONTH''S FIGURES'
                                            DELIMITED BY SIZE
                     ' STAND AS CLOSED'     DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
              DISPLAY 'RUNBKO: REFUSED - PERIOD ' BACKOUT-DATE(1:6)
                 ' IS CLOSED'
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHECK-DESK-WORK
           IF DESK-WORK-COUNT NOT = ZERO
              AND NOT DESK-WORK-OVERRIDDEN
              MOVE DESK-WORK-COUNT TO COUNT-DISPLAY
              MOVE SPACES TO REPORT-RECORD
              STRING 'REFUSED - '           DELIMITED BY SIZE
                     COUNT-DISPLAY          DELIMITED BY SIZE
                     ' EXCEPTION ENTRIES ALREADY REPAIRED OR WAIVED;'
                                            DELIMITED BY SIZE
                     ' NOTHING BACKED OUT. OVERRIDE ON THE CARD TO '
                                            DELIMITED BY SIZE
                     'BACK THEM OUT TOO'    DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
              DISPLAY 'RUNBKO: REFUSED - ' COUNT-DISPLAY
                 ' REPAIRED/WAIVED ENTRIES ON ' BACKOUT-DATE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

      *    THE BACKOUT FILE EXTENDS ACROSS RUNS, LIKE DAY2PRG'S
      *    ARCHIVE; A MISSING ONE FALLS BACK TO OUTPUT.
           OPEN EXTEND UNLOAD-FILE
           IF UNLOAD-FILE-STATUS NOT = '00'
              OPEN OUTPUT UNLOAD-FILE
           END-IF
           IF UNLOAD-FILE-STATUS NOT = '00'
              DISPLAY 'RUNBKO: UNABLE TO OPEN BACKOUT FILE '
                 'backout.dat STATUS ' UNLOAD-FILE-STATUS
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM INITIALIZE-FILE-COUNTS

           IF BACKOUT-DAY1
              MOVE 'DAY1' TO SCAN-PROGRAM
              PERFORM BACK-OUT-SUMMARY
              PERFORM BACK-OUT-MASTER-ENTRIES
              MOVE 'DAY1ACK' TO SCAN-PROGRAM
              PERFORM BACK-OUT-MASTER-ENTRIES
              MOVE 'DAY1' TO SCAN-PROGRAM
              PERFORM BACK-OUT-SUPPLIER-HISTORY
              PERFORM BACK-OUT-DOCUMENT-LOG
              PERFORM BACK-OUT-FEED-STATUS
              PERFORM BACK-OUT-ADJUSTMENT-LOG
           END-IF

           IF BACKOUT-DAY2
              MOVE 'DAY2' TO SCAN-PROGRAM
              PERFORM BACK-OUT-SUMMARY
              PERFORM BACK-OUT-MASTER-ENTRIES
              PERFORM BACK-OUT-GAME-HISTORY
           END-IF

           CLOSE UNLOAD-FILE

           PERFORM WRITE-BACKOUT-COUNTS

           CLOSE REPORT-FILE

           IF FAILURE-COUNT NOT = ZERO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

      *----------------------------------------------------------
      * A BLANK OR GARBAGE DATE OR PROGRAM WOULD BACK OUT THE
      * WRONG THING OR NOTHING, SO THE CARD IS CHECKED HARD
      * BEFORE ANY FILE IS TOUCHED.
      *----------------------------------------------------------
       READ-BACKOUT-CONFIG.

           OPEN INPUT BACKOUT-CONFIG-FILE
           IF BACKOUT-CONFIG-STATUS NOT = '00'
              DISPLAY 'RUNBKO: UNABLE TO OPEN PARAMETER CARD '
                 'bkoutcfg.txt STATUS ' BACKOUT-CONFIG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO BACKOUT-CONFIG-RECORD
           READ BACKOUT-CONFIG-FILE
              AT END
                 DISPLAY 'RUNBKO: PARAMETER CARD bkoutcfg.txt '
                    'IS EMPTY'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE BACKOUT-CONFIG-FILE

           IF CONFIG-RUN-DATE IS NOT NUMERIC
              DISPLAY 'RUNBKO: BAD RUN DATE ON PARAMETER CARD: '
                 BACKOUT-CONFIG-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EVALUATE CONFIG-PROGRAM
              WHEN 'DAY1'
                 MOVE 'Y' TO BACKOUT-DAY1-SW
              WHEN 'DAY2'
                 MOVE 'Y' TO BACKOUT-DAY2-SW
              WHEN 'BOTH'
                 MOVE 'Y' TO BACKOUT-DAY1-SW
                             BACKOUT-DAY2-SW
              WHEN OTHER
                 DISPLAY 'RUNBKO: PROGRAM ON PARAMETER CARD MUST BE '
                    'DAY1, DAY2 OR BOTH: ' BACKOUT-CONFIG-RECORD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE CONFIG-RUN-DATE TO BACKOUT-DATE
           MOVE CONFIG-PROGRAM TO BACKOUT-PROGRAM
           IF CONFIG-OVERRIDE = 'Y'
              MOVE 'Y' TO OVERRIDE-SW
           END-IF
           .

      *----------------------------------------------------------
      * THE BACKOUT DATE'S MONTH ON THE PERIOD-CONTROL FILE. A
      * MISSING period.dat MEANS NO PERIOD HAS BEEN CLOSED.
      *----------------------------------------------------------
       CHECK-BACKOUT-PERIOD.

           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = '00'
              MOVE BACKOUT-DATE(1:6) TO PERIOD-MONTH
              READ PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PERIOD-IS-CLOSED
                       MOVE 'Y' TO PERIOD-CLOSED-SW
                       MOVE PERIOD-CLOSE-DATE TO PERIOD-CLOSED-ON
                    END-IF
              END-READ
              CLOSE PERIOD-FILE
           END-IF
           .

      *----------------------------------------------------------
      * LIST EVERY ENTRY FOR THE DATE AND PROGRAM(S) THE DESK HAS
      * ALREADY REPAIRED OR WAIVED, BEFORE ANYTHING IS REMOVED.
      *----------------------------------------------------------
       CHECK-DESK-WORK.

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS = '00'
              IF BACKOUT-DAY1
                 MOVE 'DAY1' TO SCAN-PROGRAM
                 PERFORM CHECK-PROGRAM-DESK-WORK
                 MOVE 'DAY1ACK' TO SCAN-PROGRAM
                 PERFORM CHECK-PROGRAM-DESK-WORK
              END-IF
              IF BACKOUT-DAY2
                 MOVE 'DAY2' TO SCAN-PROGRAM
                 PERFORM CHECK-PROGRAM-DESK-WORK
              END-IF
              CLOSE MASTER-FILE
           END-IF
           .

       CHECK-PROGRAM-DESK-WORK.

           MOVE 'N' TO SCAN-EOF-SW
           MOVE BACKOUT-DATE TO MASTER-RUN-DATE
           MOVE SCAN-PROGRAM TO MASTER-PROGRAM
           MOVE LOW-VALUES   TO MASTER-EXC-KEY
           START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
              INVALID KEY
                 MOVE 'Y' TO SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-AT-END
              READ MASTER-FILE NEXT
                 AT END
                    MOVE 'Y' TO SCAN-EOF-SW
                 NOT AT END
                    IF MASTER-RUN-DATE NOT = BACKOUT-DATE
                       OR MASTER-PROGRAM NOT = SCAN-PROGRAM
                       MOVE 'Y' TO SCAN-EOF-SW
                    ELSE
                       IF MASTER-STATUS = 'REPAIRED'
                          OR MASTER-STATUS = 'WAIVED'
                          ADD 1 TO DESK-WORK-COUNT
                          PERFORM WRITE-DESK-WORK-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       WRITE-DESK-WORK-LINE.

           MOVE SPACES TO REPORT-RECORD
           STRING 'DESK WORK '           DELIMITED BY SIZE
                  MASTER-PROGRAM         DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  MASTER-REASON-CODE     DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  MASTER-STATUS          DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  MASTER-STATUS-DATE     DELIMITED BY SIZE
                  ' KEY '                DELIMITED BY SIZE
                  MASTER-EXC-KEY         DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD
           .

       INITIALIZE-FILE-COUNTS.

           MOVE 'runsum.dat'   TO FILE-COUNT-NAME(FILE-RUNSUM)
           MOVE 'excmst.dat'   TO FILE-COUNT-NAME(FILE-EXCMST)
           MOVE 'gamehist.dat' TO FILE-COUNT-NAME(FILE-GAMEHIST)
           MOVE 'supphist.dat' TO FILE-COUNT-NAME(FILE-SUPPHIST)
           MOVE 'doclog.dat'   TO FILE-COUNT-NAME(FILE-DOCLOG)
           MOVE 'feedack.dat'  TO FILE-COUNT-NAME(FILE-FEEDACK)
           MOVE 'adjlog.dat'   TO FILE-COUNT-NAME(FILE-ADJLOG)
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 7
              MOVE ZERO TO FILE-UNLOADED-COUNT(F)
                           FILE-DELETED-COUNT(F)
                           FILE-FAILED-COUNT(F)
              MOVE 'N' TO FILE-ABSENT-SW(F)
           END-PERFORM
           .

      *----------------------------------------------------------
      * THE PROGRAM'S ONE runsum.dat RECORD FOR THE DATE.
      *----------------------------------------------------------
       BACK-OUT-SUMMARY.

           MOVE FILE-RUNSUM TO CURRENT-FILE
           OPEN I-O SUMMARY-FILE
           IF SUMMARY-FILE-STATUS NOT = '00'
              MOVE 'Y' TO FILE-ABSENT-SW(CURRENT-FILE)
           ELSE
              MOVE BACKOUT-DATE TO SUMMARY-RUN-DATE
              MOVE SCAN-PROGRAM TO SUMMARY-PROGRAM
              READ SUMMARY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SUMMARY-RECORD TO UNLOAD-IMAGE
                    PERFORM WRITE-UNLOAD-RECORD
                    IF UNLOAD-WRITE-OK
                       DELETE SUMMARY-FILE
                       MOVE SUMMARY-FILE-STATUS TO DELETE-STATUS
                       PERFORM COUNT-DELETE
                    END-IF
              END-READ
              CLOSE SUMMARY-FILE
           END-IF
           .

      *----------------------------------------------------------
      * EVERY excmst.dat ENTRY UNDER THE DATE AND SCAN-PROGRAM.
      * THE DELETE ACTS ON THE RECORD JUST READ AND DOES NOT
      * DISTURB THE READ-NEXT POSITION, AS IN DAY2PRG.
      *----------------------------------------------------------
       BACK-OUT-MASTER-ENTRIES.

           MOVE FILE-EXCMST TO CURRENT-FILE
           OPEN I-O MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              MOVE 'Y' TO FILE-ABSENT-SW(CURRENT-FILE)
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE BACKOUT-DATE TO MASTER-RUN-DATE
              MOVE SCAN-PROGRAM TO MASTER-PROGRAM
              MOVE LOW-VALUES   TO MASTER-EXC-KEY
              START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
                 INVALID KEY
                    MOVE 'Y' TO SCAN-EOF-SW
              END-START
              PERFORM UNTIL SCAN-AT-END
                 READ MASTER-FILE NEXT
                    AT END
                       MOVE 'Y' TO SCAN-EOF-SW
                    NOT AT END
                       IF MASTER-RUN-DATE NOT = BACKOUT-DATE
                          OR MASTER-PROGRAM NOT = SCAN-PROGRAM
                          MOVE 'Y' TO SCAN-EOF-SW
                       ELSE
                          MOVE MASTER-RECORD TO UNLOAD-IMAGE
                          PERFORM WRITE-UNLOAD-RECORD
                          IF UNLOAD-WRITE-OK
                             DELETE MASTER-FILE
                             MOVE MASTER-FILE-STATUS
                                TO DELETE-STATUS
                             PERFORM COUNT-DELETE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF
           .

       BACK-OUT-SUPPLIER-HISTORY.

           MOVE FILE-SUPPHIST TO CURRENT-FILE
           OPEN I-O SUPPLIER-HISTORY-FILE
           IF SUPPLIER-HISTORY-STATUS NOT = '00'
              MOVE 'Y' TO FILE-ABSENT-SW(CURRENT-FILE)
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE BACKOUT-DATE TO SUPPLIER-HISTORY-RUN-DATE
              MOVE LOW-VALUES   TO SUPPLIER-HISTORY-CODE
              START SUPPLIER-HISTORY-FILE
                 KEY IS NOT LESS THAN SUPPLIER-HISTORY-KEY
                 INVALID KEY
                    MOVE 'Y' TO SCAN-EOF-SW
              END-START
              PERFORM UNTIL SCAN-AT-END
                 READ SUPPLIER-HISTORY-FILE NEXT
                    AT END
                       MOVE 'Y' TO SCAN-EOF-SW
                    NOT AT END
                       IF SUPPLIER-HISTORY-RUN-DATE NOT = BACKOUT-DATE
                          MOVE 'Y' TO SCAN-EOF-SW
                       ELSE
                          MOVE SUPPLIER-HISTORY-RECORD TO UNLOAD-IMAGE
                          PERFORM WRITE-UNLOAD-RECORD
                          IF UNLOAD-WRITE-OK
                             DELETE SUPPLIER-HISTORY-FILE
                             MOVE SUPPLIER-HISTORY-STATUS
                                TO DELETE-STATUS
                             PERFORM COUNT-DELETE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUPPLIER-HISTORY-FILE
           END-IF
           .

      *----------------------------------------------------------
      * doclog.dat IS KEYED BY DOCUMENT NAME, NOT DATE, SO THE
      * WHOLE FILE IS SWEPT FOR ENTRIES POSTED UNDER THE DATE. A
      * RELEASED RESEND THAT REPLACED AN EARLIER DAY'S ENTRY GOES
      * TOO - THE EARLIER ENTRY WAS ALREADY GONE - SO THE RERUN
      * POSTS THE DOCUMENT AFRESH.
      *----------------------------------------------------------
       BACK-OUT-DOCUMENT-LOG.

           MOVE FILE-DOCLOG TO CURRENT-FILE
           OPEN I-O DOCUMENT-LOG-FILE
           IF DOCUMENT-LOG-STATUS NOT = '00'
              MOVE 'Y' TO FILE-ABSENT-SW(CURRENT-FILE)
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              PERFORM UNTIL SCAN-AT-END
                 READ DOCUMENT-LOG-FILE NEXT
                    AT END
                       MOVE 'Y' TO SCAN-EOF-SW
                    NOT AT END
                       IF DOCUMENT-LOG-RUN-DATE = BACKOUT-DATE
                          MOVE DOCUMENT-LOG-RECORD TO UNLOAD-IMAGE
                          PERFORM WRITE-UNLOAD-RECORD
                          IF UNLOAD-WRITE-OK
                             DELETE DOCUMENT-LOG-FILE
                             MOVE DOCUMENT-LOG-STATUS
                                TO DELETE-STATUS
                             PERFORM COUNT-DELETE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOCUMENT-LOG-FILE
           END-IF
           .

       BACK-OUT-FEED-STATUS.

           MOVE FILE-FEEDACK TO CURRENT-FILE
           OPEN I-O FEED-FILE
           IF FEED-FILE-STATUS NOT = '00'
              MOVE 'Y' TO FILE-ABSENT-SW(CURRENT-FILE)
           ELSE
              MOVE BACKOUT-DATE TO FEED-RUN-DATE
              READ FEED-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FEED-RECORD TO UNLOAD-IMAGE
                    PERFORM WRITE-UNLOAD-RECORD
                    IF UNLOAD-WRITE-OK
                       DELETE FEED-FILE
                       MOVE FEED-FILE-STATUS TO DELETE-STATUS
                       PERFORM COUNT-DELETE
                    END-IF
              END-READ
              CLOSE FEED-FILE
           END-IF
           .

       BACK-OUT-GAME-HISTORY.

           MOVE FILE-GAMEHIST TO CURRENT-FILE
           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
              MOVE 'Y' TO FILE-ABSENT-SW(CURRENT-FILE)
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE BACKOUT-DATE TO HISTORY-RUN-DATE
              MOVE ZERO         TO HISTORY-GAME-NUMBER
              START HISTORY-FILE KEY IS NOT LESS THAN HISTORY-KEY
                 INVALID KEY
                    MOVE 'Y' TO SCAN-EOF-SW
              END-START
              PERFORM UNTIL SCAN-AT-END
                 READ HISTORY-FILE NEXT
                    AT END
                       MOVE 'Y' TO SCAN-EOF-SW
                    NOT AT END
                       IF HISTORY-RUN-DATE NOT = BACKOUT-DATE
                          MOVE 'Y' TO SCAN-EOF-SW
                       ELSE
                          MOVE HISTORY-RECORD TO UNLOAD-IMAGE
                          PERFORM WRITE-UNLOAD-RECORD
                          IF UNLOAD-WRITE-OK
                             DELETE HISTORY-FILE
                             MOVE HISTORY-FILE-STATUS
                                TO DELETE-STATUS
                             PERFORM COUNT-DELETE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF
           .

      *----------------------------------------------------------
      * EVERY DAY1RPR ADJUSTMENT OF THE DATE - THE REPAIRS GO
      * WITH THE RUN THEY REPAIRED. ONLY AN OPEN MONTH'S DATE
      * GETS THIS FAR, SO NO CLOSED PERIOD LOSES AN ADJUSTMENT.
      *----------------------------------------------------------
       BACK-OUT-ADJUSTMENT-LOG.

           MOVE FILE-ADJLOG TO CURRENT-FILE
           OPEN I-O ADJUSTMENT-LOG-FILE
           IF ADJUSTMENT-LOG-STATUS NOT = '00'
              MOVE 'Y' TO FILE-ABSENT-SW(CURRENT-FILE)
           ELSE
              MOVE 'N' TO SCAN-EOF-SW
              MOVE BACKOUT-DATE TO ADJUSTMENT-LOG-RUN-DATE
              MOVE LOW-VALUES   TO ADJUSTMENT-LOG-STAMP
              START ADJUSTMENT-LOG-FILE
                 KEY IS NOT LESS THAN ADJUSTMENT-LOG-KEY
                 INVALID KEY
                    MOVE 'Y' TO SCAN-EOF-SW
              END-START
              PERFORM UNTIL SCAN-AT-END
                 READ ADJUSTMENT-LOG-FILE NEXT
                    AT END
                       MOVE 'Y' TO SCAN-EOF-SW
                    NOT AT END
                       IF ADJUSTMENT-LOG-RUN-DATE NOT = BACKOUT-DATE
                          MOVE 'Y' TO SCAN-EOF-SW
                       ELSE
                          MOVE ADJUSTMENT-LOG-RECORD TO UNLOAD-IMAGE
                          PERFORM WRITE-UNLOAD-RECORD
                          IF UNLOAD-WRITE-OK
                             DELETE ADJUSTMENT-LOG-FILE
                             MOVE ADJUSTMENT-LOG-STATUS
                                TO DELETE-STATUS
                             PERFORM COUNT-DELETE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ADJUSTMENT-LOG-FILE
           END-IF
           .

      *----------------------------------------------------------
      * UNLOAD THE IMAGE ALREADY IN UNLOAD-IMAGE UNDER THE
      * CURRENT FILE. A FAILED WRITE LEAVES THE RECORD ON FILE.
      *----------------------------------------------------------
       WRITE-UNLOAD-RECORD.

           MOVE 'Y' TO UNLOAD-WRITE-OK-SW
           EVALUATE CURRENT-FILE
              WHEN 1 MOVE 'RUNSUM'   TO UNLOAD-FILE-ID
              WHEN 2 MOVE 'EXCMST'   TO UNLOAD-FILE-ID
              WHEN 3 MOVE 'GAMEHIST' TO UNLOAD-FILE-ID
              WHEN 4 MOVE 'SUPPHIST' TO UNLOAD-FILE-ID
              WHEN 5 MOVE 'DOCLOG'   TO UNLOAD-FILE-ID
              WHEN 6 MOVE 'FEEDACK'  TO UNLOAD-FILE-ID
              WHEN 7 MOVE 'ADJLOG'   TO UNLOAD-FILE-ID
           END-EVALUATE
           MOVE BACKOUT-DATE  TO UNLOAD-RUN-DATE
           MOVE SCAN-PROGRAM  TO UNLOAD-PROGRAM
           MOVE BACKOUT-STAMP TO UNLOAD-STAMP

           WRITE UNLOAD-RECORD
           IF UNLOAD-FILE-STATUS NOT = '00'
              DISPLAY 'RUNBKO: UNABLE TO WRITE BACKOUT RECORD FOR '
                 FILE-COUNT-NAME(CURRENT-FILE) ' STATUS '
                 UNLOAD-FILE-STATUS ' - RECORD LEFT ON FILE'
              MOVE 'N' TO UNLOAD-WRITE-OK-SW
              ADD 1 TO FILE-FAILED-COUNT(CURRENT-FILE)
              ADD 1 TO FAILURE-COUNT
           ELSE
              ADD 1 TO FILE-UNLOADED-COUNT(CURRENT-FILE)
           END-IF
           .

      *----------------------------------------------------------
      * COUNT THE DELETE JUST ISSUED; EACH CALLER LEAVES ITS
      * FILE'S STATUS IN DELETE-STATUS.
      *----------------------------------------------------------
       COUNT-DELETE.

           IF DELETE-STATUS NOT = '00'
              DISPLAY 'RUNBKO: UNABLE TO DELETE '
                 FILE-COUNT-NAME(CURRENT-FILE) ' RECORD STATUS '
                 DELETE-STATUS ' - IT IS ON THE BACKOUT FILE'
                 ' AND STILL ON FILE'
              ADD 1 TO FILE-FAILED-COUNT(CURRENT-FILE)
              ADD 1 TO FAILURE-COUNT
           ELSE
              ADD 1 TO FILE-DELETED-COUNT(CURRENT-FILE)
           END-IF
           .

       WRITE-BACKOUT-COUNTS.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 7
              MOVE FILE-UNLOADED-COUNT(F) TO UNLOADED-DISPLAY
              MOVE FILE-DELETED-COUNT(F)  TO DELETED-DISPLAY
              MOVE FILE-FAILED-COUNT(F)   TO FAILED-DISPLAY
              MOVE SPACES TO REPORT-RECORD
              IF FILE-NOT-PRESENT(F)
                 STRING 'FILE '             DELIMITED BY SIZE
                        FILE-COUNT-NAME(F)  DELIMITED BY SIZE
                        ' NOT PRESENT - NOTHING TO BACK OUT'
                                            DELIMITED BY SIZE
                   INTO REPORT-RECORD
              ELSE
                 STRING 'FILE '             DELIMITED BY SIZE
                        FILE-COUNT-NAME(F)  DELIMITED BY SIZE
                        ' UNLOADED='        DELIMITED BY SIZE
                        UNLOADED-DISPLAY    DELIMITED BY SIZE
                        ' DELETED='         DELIMITED BY SIZE
                        DELETED-DISPLAY     DELIMITED BY SIZE
                        ' FAILED='          DELIMITED BY SIZE
                        FAILED-DISPLAY      DELIMITED BY SIZE
                   INTO REPORT-RECORD
              END-IF
              PERFORM WRITE-REPORT-RECORD
              DISPLAY 'RUNBKO: ' REPORT-RECORD(1:70)
           END-PERFORM

           IF DESK-WORK-COUNT NOT = ZERO
              MOVE DESK-WORK-COUNT TO COUNT-DISPLAY
              MOVE SPACES TO REPORT-RECORD
              STRING 'OVERRIDDEN - '        DELIMITED BY SIZE
                     COUNT-DISPLAY          DELIMITED BY SIZE
                     ' REPAIRED OR WAIVED ENTRIES BACKED OUT WITH THE'
                                            DELIMITED BY SIZE
                     ' REST'                DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           IF FAILURE-COUNT = ZERO
              STRING 'RUN DATE '            DELIMITED BY SIZE
                     BACKOUT-DATE           DELIMITED BY SIZE
                     ' BACKED OUT - THE WINDOW MAY BE RERUN FOR IT'
                                            DELIMITED BY SIZE
                INTO REPORT-RECORD
           ELSE
              MOVE FAILURE-COUNT TO COUNT-DISPLAY
              STRING 'RUN DATE '            DELIMITED BY SIZE
                     BACKOUT-DATE           DELIMITED BY SIZE
                     ' ONLY PARTLY BACKED OUT - '
                                            DELIMITED BY SIZE
                     COUNT-DISPLAY          DELIMITED BY SIZE
                     ' RECORDS FAILED; DO NOT RERUN UNTIL CLEARED'
                                            DELIMITED BY SIZE
                INTO REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-RECORD
           DISPLAY 'RUNBKO: ' REPORT-RECORD(1:70)
           .

       WRITE-REPORT-RECORD.

           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'RUNBKO: UNABLE TO WRITE REPORT RECORD '
                 'STATUS ' REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM RUNBKO.
