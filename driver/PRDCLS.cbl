       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDCLS.
      *----------------------------------------------------------
      * MONTH-END PERIOD CLOSE. FINANCE CLOSES THE CALIBRATION
      * AND GAME FIGURES ONE CALENDAR MONTH AT A TIME; THIS RUN
      * TOTALS THE MONTH NAMED ON THE PARAMETER CARD prdcfg.txt
      * (YYYYMM IN COLUMNS 1-6) INTO THE MONTH-END STATEMENT
      * prdstmt.txt AND THEN RECORDS THE PERIOD AS CLOSED ON THE
      * PERIOD-CONTROL FILE period.dat. THE STATEMENT SHOWS:
      *   - EVERY RUN DATE OF THE MONTH ON runsum.dat, DAY1 AND
      *     DAY2, WITH MONTH-TO-DATE TOTALS ALONGSIDE; EACH DAY2
      *     DATE IS PROVED AGAINST ITS GAMES ON gamehist.dat
      *     (DAY2RPR REPAIRS ARE ALREADY IN THE DAY2 FIGURES)
      *   - THE DAY1 ADJUSTMENTS DAY1RPR BOOKED TO THE PERIOD ON
      *     adjlog.dat, PRIOR-PERIOD ONES FLAGGED, AND THE DAY1
      *     TOTALS ADJUSTED FOR THEM
      *   - THE excmst.dat ENTRIES OF THE MONTH OR EARLIER STILL
      *     OPEN OR RECURRING, CARRIED FORWARD INTO THE NEXT
      *     PERIOD
      * ONCE A PERIOD IS CLOSED, DAY1RPR BOOKS REPAIRS OF ITS
      * DATES TO THE CURRENT OPEN PERIOD AS PRIOR-PERIOD
      * ADJUSTMENTS, AND DAY2RPR, RUNBKO, RUNRLD AND THE WINDOW
      * ITSELF (PREFLT) REFUSE TO POST INTO IT.
      *
      * A PERIOD ALREADY CLOSED, OR ONE THAT HAS NOT YET ENDED
      * (THE CURRENT MONTH OR LATER), IS REFUSED WITH 8 AND
      * NOTHING IS WRITTEN; A BAD CARD OR A MISSING runsum.dat
      * ENDS 16. RUN BY HAND FROM THE DIRECTORY ABOVE THE PER-DAY
      * DIRECTORIES.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONFIG-FILE ASSIGN TO 'prdcfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-CONFIG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'prdstmt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-MONTH
           FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO 'runsum.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUMMARY-KEY
           FILE STATUS IS SUMMARY-FILE-STATUS.

           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO 'adjlog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJUSTMENT-LOG-KEY
           FILE STATUS IS ADJUSTMENT-LOG-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'excmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

      *    DAY2'S GAME HISTORY LIVES WITH DAY2, NOT AT THE TOP.
           SELECT HISTORY-FILE ASSIGN TO 'day02/gamehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONFIG-FILE.
       01  PERIOD-CONFIG-RECORD.
           05 CONFIG-PERIOD        PIC X(6).
           05 FILLER               PIC X(74).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(160).

      *    ONE RECORD PER CLOSED MONTH, KEYED YYYYMM, WITH THE
      *    TOTALS THE STATEMENT CLOSED IT ON - THE COMMON LAYOUT
      *    SHARED WITH DAY1RPR, DAY2RPR, RUNBKO, RUNRLD AND PREFLT.
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

      *    ONE RECORD PER DAY1RPR RUN THAT REPAIRED ANYTHING, KEYED
      *    BY THE RUN DATE REPAIRED AND THE STAMP OF THE POSTING -
      *    THE COMMON LAYOUT SHARED WITH DAY1RPR, RUNBKO AND RUNRLD.
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

       WORKING-STORAGE SECTION.
       01 CLOSE-PERIOD             PIC X(6).
       01 CLOSE-MONTH-NUMBER       PIC 9(2).
       01 TODAY-DATE               PIC X(8).
       01 TODAY-TIME               PIC X(8).

       01 SCAN-EOF-SW              PIC X(1).
           88 SCAN-AT-END                   VALUE 'Y'.
       01 HISTORY-EOF-SW           PIC X(1).
           88 HISTORY-AT-END                VALUE 'Y'.
       01 HISTORY-FILE-OPEN-SW     PIC X(1) VALUE 'N'.
           88 HISTORY-FILE-OPEN             VALUE 'Y'.
       01 BUILD-POINTER            PIC 9(4) BINARY.

      *    MONTH-TO-DATE FIGURES FROM runsum.dat, BUILT UP ONE RUN
      *    DATE AT A TIME AS THE DAILY LINES ARE WRITTEN.
       01 RUN-DATE-COUNT           PIC 9(4) BINARY VALUE ZERO.
       01 LAST-RUN-DATE            PIC X(8) VALUE SPACES.
       01 MTD-DAY1-PART1           PIC 9(11) BINARY VALUE ZERO.
       01 MTD-DAY1-PART2           PIC 9(11) BINARY VALUE ZERO.
       01 MTD-DAY1-REJECTS         PIC 9(9) BINARY VALUE ZERO.
       01 MTD-DAY2-SUM             PIC 9(11) BINARY VALUE ZERO.
       01 MTD-DAY2-POWER           PIC 9(11) BINARY VALUE ZERO.
       01 MTD-DAY2-GAMES           PIC 9(9) BINARY VALUE ZERO.
       01 MTD-DAY2-EXCLUDED        PIC 9(9) BINARY VALUE ZERO.

      *    THE GAMES ON gamehist.dat FOR ONE DATE, AND FOR THE
      *    WHOLE MONTH, TO PROVE THE DAY2 FIGURES AGAINST.
       01 DATE-HISTORY-GAMES       PIC 9(6) BINARY.
       01 DATE-HISTORY-POWER       PIC 9(11) BINARY.
       01 MONTH-HISTORY-GAMES      PIC 9(9) BINARY VALUE ZERO.
       01 MONTH-HISTORY-POWER      PIC 9(11) BINARY VALUE ZERO.
       01 HISTORY-DISAGREE-COUNT   PIC 9(4) BINARY VALUE ZERO.

      *    THE DAY1RPR ADJUSTMENTS BOOKED TO THE PERIOD.
       01 ADJUSTMENT-COUNT         PIC 9(6) BINARY VALUE ZERO.
       01 ADJUSTED-LINES           PIC 9(9) BINARY VALUE ZERO.
       01 ADJUSTED-PART1           PIC 9(11) BINARY VALUE ZERO.
       01 ADJUSTED-PART2           PIC 9(11) BINARY VALUE ZERO.
       01 PRIOR-PERIOD-PART1       PIC 9(11) BINARY VALUE ZERO.
       01 PRIOR-PERIOD-PART2       PIC 9(11) BINARY VALUE ZERO.
       01 ADJUSTED-TOTAL-PART1     PIC 9(11) BINARY VALUE ZERO.
       01 ADJUSTED-TOTAL-PART2     PIC 9(11) BINARY VALUE ZERO.

       01 CARRIED-FORWARD-COUNT    PIC 9(6) BINARY VALUE ZERO.

       01 FIGURE-1-DISPLAY         PIC 9(9).
       01 FIGURE-2-DISPLAY         PIC 9(9).
       01 COUNT-1-DISPLAY          PIC 9(6).
       01 COUNT-2-DISPLAY          PIC 9(6).
       01 MTD-1-DISPLAY            PIC 9(11).
       01 MTD-2-DISPLAY            PIC 9(11).
       01 TOTAL-1-DISPLAY          PIC 9(11).
       01 TOTAL-2-DISPLAY          PIC 9(11).
       01 COUNT-DISPLAY            PIC 9(6).

       01 PERIOD-CONFIG-STATUS     PIC X(2) VALUE '00'.
       01 REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01 PERIOD-FILE-STATUS       PIC X(2) VALUE '00'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 ADJUSTMENT-LOG-STATUS    PIC X(2) VALUE '00'.
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM READ-PERIOD-CONFIG

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT TODAY-TIME FROM TIME

           PERFORM CHECK-PERIOD-MAY-CLOSE

           OPEN INPUT SUMMARY-FILE
           IF SUMMARY-FILE-STATUS NOT = '00'
              DISPLAY 'PRDCLS: UNABLE TO OPEN RUN-SUMMARY FILE '
                 'runsum.dat STATUS ' SUMMARY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'PRDCLS: UNABLE TO OPEN STATEMENT FILE '
                 'prdstmt.txt STATUS ' REPORT-FILE-STATUS
              CLOSE SUMMARY-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING 'MONTH-END STATEMENT FOR PERIOD '
                                          DELIMITED BY SIZE
                  CLOSE-PERIOD            DELIMITED BY SIZE
                  ' PREPARED '            DELIMITED BY SIZE
                  TODAY-DATE              DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  TODAY-TIME              DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = '00'
              MOVE 'Y' TO HISTORY-FILE-OPEN-SW
           ELSE
              MOVE SPACES TO REPORT-RECORD
              STRING 'NOTE: NO GAME HISTORY day02/gamehist.dat - '
                                          DELIMITED BY SIZE
                     'DAY2 FIGURES NOT PROVED - STATUS '
                                          DELIMITED BY SIZE
                     HISTORY-FILE-STATUS  DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
           END-IF

           PERFORM WRITE-DAILY-FIGURES
           CLOSE SUMMARY-FILE

           IF HISTORY-FILE-OPEN
              PERFORM TOTAL-MONTH-HISTORY
              CLOSE HISTORY-FILE
           END-IF

           PERFORM WRITE-ADJUSTMENTS-POSTED
           PERFORM WRITE-MONTH-TOTALS
           PERFORM WRITE-CARRIED-FORWARD

           PERFORM RECORD-PERIOD-CLOSED

           CLOSE REPORT-FILE

           STOP RUN
           .

      *----------------------------------------------------------
      * THE PERIOD IS A CALENDAR MONTH, YYYYMM. ANYTHING ELSE
      * WOULD CLOSE THE WRONG MONTH OR NONE, SO THE CARD IS
      * CHECKED HARD BEFORE ANY FILE IS TOUCHED.
      *----------------------------------------------------------
       READ-PERIOD-CONFIG.

           OPEN INPUT PERIOD-CONFIG-FILE
           IF PERIOD-CONFIG-STATUS NOT = '00'
              DISPLAY 'PRDCLS: UNABLE TO OPEN PARAMETER CARD '
                 'prdcfg.txt STATUS ' PERIOD-CONFIG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-CONFIG-RECORD
           READ PERIOD-CONFIG-FILE
              AT END
                 DISPLAY 'PRDCLS: PARAMETER CARD prdcfg.txt '
                    'IS EMPTY'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE PERIOD-CONFIG-FILE

           IF CONFIG-PERIOD IS NOT NUMERIC
              DISPLAY 'PRDCLS: BAD PERIOD ON PARAMETER CARD: '
                 PERIOD-CONFIG-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CONFIG-PERIOD(5:2) TO CLOSE-MONTH-NUMBER
           IF CLOSE-MONTH-NUMBER < 1 OR CLOSE-MONTH-NUMBER > 12
              DISPLAY 'PRDCLS: BAD PERIOD ON PARAMETER CARD: '
                 PERIOD-CONFIG-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CONFIG-PERIOD TO CLOSE-PERIOD
           .

      *----------------------------------------------------------
      * A PERIOD CLOSES ONCE, AND ONLY AFTER ITS LAST DAY HAS
      * GONE BY - A MONTH STILL RUNNING WOULD BE LOCKED UNDER
      * THE WINDOWS STILL TO COME. A MISSING period.dat MEANS NO
      * PERIOD HAS EVER BEEN CLOSED.
      *----------------------------------------------------------
       CHECK-PERIOD-MAY-CLOSE.

           IF CLOSE-PERIOD NOT < TODAY-DATE(1:6)
              DISPLAY 'PRDCLS: REFUSED - PERIOD ' CLOSE-PERIOD
                 ' HAS NOT ENDED (TODAY IS ' TODAY-DATE ')'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = '00'
              MOVE CLOSE-PERIOD TO PERIOD-MONTH
              READ PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PERIOD-IS-CLOSED
                       DISPLAY 'PRDCLS: REFUSED - PERIOD '
                          CLOSE-PERIOD ' ALREADY CLOSED ON '
                          PERIOD-CLOSE-DATE
                       CLOSE PERIOD-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PERIOD-FILE
           END-IF
           .

      *----------------------------------------------------------
      * ONE LINE PER PROGRAM PER RUN DATE OF THE MONTH, IN KEY
      * ORDER, EACH CARRYING THE MONTH-TO-DATE FIGURES THROUGH
      * THAT DATE. THE SWEEP STARTS AT THE FIRST OF THE MONTH
      * AND STOPS AT THE FIRST DATE OF THE NEXT.
      *----------------------------------------------------------
       WRITE-DAILY-FIGURES.

           MOVE SPACES TO REPORT-RECORD
           MOVE 'DAILY FIGURES FROM runsum.dat' TO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE 'N' TO SCAN-EOF-SW
           MOVE SPACES TO SUMMARY-KEY
           STRING CLOSE-PERIOD DELIMITED BY SIZE
                  '01'         DELIMITED BY SIZE
             INTO SUMMARY-RUN-DATE
           MOVE LOW-VALUES TO SUMMARY-PROGRAM
           START SUMMARY-FILE KEY IS NOT LESS THAN SUMMARY-KEY
              INVALID KEY
                 MOVE 'Y' TO SCAN-EOF-SW
           END-START

           PERFORM UNTIL SCAN-AT-END
              READ SUMMARY-FILE NEXT
                 AT END
                    MOVE 'Y' TO SCAN-EOF-SW
                 NOT AT END
                    IF SUMMARY-RUN-DATE(1:6) NOT = CLOSE-PERIOD
                       MOVE 'Y' TO SCAN-EOF-SW
                    ELSE
                       IF SUMMARY-RUN-DATE NOT = LAST-RUN-DATE
                          ADD 1 TO RUN-DATE-COUNT
                          MOVE SUMMARY-RUN-DATE TO LAST-RUN-DATE
                       END-IF
                       EVALUATE SUMMARY-PROGRAM
                          WHEN 'DAY1'
                             PERFORM WRITE-ONE-DAY1-LINE
                          WHEN 'DAY2'
                             PERFORM WRITE-ONE-DAY2-LINE
                          WHEN OTHER
                             DISPLAY 'PRDCLS: UNKNOWN PROGRAM ON '
                                'RUN-SUMMARY RECORD: '
                                SUMMARY-PROGRAM ' - SKIPPED'
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           IF RUN-DATE-COUNT = ZERO
              MOVE SPACES TO REPORT-RECORD
              MOVE 'NO RUN-SUMMARY RECORDS FOR THE PERIOD'
                 TO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
           END-IF
           .

       WRITE-ONE-DAY1-LINE.

           ADD SUMMARY-FIGURE-1 TO MTD-DAY1-PART1
           ADD SUMMARY-FIGURE-2 TO MTD-DAY1-PART2
           ADD SUMMARY-COUNT-1  TO MTD-DAY1-REJECTS

           MOVE SUMMARY-FIGURE-1 TO FIGURE-1-DISPLAY
           MOVE SUMMARY-FIGURE-2 TO FIGURE-2-DISPLAY
           MOVE SUMMARY-COUNT-1  TO COUNT-1-DISPLAY
           MOVE MTD-DAY1-PART1   TO MTD-1-DISPLAY
           MOVE MTD-DAY1-PART2   TO MTD-2-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN '               DELIMITED BY SIZE
                  SUMMARY-RUN-DATE     DELIMITED BY SIZE
                  ' DAY1 PART1='       DELIMITED BY SIZE
                  FIGURE-1-DISPLAY     DELIMITED BY SIZE
                  ' PART2='            DELIMITED BY SIZE
                  FIGURE-2-DISPLAY     DELIMITED BY SIZE
                  ' REJECTS='          DELIMITED BY SIZE
                  COUNT-1-DISPLAY      DELIMITED BY SIZE
                  ' MTD PART1='        DELIMITED BY SIZE
                  MTD-1-DISPLAY        DELIMITED BY SIZE
                  ' PART2='            DELIMITED BY SIZE
                  MTD-2-DISPLAY        DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD
           .

      *----------------------------------------------------------
      * THE DAY2 RECORD'S GAME COUNT AND POWER ARE THE VALID,
      * UNSUPERSEDED GAMES - EXACTLY WHAT gamehist.dat HOLDS FOR
      * THE DATE - SO A DIFFERENCE IS FLAGGED ON THE LINE.
      *----------------------------------------------------------
       WRITE-ONE-DAY2-LINE.

           ADD SUMMARY-FIGURE-1 TO MTD-DAY2-SUM
           ADD SUMMARY-FIGURE-2 TO MTD-DAY2-POWER
           ADD SUMMARY-COUNT-1  TO MTD-DAY2-GAMES
           ADD SUMMARY-COUNT-2  TO MTD-DAY2-EXCLUDED

           MOVE SUMMARY-FIGURE-1 TO FIGURE-1-DISPLAY
           MOVE SUMMARY-FIGURE-2 TO FIGURE-2-DISPLAY
           MOVE SUMMARY-COUNT-1  TO COUNT-1-DISPLAY
           MOVE SUMMARY-COUNT-2  TO COUNT-2-DISPLAY
           MOVE MTD-DAY2-SUM     TO MTD-1-DISPLAY
           MOVE MTD-DAY2-POWER   TO MTD-2-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO BUILD-POINTER
           STRING 'RUN '               DELIMITED BY SIZE
                  SUMMARY-RUN-DATE     DELIMITED BY SIZE
                  ' DAY2 SUM='         DELIMITED BY SIZE
                  FIGURE-1-DISPLAY     DELIMITED BY SIZE
                  ' POWER='            DELIMITED BY SIZE
                  FIGURE-2-DISPLAY     DELIMITED BY SIZE
                  ' GAMES='            DELIMITED BY SIZE
                  COUNT-1-DISPLAY      DELIMITED BY SIZE
                  ' EXCLUDED='         DELIMITED BY SIZE
                  COUNT-2-DISPLAY      DELIMITED BY SIZE
                  ' MTD SUM='          DELIMITED BY SIZE
                  MTD-1-DISPLAY        DELIMITED BY SIZE
                  ' POWER='            DELIMITED BY SIZE
                  MTD-2-DISPLAY        DELIMITED BY SIZE
             INTO REPORT-RECORD
             WITH POINTER BUILD-POINTER

           IF HISTORY-FILE-OPEN
              PERFORM TOTAL-DATE-HISTORY
              IF DATE-HISTORY-GAMES NOT = SUMMARY-COUNT-1
                 OR DATE-HISTORY-POWER NOT = SUMMARY-FIGURE-2
                 ADD 1 TO HISTORY-DISAGREE-COUNT
                 MOVE DATE-HISTORY-GAMES TO COUNT-1-DISPLAY
                 MOVE DATE-HISTORY-POWER TO TOTAL-2-DISPLAY
                 STRING ' <<CHECK gamehist.dat GAMES='
                                          DELIMITED BY SIZE
                        COUNT-1-DISPLAY   DELIMITED BY SIZE
                        ' POWER='         DELIMITED BY SIZE
                        TOTAL-2-DISPLAY   DELIMITED BY SIZE
                   INTO REPORT-RECORD
                   WITH POINTER BUILD-POINTER
              END-IF
           END-IF
           PERFORM WRITE-REPORT-RECORD
           .

       TOTAL-DATE-HISTORY.

           MOVE ZERO TO DATE-HISTORY-GAMES
                        DATE-HISTORY-POWER
           MOVE 'N' TO HISTORY-EOF-SW
           MOVE SUMMARY-RUN-DATE TO HISTORY-RUN-DATE
           MOVE ZERO             TO HISTORY-GAME-NUMBER
           START HISTORY-FILE KEY IS NOT LESS THAN HISTORY-KEY
              INVALID KEY
                 MOVE 'Y' TO HISTORY-EOF-SW
           END-START
           PERFORM UNTIL HISTORY-AT-END
              READ HISTORY-FILE NEXT
                 AT END
                    MOVE 'Y' TO HISTORY-EOF-SW
                 NOT AT END
                    IF HISTORY-RUN-DATE NOT = SUMMARY-RUN-DATE
                       MOVE 'Y' TO HISTORY-EOF-SW
                    ELSE
                       ADD 1 TO DATE-HISTORY-GAMES
                       ADD HISTORY-POWER TO DATE-HISTORY-POWER
                    END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------
      * EVERY GAME OF THE MONTH ON gamehist.dat, SO A DATE WITH
      * GAMES BUT NO DAY2 RUN-SUMMARY RECORD STILL SHOWS UP AS A
      * DIFFERENCE IN THE MONTH TOTALS.
      *----------------------------------------------------------
       TOTAL-MONTH-HISTORY.

           MOVE 'N' TO SCAN-EOF-SW
           MOVE SPACES TO HISTORY-RUN-DATE
           STRING CLOSE-PERIOD DELIMITED BY SIZE
                  '01'         DELIMITED BY SIZE
             INTO HISTORY-RUN-DATE
           MOVE ZERO TO HISTORY-GAME-NUMBER
           START HISTORY-FILE KEY IS NOT LESS THAN HISTORY-KEY
              INVALID KEY
                 MOVE 'Y' TO SCAN-EOF-SW
           END-START
           PERFORM UNTIL SCAN-AT-END
              READ HISTORY-FILE NEXT
                 AT END
                    MOVE 'Y' TO SCAN-EOF-SW
                 NOT AT END
                    IF HISTORY-RUN-DATE(1:6) NOT = CLOSE-PERIOD
                       MOVE 'Y' TO SCAN-EOF-SW
                    ELSE
                       ADD 1 TO MONTH-HISTORY-GAMES
                       ADD HISTORY-POWER TO MONTH-HISTORY-POWER
                    END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------
      * adjlog.dat IS KEYED BY THE RUN DATE REPAIRED, BUT A
      * PRIOR-PERIOD ADJUSTMENT IS BOOKED TO THE PERIOD IT WAS
      * POSTED IN, NOT THE ONE ITS RUN DATE FALLS IN, SO THE
      * WHOLE FILE IS SWEPT FOR THE PERIOD, AS RUNBKO SWEEPS
      * doclog.dat.
      *----------------------------------------------------------
       WRITE-ADJUSTMENTS-POSTED.

           MOVE SPACES TO REPORT-RECORD
           MOVE 'DAY1 ADJUSTMENTS POSTED FROM adjlog.dat'
              TO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           OPEN INPUT ADJUSTMENT-LOG-FILE
           IF ADJUSTMENT-LOG-STATUS = '00'
              MOVE 'N' TO SCAN-EOF-SW
              PERFORM UNTIL SCAN-AT-END
                 READ ADJUSTMENT-LOG-FILE NEXT
                    AT END
                       MOVE 'Y' TO SCAN-EOF-SW
                    NOT AT END
                       IF ADJUSTMENT-LOG-PERIOD = CLOSE-PERIOD
                          PERFORM WRITE-ONE-ADJUSTMENT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ADJUSTMENT-LOG-FILE
           END-IF

           IF ADJUSTMENT-COUNT = ZERO
              MOVE SPACES TO REPORT-RECORD
              MOVE 'NO DAY1 ADJUSTMENTS BOOKED TO THE PERIOD'
                 TO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
           END-IF
           .

       WRITE-ONE-ADJUSTMENT-LINE.

           ADD 1 TO ADJUSTMENT-COUNT
           ADD ADJUSTMENT-LOG-LINES TO ADJUSTED-LINES
           ADD ADJUSTMENT-LOG-PART1 TO ADJUSTED-PART1
           ADD ADJUSTMENT-LOG-PART2 TO ADJUSTED-PART2
           IF ADJUSTMENT-IS-PRIOR-PERIOD
              ADD ADJUSTMENT-LOG-PART1 TO PRIOR-PERIOD-PART1
              ADD ADJUSTMENT-LOG-PART2 TO PRIOR-PERIOD-PART2
           END-IF

           MOVE ADJUSTMENT-LOG-LINES TO COUNT-1-DISPLAY
           MOVE ADJUSTMENT-LOG-PART1 TO FIGURE-1-DISPLAY
           MOVE ADJUSTMENT-LOG-PART2 TO FIGURE-2-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO BUILD-POINTER
           STRING 'ADJUSTMENT RUN '    DELIMITED BY SIZE
                  ADJUSTMENT-LOG-RUN-DATE
                                       DELIMITED BY SIZE
                  ' POSTED '           DELIMITED BY SIZE
                  ADJUSTMENT-LOG-DATE  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ADJUSTMENT-LOG-PROGRAM
                                       DELIMITED BY SPACE
                  ' LINES='            DELIMITED BY SIZE
                  COUNT-1-DISPLAY      DELIMITED BY SIZE
                  ' PART1='            DELIMITED BY SIZE
                  FIGURE-1-DISPLAY     DELIMITED BY SIZE
                  ' PART2='            DELIMITED BY SIZE
                  FIGURE-2-DISPLAY     DELIMITED BY SIZE
             INTO REPORT-RECORD
             WITH POINTER BUILD-POINTER
           IF ADJUSTMENT-IS-PRIOR-PERIOD
              STRING ' PRIOR PERIOD '  DELIMITED BY SIZE
                     ADJUSTMENT-LOG-RUN-DATE(1:6)
                                       DELIMITED BY SIZE
                INTO REPORT-RECORD
                WITH POINTER BUILD-POINTER
           END-IF
           PERFORM WRITE-REPORT-RECORD
           .

      *----------------------------------------------------------
      * THE FIGURES THE PERIOD CLOSES ON. THE ADJUSTED DAY1
      * TOTALS ARE THE RUN FIGURES PLUS EVERY ADJUSTMENT BOOKED
      * TO THE PERIOD, PRIOR-PERIOD ONES INCLUDED.
      *----------------------------------------------------------
       WRITE-MONTH-TOTALS.

           MOVE SPACES TO REPORT-RECORD
           MOVE 'MONTH TOTALS' TO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE RUN-DATE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'RUN DATES='         DELIMITED BY SIZE
                  COUNT-DISPLAY        DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE MTD-DAY1-PART1   TO TOTAL-1-DISPLAY
           MOVE MTD-DAY1-PART2   TO TOTAL-2-DISPLAY
           MOVE MTD-DAY1-REJECTS TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'DAY1 RUN PART1='    DELIMITED BY SIZE
                  TOTAL-1-DISPLAY      DELIMITED BY SIZE
                  ' PART2='            DELIMITED BY SIZE
                  TOTAL-2-DISPLAY      DELIMITED BY SIZE
                  ' REJECTS='          DELIMITED BY SIZE
                  COUNT-DISPLAY        DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE ADJUSTED-PART1 TO TOTAL-1-DISPLAY
           MOVE ADJUSTED-PART2 TO TOTAL-2-DISPLAY
           MOVE ADJUSTED-LINES TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'DAY1 ADJUSTMENTS PART1='
                                       DELIMITED BY SIZE
                  TOTAL-1-DISPLAY      DELIMITED BY SIZE
                  ' PART2='            DELIMITED BY SIZE
                  TOTAL-2-DISPLAY      DELIMITED BY SIZE
                  ' LINES='            DELIMITED BY SIZE
                  COUNT-DISPLAY        DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE PRIOR-PERIOD-PART1 TO TOTAL-1-DISPLAY
           MOVE PRIOR-PERIOD-PART2 TO TOTAL-2-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING '  OF WHICH PRIOR PERIOD PART1='
                                       DELIMITED BY SIZE
                  TOTAL-1-DISPLAY      DELIMITED BY SIZE
                  ' PART2='            DELIMITED BY SIZE
                  TOTAL-2-DISPLAY      DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           COMPUTE ADJUSTED-TOTAL-PART1 =
              MTD-DAY1-PART1 + ADJUSTED-PART1
           COMPUTE ADJUSTED-TOTAL-PART2 =
              MTD-DAY1-PART2 + ADJUSTED-PART2
           MOVE ADJUSTED-TOTAL-PART1 TO TOTAL-1-DISPLAY
           MOVE ADJUSTED-TOTAL-PART2 TO TOTAL-2-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'DAY1 ADJUSTED PART1='
                                       DELIMITED BY SIZE
                  TOTAL-1-DISPLAY      DELIMITED BY SIZE
                  ' PART2='            DELIMITED BY SIZE
                  TOTAL-2-DISPLAY      DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE MTD-DAY2-SUM      TO TOTAL-1-DISPLAY
           MOVE MTD-DAY2-POWER    TO TOTAL-2-DISPLAY
           MOVE MTD-DAY2-GAMES    TO COUNT-1-DISPLAY
           MOVE MTD-DAY2-EXCLUDED TO COUNT-2-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'DAY2 SUM='          DELIMITED BY SIZE
                  TOTAL-1-DISPLAY      DELIMITED BY SIZE
                  ' POWER='            DELIMITED BY SIZE
                  TOTAL-2-DISPLAY      DELIMITED BY SIZE
                  ' GAMES='            DELIMITED BY SIZE
                  COUNT-1-DISPLAY      DELIMITED BY SIZE
                  ' EXCLUDED='         DELIMITED BY SIZE
                  COUNT-2-DISPLAY      DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           IF HISTORY-FILE-OPEN
              MOVE MONTH-HISTORY-GAMES TO COUNT-1-DISPLAY
              MOVE MONTH-HISTORY-POWER TO TOTAL-2-DISPLAY
              MOVE SPACES TO REPORT-RECORD
              MOVE 1 TO BUILD-POINTER
              STRING 'GAMEHIST GAMES='    DELIMITED BY SIZE
                     COUNT-1-DISPLAY      DELIMITED BY SIZE
                     ' POWER='            DELIMITED BY SIZE
                     TOTAL-2-DISPLAY      DELIMITED BY SIZE
                INTO REPORT-RECORD
                WITH POINTER BUILD-POINTER
              IF MONTH-HISTORY-GAMES NOT = MTD-DAY2-GAMES
                 OR MONTH-HISTORY-POWER NOT = MTD-DAY2-POWER
                 STRING ' <<CHECK DOES NOT AGREE WITH runsum.dat'
                                          DELIMITED BY SIZE
                   INTO REPORT-RECORD
                   WITH POINTER BUILD-POINTER
              END-IF
              PERFORM WRITE-REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------
      * EVERY EXCEPTION POSTED UNDER A RUN DATE UP TO THE END OF
      * THE PERIOD THAT IS STILL OPEN OR RECURRING GOES FORWARD
      * INTO THE NEXT PERIOD. THE MASTER IS KEYED BY RUN DATE, SO
      * THE SWEEP STOPS AT THE FIRST DATE AFTER THE PERIOD.
      *----------------------------------------------------------
       WRITE-CARRIED-FORWARD.

           MOVE SPACES TO REPORT-RECORD
           MOVE 'OPEN EXCEPTIONS CARRIED FORWARD FROM excmst.dat'
              TO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS = '00'
              MOVE 'N' TO SCAN-EOF-SW
              PERFORM UNTIL SCAN-AT-END
                 READ MASTER-FILE NEXT
                    AT END
                       MOVE 'Y' TO SCAN-EOF-SW
                    NOT AT END
                       IF MASTER-RUN-DATE(1:6) > CLOSE-PERIOD
                          MOVE 'Y' TO SCAN-EOF-SW
                       ELSE
                          IF MASTER-STATUS = 'OPEN'
                             OR MASTER-STATUS = 'RECURRING'
                             PERFORM WRITE-ONE-CARRIED-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASTER-FILE
           END-IF

           MOVE CARRIED-FORWARD-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'OPEN EXCEPTIONS CARRIED FORWARD='
                                       DELIMITED BY SIZE
                  COUNT-DISPLAY        DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD
           .

       WRITE-ONE-CARRIED-LINE.

           ADD 1 TO CARRIED-FORWARD-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING 'CARRIED FORWARD '   DELIMITED BY SIZE
                  MASTER-RUN-DATE      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  MASTER-PROGRAM       DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  MASTER-REASON-CODE   DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  MASTER-STATUS        DELIMITED BY SPACE
                  ' KEY '              DELIMITED BY SIZE
                  MASTER-EXC-KEY       DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD
           .

      *----------------------------------------------------------
      * THE CLOSE ITSELF: THE PERIOD RECORD, WITH THE FIGURES THE
      * STATEMENT CLOSED IT ON. A RECORD ALREADY ON FILE FOR THE
      * MONTH MEANS THE CLOSE IS BEING RERUN, AND IS REWRITTEN.
      *----------------------------------------------------------
       RECORD-PERIOD-CLOSED.

           OPEN I-O PERIOD-FILE
           IF PERIOD-FILE-STATUS NOT = '00'
              OPEN OUTPUT PERIOD-FILE
           END-IF
           IF PERIOD-FILE-STATUS NOT = '00'
              DISPLAY 'PRDCLS: UNABLE TO OPEN PERIOD FILE '
                 'period.dat STATUS ' PERIOD-FILE-STATUS
              MOVE SPACES TO REPORT-RECORD
              STRING 'PERIOD '            DELIMITED BY SIZE
                     CLOSE-PERIOD         DELIMITED BY SIZE
                     ' NOT CLOSED - period.dat COULD NOT BE OPENED'
                                          DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CLOSE-PERIOD          TO PERIOD-MONTH
           MOVE 'CLOSED'              TO PERIOD-STATUS
           MOVE TODAY-DATE            TO PERIOD-CLOSE-DATE
           MOVE TODAY-TIME            TO PERIOD-CLOSE-TIME
           MOVE MTD-DAY1-PART1        TO PERIOD-DAY1-PART1
           MOVE MTD-DAY1-PART2        TO PERIOD-DAY1-PART2
           MOVE ADJUSTED-TOTAL-PART1  TO PERIOD-ADJUSTED-PART1
           MOVE ADJUSTED-TOTAL-PART2  TO PERIOD-ADJUSTED-PART2
           MOVE MTD-DAY2-SUM          TO PERIOD-DAY2-SUM
           MOVE MTD-DAY2-POWER        TO PERIOD-DAY2-POWER
           MOVE CARRIED-FORWARD-COUNT TO PERIOD-CARRIED-FORWARD

           WRITE PERIOD-RECORD
           IF PERIOD-FILE-STATUS = '22'
              REWRITE PERIOD-RECORD
           END-IF
           IF PERIOD-FILE-STATUS NOT = '00'
              DISPLAY 'PRDCLS: UNABLE TO WRITE PERIOD RECORD '
                 'STATUS ' PERIOD-FILE-STATUS
              MOVE SPACES TO REPORT-RECORD
              STRING 'PERIOD '            DELIMITED BY SIZE
                     CLOSE-PERIOD         DELIMITED BY SIZE
                     ' NOT CLOSED - period.dat WRITE FAILED'
                                          DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
              CLOSE PERIOD-FILE
              CLOSE REPORT-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE PERIOD-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING 'PERIOD '            DELIMITED BY SIZE
                  CLOSE-PERIOD         DELIMITED BY SIZE
                  ' CLOSED '           DELIMITED BY SIZE
                  TODAY-DATE           DELIMITED BY SIZE
                  ' - LATER DAY1 REPAIRS OF ITS DATES ARE BOOKED TO '
                                       DELIMITED BY SIZE
                  'THE OPEN PERIOD AS PRIOR-PERIOD ADJUSTMENTS'
                                       DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD
           DISPLAY 'PRDCLS: PERIOD ' CLOSE-PERIOD ' CLOSED'

           IF HISTORY-DISAGREE-COUNT NOT = ZERO
              MOVE HISTORY-DISAGREE-COUNT TO COUNT-DISPLAY
              DISPLAY 'PRDCLS: ' COUNT-DISPLAY
                 ' RUN DATES DISAGREE WITH gamehist.dat - SEE '
                 'prdstmt.txt'
           END-IF
           .

       WRITE-REPORT-RECORD.

           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'PRDCLS: UNABLE TO WRITE REPORT RECORD '
                 'STATUS ' REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM PRDCLS.
