       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY2RPR.
      *----------------------------------------------------------
      * GAME REPAIR-AND-REPROCESS RUN, THE DAY2 COUNTERPART OF
      * DAY1RPR. GAMES DAY2 EXCLUDED FOR BAD-AMOUNT OR BAD-COLOUR
      * ARE RE-KEYED BY THE DESK INTO gamerpr.txt - RUN DATE,
      * SHEET AND GAME NUMBER, THEN THE CORRECTED GAME RECORD AS
      * THE REST OF THE CARD - AND THIS PROGRAM PUTS JUST THOSE
      * GAMES THROUGH THE SAME CHECK-GAME PARSE, BAG VERDICT AND
      * WHAT-IF PROFILE TESTS DAY2 USES, UNDER THE SAME
      * day2cfg.txt CARDS.
      *
      * A REPAIRED GAME'S DRAW, GAME AND PASSES LINES ARE APPENDED
      * TO gamedrw.txt, gamedtl.txt AND gamewif.txt UNDER A SHEET
      * SUBTOTAL OF THEIR OWN, WITH A REPAIRED LINE TAKING THE
      * GAME BACK OUT OF THE EXCLUDED COUNT AND FRESH PROFILE
      * SUMMARY LINES CARRYING THE REVISED TALLIES, SO A RE-RUN OF
      * DAY2BAL STILL PROVES OUT. THE GAME IS WRITTEN TO
      * gamehist.dat, THE REVISED FIGURES ARE POSTED TO THE DAY2
      * RECORD ON runsum.dat, THE MASTER ENTRY IS MARKED REPAIRED,
      * AND gameadj.txt SHOWS EVERY GAME AND THE BEFORE AND AFTER
      * TOTALS. A VALID GAME OF THE SAME NUMBER ALREADY ON
      * gamehist.dat IS SUPERSEDED BY THE REPAIR, AS A LATER
      * OCCURRENCE SUPERSEDES AN EARLIER ONE IN DAY2.
      *
      * THE REPORT FILES REPAIRED ARE THOSE OF THE LAST WINDOW ON
      * busdate.txt, SO A CARD FOR ANY OTHER RUN DATE IS REFUSED;
      * SO IS A CARD WITH NO OPEN OR RECURRING DAY2 EXCEPTION
      * BEHIND IT, AND EVERY CARD ONCE PRDCLS HAS CLOSED THE
      * WINDOW'S MONTH ON period.dat - A CLOSED MONTH'S GAME
      * FIGURES STAND AS CLOSED. A CORRECTION THAT STILL FAILS
      * THE PARSE IS REPORTED AND ITS ENTRY STAYS OPEN. ENDS 8
      * WHEN ANY CARD WAS REFUSED, 16 WHEN THERE IS NO DAY2 RUN
      * TO REPAIR.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPAIR-FILE ASSIGN TO 'gamerpr.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPAIR-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO 'day2cfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-FILE-STATUS.

           SELECT DETAIL-FILE ASSIGN TO 'gamedtl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DETAIL-FILE-STATUS.

           SELECT WHATIF-FILE ASSIGN TO 'gamewif.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WHATIF-FILE-STATUS.

           SELECT DRAW-FILE ASSIGN TO 'gamedrw.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRAW-FILE-STATUS.

           SELECT ADJUST-FILE ASSIGN TO 'gameadj.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJUST-FILE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO '../runsum.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUMMARY-KEY
           FILE STATUS IS SUMMARY-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'gamehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-FILE-STATUS.

      *    THE PERSISTENT EXCEPTION LIFECYCLE MASTER DAY2 POSTS ITS
      *    EXCLUDED GAMES TO. A REPAIR MARKS THE ENTRY REPAIRED.
           SELECT MASTER-FILE ASSIGN TO '../excmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       DATA DIVISION.
       FILE SECTION.
       FD  REPAIR-FILE RECORD IS VARYING DEPENDING ON REPAIR-LENGTH.
       01  REPAIR-RECORD           PIC X(400).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

       FD  DETAIL-FILE.
       01  DETAIL-RECORD           PIC X(120).

       FD  WHATIF-FILE.
       01  WHATIF-RECORD           PIC X(160).

       FD  DRAW-FILE.
       01  DRAW-RECORD             PIC X(120).

       FD  ADJUST-FILE.
       01  ADJUST-RECORD           PIC X(400).

      *    THE COMMON LAYOUT SHARED WITH DAY1 AND DAY2.
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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HISTORY-KEY.
              10 HISTORY-RUN-DATE       PIC X(8).
              10 HISTORY-GAME-NUMBER    PIC 9(4).
           05 HISTORY-MINIMUM-RED       PIC 9(4).
           05 HISTORY-MINIMUM-GREEN     PIC 9(4).
           05 HISTORY-MINIMUM-BLUE      PIC 9(4).
           05 HISTORY-POWER             PIC 9(9).

      *    ONE LIFECYCLE RECORD PER EXCEPTION, KEYED BY RUN DATE,
      *    PROGRAM AND EXCEPTION KEY - THE COMMON LAYOUT SHARED
      *    WITH DAY1, DAY2, DAY1RPR, EXCWVE AND EXCRPT.
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

       WORKING-STORAGE SECTION.
       01 REPAIR-LENGTH            PIC 9(4) BINARY.
       01 RECORD-LENGTH            PIC 9(4) BINARY.
       01 PARSE-POINTER            PIC 9(4) BINARY.
       01 I                        PIC 9(4) BINARY.
       01 J                        PIC 9(4) BINARY.

       01 TOKEN-RUN-DATE           PIC X(10).
       01 TOKEN-SHEET-NAME         PIC X(100).
       01 TOKEN-GAME-NUMBER        PIC X(10).
       01 CARD-GAME-NUMBER         PIC 9(4) BINARY.
       01 REFUSAL-REASON           PIC X(60).

      *    THE CORRECTED GAME RECORD AND THE WORK AREAS OF THE
      *    SAME PARSE DAY2 RUNS IN CHECK-GAME.
       01 GAME-RECORD              PIC X(256).
       01 GAME-STR.
         05 FILLER                 PIC X(5).
         05 GAME-NUMBER            PIC X(5).
       01 GAME-NUMBER-NUM          PIC 9(4) BINARY.
       01 SETS-STR                 PIC X(200).
       01 SUBSET-STR               PIC X(200).
       01 SUBSET                   PIC X(200).
       01 AMOUNT-STR               PIC X(10).
       01 AMOUNT-NUM               PIC 9(4) BINARY.
       01 COLOUR                   PIC X(10).
       01 MINIMUM-RED              PIC 9(4) BINARY.
       01 MINIMUM-GREEN            PIC 9(4) BINARY.
       01 MINIMUM-BLUE             PIC 9(4) BINARY.

       01 DRAW-SEQUENCE            PIC 9(4) BINARY.
       01 DRAW-RED                 PIC 9(4) BINARY.
       01 DRAW-GREEN               PIC 9(4) BINARY.
       01 DRAW-BLUE                PIC 9(4) BINARY.

      *    A GAME'S DRAW RECORDS ARE HELD UNTIL THE WHOLE RECORD
      *    PARSES CLEANLY AND THE REPAIR IS ACCEPTED, AS IN DAY2.
       01 DRAW-BUFFER-MAX          PIC 9(4) BINARY VALUE 50.
       01 DRAW-BUFFER-COUNT        PIC 9(4) BINARY VALUE ZERO.
       01 DRAW-BUFFER-INDEX        PIC 9(4) BINARY.
       01 DRAW-BUFFER-FULL-SW      PIC X(1) VALUE 'N'.
           88 DRAW-BUFFER-FULL              VALUE 'Y'.
       01 DRAW-BUFFER-TABLE.
           05 DRAW-BUFFER-ENTRY PIC X(120) OCCURS 50 TIMES.

       01 DRAW-BREACH-SW           PIC X(1).
           88 DRAW-HAS-BREACH               VALUE 'Y'.
       01 DRAW-POINTER             PIC 9(4) BINARY.
       01 DRAW-SEQ-DISPLAY         PIC 9(2).
       01 DRAW-RED-DISPLAY         PIC 9(4).
       01 DRAW-GREEN-DISPLAY       PIC 9(4).
       01 DRAW-BLUE-DISPLAY        PIC 9(4).
       01 LIMIT-DISPLAY            PIC 9(4).
       01 CURRENT-GAME-POWER       PIC 9(9) BINARY.
       01 GAME-POSSIBILITY         PIC X(1) VALUE X'00'.
           88 GAME-POSSIBLE                 VALUE X'D7'.
           88 GAME-IMPOSSIBLE               VALUE X'C9'.

       01 RECORD-INVALID-SW        PIC X(1) VALUE 'N'.
           88 RECORD-INVALID                VALUE 'Y'.
       01 EXCEPTION-REASON         PIC X(40).
       01 EXCEPTION-REASON-CODE    PIC X(12).

       01 BAG-RED-LIMIT            PIC 9(4) BINARY VALUE 12.
       01 BAG-GREEN-LIMIT          PIC 9(4) BINARY VALUE 13.
       01 BAG-BLUE-LIMIT           PIC 9(4) BINARY VALUE 14.

       01 BASE-LIMITS-CARD.
           05 CONFIG-RED-LIMIT     PIC 9(4).
           05 FILLER               PIC X(1).
           05 CONFIG-GREEN-LIMIT   PIC 9(4).
           05 FILLER               PIC X(1).
           05 CONFIG-BLUE-LIMIT    PIC 9(4).

      *    THE WHAT-IF PROFILES FROM day2cfg.txt. THEIR TALLIES
      *    START FROM THE LAST PROFILE SUMMARY LINES DAY2 (OR AN
      *    EARLIER REPAIR) LEFT ON gamewif.txt, SO THE FRESH
      *    SUMMARY LINES THIS RUN APPENDS CARRY THE WHOLE DAY.
       01 PROFILE-LIMIT            PIC 9(2) BINARY VALUE 10.
       01 PROFILE-COUNT            PIC 9(2) BINARY VALUE ZERO.
       01 P                        PIC 9(2) BINARY.
       01 PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 10 TIMES.
              10 PROFILE-NAME           PIC X(8).
              10 PROFILE-RED-LIMIT      PIC 9(4) BINARY.
              10 PROFILE-GREEN-LIMIT    PIC 9(4) BINARY.
              10 PROFILE-BLUE-LIMIT     PIC 9(4) BINARY.
              10 PROFILE-POSSIBLE-COUNT PIC 9(6) BINARY.
              10 PROFILE-POSSIBLE-SUM   PIC 9(9) BINARY.

       01 PROFILE-GAME-FLAGS.
           05 PROFILE-GAME-SW PIC X(1) OCCURS 10 TIMES.

       01 PROFILE-CARD-NAME        PIC X(8).
       01 PROFILE-CARD-LIMITS      PIC X(20).
       01 PROFILE-RED-STR          PIC X(6).
       01 PROFILE-GREEN-STR        PIC X(6).
       01 PROFILE-BLUE-STR         PIC X(6).
       01 WHATIF-POINTER           PIC 9(4) BINARY.
       01 PASSING-PROFILE-COUNT    PIC 9(2) BINARY.
       01 TOKEN-1                  PIC X(10).
       01 TOKEN-PROFILE            PIC X(12).
       01 TOKEN-POSSIBLE           PIC X(16).
       01 TOKEN-SUM                PIC X(20).

      *    A VALID GAME OF THE SAME NUMBER ALREADY ON gamehist.dat
      *    FOR THE DATE: ITS FIGURES COME BACK OUT WHEN THE REPAIR
      *    SUPERSEDES IT. THE HISTORY RECORD CARRIES NO VERDICT, SO
      *    THE VERDICT AND PROFILE PASSES ARE RE-DERIVED FROM ITS
      *    MINIMUM CUBE COUNTS - A GAME IS POSSIBLE UNDER A SET OF
      *    LIMITS EXACTLY WHEN ITS LARGEST DRAWS FIT THEM.
       01 SUPERSEDING-SW           PIC X(1) VALUE 'N'.
           88 GAME-SUPERSEDES               VALUE 'Y'.
       01 EARLIER-POSSIBILITY      PIC X(1).
           88 EARLIER-POSSIBLE              VALUE 'P'.
       01 EARLIER-MINIMUM-RED      PIC 9(4) BINARY.
       01 EARLIER-MINIMUM-GREEN    PIC 9(4) BINARY.
       01 EARLIER-MINIMUM-BLUE     PIC 9(4) BINARY.
       01 EARLIER-POWER            PIC 9(9) BINARY.
       01 EARLIER-PROFILE-FLAGS.
           05 EARLIER-PROFILE-SW   PIC X(1) OCCURS 10 TIMES.
       01 EARLIER-VERDICT          PIC X(10).
       01 EARLIER-POWER-DISPLAY    PIC 9(9).

      *    THE DAY2 RECORD AS IT STOOD BEFORE THIS RUN, AND THE
      *    SIGNED MOVEMENT EACH FIGURE TAKES FROM THE REPAIRS.
       01 ORIGINAL-SUM             PIC 9(9) VALUE ZERO.
       01 ORIGINAL-POWER           PIC 9(9) VALUE ZERO.
       01 ORIGINAL-GAMES           PIC 9(6) VALUE ZERO.
       01 ORIGINAL-EXCLUDED        PIC 9(6) VALUE ZERO.
       01 ADJUSTMENT-SUM           PIC S9(9) BINARY VALUE ZERO.
       01 ADJUSTMENT-POWER         PIC S9(9) BINARY VALUE ZERO.
       01 ADJUSTMENT-GAMES         PIC S9(6) BINARY VALUE ZERO.
       01 ADJUSTMENT-EXCLUDED      PIC S9(6) BINARY VALUE ZERO.
       01 REVISED-SUM              PIC S9(9) BINARY VALUE ZERO.
       01 REVISED-POWER            PIC S9(9) BINARY VALUE ZERO.
       01 REVISED-GAMES            PIC S9(6) BINARY VALUE ZERO.
       01 REVISED-EXCLUDED         PIC S9(6) BINARY VALUE ZERO.

      *    FIGURES OF THE REPAIR GROUP ON gamedtl.txt, FOR ITS OWN
      *    SHEET SUBTOTAL LINE.
       01 GROUP-GAMES              PIC 9(6) BINARY VALUE ZERO.
       01 GROUP-SUM                PIC 9(9) BINARY VALUE ZERO.
       01 GROUP-POWER              PIC 9(9) BINARY VALUE ZERO.

       01 REPAIRED-COUNT           PIC 9(6) BINARY VALUE ZERO.
       01 STILL-EXCLUDED-COUNT     PIC 9(6) BINARY VALUE ZERO.
       01 REFUSED-COUNT            PIC 9(6) BINARY VALUE ZERO.
       01 SUPERSEDED-COUNT         PIC 9(6) BINARY VALUE ZERO.

       01 GAME-NUMBER-DISPLAY      PIC 9(4).
       01 MIN-RED-DISPLAY          PIC 9(4).
       01 MIN-GREEN-DISPLAY        PIC 9(4).
       01 MIN-BLUE-DISPLAY         PIC 9(4).
       01 POWER-DISPLAY            PIC 9(9).
       01 POSSIBILITY-DISPLAY      PIC X(10).
       01 SUM-DISPLAY              PIC 9(9).
       01 COUNT-DISPLAY            PIC 9(6).
       01 EXCLUDED-DISPLAY         PIC 9(6).
       01 ORIGINAL-DISPLAY         PIC 9(9).
       01 ADJUSTMENT-DISPLAY       PIC S9(9)
                                    SIGN IS TRAILING SEPARATE.
       01 REVISED-DISPLAY          PIC 9(9).

       01 RUN-DATE                 PIC X(8).
      *    THE REPAIRED FILES BELONG TO THE LAST WINDOW'S BUSINESS
      *    DATE; RUN-DATE (TODAY) DATES THE DESK'S REPAIR ON THE
      *    MASTER, AS IN DAY1RPR.
       01 BUSINESS-DATE            PIC X(8).
       01 WINDOW-PERIOD-SW         PIC X(1) VALUE 'N'.
           88 WINDOW-PERIOD-CLOSED          VALUE 'Y'.

       01 REPAIR-FILE-STATUS       PIC X(2) VALUE '00'.
           88 REPAIR-FILE-EOF               VALUE '10'.
       01 CONFIG-FILE-STATUS       PIC X(2) VALUE '00'.
       01 DETAIL-FILE-STATUS       PIC X(2) VALUE '00'.
       01 WHATIF-FILE-STATUS       PIC X(2) VALUE '00'.
           88 WHATIF-FILE-EOF               VALUE '10'.
       01 DRAW-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ADJUST-FILE-STATUS       PIC X(2) VALUE '00'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.
       01 PERIOD-FILE-STATUS       PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-WINDOW-PERIOD

           PERFORM READ-BAG-CONFIG
           PERFORM READ-RUN-SUMMARY
           PERFORM RESTORE-PROFILE-TALLIES

           OPEN INPUT REPAIR-FILE
           IF REPAIR-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO OPEN REPAIR FILE '
                 'gamerpr.txt STATUS ' REPAIR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO OPEN EXCEPTION MASTER '
                 '../excmst.dat STATUS ' MASTER-FILE-STATUS
                 ' - NO EXCLUDED GAMES TO REPAIR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = '00'
              OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM OPEN-REPORT-FILES

           PERFORM UNTIL REPAIR-FILE-EOF
              READ REPAIR-FILE
                 AT END
                    SET REPAIR-FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM PROCESS-REPAIR-RECORD
              END-READ
           END-PERFORM

           CLOSE REPAIR-FILE

           IF REPAIRED-COUNT NOT = ZERO
              PERFORM WRITE-REPAIR-SUBTOTAL
              PERFORM WRITE-PROFILE-SUMMARY
           END-IF
           PERFORM REWRITE-RUN-SUMMARY
           PERFORM WRITE-ADJUSTMENT-TOTALS

           CLOSE DETAIL-FILE
           CLOSE WHATIF-FILE
           CLOSE DRAW-FILE
           CLOSE ADJUST-FILE
           CLOSE MASTER-FILE
           CLOSE HISTORY-FILE

           MOVE REPAIRED-COUNT TO COUNT-DISPLAY
           DISPLAY 'DAY2RPR: GAMES REPAIRED: ' COUNT-DISPLAY
           MOVE STILL-EXCLUDED-COUNT TO COUNT-DISPLAY
           DISPLAY 'DAY2RPR: STILL EXCLUDED: ' COUNT-DISPLAY
           MOVE SUPERSEDED-COUNT TO COUNT-DISPLAY
           DISPLAY 'DAY2RPR: GAMES SUPERSEDED: ' COUNT-DISPLAY

           IF REFUSED-COUNT NOT = ZERO
              MOVE REFUSED-COUNT TO COUNT-DISPLAY
              DISPLAY 'DAY2RPR: ' COUNT-DISPLAY
                 ' REPAIR RECORDS REFUSED - SEE gameadj.txt'
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

      *----------------------------------------------------------
      * THE DAY2 RECORD FOR THE WINDOW IS THE BASE THE REPAIRS
      * POST AGAINST. WITHOUT IT THERE IS NO COMPLETED DAY2 RUN TO
      * REPAIR, SO STOP RATHER THAN INVENT ONE.
      *----------------------------------------------------------
       READ-RUN-SUMMARY.

           OPEN I-O SUMMARY-FILE
           IF SUMMARY-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO OPEN RUN-SUMMARY FILE '
                 '../runsum.dat STATUS ' SUMMARY-FILE-STATUS
                 ' - NO COMPLETED DAY2 RUN TO REPAIR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE BUSINESS-DATE TO SUMMARY-RUN-DATE
           MOVE 'DAY2' TO SUMMARY-PROGRAM
           READ SUMMARY-FILE
              INVALID KEY
                 DISPLAY 'DAY2RPR: NO DAY2 RUN-SUMMARY RECORD FOR '
                    BUSINESS-DATE ' - NO COMPLETED DAY2 RUN TO REPAIR'
                 CLOSE SUMMARY-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ

           MOVE SUMMARY-FIGURE-1 TO ORIGINAL-SUM
           MOVE SUMMARY-FIGURE-2 TO ORIGINAL-POWER
           MOVE SUMMARY-COUNT-1  TO ORIGINAL-GAMES
           MOVE SUMMARY-COUNT-2  TO ORIGINAL-EXCLUDED
           .

      *----------------------------------------------------------
      * PICK UP EACH PROFILE'S TALLY FROM THE LAST SUMMARY LINE
      * FOR IT ON gamewif.txt - THE FIGURE DAY2BAL BALANCES THE
      * PASSES LINES AGAINST.
      *----------------------------------------------------------
       RESTORE-PROFILE-TALLIES.

           OPEN INPUT WHATIF-FILE
           IF WHATIF-FILE-STATUS = '00'
              PERFORM UNTIL WHATIF-FILE-EOF
                 READ WHATIF-FILE
                    AT END
                       SET WHATIF-FILE-EOF TO TRUE
                    NOT AT END
                       PERFORM RESTORE-ONE-PROFILE-TALLY
                 END-READ
              END-PERFORM
              CLOSE WHATIF-FILE
           END-IF
           .

       RESTORE-ONE-PROFILE-TALLY.

           MOVE SPACES TO TOKEN-1
                          TOKEN-PROFILE
                          TOKEN-POSSIBLE
                          TOKEN-SUM
           UNSTRING WHATIF-RECORD DELIMITED BY ALL SPACES
               INTO TOKEN-1
                    TOKEN-PROFILE
                    TOKEN-POSSIBLE
                    TOKEN-SUM

           IF TOKEN-1 = 'PROFILE'
              AND TOKEN-POSSIBLE(1:9) = 'POSSIBLE='
              AND TOKEN-POSSIBLE(10:6) IS NUMERIC
              AND TOKEN-SUM(1:4) = 'SUM='
              AND TOKEN-SUM(5:9) IS NUMERIC
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
                 IF PROFILE-NAME(P) = TOKEN-PROFILE(1:8)
                    MOVE TOKEN-POSSIBLE(10:6) TO COUNT-DISPLAY
                    MOVE COUNT-DISPLAY TO PROFILE-POSSIBLE-COUNT(P)
                    MOVE TOKEN-SUM(5:9) TO SUM-DISPLAY
                    MOVE SUM-DISPLAY TO PROFILE-POSSIBLE-SUM(P)
                 END-IF
              END-PERFORM
           END-IF
           .

      *----------------------------------------------------------
      * THE DAY'S REPORT FILES ARE EXTENDED, NOT TRUNCATED - THE
      * REPAIRED GAMES JOIN THE AUDIT TRAIL DAY2 ALREADY WROTE. A
      * MISSING FILE FALLS BACK TO OUTPUT, AS IN DAY1RPR.
      *----------------------------------------------------------
       OPEN-REPORT-FILES.

           OPEN EXTEND DETAIL-FILE
           IF DETAIL-FILE-STATUS NOT = '00'
              OPEN OUTPUT DETAIL-FILE
           END-IF
           IF DETAIL-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO OPEN DETAIL FILE '
                 'gamedtl.txt STATUS ' DETAIL-FILE-STATUS
           END-IF

           OPEN EXTEND WHATIF-FILE
           IF WHATIF-FILE-STATUS NOT = '00'
              OPEN OUTPUT WHATIF-FILE
           END-IF
           IF WHATIF-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO OPEN WHAT-IF FILE '
                 'gamewif.txt STATUS ' WHATIF-FILE-STATUS
           END-IF

           OPEN EXTEND DRAW-FILE
           IF DRAW-FILE-STATUS NOT = '00'
              OPEN OUTPUT DRAW-FILE
           END-IF
           IF DRAW-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO OPEN DRAW FILE '
                 'gamedrw.txt STATUS ' DRAW-FILE-STATUS
           END-IF

           OPEN OUTPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO OPEN ADJUSTMENT FILE '
                 'gameadj.txt STATUS ' ADJUST-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * ONE REPAIR RECORD: RUN DATE, SHEET, GAME NUMBER, THEN THE
      * CORRECTED GAME RECORD AS THE REST OF THE CARD.
      *----------------------------------------------------------
       PROCESS-REPAIR-RECORD.

           MOVE SPACES TO TOKEN-RUN-DATE
                          TOKEN-SHEET-NAME
                          TOKEN-GAME-NUMBER
                          REFUSAL-REASON
           MOVE 1 TO PARSE-POINTER
           UNSTRING REPAIR-RECORD(1:REPAIR-LENGTH)
               DELIMITED BY ALL SPACES
               INTO TOKEN-RUN-DATE
                    TOKEN-SHEET-NAME
                    TOKEN-GAME-NUMBER
               WITH POINTER PARSE-POINTER

           IF TOKEN-RUN-DATE(1:8) IS NOT NUMERIC
              OR TOKEN-RUN-DATE(9:2) NOT = SPACES
              OR TOKEN-SHEET-NAME = SPACES
              OR FUNCTION TEST-NUMVAL(TOKEN-GAME-NUMBER) NOT = ZERO
              OR PARSE-POINTER > REPAIR-LENGTH
              MOVE 'BAD REPAIR RECORD' TO REFUSAL-REASON
           ELSE
              IF TOKEN-RUN-DATE(1:8) NOT = BUSINESS-DATE
                 STRING 'RUN DATE IS NOT THE WINDOW ON FILE ('
                                               DELIMITED BY SIZE
                        BUSINESS-DATE          DELIMITED BY SIZE
                        ')'                    DELIMITED BY SIZE
                   INTO REFUSAL-REASON
              ELSE
                 IF WINDOW-PERIOD-CLOSED
                    STRING 'PERIOD '           DELIMITED BY SIZE
                           BUSINESS-DATE(1:6)  DELIMITED BY SIZE
                           ' IS CLOSED'        DELIMITED BY SIZE
                      INTO REFUSAL-REASON
                 END-IF
              END-IF
           END-IF

           IF REFUSAL-REASON = SPACES
              COMPUTE CARD-GAME-NUMBER =
                 FUNCTION NUMVAL(TOKEN-GAME-NUMBER)
              COMPUTE RECORD-LENGTH =
                 REPAIR-LENGTH - PARSE-POINTER + 1
              IF RECORD-LENGTH > LENGTH OF GAME-RECORD
                 MOVE LENGTH OF GAME-RECORD TO RECORD-LENGTH
              END-IF
              MOVE SPACES TO GAME-RECORD
              MOVE REPAIR-RECORD(PARSE-POINTER:RECORD-LENGTH)
                 TO GAME-RECORD
              PERFORM CHECK-GAME
              IF GAME-NUMBER-NUM NOT = CARD-GAME-NUMBER
                 MOVE 'GAME NUMBER ON CARD DIFFERS FROM THE RECORD'
                    TO REFUSAL-REASON
              ELSE
                 PERFORM FIND-EXCLUDED-GAME-ENTRY
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN REFUSAL-REASON NOT = SPACES
                 ADD 1 TO REFUSED-COUNT
                 MOVE SPACES TO ADJUST-RECORD
                 STRING 'REFUSED: '        DELIMITED BY SIZE
                        REFUSAL-REASON     DELIMITED BY '  '
                        ' - '              DELIMITED BY SIZE
                        REPAIR-RECORD(1:REPAIR-LENGTH)
                                           DELIMITED BY SIZE
                   INTO ADJUST-RECORD
                 PERFORM WRITE-ADJUST-RECORD
              WHEN RECORD-INVALID
                 ADD 1 TO STILL-EXCLUDED-COUNT
                 MOVE SPACES TO ADJUST-RECORD
                 STRING 'STILL EXCLUDED: '  DELIMITED BY SIZE
                        FUNCTION TRIM(EXCEPTION-REASON)
                                            DELIMITED BY SIZE
                        ' SHEET '           DELIMITED BY SIZE
                        TOKEN-SHEET-NAME    DELIMITED BY SPACE
                        ' GAME RECORD: '    DELIMITED BY SIZE
                        GAME-RECORD(1:RECORD-LENGTH)
                                            DELIMITED BY SIZE
                   INTO ADJUST-RECORD
                 PERFORM WRITE-ADJUST-RECORD
              WHEN OTHER
                 PERFORM POST-REPAIRED-GAME
           END-EVALUATE
           .

      *----------------------------------------------------------
      * THE CORRECTION MUST ANSWER AN EXCLUSION DAY2 ACTUALLY
      * POSTED: AN OPEN OR RECURRING DAY2 ENTRY FOR THE GAME UNDER
      * THE WINDOW'S DATE, KEYED EXACTLY AS DAY2 KEYS IT. THE
      * ENTRY IS LEFT CURRENT FOR THE REWRITE IN POST-REPAIRED-GAME.
      *----------------------------------------------------------
       FIND-EXCLUDED-GAME-ENTRY.

           MOVE CARD-GAME-NUMBER TO GAME-NUMBER-DISPLAY
           MOVE BUSINESS-DATE TO MASTER-RUN-DATE
           MOVE 'DAY2' TO MASTER-PROGRAM
           MOVE SPACES TO MASTER-EXC-KEY
           STRING 'GAME '              DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY  DELIMITED BY SIZE
             INTO MASTER-EXC-KEY
           READ MASTER-FILE
              INVALID KEY
                 MOVE 'NO DAY2 EXCEPTION ON FILE FOR THE GAME'
                    TO REFUSAL-REASON
              NOT INVALID KEY
                 IF MASTER-STATUS NOT = 'OPEN'
                    AND MASTER-STATUS NOT = 'RECURRING'
                    STRING 'EXCEPTION ALREADY '  DELIMITED BY SIZE
                           MASTER-STATUS         DELIMITED BY SPACE
                      INTO REFUSAL-REASON
                 END-IF
           END-READ
           .

      *----------------------------------------------------------
      * THE CORRECTION PARSED CLEANLY: SUPERSEDE ANY VALID GAME OF
      * THE SAME NUMBER ALREADY ON FILE, APPEND THE GAME'S LINES
      * TO THE DAY'S REPORTS, WRITE ITS HISTORY RECORD, MOVE THE
      * FIGURES AND CLOSE ITS EXCEPTION.
      *----------------------------------------------------------
       POST-REPAIRED-GAME.

           COMPUTE CURRENT-GAME-POWER =
             MINIMUM-RED * MINIMUM-GREEN * MINIMUM-BLUE

           PERFORM CHECK-GAME-SUPERSESSION

           ADD 1 TO REPAIRED-COUNT
                    GROUP-GAMES
                    ADJUSTMENT-GAMES
           SUBTRACT 1 FROM ADJUSTMENT-EXCLUDED
           ADD CURRENT-GAME-POWER TO GROUP-POWER
                                     ADJUSTMENT-POWER
           IF GAME-POSSIBLE
              ADD GAME-NUMBER-NUM TO GROUP-SUM
                                     ADJUSTMENT-SUM
           END-IF

           PERFORM FLUSH-DRAW-BUFFER
           PERFORM WRITE-REPAIRED-DETAIL
           PERFORM WRITE-DETAIL-RECORD
           PERFORM WRITE-HISTORY-RECORD
           IF PROFILE-COUNT NOT = ZERO
              PERFORM TALLY-PROFILE-RESULTS
           END-IF

           MOVE 'REPAIRED' TO MASTER-STATUS
           MOVE RUN-DATE TO MASTER-STATUS-DATE
           REWRITE MASTER-RECORD
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO REWRITE MASTER RECORD '
                 'FOR GAME ' GAME-NUMBER-DISPLAY ' STATUS '
                 MASTER-FILE-STATUS
           END-IF

           MOVE GAME-NUMBER-NUM TO GAME-NUMBER-DISPLAY
           MOVE CURRENT-GAME-POWER TO POWER-DISPLAY
           MOVE SPACES TO ADJUST-RECORD
           STRING 'REPAIRED GAME '     DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY  DELIMITED BY SIZE
                  ' SHEET '            DELIMITED BY SIZE
                  TOKEN-SHEET-NAME     DELIMITED BY SPACE
                  ' WAS '              DELIMITED BY SIZE
                  MASTER-REASON-CODE   DELIMITED BY SPACE
                  ' NOW POWER='        DELIMITED BY SIZE
                  POWER-DISPLAY        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  POSSIBILITY-DISPLAY  DELIMITED BY SPACE
             INTO ADJUST-RECORD
           PERFORM WRITE-ADJUST-RECORD

           IF GAME-SUPERSEDES
              MOVE SPACES TO ADJUST-RECORD
              STRING '  SUPERSEDES THE GAME ON FILE POWER='
                                       DELIMITED BY SIZE
                     EARLIER-POWER-DISPLAY DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     EARLIER-VERDICT   DELIMITED BY SPACE
                INTO ADJUST-RECORD
              PERFORM WRITE-ADJUST-RECORD
           END-IF
           .

      *----------------------------------------------------------
      * A VALID GAME OF THIS NUMBER ALREADY ON gamehist.dat FOR
      * THE DATE IS IN THE DAY'S FIGURES; THE REPAIR REPLACES IT,
      * SO ITS FIGURES COME BACK OUT - OF THE GRAND FIGURES, SINCE
      * ITS SHEET'S SUBTOTAL IS ALREADY WRITTEN - AND IT GETS
      * DAY2'S SUPERSEDED LINES ON gamedtl.txt AND gamewif.txt.
      *----------------------------------------------------------
       CHECK-GAME-SUPERSESSION.

           MOVE 'N' TO SUPERSEDING-SW
           MOVE BUSINESS-DATE   TO HISTORY-RUN-DATE
           MOVE GAME-NUMBER-NUM TO HISTORY-GAME-NUMBER
           READ HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO SUPERSEDING-SW
           END-READ

           IF GAME-SUPERSEDES
              MOVE HISTORY-MINIMUM-RED   TO EARLIER-MINIMUM-RED
              MOVE HISTORY-MINIMUM-GREEN TO EARLIER-MINIMUM-GREEN
              MOVE HISTORY-MINIMUM-BLUE  TO EARLIER-MINIMUM-BLUE
              MOVE HISTORY-POWER         TO EARLIER-POWER
              MOVE 'P' TO EARLIER-POSSIBILITY
              IF EARLIER-MINIMUM-RED > BAG-RED-LIMIT
                 OR EARLIER-MINIMUM-GREEN > BAG-GREEN-LIMIT
                 OR EARLIER-MINIMUM-BLUE > BAG-BLUE-LIMIT
                 MOVE 'I' TO EARLIER-POSSIBILITY
              END-IF
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
                 MOVE 'P' TO EARLIER-PROFILE-SW(P)
                 IF EARLIER-MINIMUM-RED > PROFILE-RED-LIMIT(P)
                    OR EARLIER-MINIMUM-GREEN > PROFILE-GREEN-LIMIT(P)
                    OR EARLIER-MINIMUM-BLUE > PROFILE-BLUE-LIMIT(P)
                    MOVE 'I' TO EARLIER-PROFILE-SW(P)
                 END-IF
              END-PERFORM

              SUBTRACT 1 FROM ADJUSTMENT-GAMES
              SUBTRACT EARLIER-POWER FROM ADJUSTMENT-POWER
              IF EARLIER-POSSIBLE
                 SUBTRACT GAME-NUMBER-NUM FROM ADJUSTMENT-SUM
              END-IF
              PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
                 IF EARLIER-PROFILE-SW(P) = 'P'
                    AND PROFILE-POSSIBLE-COUNT(P) > ZERO
                    SUBTRACT 1 FROM PROFILE-POSSIBLE-COUNT(P)
                    SUBTRACT GAME-NUMBER-NUM
                       FROM PROFILE-POSSIBLE-SUM(P)
                 END-IF
              END-PERFORM

              PERFORM WRITE-SUPERSEDED-DETAIL
              IF PROFILE-COUNT NOT = ZERO
                 PERFORM WRITE-SUPERSEDED-WHATIF
              END-IF
              ADD 1 TO SUPERSEDED-COUNT
           END-IF
           .

       WRITE-SUPERSEDED-DETAIL.

           MOVE GAME-NUMBER-NUM       TO GAME-NUMBER-DISPLAY
           MOVE EARLIER-MINIMUM-RED   TO MIN-RED-DISPLAY
           MOVE EARLIER-MINIMUM-GREEN TO MIN-GREEN-DISPLAY
           MOVE EARLIER-MINIMUM-BLUE  TO MIN-BLUE-DISPLAY
           MOVE EARLIER-POWER         TO EARLIER-POWER-DISPLAY
           IF EARLIER-POSSIBLE
              MOVE 'POSSIBLE' TO EARLIER-VERDICT
           ELSE
              MOVE 'IMPOSSIBLE' TO EARLIER-VERDICT
           END-IF

           MOVE SPACES TO DETAIL-RECORD
           STRING 'SUPERSEDED '         DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY   DELIMITED BY SIZE
                  ' RED='               DELIMITED BY SIZE
                  MIN-RED-DISPLAY       DELIMITED BY SIZE
                  ' GREEN='             DELIMITED BY SIZE
                  MIN-GREEN-DISPLAY     DELIMITED BY SIZE
                  ' BLUE='              DELIMITED BY SIZE
                  MIN-BLUE-DISPLAY      DELIMITED BY SIZE
                  ' POWER='             DELIMITED BY SIZE
                  EARLIER-POWER-DISPLAY DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  EARLIER-VERDICT       DELIMITED BY SPACE
                  ' BACKOUT=GRAND'      DELIMITED BY SIZE
             INTO DETAIL-RECORD
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-SUPERSEDED-WHATIF.

           MOVE GAME-NUMBER-NUM TO GAME-NUMBER-DISPLAY
           MOVE SPACES TO WHATIF-RECORD
           MOVE 1 TO WHATIF-POINTER
           MOVE ZERO TO PASSING-PROFILE-COUNT
           STRING 'SUPERSEDED '        DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY  DELIMITED BY SIZE
                  ' PASSES:'           DELIMITED BY SIZE
             INTO WHATIF-RECORD
             WITH POINTER WHATIF-POINTER

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
              IF EARLIER-PROFILE-SW(P) = 'P'
                 ADD 1 TO PASSING-PROFILE-COUNT
                 STRING ' '             DELIMITED BY SIZE
                        PROFILE-NAME(P) DELIMITED BY SPACE
                   INTO WHATIF-RECORD
                   WITH POINTER WHATIF-POINTER
              END-IF
           END-PERFORM

           IF PASSING-PROFILE-COUNT = ZERO
              STRING ' NONE' DELIMITED BY SIZE
                INTO WHATIF-RECORD
                WITH POINTER WHATIF-POINTER
           END-IF

           PERFORM WRITE-WHATIF-RECORD
           .

      *----------------------------------------------------------
      * THE REPAIRED LINE ON gamedtl.txt: THE GAME WAS COUNTED AS
      * EXCLUDED ON ITS ORIGINAL SHEET'S SUBTOTAL AND NO LONGER
      * IS, SO DAY2BAL TAKES IT BACK OUT OF THE EXCLUDED RE-FOOT.
      *----------------------------------------------------------
       WRITE-REPAIRED-DETAIL.

           MOVE GAME-NUMBER-NUM TO GAME-NUMBER-DISPLAY
           MOVE SPACES TO DETAIL-RECORD
           STRING 'REPAIRED '          DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY  DELIMITED BY SIZE
                  ' WAS='              DELIMITED BY SIZE
                  MASTER-REASON-CODE   DELIMITED BY SPACE
                  ' SHEET='            DELIMITED BY SIZE
                  TOKEN-SHEET-NAME     DELIMITED BY SPACE
             INTO DETAIL-RECORD
           PERFORM WRITE-DETAIL-LINE
           .

      *----------------------------------------------------------
      * THE REPAIR GROUP'S OWN SUBTOTAL LINE, CLOSING THE GAME
      * LINES THIS RUN APPENDED THE WAY A SHEET SUBTOTAL CLOSES A
      * SHEET'S. NOTHING NEW IS EXCLUDED BY A REPAIR - A FAILED
      * CORRECTION WAS ALREADY COUNTED ON ITS ORIGINAL SHEET.
      *----------------------------------------------------------
       WRITE-REPAIR-SUBTOTAL.

           MOVE GROUP-GAMES TO COUNT-DISPLAY
           MOVE GROUP-SUM TO SUM-DISPLAY
           MOVE GROUP-POWER TO POWER-DISPLAY
           MOVE ZERO TO EXCLUDED-DISPLAY

           MOVE SPACES TO DETAIL-RECORD
           STRING 'SHEET gamerpr.txt' DELIMITED BY SIZE
                  ' GAMES='          DELIMITED BY SIZE
                  COUNT-DISPLAY      DELIMITED BY SIZE
                  ' SUM='            DELIMITED BY SIZE
                  SUM-DISPLAY        DELIMITED BY SIZE
                  ' POWER='          DELIMITED BY SIZE
                  POWER-DISPLAY      DELIMITED BY SIZE
                  ' EXCLUDED='       DELIMITED BY SIZE
                  EXCLUDED-DISPLAY   DELIMITED BY SIZE
             INTO DETAIL-RECORD
           DISPLAY FUNCTION TRIM(DETAIL-RECORD TRAILING)
           PERFORM WRITE-DETAIL-LINE
           .

      *----------------------------------------------------------
      * THE SAME PARSE DAY2 RUNS IN CHECK-GAME: DRAWS SPLIT ON
      * ';', CUBES ON ',', AMOUNT AND COLOUR VALIDATED, EACH DRAW
      * JUDGED AGAINST THE BAG LIMITS AND THE WHAT-IF PROFILES.
      * THE POSTING IS LEFT TO THE CALLER.
      *----------------------------------------------------------
       CHECK-GAME.
           SET GAME-POSSIBLE TO TRUE
           MOVE 'N' TO RECORD-INVALID-SW
           MOVE SPACES TO EXCEPTION-REASON
                          EXCEPTION-REASON-CODE

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
              MOVE 'P' TO PROFILE-GAME-SW(P)
           END-PERFORM

           MOVE ZERO TO MINIMUM-RED
                        MINIMUM-GREEN
                        MINIMUM-BLUE
                        DRAW-SEQUENCE
                        DRAW-BUFFER-COUNT
           MOVE 'N' TO DRAW-BUFFER-FULL-SW

           MOVE SPACES TO GAME-STR
                          SETS-STR
           UNSTRING GAME-RECORD DELIMITED BY ':'
               INTO GAME-STR
                    SETS-STR

           IF FUNCTION TEST-NUMVAL(GAME-NUMBER) NOT = ZERO
              MOVE ZERO TO GAME-NUMBER-NUM
           ELSE
              COMPUTE GAME-NUMBER-NUM = FUNCTION NUMVAL(GAME-NUMBER)
           END-IF

           MOVE 1 TO I
           PERFORM UNTIL I > LENGTH OF SETS-STR OR RECORD-INVALID

             UNSTRING SETS-STR DELIMITED BY ';'
                 INTO SUBSET-STR
                 WITH POINTER I

             ADD 1 TO DRAW-SEQUENCE
             MOVE ZERO TO DRAW-RED
                          DRAW-GREEN
                          DRAW-BLUE

             MOVE 1 TO J
             PERFORM UNTIL J > LENGTH OF SUBSET-STR OR RECORD-INVALID

               UNSTRING SUBSET-STR DELIMITED BY ','
                   INTO SUBSET
                   WITH POINTER J

               UNSTRING SUBSET(2:) DELIMITED BY SPACE
                   INTO AMOUNT-STR
                        COLOUR

               IF FUNCTION TEST-NUMVAL(AMOUNT-STR) NOT = ZERO
                  SET RECORD-INVALID TO TRUE
                  MOVE 'BAD-AMOUNT' TO EXCEPTION-REASON-CODE
                  STRING 'BAD AMOUNT: ' DELIMITED BY SIZE
                         AMOUNT-STR     DELIMITED BY SPACE
                    INTO EXCEPTION-REASON
               ELSE
                  COMPUTE AMOUNT-NUM = FUNCTION NUMVAL(AMOUNT-STR)
               END-IF

               IF NOT RECORD-INVALID
                  EVALUATE COLOUR
                    WHEN 'red'
                    WHEN 'green'
                    WHEN 'blue'
                       CONTINUE
                    WHEN OTHER
                       SET RECORD-INVALID TO TRUE
                       MOVE 'BAD-COLOUR' TO EXCEPTION-REASON-CODE
                       STRING 'BAD COLOUR: ' DELIMITED BY SIZE
                              COLOUR         DELIMITED BY SPACE
                         INTO EXCEPTION-REASON
                  END-EVALUATE
               END-IF

               IF NOT RECORD-INVALID
                  EVALUATE COLOUR
                    WHEN 'red'
                      ADD AMOUNT-NUM TO DRAW-RED
                    WHEN 'green'
                      ADD AMOUNT-NUM TO DRAW-GREEN
                    WHEN 'blue'
                      ADD AMOUNT-NUM TO DRAW-BLUE
                  END-EVALUATE
               END-IF

             END-PERFORM

             IF NOT RECORD-INVALID
                PERFORM EVALUATE-COMPLETED-DRAW
             END-IF

           END-PERFORM
           .

      *----------------------------------------------------------
      * ONE DRAW HAS FINISHED PARSING - JUDGED EXACTLY AS DAY2
      * JUDGES IT, AND BUFFERED UNTIL THE REPAIR IS ACCEPTED.
      *----------------------------------------------------------
       EVALUATE-COMPLETED-DRAW.

           IF DRAW-RED > MINIMUM-RED
              MOVE DRAW-RED TO MINIMUM-RED
           END-IF
           IF DRAW-GREEN > MINIMUM-GREEN
              MOVE DRAW-GREEN TO MINIMUM-GREEN
           END-IF
           IF DRAW-BLUE > MINIMUM-BLUE
              MOVE DRAW-BLUE TO MINIMUM-BLUE
           END-IF

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
              IF DRAW-RED > PROFILE-RED-LIMIT(P)
                 OR DRAW-GREEN > PROFILE-GREEN-LIMIT(P)
                 OR DRAW-BLUE > PROFILE-BLUE-LIMIT(P)
                 MOVE 'I' TO PROFILE-GAME-SW(P)
              END-IF
           END-PERFORM

           MOVE GAME-NUMBER-NUM TO GAME-NUMBER-DISPLAY
           MOVE DRAW-SEQUENCE TO DRAW-SEQ-DISPLAY
           MOVE DRAW-RED TO DRAW-RED-DISPLAY
           MOVE DRAW-GREEN TO DRAW-GREEN-DISPLAY
           MOVE DRAW-BLUE TO DRAW-BLUE-DISPLAY
           MOVE SPACES TO DRAW-RECORD
           MOVE 1 TO DRAW-POINTER
           STRING 'GAME '             DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY DELIMITED BY SIZE
                  ' DRAW '            DELIMITED BY SIZE
                  DRAW-SEQ-DISPLAY    DELIMITED BY SIZE
                  ' RED='             DELIMITED BY SIZE
                  DRAW-RED-DISPLAY    DELIMITED BY SIZE
                  ' GREEN='           DELIMITED BY SIZE
                  DRAW-GREEN-DISPLAY  DELIMITED BY SIZE
                  ' BLUE='            DELIMITED BY SIZE
                  DRAW-BLUE-DISPLAY   DELIMITED BY SIZE
             INTO DRAW-RECORD
             WITH POINTER DRAW-POINTER

           MOVE 'N' TO DRAW-BREACH-SW
           IF DRAW-RED > BAG-RED-LIMIT
              SET GAME-IMPOSSIBLE TO TRUE
              MOVE BAG-RED-LIMIT TO LIMIT-DISPLAY
              PERFORM NOTE-DRAW-BREACH
              STRING ' red>'       DELIMITED BY SIZE
                     LIMIT-DISPLAY DELIMITED BY SIZE
                INTO DRAW-RECORD
                WITH POINTER DRAW-POINTER
           END-IF
           IF DRAW-GREEN > BAG-GREEN-LIMIT
              SET GAME-IMPOSSIBLE TO TRUE
              MOVE BAG-GREEN-LIMIT TO LIMIT-DISPLAY
              PERFORM NOTE-DRAW-BREACH
              STRING ' green>'     DELIMITED BY SIZE
                     LIMIT-DISPLAY DELIMITED BY SIZE
                INTO DRAW-RECORD
                WITH POINTER DRAW-POINTER
           END-IF
           IF DRAW-BLUE > BAG-BLUE-LIMIT
              SET GAME-IMPOSSIBLE TO TRUE
              MOVE BAG-BLUE-LIMIT TO LIMIT-DISPLAY
              PERFORM NOTE-DRAW-BREACH
              STRING ' blue>'      DELIMITED BY SIZE
                     LIMIT-DISPLAY DELIMITED BY SIZE
                INTO DRAW-RECORD
                WITH POINTER DRAW-POINTER
           END-IF

      *    UNLIKE DAY2, A REFUSED OR STILL-EXCLUDED CORRECTION MUST
      *    LEAVE NOTHING ON THE DRAW REPORT, SO A GAME BEYOND THE
      *    BUFFER IS REFUSED RATHER THAN WRITTEN DIRECTLY.
           IF DRAW-BUFFER-COUNT < DRAW-BUFFER-MAX
              ADD 1 TO DRAW-BUFFER-COUNT
              MOVE DRAW-RECORD
                 TO DRAW-BUFFER-ENTRY(DRAW-BUFFER-COUNT)
           ELSE
              MOVE 'Y' TO DRAW-BUFFER-FULL-SW
              SET RECORD-INVALID TO TRUE
              MOVE 'TOO-MANY-DRAWS' TO EXCEPTION-REASON-CODE
              MOVE 'MORE DRAWS THAN ONE GAME CAN HOLD'
                 TO EXCEPTION-REASON
           END-IF
           .

       NOTE-DRAW-BREACH.

           IF NOT DRAW-HAS-BREACH
              MOVE 'Y' TO DRAW-BREACH-SW
              STRING ' BREACH' DELIMITED BY SIZE
                INTO DRAW-RECORD
                WITH POINTER DRAW-POINTER
           END-IF
           .

       FLUSH-DRAW-BUFFER.

           PERFORM VARYING DRAW-BUFFER-INDEX FROM 1 BY 1
             UNTIL DRAW-BUFFER-INDEX > DRAW-BUFFER-COUNT
              MOVE DRAW-BUFFER-ENTRY(DRAW-BUFFER-INDEX)
                 TO DRAW-RECORD
              WRITE DRAW-RECORD
              IF DRAW-FILE-STATUS NOT = '00'
                 DISPLAY 'DAY2RPR: UNABLE TO WRITE DRAW RECORD FOR '
                    'GAME ' GAME-NUMBER-NUM ' STATUS '
                    DRAW-FILE-STATUS
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------
      * THE PER-GAME WHAT-IF LINE, AS DAY2 WRITES IT.
      *----------------------------------------------------------
       TALLY-PROFILE-RESULTS.

           MOVE GAME-NUMBER-NUM TO GAME-NUMBER-DISPLAY
           MOVE SPACES TO WHATIF-RECORD
           MOVE 1 TO WHATIF-POINTER
           MOVE ZERO TO PASSING-PROFILE-COUNT
           STRING 'GAME '              DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY  DELIMITED BY SIZE
                  ' PASSES:'           DELIMITED BY SIZE
             INTO WHATIF-RECORD
             WITH POINTER WHATIF-POINTER

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
              IF PROFILE-GAME-SW(P) = 'P'
                 ADD 1 TO PASSING-PROFILE-COUNT
                 ADD 1 TO PROFILE-POSSIBLE-COUNT(P)
                 ADD GAME-NUMBER-NUM TO PROFILE-POSSIBLE-SUM(P)
                 STRING ' '             DELIMITED BY SIZE
                        PROFILE-NAME(P) DELIMITED BY SPACE
                   INTO WHATIF-RECORD
                   WITH POINTER WHATIF-POINTER
              END-IF
           END-PERFORM

           IF PASSING-PROFILE-COUNT = ZERO
              STRING ' NONE' DELIMITED BY SIZE
                INTO WHATIF-RECORD
                WITH POINTER WHATIF-POINTER
           END-IF

           PERFORM WRITE-WHATIF-RECORD
           .

      *----------------------------------------------------------
      * FRESH PROFILE SUMMARY LINES WITH THE REVISED TALLIES. THE
      * LAST SUMMARY LINE FOR A PROFILE IS THE ONE DAY2BAL HOLDS
      * THE PASSES LINES TO, SO THE DAY STILL BALANCES.
      *----------------------------------------------------------
       WRITE-PROFILE-SUMMARY.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
              MOVE PROFILE-POSSIBLE-COUNT(P) TO COUNT-DISPLAY
              MOVE PROFILE-POSSIBLE-SUM(P) TO SUM-DISPLAY
              MOVE SPACES TO WHATIF-RECORD
              STRING 'PROFILE '        DELIMITED BY SIZE
                     PROFILE-NAME(P)   DELIMITED BY SIZE
                     ' POSSIBLE='      DELIMITED BY SIZE
                     COUNT-DISPLAY     DELIMITED BY SIZE
                     ' SUM='           DELIMITED BY SIZE
                     SUM-DISPLAY       DELIMITED BY SIZE
                INTO WHATIF-RECORD
              PERFORM WRITE-WHATIF-RECORD
           END-PERFORM
           .

       WRITE-WHATIF-RECORD.

           WRITE WHATIF-RECORD
           IF WHATIF-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO WRITE WHAT-IF RECORD '
                 'STATUS ' WHATIF-FILE-STATUS
           END-IF
           .

       WRITE-DETAIL-RECORD.

           MOVE GAME-NUMBER-NUM TO GAME-NUMBER-DISPLAY
           MOVE MINIMUM-RED     TO MIN-RED-DISPLAY
           MOVE MINIMUM-GREEN   TO MIN-GREEN-DISPLAY
           MOVE MINIMUM-BLUE    TO MIN-BLUE-DISPLAY
           MOVE CURRENT-GAME-POWER TO POWER-DISPLAY

           MOVE SPACES TO POSSIBILITY-DISPLAY
           IF GAME-POSSIBLE
              MOVE 'POSSIBLE' TO POSSIBILITY-DISPLAY
           ELSE
              MOVE 'IMPOSSIBLE' TO POSSIBILITY-DISPLAY
           END-IF

           MOVE SPACES TO DETAIL-RECORD
           STRING 'GAME '             DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY DELIMITED BY SIZE
                  ' RED='             DELIMITED BY SIZE
                  MIN-RED-DISPLAY     DELIMITED BY SIZE
                  ' GREEN='           DELIMITED BY SIZE
                  MIN-GREEN-DISPLAY   DELIMITED BY SIZE
                  ' BLUE='            DELIMITED BY SIZE
                  MIN-BLUE-DISPLAY    DELIMITED BY SIZE
                  ' POWER='           DELIMITED BY SIZE
                  POWER-DISPLAY       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  POSSIBILITY-DISPLAY DELIMITED BY SPACE
             INTO DETAIL-RECORD
           PERFORM WRITE-DETAIL-LINE
           .

       WRITE-DETAIL-LINE.

           WRITE DETAIL-RECORD
           IF DETAIL-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO WRITE DETAIL RECORD FOR '
                 'GAME ' GAME-NUMBER-NUM ' STATUS ' DETAIL-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * THE REPAIRED GAME'S MINIMUM-CUBE RESULT ON THE KEYED
      * HISTORY FILE, REPLACING A SUPERSEDED ONE UNDER THE SAME
      * KEY THE WAY DAY2 DOES.
      *----------------------------------------------------------
       WRITE-HISTORY-RECORD.

           MOVE BUSINESS-DATE   TO HISTORY-RUN-DATE
           MOVE GAME-NUMBER-NUM TO HISTORY-GAME-NUMBER
           MOVE MINIMUM-RED     TO HISTORY-MINIMUM-RED
           MOVE MINIMUM-GREEN   TO HISTORY-MINIMUM-GREEN
           MOVE MINIMUM-BLUE    TO HISTORY-MINIMUM-BLUE
           MOVE CURRENT-GAME-POWER TO HISTORY-POWER

           WRITE HISTORY-RECORD
           IF HISTORY-FILE-STATUS = '22'
              REWRITE HISTORY-RECORD
              IF HISTORY-FILE-STATUS NOT = '00'
                 DISPLAY 'DAY2RPR: UNABLE TO REWRITE HISTORY RECORD '
                    'FOR GAME ' GAME-NUMBER-NUM ' STATUS '
                    HISTORY-FILE-STATUS
              END-IF
           ELSE
              IF HISTORY-FILE-STATUS NOT = '00'
                 DISPLAY 'DAY2RPR: UNABLE TO WRITE HISTORY RECORD '
                    'FOR GAME ' GAME-NUMBER-NUM ' STATUS '
                    HISTORY-FILE-STATUS
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * CARRY THE REVISED FIGURES ONTO THE DAY2 RECORD SO RUNRPT,
      * THE TREND REPORTS AND A RE-RUN OF DAY2BAL ALL SEE THE
      * REPAIRED DAY. THE ELAPSED TIME IS DAY2'S OWN.
      *----------------------------------------------------------
       REWRITE-RUN-SUMMARY.

           COMPUTE REVISED-SUM = ORIGINAL-SUM + ADJUSTMENT-SUM
           COMPUTE REVISED-POWER = ORIGINAL-POWER + ADJUSTMENT-POWER
           COMPUTE REVISED-GAMES = ORIGINAL-GAMES + ADJUSTMENT-GAMES
           COMPUTE REVISED-EXCLUDED =
              ORIGINAL-EXCLUDED + ADJUSTMENT-EXCLUDED
           IF REVISED-EXCLUDED < ZERO
              MOVE ZERO TO REVISED-EXCLUDED
           END-IF

           IF REPAIRED-COUNT NOT = ZERO
              MOVE REVISED-SUM      TO SUMMARY-FIGURE-1
              MOVE REVISED-POWER    TO SUMMARY-FIGURE-2
              MOVE REVISED-GAMES    TO SUMMARY-COUNT-1
              MOVE REVISED-EXCLUDED TO SUMMARY-COUNT-2
              REWRITE SUMMARY-RECORD
              IF SUMMARY-FILE-STATUS NOT = '00'
                 DISPLAY 'DAY2RPR: UNABLE TO REWRITE RUN-SUMMARY '
                    'RECORD STATUS ' SUMMARY-FILE-STATUS
              END-IF
           END-IF
           CLOSE SUMMARY-FILE
           .

      *----------------------------------------------------------
      * THE ADJUSTMENT REPORT TRAILER: EACH DAY2 FIGURE BEFORE THE
      * REPAIRS, THE MOVEMENT, AND THE REVISED FIGURE NOW ON
      * runsum.dat.
      *----------------------------------------------------------
       WRITE-ADJUSTMENT-TOTALS.

           MOVE ORIGINAL-SUM   TO ORIGINAL-DISPLAY
           MOVE ADJUSTMENT-SUM TO ADJUSTMENT-DISPLAY
           MOVE REVISED-SUM    TO REVISED-DISPLAY
           MOVE 'SUM' TO TOKEN-1
           PERFORM WRITE-ADJUSTMENT-LINE

           MOVE ORIGINAL-POWER   TO ORIGINAL-DISPLAY
           MOVE ADJUSTMENT-POWER TO ADJUSTMENT-DISPLAY
           MOVE REVISED-POWER    TO REVISED-DISPLAY
           MOVE 'POWER' TO TOKEN-1
           PERFORM WRITE-ADJUSTMENT-LINE

           MOVE ORIGINAL-GAMES   TO ORIGINAL-DISPLAY
           MOVE ADJUSTMENT-GAMES TO ADJUSTMENT-DISPLAY
           MOVE REVISED-GAMES    TO REVISED-DISPLAY
           MOVE 'GAMES' TO TOKEN-1
           PERFORM WRITE-ADJUSTMENT-LINE

           MOVE ORIGINAL-EXCLUDED TO ORIGINAL-DISPLAY
           COMPUTE ADJUSTMENT-DISPLAY =
              REVISED-EXCLUDED - ORIGINAL-EXCLUDED
           MOVE REVISED-EXCLUDED  TO REVISED-DISPLAY
           MOVE 'EXCLUDED' TO TOKEN-1
           PERFORM WRITE-ADJUSTMENT-LINE

           MOVE REPAIRED-COUNT TO COUNT-DISPLAY
           MOVE STILL-EXCLUDED-COUNT TO EXCLUDED-DISPLAY
           MOVE SPACES TO ADJUST-RECORD
           STRING 'RUN DATE '              DELIMITED BY SIZE
                  BUSINESS-DATE            DELIMITED BY SIZE
                  ' GAMES REPAIRED='       DELIMITED BY SIZE
                  COUNT-DISPLAY            DELIMITED BY SIZE
                  ' STILL EXCLUDED='       DELIMITED BY SIZE
                  EXCLUDED-DISPLAY         DELIMITED BY SIZE
             INTO ADJUST-RECORD
           PERFORM WRITE-ADJUST-RECORD
           .

       WRITE-ADJUSTMENT-LINE.

           MOVE SPACES TO ADJUST-RECORD
           STRING TOKEN-1                  DELIMITED BY SPACE
                  ' ORIGINAL='             DELIMITED BY SIZE
                  ORIGINAL-DISPLAY         DELIMITED BY SIZE
                  ' ADJUSTMENT='           DELIMITED BY SIZE
                  ADJUSTMENT-DISPLAY       DELIMITED BY SIZE
                  ' REVISED='              DELIMITED BY SIZE
                  REVISED-DISPLAY          DELIMITED BY SIZE
             INTO ADJUST-RECORD
           PERFORM WRITE-ADJUST-RECORD
           DISPLAY 'DAY2RPR: ' ADJUST-RECORD(1:60)
           .

       WRITE-ADJUST-RECORD.

           WRITE ADJUST-RECORD
           IF ADJUST-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2RPR: UNABLE TO WRITE ADJUSTMENT RECORD '
                 'STATUS ' ADJUST-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * THE BAG LIMITS AND WHAT-IF PROFILES, FROM THE SAME CARDS
      * AND WITH THE SAME DEFAULTS AS DAY2.
      *----------------------------------------------------------
       READ-BAG-CONFIG.

           OPEN INPUT CONFIG-FILE
           IF CONFIG-FILE-STATUS = '00'
              READ CONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CONFIG-RECORD TO BASE-LIMITS-CARD
                    MOVE CONFIG-RED-LIMIT   TO BAG-RED-LIMIT
                    MOVE CONFIG-GREEN-LIMIT TO BAG-GREEN-LIMIT
                    MOVE CONFIG-BLUE-LIMIT  TO BAG-BLUE-LIMIT
                    PERFORM READ-PROFILE-CARDS
              END-READ
              CLOSE CONFIG-FILE
           END-IF
           .

       READ-PROFILE-CARDS.

           PERFORM UNTIL CONFIG-FILE-STATUS NOT = '00'
              READ CONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM STORE-PROFILE-CARD
              END-READ
           END-PERFORM
           .

       STORE-PROFILE-CARD.

           MOVE SPACES TO PROFILE-CARD-NAME
                          PROFILE-CARD-LIMITS
                          PROFILE-RED-STR
                          PROFILE-GREEN-STR
                          PROFILE-BLUE-STR
           UNSTRING CONFIG-RECORD DELIMITED BY ALL SPACES
               INTO PROFILE-CARD-NAME
                    PROFILE-CARD-LIMITS
           UNSTRING PROFILE-CARD-LIMITS DELIMITED BY ','
               INTO PROFILE-RED-STR
                    PROFILE-GREEN-STR
                    PROFILE-BLUE-STR

           IF PROFILE-CARD-NAME = SPACES
              OR FUNCTION TEST-NUMVAL(PROFILE-RED-STR) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(PROFILE-GREEN-STR) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(PROFILE-BLUE-STR) NOT = ZERO
              DISPLAY 'DAY2RPR: BAD PROFILE CARD SKIPPED: '
                 CONFIG-RECORD
           ELSE
              IF PROFILE-COUNT < PROFILE-LIMIT
                 ADD 1 TO PROFILE-COUNT
                 MOVE PROFILE-CARD-NAME
                    TO PROFILE-NAME(PROFILE-COUNT)
                 COMPUTE PROFILE-RED-LIMIT(PROFILE-COUNT) =
                    FUNCTION NUMVAL(PROFILE-RED-STR)
                 COMPUTE PROFILE-GREEN-LIMIT(PROFILE-COUNT) =
                    FUNCTION NUMVAL(PROFILE-GREEN-STR)
                 COMPUTE PROFILE-BLUE-LIMIT(PROFILE-COUNT) =
                    FUNCTION NUMVAL(PROFILE-BLUE-STR)
                 MOVE ZERO TO PROFILE-POSSIBLE-COUNT(PROFILE-COUNT)
                              PROFILE-POSSIBLE-SUM(PROFILE-COUNT)
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * THE FILES BEING REPAIRED BELONG TO THE LAST WINDOW'S
      * BUSINESS DATE ON busdate.txt, WHICH MAY NOT BE TODAY.
      * WITHOUT A CARD, TODAY'S DATE IS USED.
      *----------------------------------------------------------
       READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
              MOVE RUN-DATE TO BUSINESS-DATE
              DISPLAY 'DAY2RPR: NO BUSINESS-DATE CARD ../busdate.txt'
                 ' - RUNNING UNDER TODAY ' BUSINESS-DATE
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE
              IF BUSINESS-DATE-VALUE IS NOT NUMERIC
                 DISPLAY 'DAY2RPR: BUSINESS-DATE CARD ../busdate.txt'
                    ' HOLDS NO VALID DATE: ' BUSINESS-DATE-VALUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BUSINESS-DATE-VALUE TO BUSINESS-DATE
           END-IF
           .

      *----------------------------------------------------------
      * ALL THE CARDS ARE FOR THE ONE WINDOW, SO ITS MONTH IS
      * LOOKED UP ONCE. A MISSING period.dat MEANS NO PERIOD HAS
      * BEEN CLOSED.
      *----------------------------------------------------------
       CHECK-WINDOW-PERIOD.

           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = '00'
              MOVE BUSINESS-DATE(1:6) TO PERIOD-MONTH
              READ PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PERIOD-IS-CLOSED
                       MOVE 'Y' TO WINDOW-PERIOD-SW
                       DISPLAY 'DAY2RPR: PERIOD ' PERIOD-MONTH
                          ' IS CLOSED - EVERY CARD WILL BE REFUSED'
                    END-IF
              END-READ
              CLOSE PERIOD-FILE
           END-IF
           .

       END PROGRAM DAY2RPR.
