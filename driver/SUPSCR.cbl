       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPSCR.
      *----------------------------------------------------------
      * MONTHLY SUPPLIER SCORECARD FOR VENDOR MANAGEMENT, BUILT
      * FROM FILE INSTEAD OF BY HAND FROM CONSOLE CAPTURES. GIVEN
      * A RUN-DATE RANGE ON A PARAMETER CARD (scorecfg.txt: FROM
      * DATE, THEN TO DATE, YYYYMMDD SEPARATED BY A SPACE), IT
      * ADDS UP EACH SUPPLIER'S DAILY FIGURES FROM THE SUPPLIER
      * HISTORY FILE supphist.dat THAT DAY1 POSTS, AND SWEEPS
      * THE EXCEPTION LIFECYCLE MASTER excmst.dat FOR THE SAME
      * DATES. PER SUPPLIER IT REPORTS THE REJECT RATE (REJECTED
      * LINES OVER LINES READ), DOCUMENTS QUARANTINED UNDER EACH
      * TRAILER REASON, HOW OFTEN A POSTED DOCUMENT CAME WITHOUT
      * A TRAILER, AND THE AVERAGE DAYS AN EXCEPTION TOOK TO GO
      * FROM OPEN TO REPAIRED OR WAIVED. NAMES COME FROM THE
      * SUPPLIER MASTER suppmst.dat WHEN IT IS ON FILE. REPORTED
      * ON scorecrd.txt AND THE CONSOLE; RUN BY HAND FROM THE
      * DIRECTORY ABOVE THE PER-DAY DIRECTORIES, WHERE THE
      * MASTERS LIVE.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-CONFIG-FILE ASSIGN TO 'scorecfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCORE-CONFIG-STATUS.

           SELECT SUPPLIER-HISTORY-FILE ASSIGN TO 'supphist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-HISTORY-KEY
           FILE STATUS IS SUPPLIER-HISTORY-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'excmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO 'suppmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-MASTER-CODE
           FILE STATUS IS SUPPLIER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'scorecrd.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-CONFIG-FILE.
       01  SCORE-CONFIG-RECORD     PIC X(80).

      *    ONE RECORD PER SUPPLIER PER RUN DATE - THE COMMON LAYOUT
      *    SHARED WITH DAY1.
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

      *    ONE RECORD PER SUPPLIER CODE - THE COMMON LAYOUT SHARED
      *    WITH SUPMNT, PREFLT AND DAY1.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SUPPLIER-MASTER-CODE         PIC X(8).
           05 SUPPLIER-MASTER-NAME         PIC X(30).
           05 SUPPLIER-MASTER-ACTIVE       PIC X(1).
           05 SUPPLIER-MASTER-TRAILER      PIC X(1).
           05 SUPPLIER-MASTER-DATE         PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 S                        PIC 9(2) BINARY.
       01 FROM-DATE                PIC X(8).
       01 TO-DATE                  PIC X(8).

      *    THE RANGE CARD IN FIXED COLUMNS, LIKE trendcfg.txt.
       01 RANGE-CARD.
           05 CONFIG-FROM-DATE     PIC X(8).
           05 FILLER               PIC X(1).
           05 CONFIG-TO-DATE       PIC X(8).

      *    ONE SLOT PER SUPPLIER SEEN IN THE RANGE ON EITHER FILE.
      *    A SUPPLIER WHOSE EVERY DOCUMENT WAS QUARANTINED HAS NO
      *    HISTORY RECORD AT ALL (ONLY POSTED DOCUMENTS ROLL INTO
      *    DAY1'S SUPPLIER TABLE), SO THE MASTER SWEEP OPENS SLOTS
      *    AS WELL.
       01 SUPPLIER-LIMIT           PIC 9(2) BINARY VALUE 50.
       01 SUPPLIER-USED            PIC 9(2) BINARY VALUE ZERO.
       01 SUPPLIER-FOUND-SW        PIC X(1).
           88 SUPPLIER-ENTRY-FOUND          VALUE 'Y'.
       01 SUPPLIER-TABLE-FULL-SW   PIC X(1) VALUE 'N'.
           88 SUPPLIER-TABLE-FULL           VALUE 'Y'.
       01 LOOKUP-CODE              PIC X(8).
       01 SCORE-TABLE.
           05 SCORE-ENTRY OCCURS 50 TIMES.
              10 SCORE-CODE            PIC X(8).
              10 SCORE-RUN-DAYS        PIC 9(4) BINARY.
              10 SCORE-DOCS            PIC 9(6) BINARY.
              10 SCORE-LINES           PIC 9(9) BINARY.
              10 SCORE-PART1           PIC 9(9) BINARY.
              10 SCORE-PART2           PIC 9(9) BINARY.
              10 SCORE-REJECTS         PIC 9(6) BINARY.
              10 SCORE-TRAILER-CNT     PIC 9(6) BINARY.
              10 SCORE-TRAILER-HASH    PIC 9(6) BINARY.
              10 SCORE-TRAILER-BAD     PIC 9(6) BINARY.
              10 SCORE-TRAILER-MISS    PIC 9(6) BINARY.
              10 SCORE-NO-TRAILER      PIC 9(6) BINARY.
              10 SCORE-EXCEPTIONS      PIC 9(6) BINARY.
              10 SCORE-RESOLVED        PIC 9(6) BINARY.
              10 SCORE-RESOLVE-DAYS    PIC 9(8) BINARY.

      *    DATE ARITHMETIC FOR THE OPEN-TO-RESOLVED INTERVAL, THE
      *    SAME INTEGER-OF-DATE METHOD THE EXCRPT AGING USES.
       01 DATE-NUM                 PIC 9(8).
       01 OPENED-INTEGER           PIC 9(9) BINARY.
       01 RESOLVED-INTEGER         PIC 9(9) BINARY.
       01 RESOLVE-DAYS             PIC S9(5) BINARY.

       01 HISTORY-RECORD-COUNT     PIC 9(6) BINARY VALUE ZERO.
       01 MASTER-RECORD-COUNT      PIC 9(6) BINARY VALUE ZERO.
       01 SUPPLIER-CODE-WORK       PIC X(8).
       01 SUPPLIER-NAME-WORK       PIC X(30).

       01 HISTORY-EOF-SW           PIC X(1) VALUE 'N'.
           88 HISTORY-AT-END                VALUE 'Y'.
       01 MASTER-EOF-SW            PIC X(1) VALUE 'N'.
           88 MASTER-AT-END                 VALUE 'Y'.
       01 SUPPLIER-FILE-OPEN-SW    PIC X(1) VALUE 'N'.
           88 SUPPLIER-FILE-OPEN            VALUE 'Y'.

       01 RATE-WORK                PIC 9(3)V99.
       01 RATE-DISPLAY             PIC 9(3).99.
       01 AVERAGE-WORK             PIC 9(5)V9.
       01 AVERAGE-DISPLAY          PIC 9(5).9.
       01 COUNT-DISPLAY            PIC 9(6).
       01 COUNT-DISPLAY-2          PIC 9(6).
       01 COUNT-DISPLAY-3          PIC 9(6).
       01 COUNT-DISPLAY-4          PIC 9(6).
       01 LINES-DISPLAY            PIC 9(9).
       01 PART1-DISPLAY            PIC 9(9).
       01 PART2-DISPLAY            PIC 9(9).
       01 DAYS-DISPLAY             PIC 9(4).

       01 SCORE-CONFIG-STATUS      PIC X(2) VALUE '00'.
       01 SUPPLIER-HISTORY-STATUS  PIC X(2) VALUE '00'.
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 SUPPLIER-FILE-STATUS     PIC X(2) VALUE '00'.
       01 REPORT-FILE-STATUS       PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM READ-SCORE-CONFIG

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'SUPSCR: UNABLE TO OPEN REPORT FILE '
                 'scorecrd.txt STATUS ' REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM SWEEP-SUPPLIER-HISTORY
           PERFORM SWEEP-EXCEPTION-MASTER

           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-FILE-STATUS = '00'
              MOVE 'Y' TO SUPPLIER-FILE-OPEN-SW
           END-IF

           PERFORM WRITE-SCORECARD

           IF SUPPLIER-FILE-OPEN
              CLOSE SUPPLIER-FILE
           END-IF
           CLOSE REPORT-FILE

           MOVE SUPPLIER-USED TO COUNT-DISPLAY
           DISPLAY 'SUPSCR: SUPPLIERS SCORED: ' COUNT-DISPLAY
           MOVE HISTORY-RECORD-COUNT TO COUNT-DISPLAY
           DISPLAY 'SUPSCR: HISTORY RECORDS IN RANGE: ' COUNT-DISPLAY
           MOVE MASTER-RECORD-COUNT TO COUNT-DISPLAY
           DISPLAY 'SUPSCR: DAY1 EXCEPTIONS IN RANGE: ' COUNT-DISPLAY

           STOP RUN
           .

       READ-SCORE-CONFIG.

           OPEN INPUT SCORE-CONFIG-FILE
           IF SCORE-CONFIG-STATUS NOT = '00'
              DISPLAY 'SUPSCR: UNABLE TO OPEN PARAMETER CARD '
                 'scorecfg.txt STATUS ' SCORE-CONFIG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ SCORE-CONFIG-FILE
              AT END
                 DISPLAY 'SUPSCR: PARAMETER CARD scorecfg.txt '
                    'IS EMPTY'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE SCORE-CONFIG-FILE

           MOVE SCORE-CONFIG-RECORD TO RANGE-CARD
           IF CONFIG-FROM-DATE IS NOT NUMERIC
              OR CONFIG-TO-DATE IS NOT NUMERIC
              OR CONFIG-FROM-DATE > CONFIG-TO-DATE
              DISPLAY 'SUPSCR: BAD RANGE CARD: ' SCORE-CONFIG-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CONFIG-FROM-DATE TO FROM-DATE
           MOVE CONFIG-TO-DATE   TO TO-DATE
           .

      *----------------------------------------------------------
      * THE HISTORY KEY IS RUN-DATE-MAJOR, SO POSITION ON THE
      * FIRST DATE OF THE RANGE AND READ FORWARD UNTIL THE KEY
      * PASSES ITS LAST DATE, DAY2TRD STYLE.
      *----------------------------------------------------------
       SWEEP-SUPPLIER-HISTORY.

           OPEN INPUT SUPPLIER-HISTORY-FILE
           IF SUPPLIER-HISTORY-STATUS NOT = '00'
              DISPLAY 'SUPSCR: UNABLE TO OPEN SUPPLIER HISTORY '
                 'supphist.dat STATUS ' SUPPLIER-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FROM-DATE TO SUPPLIER-HISTORY-RUN-DATE
           MOVE LOW-VALUES TO SUPPLIER-HISTORY-CODE
           START SUPPLIER-HISTORY-FILE
              KEY IS NOT LESS THAN SUPPLIER-HISTORY-KEY
           IF SUPPLIER-HISTORY-STATUS NOT = '00'
              MOVE 'Y' TO HISTORY-EOF-SW
           END-IF

           PERFORM UNTIL HISTORY-AT-END
              READ SUPPLIER-HISTORY-FILE NEXT
                 AT END
                    MOVE 'Y' TO HISTORY-EOF-SW
                 NOT AT END
                    IF SUPPLIER-HISTORY-RUN-DATE > TO-DATE
                       MOVE 'Y' TO HISTORY-EOF-SW
                    ELSE
                       PERFORM ADD-HISTORY-RECORD
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SUPPLIER-HISTORY-FILE
           .

       ADD-HISTORY-RECORD.

           MOVE SUPPLIER-HISTORY-CODE TO LOOKUP-CODE
           PERFORM FIND-SUPPLIER-ENTRY
           IF SUPPLIER-ENTRY-FOUND
              ADD 1 TO HISTORY-RECORD-COUNT
              ADD 1 TO SCORE-RUN-DAYS(S)
              ADD SUPPLIER-HISTORY-DOCS    TO SCORE-DOCS(S)
              ADD SUPPLIER-HISTORY-LINES   TO SCORE-LINES(S)
              ADD SUPPLIER-HISTORY-PART1   TO SCORE-PART1(S)
              ADD SUPPLIER-HISTORY-PART2   TO SCORE-PART2(S)
              ADD SUPPLIER-HISTORY-REJECTS TO SCORE-REJECTS(S)
           END-IF
           .

      *----------------------------------------------------------
      * EVERY DAY1 EXCEPTION IN THE RANGE COUNTS AGAINST ITS
      * SUPPLIER: THE TRAILER QUARANTINES AND SOFT NO-TRAILER
      * ENTRIES BY REASON, AND FOR ANY EXCEPTION ALREADY REPAIRED
      * OR WAIVED, THE DAYS FROM ITS RUN DATE (WHEN IT OPENED) TO
      * ITS STATUS DATE (WHEN IT WAS RESOLVED).
      *----------------------------------------------------------
       SWEEP-EXCEPTION-MASTER.

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'SUPSCR: NO EXCEPTION MASTER excmst.dat - '
                 'EXCEPTION COLUMNS WILL BE ZERO'
           ELSE
              MOVE FROM-DATE TO MASTER-RUN-DATE
              MOVE LOW-VALUES TO MASTER-PROGRAM
                                 MASTER-EXC-KEY
              START MASTER-FILE KEY IS NOT LESS THAN MASTER-KEY
              IF MASTER-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO MASTER-EOF-SW
              END-IF

              PERFORM UNTIL MASTER-AT-END
                 READ MASTER-FILE NEXT
                    AT END
                       MOVE 'Y' TO MASTER-EOF-SW
                    NOT AT END
                       IF MASTER-RUN-DATE > TO-DATE
                          MOVE 'Y' TO MASTER-EOF-SW
                       ELSE
                          IF MASTER-PROGRAM = 'DAY1'
                             PERFORM ADD-MASTER-RECORD
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE MASTER-FILE
           END-IF
           .

       ADD-MASTER-RECORD.

           MOVE MASTER-SUPPLIER TO LOOKUP-CODE
           PERFORM FIND-SUPPLIER-ENTRY
           IF SUPPLIER-ENTRY-FOUND
              ADD 1 TO MASTER-RECORD-COUNT
              ADD 1 TO SCORE-EXCEPTIONS(S)
              EVALUATE MASTER-REASON-CODE
                 WHEN 'TRAILER-CNT'
                    ADD 1 TO SCORE-TRAILER-CNT(S)
                 WHEN 'TRAILER-HASH'
                    ADD 1 TO SCORE-TRAILER-HASH(S)
                 WHEN 'TRAILER-BAD'
                    ADD 1 TO SCORE-TRAILER-BAD(S)
                 WHEN 'TRAILER-MISS'
                    ADD 1 TO SCORE-TRAILER-MISS(S)
                 WHEN 'NO-TRAILER'
                    ADD 1 TO SCORE-NO-TRAILER(S)
              END-EVALUATE

              IF (MASTER-STATUS = 'REPAIRED'
                  OR MASTER-STATUS = 'WAIVED')
                 AND MASTER-RUN-DATE IS NUMERIC
                 AND MASTER-STATUS-DATE IS NUMERIC
                 MOVE MASTER-RUN-DATE TO DATE-NUM
                 COMPUTE OPENED-INTEGER =
                    FUNCTION INTEGER-OF-DATE(DATE-NUM)
                 MOVE MASTER-STATUS-DATE TO DATE-NUM
                 COMPUTE RESOLVED-INTEGER =
                    FUNCTION INTEGER-OF-DATE(DATE-NUM)
                 COMPUTE RESOLVE-DAYS =
                    RESOLVED-INTEGER - OPENED-INTEGER
      *          A STATUS DATE AHEAD OF THE RUN DATE IS A CLOCK
      *          SLIP; IT COUNTS AS RESOLVED THE SAME DAY.
                 IF RESOLVE-DAYS < ZERO
                    MOVE ZERO TO RESOLVE-DAYS
                 END-IF
                 ADD 1 TO SCORE-RESOLVED(S)
                 ADD RESOLVE-DAYS TO SCORE-RESOLVE-DAYS(S)
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * FIND (OR OPEN) THE SLOT FOR LOOKUP-CODE, LEAVING S
      * POINTING AT IT. AN OVERRUN IS REPORTED ONCE; THE EXTRA
      * SUPPLIERS ARE LEFT OFF THE SCORECARD.
      *----------------------------------------------------------
       FIND-SUPPLIER-ENTRY.

           MOVE 'N' TO SUPPLIER-FOUND-SW
           PERFORM VARYING S FROM 1 BY 1
             UNTIL S > SUPPLIER-USED OR SUPPLIER-ENTRY-FOUND
              IF SCORE-CODE(S) = LOOKUP-CODE
                 MOVE 'Y' TO SUPPLIER-FOUND-SW
              END-IF
           END-PERFORM
           IF SUPPLIER-ENTRY-FOUND
              SUBTRACT 1 FROM S
           ELSE
              IF SUPPLIER-USED = SUPPLIER-LIMIT
                 IF NOT SUPPLIER-TABLE-FULL
                    DISPLAY 'SUPSCR: MORE THAN ' SUPPLIER-LIMIT
                       ' SUPPLIERS IN RANGE - THE SCORECARD STOPS '
                       'THERE'
                    MOVE 'Y' TO SUPPLIER-TABLE-FULL-SW
                 END-IF
              ELSE
                 ADD 1 TO SUPPLIER-USED
                 MOVE SUPPLIER-USED TO S
                 MOVE LOOKUP-CODE TO SCORE-CODE(S)
                 MOVE ZERO TO SCORE-RUN-DAYS(S)
                              SCORE-DOCS(S)
                              SCORE-LINES(S)
                              SCORE-PART1(S)
                              SCORE-PART2(S)
                              SCORE-REJECTS(S)
                              SCORE-TRAILER-CNT(S)
                              SCORE-TRAILER-HASH(S)
                              SCORE-TRAILER-BAD(S)
                              SCORE-TRAILER-MISS(S)
                              SCORE-NO-TRAILER(S)
                              SCORE-EXCEPTIONS(S)
                              SCORE-RESOLVED(S)
                              SCORE-RESOLVE-DAYS(S)
                 MOVE 'Y' TO SUPPLIER-FOUND-SW
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * THE SCORECARD: A HEADER WITH THE RANGE, THEN A FIVE-LINE
      * BLOCK PER SUPPLIER IN THE ORDER THEY WERE FIRST SEEN.
      * RATES ARE PERCENTAGES; A SUPPLIER WITH NO LINES OR NO
      * POSTED DOCUMENTS SHOWS A ZERO RATE RATHER THAN DIVIDING
      * BY ZERO.
      *----------------------------------------------------------
       WRITE-SCORECARD.

           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIER SCORECARD ' DELIMITED BY SIZE
                  FROM-DATE             DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  TO-DATE               DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SUPPLIER-USED
              PERFORM WRITE-SUPPLIER-BLOCK
           END-PERFORM
           .

       WRITE-SUPPLIER-BLOCK.

           MOVE SCORE-CODE(S) TO SUPPLIER-CODE-WORK
           MOVE 'NOT ON SUPPLIER MASTER' TO SUPPLIER-NAME-WORK
           IF SCORE-CODE(S) = SPACES
              MOVE '(NONE)' TO SUPPLIER-CODE-WORK
              MOVE 'NO SUPPLIER ON CONTROL CARD' TO SUPPLIER-NAME-WORK
           ELSE
              IF SUPPLIER-FILE-OPEN
                 MOVE SCORE-CODE(S) TO SUPPLIER-MASTER-CODE
                 READ SUPPLIER-FILE
                 IF SUPPLIER-FILE-STATUS = '00'
                    MOVE SUPPLIER-MASTER-NAME TO SUPPLIER-NAME-WORK
                 END-IF
              END-IF
           END-IF

           MOVE SCORE-RUN-DAYS(S) TO DAYS-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING 'SUPPLIER '           DELIMITED BY SIZE
                  SUPPLIER-CODE-WORK    DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SUPPLIER-NAME-WORK    DELIMITED BY SIZE
                  ' RUN DAYS='          DELIMITED BY SIZE
                  DAYS-DISPLAY          DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE ZERO TO RATE-WORK
           IF SCORE-LINES(S) NOT = ZERO
              COMPUTE RATE-WORK ROUNDED =
                 (SCORE-REJECTS(S) * 100) / SCORE-LINES(S)
           END-IF
           MOVE RATE-WORK TO RATE-DISPLAY
           MOVE SCORE-DOCS(S)    TO COUNT-DISPLAY
           MOVE SCORE-LINES(S)   TO LINES-DISPLAY
           MOVE SCORE-REJECTS(S) TO COUNT-DISPLAY-2
           MOVE SCORE-PART1(S)   TO PART1-DISPLAY
           MOVE SCORE-PART2(S)   TO PART2-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING '  DOCUMENTS='        DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                  ' LINES='             DELIMITED BY SIZE
                  LINES-DISPLAY         DELIMITED BY SIZE
                  ' PART1='             DELIMITED BY SIZE
                  PART1-DISPLAY         DELIMITED BY SIZE
                  ' PART2='             DELIMITED BY SIZE
                  PART2-DISPLAY         DELIMITED BY SIZE
                  ' REJECTS='           DELIMITED BY SIZE
                  COUNT-DISPLAY-2       DELIMITED BY SIZE
                  ' REJECT RATE='       DELIMITED BY SIZE
                  RATE-DISPLAY          DELIMITED BY SIZE
                  '%'                   DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD
           DISPLAY 'SUPSCR: ' SCORE-CODE(S)
              ' REJECT RATE=' RATE-DISPLAY '%'

           MOVE SCORE-TRAILER-CNT(S)  TO COUNT-DISPLAY
           MOVE SCORE-TRAILER-HASH(S) TO COUNT-DISPLAY-2
           MOVE SCORE-TRAILER-BAD(S)  TO COUNT-DISPLAY-3
           MOVE SCORE-TRAILER-MISS(S) TO COUNT-DISPLAY-4
           MOVE SPACES TO REPORT-RECORD
           STRING '  QUARANTINED TRAILER-CNT=' DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                  ' TRAILER-HASH='      DELIMITED BY SIZE
                  COUNT-DISPLAY-2       DELIMITED BY SIZE
                  ' TRAILER-BAD='       DELIMITED BY SIZE
                  COUNT-DISPLAY-3       DELIMITED BY SIZE
                  ' TRAILER-MISS='      DELIMITED BY SIZE
                  COUNT-DISPLAY-4       DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

      *    A DOCUMENT THAT ARRIVED WITHOUT A TRAILER FROM A SUPPLIER
      *    NOT CONTRACTED TO SEND ONE IS STILL POSTED, SO ITS
      *    FREQUENCY IS TAKEN OVER THE POSTED DOCUMENTS.
           MOVE ZERO TO RATE-WORK
           IF SCORE-DOCS(S) NOT = ZERO
              COMPUTE RATE-WORK ROUNDED =
                 (SCORE-NO-TRAILER(S) * 100) / SCORE-DOCS(S)
           END-IF
           MOVE RATE-WORK TO RATE-DISPLAY
           MOVE SCORE-NO-TRAILER(S) TO COUNT-DISPLAY
           MOVE SCORE-DOCS(S)       TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING '  NO-TRAILER='       DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                  ' OF '                DELIMITED BY SIZE
                  COUNT-DISPLAY-2       DELIMITED BY SIZE
                  ' POSTED DOCUMENTS ('  DELIMITED BY SIZE
                  RATE-DISPLAY          DELIMITED BY SIZE
                  '%)'                  DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE ZERO TO AVERAGE-WORK
           IF SCORE-RESOLVED(S) NOT = ZERO
              COMPUTE AVERAGE-WORK ROUNDED =
                 SCORE-RESOLVE-DAYS(S) / SCORE-RESOLVED(S)
           END-IF
           MOVE AVERAGE-WORK TO AVERAGE-DISPLAY
           MOVE SCORE-EXCEPTIONS(S) TO COUNT-DISPLAY
           MOVE SCORE-RESOLVED(S)   TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING '  EXCEPTIONS='       DELIMITED BY SIZE
                  COUNT-DISPLAY         DELIMITED BY SIZE
                  ' RESOLVED='          DELIMITED BY SIZE
                  COUNT-DISPLAY-2       DELIMITED BY SIZE
                  ' AVERAGE DAYS OPEN TO REPAIRED/WAIVED='
                                        DELIMITED BY SIZE
                  AVERAGE-DISPLAY       DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD
           .

       WRITE-REPORT-RECORD.

           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'SUPSCR: UNABLE TO WRITE REPORT RECORD '
                 'STATUS ' REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM SUPSCR.
