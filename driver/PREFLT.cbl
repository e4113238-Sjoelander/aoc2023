      *   - day01/control.txt EXISTS AND EVERY DOCUMENT IT NAMES
      *     IS PRESENT AND READABLE (A MISSING DOCUMENT USED TO
      *     SURFACE MID-RUN AS A CONSOLE MESSAGE AND NOTHING MORE)
      *   - EVERY SUPPLIER NAMED ON A CONTROL CARD IS ON THE
      *     SUPPLIER MASTER suppmst.dat AND STILL ACTIVE (A TYPO
      *     USED TO SPLIT ONE SENDER'S TOTALS ACROSS TWO ROWS)
      *   - day02/day2cfg.txt, WHEN PRESENT, PARSES TO SENSIBLE
      *     NONZERO BAG LIMITS AND WELL-FORMED PROFILE CARDS (A
      *     GARBAGE CARD USED TO POISON EVERY DAY2 VERDICT)
      *   - THE day01/day1ckpt.txt, day02/day2ckpt.txt AND
      *     driver/driver.ckpt CHECKPOINTS ARE CONSISTENT WITH
      *     EACH OTHER
      *   - THE BUSINESS-DATE CARD busdate.txt THE DRIVER SET
      *     HOLDS A REAL DATE, NOT AFTER TODAY, AND - ON A FRESH
      *     WINDOW - NOT ONE runsum.dat ALREADY SHOWS COMPLETE
      *     UNLESS THE CARD FLAGS A RERUN (A REPEATED DATE USED
      *     TO DOUBLE-POST A WHOLE DAY)
      *   - THE BUSINESS DATE DOES NOT FALL IN A MONTH PRDCLS HAS
      *     CLOSED ON period.dat (A RERUN OR CATCH-UP OF A CLOSED
      *     MONTH WOULD CHANGE FIGURES FINANCE HAS CLOSED)
      * ANY FAILURE IS REPORTED ON preflt.txt AND THE CONSOLE AND
      * ENDS WITH A NON-ZERO CONDITION CODE SO THE DRIVER HALTS
      * THE WINDOW AT 18:00 INSTEAD OF LOSING IT AT 02:00.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOCUMENT-FILE-STATUS.

      *    THE SUPPLIER MASTER MAINTAINED BY SUPMNT.
           SELECT SUPPLIER-FILE ASSIGN TO 'suppmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-MASTER-CODE
           FILE STATUS IS SUPPLIER-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO 'day02/day2cfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRIVER-CHECKPOINT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO 'busdate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.

      *    THE RUN-SUMMARY MASTER DAY1 AND DAY2 POST TO; A DATE WITH
      *    BOTH PROGRAMS' RECORDS ON IT HAS ALREADY BEEN RUN.
           SELECT SUMMARY-FILE ASSIGN TO 'runsum.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUMMARY-KEY
           FILE STATUS IS SUMMARY-FILE-STATUS.

      *    THE PERIOD-CONTROL FILE PRDCLS RECORDS CLOSED MONTHS ON.
           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-MONTH
           FILE STATUS IS PERIOD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'preflt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.
       FD  DOCUMENT-FILE.
       01  DOCUMENT-RECORD         PIC X(256).

      *    ONE RECORD PER SUPPLIER CODE - THE COMMON LAYOUT SHARED
      *    WITH SUPMNT AND DAY1.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SUPPLIER-MASTER-CODE         PIC X(8).
           05 SUPPLIER-MASTER-NAME         PIC X(30).
           05 SUPPLIER-MASTER-ACTIVE       PIC X(1).
           05 SUPPLIER-MASTER-TRAILER      PIC X(1).
           05 SUPPLIER-MASTER-DATE         PIC X(8).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD           PIC X(80).

       FD  DRIVER-CHECKPOINT-FILE.
       01  DRIVER-CHECKPOINT-RECORD PIC X(20).

      *    DATE IN COLUMNS 1-8; 'Y' IN COLUMN 10 FLAGS A DELIBERATE
      *    RERUN OF A BUSINESS DATE THE WINDOW ALREADY COMPLETED.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BUSINESS-DATE-VALUE          PIC X(8).
           05 FILLER                       PIC X(1).
           05 BUSINESS-DATE-RERUN          PIC X(1).
              88 BUSINESS-DATE-IS-RERUN            VALUE 'Y'.
           05 FILLER                       PIC X(70).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(160).

       01 CONTROL-LENGTH           PIC 9(4) BINARY.
       01 DOCUMENT-PATH            PIC X(106) VALUE SPACES.
      *    A CONTROL CARD IS NOW 'DOCUMENT-NAME SUPPLIER-CODE';
      *    THE NAME PROVES THE DOCUMENT OPENS AND THE CODE IS
      *    LOOKED UP ON THE SUPPLIER MASTER. A BLANK CODE (THE
      *    OLD ONE-FIELD CARD) IS AN ERROR OF ITS OWN AND IS NOT
      *    LOOKED UP AT ALL.
       01 CONTROL-DOC-NAME         PIC X(100) VALUE SPACES.
       01 CONTROL-SUPPLIER         PIC X(8) VALUE SPACES.
       01 SUPPLIER-PROBLEM-COUNT   PIC 9(6) BINARY VALUE ZERO.
       01 SUPPLIER-FILE-OPEN-SW    PIC X(1) VALUE 'N'.
           88 SUPPLIER-FILE-OPEN            VALUE 'Y'.
       01 DOCUMENT-COUNT           PIC 9(6) BINARY VALUE ZERO.
       01 MISSING-DOCUMENT-COUNT   PIC 9(6) BINARY VALUE ZERO.
       01 SHEET-CONTROL-LENGTH     PIC 9(4) BINARY.
       01 CHECKPOINT-PROBLEM-SW    PIC X(1) VALUE 'N'.
           88 CHECKPOINTS-CONTRADICT        VALUE 'Y'.

       01 TODAY-DATE               PIC X(8).
       01 BUSINESS-DATE-NUM        PIC 9(8).
       01 DATE-POSTINGS-FOUND      PIC 9(4) BINARY VALUE ZERO.

       01 BASE-LIMITS-CARD.
           05 CONFIG-RED-LIMIT     PIC X(4).
           05 CONFIG-SEPARATOR-1   PIC X(1).
       01 CONTROL-FILE-STATUS      PIC X(2) VALUE '00'.
           88 CONTROL-FILE-EOF              VALUE '10'.
       01 DOCUMENT-FILE-STATUS     PIC X(2) VALUE '00'.
       01 SUPPLIER-FILE-STATUS     PIC X(2) VALUE '00'.
       01 CONFIG-FILE-STATUS       PIC X(2) VALUE '00'.
           88 CONFIG-FILE-EOF               VALUE '10'.
       01 INPUT-FILE-STATUS        PIC X(2) VALUE '00'.
       01 DAY2-CHECKPOINT-STATUS   PIC X(2) VALUE '00'.
       01 DRIVER-CHECKPOINT-STATUS PIC X(2) VALUE '00'.
       01 REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 PERIOD-FILE-STATUS       PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM CHECK-DAY2-CONFIG
           PERFORM CHECK-DAY2-INPUT
           PERFORM CHECK-CHECKPOINT-CONSISTENCY
           PERFORM CHECK-BUSINESS-DATE

           IF ERROR-COUNT = ZERO
              PERFORM NOTE-CLEAN-RESULT
                INTO REPORT-RECORD
              PERFORM NOTE-PROBLEM
           ELSE
              OPEN INPUT SUPPLIER-FILE
              IF SUPPLIER-FILE-STATUS = '00'
                 MOVE 'Y' TO SUPPLIER-FILE-OPEN-SW
              ELSE
                 MOVE SPACES TO REPORT-RECORD
                 STRING 'ERROR: SUPPLIER MASTER suppmst.dat '
                                          DELIMITED BY SIZE
                        'MISSING OR UNREADABLE - STATUS '
                                          DELIMITED BY SIZE
                        SUPPLIER-FILE-STATUS DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 PERFORM NOTE-PROBLEM
              END-IF

              PERFORM UNTIL CONTROL-FILE-EOF
                 READ CONTROL-FILE
                    AT END
              END-PERFORM
              CLOSE CONTROL-FILE

              IF SUPPLIER-FILE-OPEN
                 CLOSE SUPPLIER-FILE
                 IF SUPPLIER-PROBLEM-COUNT = ZERO
                    AND DOCUMENT-COUNT NOT = ZERO
                    MOVE 'OK: CONTROL-FILE SUPPLIERS ACTIVE ON MASTER'
                       TO REPORT-RECORD
                    PERFORM NOTE-REPORT-LINE
                 END-IF
              END-IF

              IF DOCUMENT-COUNT = ZERO
                 MOVE 'ERROR: CONTROL FILE NAMES NO DOCUMENTS'
                    TO REPORT-RECORD
           ELSE
              CLOSE DOCUMENT-FILE
           END-IF

           IF CONTROL-SUPPLIER = SPACES
              ADD 1 TO SUPPLIER-PROBLEM-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING 'ERROR: DOCUMENT ' DELIMITED BY SIZE
                     CONTROL-DOC-NAME   DELIMITED BY SPACE
                     ' NAMES NO SUPPLIER' DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM NOTE-PROBLEM
           ELSE
              IF SUPPLIER-FILE-OPEN
                 PERFORM CHECK-ONE-SUPPLIER
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * THE CARD'S SUPPLIER MUST BE ON THE MASTER AND ACTIVE. AN
      * UNKNOWN CODE IS MOST OFTEN A TYPO ON THE CARD; AN INACTIVE
      * ONE IS A SENDER THE DESK HAS STOOD DOWN.
      *----------------------------------------------------------
       CHECK-ONE-SUPPLIER.

           MOVE CONTROL-SUPPLIER TO SUPPLIER-MASTER-CODE
           READ SUPPLIER-FILE
           IF SUPPLIER-FILE-STATUS NOT = '00'
              ADD 1 TO SUPPLIER-PROBLEM-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING 'ERROR: DOCUMENT ' DELIMITED BY SIZE
                     CONTROL-DOC-NAME   DELIMITED BY SPACE
                     ' NAMES SUPPLIER ' DELIMITED BY SIZE
                     CONTROL-SUPPLIER   DELIMITED BY SPACE
                     ' - NOT ON THE SUPPLIER MASTER'
                                        DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM NOTE-PROBLEM
           ELSE
              IF SUPPLIER-MASTER-ACTIVE NOT = 'Y'
                 ADD 1 TO SUPPLIER-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-RECORD
                 STRING 'ERROR: DOCUMENT ' DELIMITED BY SIZE
                        CONTROL-DOC-NAME   DELIMITED BY SPACE
                        ' NAMES SUPPLIER ' DELIMITED BY SIZE
                        CONTROL-SUPPLIER   DELIMITED BY SPACE
                        ' - INACTIVE ON THE SUPPLIER MASTER'
                                           DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 PERFORM NOTE-PROBLEM
              END-IF
           END-IF
           .

      *----------------------------------------------------------
           END-IF
           END-IF

      *    STARTED ONLY MARKS A WINDOW WHOSE BUSINESS DATE IS SET;
      *    NOTHING HAS FINISHED, SO IT COUNTS AS NO STEP AT ALL.
           IF DRIVER-STEP = 'STARTED'
              MOVE SPACES TO DRIVER-STEP
           END-IF

           MOVE 'N' TO CHECKPOINT-PROBLEM-SW

      *    ANY DRIVER STEP AT ALL MEANS DAY1 FINISHED - DAY1-DONE
           END-IF
           .

      *----------------------------------------------------------
      * THE BUSINESS DATE EVERY WINDOW PROGRAM POSTS UNDER. IT
      * MUST BE A REAL DATE AND NOT AFTER TODAY'S. ON A FRESH
      * WINDOW (NO DRIVER STEP YET) IT MUST ALSO NOT BE A DATE
      * ALREADY RUN TO COMPLETION - BOTH DAY1 AND DAY2 FIGURES ON
      * runsum.dat - UNLESS THE CARD FLAGS A RERUN; A RESTART OF
      * AN INTERRUPTED WINDOW LEGITIMATELY FINDS ITS OWN DATE'S
      * EARLIER POSTINGS THERE AND IS NOT CHECKED.
      *----------------------------------------------------------
       CHECK-BUSINESS-DATE.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
              MOVE SPACES TO REPORT-RECORD
              STRING 'ERROR: BUSINESS-DATE CARD busdate.txt MISSING '
                                          DELIMITED BY SIZE
                     'OR UNREADABLE - STATUS '
                                          DELIMITED BY SIZE
                     BUSINESS-DATE-STATUS DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM NOTE-PROBLEM
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE

              IF BUSINESS-DATE-VALUE IS NUMERIC
                 MOVE BUSINESS-DATE-VALUE TO BUSINESS-DATE-NUM
              ELSE
                 MOVE ZERO TO BUSINESS-DATE-NUM
              END-IF

              MOVE SPACES TO REPORT-RECORD
              EVALUATE TRUE
                 WHEN BUSINESS-DATE-VALUE IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(BUSINESS-DATE-NUM)
                      NOT = ZERO
                    STRING 'ERROR: BUSINESS DATE ' DELIMITED BY SIZE
                           BUSINESS-DATE-VALUE     DELIMITED BY SIZE
                           ' ON busdate.txt IS NOT A VALID YYYYMMDD '
                                                   DELIMITED BY SIZE
                           'DATE'                  DELIMITED BY SIZE
                      INTO REPORT-RECORD
                    PERFORM NOTE-PROBLEM
                 WHEN BUSINESS-DATE-VALUE > TODAY-DATE
                    STRING 'ERROR: BUSINESS DATE ' DELIMITED BY SIZE
                           BUSINESS-DATE-VALUE     DELIMITED BY SIZE
                           ' IS AFTER TODAY '      DELIMITED BY SIZE
                           TODAY-DATE              DELIMITED BY SIZE
                      INTO REPORT-RECORD
                    PERFORM NOTE-PROBLEM
                 WHEN OTHER
                    STRING 'OK: BUSINESS DATE '    DELIMITED BY SIZE
                           BUSINESS-DATE-VALUE     DELIMITED BY SIZE
                      INTO REPORT-RECORD
                    PERFORM NOTE-REPORT-LINE
                    IF DRIVER-STEP = SPACES
                       PERFORM CHECK-DATE-NOT-COMPLETE
                    END-IF
                    PERFORM CHECK-DATE-PERIOD-OPEN
              END-EVALUATE
           END-IF
           .

       CHECK-DATE-NOT-COMPLETE.

           MOVE ZERO TO DATE-POSTINGS-FOUND
           OPEN INPUT SUMMARY-FILE
           IF SUMMARY-FILE-STATUS = '00'
              MOVE BUSINESS-DATE-VALUE TO SUMMARY-RUN-DATE
              MOVE 'DAY1' TO SUMMARY-PROGRAM
              READ SUMMARY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO DATE-POSTINGS-FOUND
              END-READ
              MOVE BUSINESS-DATE-VALUE TO SUMMARY-RUN-DATE
              MOVE 'DAY2' TO SUMMARY-PROGRAM
              READ SUMMARY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO DATE-POSTINGS-FOUND
              END-READ
              CLOSE SUMMARY-FILE
           END-IF

           IF DATE-POSTINGS-FOUND = 2
              MOVE SPACES TO REPORT-RECORD
              IF BUSINESS-DATE-IS-RERUN
                 STRING 'NOTE: BUSINESS DATE '  DELIMITED BY SIZE
                        BUSINESS-DATE-VALUE     DELIMITED BY SIZE
                        ' ALREADY COMPLETE - RERUN FLAGGED'
                                                DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 PERFORM NOTE-REPORT-LINE
              ELSE
                 STRING 'ERROR: BUSINESS DATE ' DELIMITED BY SIZE
                        BUSINESS-DATE-VALUE     DELIMITED BY SIZE
                        ' ALREADY COMPLETE ON runsum.dat - FLAG A '
                                                DELIMITED BY SIZE
                        'RERUN OR BACK THE DAY OUT FIRST'
                                                DELIMITED BY SIZE
                   INTO REPORT-RECORD
                 PERFORM NOTE-PROBLEM
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * A CLOSED MONTH IS HELD WHETHER THE WINDOW IS FRESH OR A
      * RESTART - EITHER WAY IT WOULD POST INTO CLOSED FIGURES. A
      * MISSING period.dat MEANS NO PERIOD HAS BEEN CLOSED.
      *----------------------------------------------------------
       CHECK-DATE-PERIOD-OPEN.

           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = '00'
              MOVE BUSINESS-DATE-VALUE(1:6) TO PERIOD-MONTH
              READ PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PERIOD-IS-CLOSED
                       MOVE SPACES TO REPORT-RECORD
                       STRING 'ERROR: BUSINESS DATE '
                                              DELIMITED BY SIZE
                              BUSINESS-DATE-VALUE
                                              DELIMITED BY SIZE
                              ' IS IN PERIOD ' DELIMITED BY SIZE
                              PERIOD-MONTH    DELIMITED BY SIZE
                              ', CLOSED ON '  DELIMITED BY SIZE
                              PERIOD-CLOSE-DATE
                                              DELIMITED BY SIZE
                         INTO REPORT-RECORD
                       PERFORM NOTE-PROBLEM
                    END-IF
              END-READ
              CLOSE PERIOD-FILE
           END-IF
           .

       NOTE-CLEAN-RESULT.

           MOVE 'PREFLIGHT CLEAN - WINDOW MAY PROCEED'
