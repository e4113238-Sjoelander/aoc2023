           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

      *    A DATED COPY OF THE SAME FEED, day1ext.YYYYMMDD, KEPT
      *    AFTER day1ext.txt IS REPLACED BY THE NEXT WINDOW SO
      *    DAY1ACK CAN STILL RECONCILE A LATE ACKNOWLEDGEMENT.
           SELECT FEED-COPY-FILE ASSIGN DYNAMIC FEED-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-COPY-STATUS.

      *    THE EXCEPTION REGISTER IS SHARED WITH DAY2, SO IT LIVES
      *    ONE LEVEL UP FROM THE PER-DAY DIRECTORIES THE PROGRAMS
      *    RUN IN.
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

      *    THE SUPPLIER MASTER MAINTAINED BY SUPMNT, READ HERE FOR
      *    EACH SUPPLIER'S TRAILER-MANDATORY FLAG. PREFLT HAS
      *    ALREADY PROVED EVERY CONTROL-CARD SUPPLIER IS ON IT.
           SELECT SUPPLIER-FILE ASSIGN TO '../suppmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-MASTER-CODE
           FILE STATUS IS SUPPLIER-FILE-STATUS.

      *    THE RUN-SUMMARY MASTER IS SHARED WITH DAY2 AND KEYED BY
      *    RUN DATE AND PROGRAM, SO EACH MORNING'S FIGURES SURVIVE
      *    THE CONSOLE SCROLLING AWAY.
           RECORD KEY IS SUMMARY-KEY
           FILE STATUS IS SUMMARY-FILE-STATUS.

      *    THE PER-SUPPLIER FIGURES OF EACH CLEAN RUN, KEYED BY RUN
      *    DATE AND SUPPLIER, SO THE SUPPLIER BREAKDOWN OUTLIVES THE
      *    CONSOLE AND THE MONTHLY SCORECARD (SUPSCR) CAN BE RUN
      *    FROM FILE INSTEAD OF CONSOLE CAPTURES.
           SELECT SUPPLIER-HISTORY-FILE ASSIGN TO '../supphist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-HISTORY-KEY
           FILE STATUS IS SUPPLIER-HISTORY-STATUS.

      *    EVERY DOCUMENT EVER POSTED, KEYED BY DOCUMENT NAME AND
      *    ALSO BY ITS CONTENT (LINE COUNT AND PART2 HASH TOTAL),
      *    SO A RESENT FILE OR A STALE CONTROL CARD IN A LATER
      *    WINDOW IS HELD INSTEAD OF BEING POSTED A SECOND TIME.
           SELECT DOCUMENT-LOG-FILE ASSIGN TO '../doclog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCUMENT-LOG-NAME
           ALTERNATE RECORD KEY IS DOCUMENT-LOG-CONTENT
              WITH DUPLICATES
           FILE STATUS IS DOCUMENT-LOG-STATUS.

      *    THE DESK'S RELEASE CARDS FOR HELD DUPLICATES, AND THE
      *    DUPLICATE-HOLD REPORT LISTING EVERY HOLD AND RELEASE.
           SELECT RELEASE-FILE ASSIGN TO 'duprel.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELEASE-FILE-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO 'duphold.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-REPORT-STATUS.

      *    THE BUSINESS-DATE CONTROL CARD THE DRIVER SETS FOR THE
      *    WINDOW - THE DATE EVERYTHING THIS RUN POSTS IS KEYED ON.
           SELECT BUSINESS-DATE-FILE ASSIGN TO '../busdate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE RECORD IS VARYING DEPENDING ON CONTROL-LENGTH.
           05 EXTRACT-TOTAL-1              PIC 9(9).
           05 EXTRACT-TOTAL-2              PIC 9(9).

      *    RECORD FOR RECORD THE SAME AS day1ext.txt.
       FD  FEED-COPY-FILE.
       01  FEED-COPY-RECORD                PIC X(156).

      *    ONE SUBSTITUTION PER CARD: THE SPELLED-OUT WORD, A
      *    SPACE, AND THE DIGIT IT STANDS FOR.
       FD  DICTIONARY-FILE.
           05 MASTER-DATA                  PIC X(120).
           05 MASTER-WAIVE-REASON          PIC X(60).

      *    ONE RECORD PER SUPPLIER CODE - THE COMMON LAYOUT SHARED
      *    WITH SUPMNT AND PREFLT.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SUPPLIER-MASTER-CODE         PIC X(8).
           05 SUPPLIER-MASTER-NAME         PIC X(30).
           05 SUPPLIER-MASTER-ACTIVE       PIC X(1).
           05 SUPPLIER-MASTER-TRAILER      PIC X(1).
           05 SUPPLIER-MASTER-DATE         PIC X(8).

      *    ONE RECORD PER SUPPLIER PER RUN DATE - THE COMMON LAYOUT
      *    SHARED WITH SUPSCR. THE FIGURES ARE THE SUPPLIER TABLE'S
      *    AS OF THE END OF THE RUN: POSTED DOCUMENTS ONLY, SO A
      *    QUARANTINED DOCUMENT SHOWS ONLY ON THE EXCEPTION MASTER.
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

      *    ONE RECORD PER POSTED DOCUMENT NAME: WHO SENT IT, THE RUN
      *    DATE IT POSTED UNDER, THE START TIME OF THE RUN THAT
      *    POSTED IT, AND ITS LINE COUNT AND PART TOTALS. A RELEASED
      *    RESEND REPLACES THE ORIGINAL'S RECORD.
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

      *    ONE RELEASE PER CARD, IN FIXED COLUMNS: THE RUN DATE THE
      *    RELEASE IS GOOD FOR, A SPACE, THEN THE DOCUMENT NAME
      *    EXACTLY AS THE CONTROL CARD AND THE HOLD REPORT GIVE IT.
      *    A CARD FOR ANY OTHER RUN DATE IS IGNORED, SO A CARD LEFT
      *    BEHIND CANNOT WAVE THROUGH NEXT WEEK'S RESEND AS WELL.
       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05 RELEASE-RUN-DATE             PIC X(8).
           05 FILLER                       PIC X(1).
           05 RELEASE-DOC-NAME             PIC X(100).

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-RECORD              PIC X(250).

      *    END-OF-RUN FIGURES IN THE COMMON LAYOUT SHARED WITH
      *    DAY2: TWO GRAND FIGURES, TWO COUNTS, AND THE ELAPSED
      *    TIME, KEYED BY RUN DATE AND PROGRAM. FOR DAY1 THE
           05 SUMMARY-COUNT-2              PIC 9(6).
           05 SUMMARY-ELAPSED-CS           PIC 9(8).

      *    DATE IN COLUMNS 1-8; 'Y' IN COLUMN 10 FLAGS A DELIBERATE
      *    RERUN OF A BUSINESS DATE THE WINDOW ALREADY COMPLETED.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BUSINESS-DATE-VALUE          PIC X(8).
           05 FILLER                       PIC X(1).
           05 BUSINESS-DATE-RERUN          PIC X(1).
           05 FILLER                       PIC X(70).

       WORKING-STORAGE SECTION.
       01 CONTROL-LENGTH           PIC 9(4) BINARY.
       01 RECORD-LENGTH            PIC 9(4) BINARY.
      *    EACH CONTROL-FILE CARD NOW NAMES THE SENDING SUPPLIER
      *    AFTER THE DOCUMENT NAME, SO A DISPUTE CAN BE ANSWERED
      *    PER SENDER INSTEAD OF FROM MEMORY. A CARD WITHOUT A
      *    SUPPLIER (THE OLD ONE-FIELD FORMAT) IS AN ERROR TO
      *    PREFLT; A HAND-RUN DAY1 POSTS IT UNDER A BLANK CODE.
       01 SUPPLIER-CODE            PIC X(8) VALUE SPACES.
       01 SUPPLIER-LIMIT           PIC 9(2) BINARY VALUE 20.
       01 SUPPLIER-COUNT           PIC 9(2) BINARY VALUE ZERO.
      *    POSTS TO THE GRAND TOTALS, AND THE EXCEPTION REGISTER
      *    CARRIES THE FAILURE UNDER ITS OWN REASON CODE. A
      *    DOCUMENT WITH NO TRAILER AT ALL IS REPORTED BUT STILL
      *    POSTED - THE OLDER SUPPLIERS DO NOT SEND ONE YET -
      *    UNLESS THE SUPPLIER MASTER MARKS ITS SENDER AS
      *    CONTRACTED TO SEND ONE, WHEN IT IS QUARANTINED TOO.
       01 TRAILER-SEEN-SW          PIC X(1) VALUE 'N'.
           88 TRAILER-SEEN                   VALUE 'Y'.
       01 TRAILER-BAD-SW           PIC X(1) VALUE 'N'.
       01 QUARANTINE-SW            PIC X(1) VALUE 'N'.
           88 DOCUMENT-QUARANTINED           VALUE 'Y'.
       01 QUARANTINE-REASON        PIC X(12).
       01 TRAILER-REQUIRED-SW      PIC X(1) VALUE 'N'.
           88 TRAILER-MANDATORY              VALUE 'Y'.
       01 QUARANTINED-COUNT        PIC 9(6) BINARY VALUE ZERO.
       01 TRAILER-WORD             PIC X(10).
       01 TRAILER-COUNT-STR        PIC X(10).
       01 ACTUAL-HASH-DISPLAY      PIC 9(9).
       01 QUARANTINED-DISPLAY      PIC 9(6).

      *    A DOCUMENT THAT READS CLEAN BUT MATCHES ONE ALREADY ON
      *    THE PROCESSED-DOCUMENT LOG - BY NAME, OR BY AN IDENTICAL
      *    LINE COUNT AND PART2 HASH UNDER ANOTHER NAME - IS HELD
      *    THROUGH THE QUARANTINE PATH UNDER REASON DUP-DOC, UNLESS
      *    A RELEASE CARD FOR TODAY NAMES IT.
       01 DUPLICATE-FOUND-SW       PIC X(1) VALUE 'N'.
           88 DUPLICATE-FOUND                VALUE 'Y'.
       01 DUPLICATE-MATCH          PIC X(7).
       01 HOLD-VERDICT             PIC X(8).
       01 DUPLICATE-OF-NAME        PIC X(100).
       01 DUPLICATE-OF-SUPPLIER    PIC X(8).
       01 DUPLICATE-OF-DATE        PIC X(8).
       01 DUPLICATE-HELD-COUNT     PIC 9(6) BINARY VALUE ZERO.
       01 DUPLICATE-RELEASED-COUNT PIC 9(6) BINARY VALUE ZERO.
       01 DOCUMENT-LOG-OPEN-SW     PIC X(1) VALUE 'N'.
           88 DOCUMENT-LOG-OPEN              VALUE 'Y'.
       01 LOG-SCAN-END-SW          PIC X(1).
           88 LOG-SCAN-ENDED                 VALUE 'Y'.

       01 RELEASE-LIMIT            PIC 9(2) BINARY VALUE 50.
       01 RELEASE-COUNT            PIC 9(2) BINARY VALUE ZERO.
       01 R                        PIC 9(2) BINARY.
       01 RELEASE-FOUND-SW         PIC X(1).
           88 RELEASE-FOUND                  VALUE 'Y'.
       01 RELEASE-TABLE.
           05 RELEASE-ENTRY OCCURS 50 TIMES.
              10 RELEASE-TABLE-NAME     PIC X(100).
              10 RELEASE-USED-SW        PIC X(1).
                 88 RELEASE-USED                 VALUE 'Y'.

       01 SUPPLIER-DOCS-DISPLAY    PIC 9(4).
       01 SUPPLIER-LINES-DISPLAY   PIC 9(6).
       01 SUPPLIER-PART1-DISPLAY   PIC 9(9).
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 MASTER-FILE-OPEN-SW      PIC X(1) VALUE 'N'.
           88 MASTER-FILE-OPEN               VALUE 'Y'.
       01 MASTER-SCAN-SW           PIC X(1) VALUE 'N'.
           88 MASTER-SCAN-DONE               VALUE 'Y'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 SUPPLIER-FILE-STATUS     PIC X(2) VALUE '00'.
       01 SUPPLIER-FILE-OPEN-SW    PIC X(1) VALUE 'N'.
           88 SUPPLIER-FILE-OPEN             VALUE 'Y'.
       01 SUPPLIER-HISTORY-STATUS  PIC X(2) VALUE '00'.
       01 HISTORY-FILE-OPEN-SW     PIC X(1) VALUE 'N'.
           88 HISTORY-FILE-OPEN             VALUE 'Y'.
       01 HISTORY-SCAN-SW          PIC X(1) VALUE 'N'.
           88 HISTORY-SCAN-DONE             VALUE 'Y'.
       01 DOCUMENT-LOG-STATUS      PIC X(2) VALUE '00'.
       01 RELEASE-FILE-STATUS      PIC X(2) VALUE '00'.
           88 RELEASE-FILE-EOF              VALUE '10'.
       01 HOLD-REPORT-STATUS       PIC X(2) VALUE '00'.

       01 RUN-DATE                 PIC X(8).
       01 FEED-COPY-NAME           PIC X(16) VALUE SPACES.
       01 FEED-COPY-STATUS         PIC X(2) VALUE '00'.
       01 REJECT-FILE-STATUS       PIC X(2) VALUE '00'.
       01 DETAIL-FILE-STATUS       PIC X(2) VALUE '00'.
       01 VARIANCE-FILE-STATUS     PIC X(2) VALUE '00'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.

       01 START-TIME                PIC 9(8).
       01 END-TIME                  PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT START-TIME FROM TIME
           PERFORM READ-BUSINESS-DATE

           PERFORM LOAD-SUBSTITUTION-DICTIONARY

           END-IF

           PERFORM OPEN-REPORT-FILES
           PERFORM OPEN-SUPPLIER-FILE
           PERFORM OPEN-DOCUMENT-LOG
           PERFORM LOAD-RELEASE-CARDS

           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = '00'
           CLOSE DETAIL-FILE
           CLOSE VARIANCE-FILE
           CLOSE REGISTER-FILE
           CLOSE HOLD-REPORT-FILE
           IF MASTER-FILE-OPEN
              CLOSE MASTER-FILE
           END-IF
           IF SUPPLIER-FILE-OPEN
              CLOSE SUPPLIER-FILE
           END-IF
           IF DOCUMENT-LOG-OPEN
              CLOSE DOCUMENT-LOG-FILE
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > RELEASE-COUNT
              IF NOT RELEASE-USED(R)
                 DISPLAY 'DAY1: RELEASE CARD FOR '
                    RELEASE-TABLE-NAME(R)
                    ' NOT USED - NO SUCH DOCUMENT WAS HELD'
              END-IF
           END-PERFORM

      *    IF THE RESTART POINT FROM A LEFTOVER CHECKPOINT WAS NEVER
      *    MATCHED AGAINST AN ENTRY IN THIS RUN'S CONTROL FILE (E.G. A
           END-IF

           CLOSE EXTRACT-FILE
           CLOSE FEED-COPY-FILE

           ACCEPT END-TIME FROM TIME
           PERFORM CONVERT-ELAPSED-TIME

           IF NOT SKIP-UNTIL-RESTART-POINT
              PERFORM WRITE-RUN-SUMMARY
              PERFORM WRITE-SUPPLIER-HISTORY
           END-IF

           DISPLAY 'PART1: ' GRAND-TOTAL-SUM
           DISPLAY 'REJECTED LINES: ' REJECT-COUNT
           MOVE QUARANTINED-COUNT TO QUARANTINED-DISPLAY
           DISPLAY 'DOCUMENTS QUARANTINED: ' QUARANTINED-DISPLAY
           MOVE DUPLICATE-HELD-COUNT TO QUARANTINED-DISPLAY
           DISPLAY 'DOCUMENTS HELD AS DUPLICATES: ' QUARANTINED-DISPLAY
           MOVE DUPLICATE-RELEASED-COUNT TO QUARANTINED-DISPLAY
           DISPLAY 'DUPLICATES RELEASED: ' QUARANTINED-DISPLAY
           PERFORM DISPLAY-SUPPLIER-SUMMARY
           DISPLAY 'ELAPSED TIME: ' ELAPSED-HH ':' ELAPSED-MM ':'
              ELAPSED-SS '.' ELAPSED-CS
      *----------------------------------------------------------
       OPEN-REPORT-FILES.

           MOVE SPACES TO FEED-COPY-NAME
           STRING 'day1ext.'               DELIMITED BY SIZE
                  RUN-DATE                 DELIMITED BY SIZE
             INTO FEED-COPY-NAME

           IF SKIP-UNTIL-RESTART-POINT
              OPEN EXTEND REJECT-FILE
              IF REJECT-FILE-STATUS NOT = '00'
              IF EXTRACT-FILE-STATUS NOT = '00'
                 OPEN OUTPUT EXTRACT-FILE
              END-IF
              OPEN EXTEND FEED-COPY-FILE
              IF FEED-COPY-STATUS NOT = '00'
                 OPEN OUTPUT FEED-COPY-FILE
              END-IF
              OPEN EXTEND HOLD-REPORT-FILE
              IF HOLD-REPORT-STATUS NOT = '00'
                 OPEN OUTPUT HOLD-REPORT-FILE
              END-IF
           ELSE
              OPEN OUTPUT REJECT-FILE
              OPEN OUTPUT DETAIL-FILE
              OPEN OUTPUT VARIANCE-FILE
              OPEN OUTPUT REGISTER-FILE
              OPEN OUTPUT EXTRACT-FILE
              OPEN OUTPUT FEED-COPY-FILE
              OPEN OUTPUT HOLD-REPORT-FILE
           END-IF

           IF REJECT-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1: UNABLE TO OPEN EXTRACT FILE day1ext.txt '
                 'STATUS ' EXTRACT-FILE-STATUS
           END-IF
           IF FEED-COPY-STATUS NOT = '00'
              DISPLAY 'DAY1: UNABLE TO OPEN FEED COPY ' FEED-COPY-NAME
                 ' STATUS ' FEED-COPY-STATUS
           END-IF
           IF HOLD-REPORT-STATUS NOT = '00'
              DISPLAY 'DAY1: UNABLE TO OPEN DUPLICATE-HOLD REPORT '
                 'duphold.txt STATUS ' HOLD-REPORT-STATUS
           END-IF
           .

      *----------------------------------------------------------
               DELIMITED BY ALL SPACES
               INTO DOCUMENT-NAME
                    SUPPLIER-CODE

           IF SKIP-UNTIL-RESTART-POINT
              IF DOCUMENT-NAME = LAST-COMPLETED-DOC
                 MOVE 'N' TO SKIPPING-TO-RESTART
              END-IF
           ELSE
              PERFORM LOOK-UP-SUPPLIER
              PERFORM PROCESS-DOCUMENT
           END-IF
           .

      *----------------------------------------------------------
      * THE SUPPLIER MASTER ANSWERS WHETHER THIS SENDER IS
      * CONTRACTED TO SEND A TRAILER. A SUPPLIER MISSING FROM THE
      * MASTER (OR NO MASTER AT ALL) KEEPS THE OLD SOFT RULE -
      * PREFLT HOLDS THE WINDOW ON AN UNKNOWN OR MISSING
      * SUPPLIER, SO THAT ONLY HAPPENS ON A HAND-RUN DAY1.
      *----------------------------------------------------------
       LOOK-UP-SUPPLIER.

           MOVE 'N' TO TRAILER-REQUIRED-SW
           IF SUPPLIER-CODE = SPACES
              DISPLAY 'DAY1: CONTROL CARD FOR ' DOCUMENT-NAME
                 ' NAMES NO SUPPLIER - TRAILER NOT ENFORCED'
           ELSE
              IF SUPPLIER-FILE-OPEN
                 MOVE SUPPLIER-CODE TO SUPPLIER-MASTER-CODE
                 READ SUPPLIER-FILE
                 IF SUPPLIER-FILE-STATUS = '00'
                    IF SUPPLIER-MASTER-TRAILER = 'Y'
                       MOVE 'Y' TO TRAILER-REQUIRED-SW
                    END-IF
                 ELSE
                    DISPLAY 'DAY1: SUPPLIER ' SUPPLIER-CODE
                       ' NOT ON THE SUPPLIER MASTER - TRAILER NOT '
                       'ENFORCED FOR ' DOCUMENT-NAME
                 END-IF
              END-IF
           END-IF
           .

       OPEN-SUPPLIER-FILE.

           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-FILE-STATUS = '00'
              MOVE 'Y' TO SUPPLIER-FILE-OPEN-SW
           ELSE
              DISPLAY 'DAY1: UNABLE TO OPEN SUPPLIER MASTER '
                 '../suppmst.dat STATUS ' SUPPLIER-FILE-STATUS
                 ' - NO TRAILER IS ENFORCED'
           END-IF
           .

      *----------------------------------------------------------
      * THE PROCESSED-DOCUMENT LOG IS READ AS WELL AS WRITTEN, SO
      * ON THE VERY FIRST RUN IT IS CREATED EMPTY AND REOPENED I-O
      * RATHER THAN LEFT OPEN OUTPUT. WITHOUT IT THE RUN STILL
      * POSTS, BUT NOTHING IS CHECKED FOR A DUPLICATE.
      *----------------------------------------------------------
       OPEN-DOCUMENT-LOG.

           OPEN I-O DOCUMENT-LOG-FILE
           IF DOCUMENT-LOG-STATUS NOT = '00'
              OPEN OUTPUT DOCUMENT-LOG-FILE
              IF DOCUMENT-LOG-STATUS = '00'
                 CLOSE DOCUMENT-LOG-FILE
                 OPEN I-O DOCUMENT-LOG-FILE
              END-IF
           END-IF
           IF DOCUMENT-LOG-STATUS = '00'
              MOVE 'Y' TO DOCUMENT-LOG-OPEN-SW
           ELSE
              DISPLAY 'DAY1: UNABLE TO OPEN PROCESSED-DOCUMENT LOG '
                 '../doclog.dat STATUS ' DOCUMENT-LOG-STATUS
                 ' - NO DUPLICATE CHECKING'
           END-IF
           .

      *----------------------------------------------------------
      * LOAD TODAY'S RELEASE CARDS. NO duprel.txt IS THE NORMAL
      * CASE; A CARD FOR ANOTHER RUN DATE IS REPORTED AND IGNORED.
      *----------------------------------------------------------
       LOAD-RELEASE-CARDS.

           OPEN INPUT RELEASE-FILE
           IF RELEASE-FILE-STATUS = '00'
              PERFORM UNTIL RELEASE-FILE-EOF
                 READ RELEASE-FILE
                    AT END
                       SET RELEASE-FILE-EOF TO TRUE
                    NOT AT END
                       PERFORM STORE-RELEASE-CARD
                 END-READ
              END-PERFORM
              CLOSE RELEASE-FILE
           END-IF
           .

       STORE-RELEASE-CARD.

           EVALUATE TRUE
              WHEN RELEASE-DOC-NAME = SPACES
                 CONTINUE
              WHEN RELEASE-RUN-DATE NOT = RUN-DATE
                 DISPLAY 'DAY1: RELEASE CARD FOR ' RELEASE-RUN-DATE
                    ' IGNORED - NOT THIS RUN DATE: ' RELEASE-DOC-NAME
              WHEN RELEASE-COUNT = RELEASE-LIMIT
                 DISPLAY 'DAY1: MORE THAN ' RELEASE-LIMIT
                    ' RELEASE CARDS - EXTRA CARD SKIPPED: '
                    RELEASE-DOC-NAME
              WHEN OTHER
                 ADD 1 TO RELEASE-COUNT
                 MOVE RELEASE-DOC-NAME
                    TO RELEASE-TABLE-NAME(RELEASE-COUNT)
                 MOVE 'N' TO RELEASE-USED-SW(RELEASE-COUNT)
           END-EVALUATE
           .

      *----------------------------------------------------------
      * OPEN AND SCAN ONE CALIBRATION DOCUMENT NAMED IN THE
      * CONTROL FILE, ACCUMULATING PER-DOCUMENT AND GRAND TOTALS.
      *       ONLY THE TRAILER CAN TELL THE TWO APART.
              PERFORM VERIFY-DOCUMENT-TRAILER

      *       A DOCUMENT THAT PASSED ITS TRAILER IS THEN CHECKED
      *       AGAINST EVERYTHING ALREADY POSTED IN EARLIER WINDOWS.
              IF NOT DOCUMENT-QUARANTINED
                 PERFORM CHECK-DOCUMENT-LOG
              END-IF

              IF DOCUMENT-QUARANTINED
                 IF QUARANTINE-REASON = 'DUP-DOC'
                    ADD 1 TO DUPLICATE-HELD-COUNT
                 ELSE
                    ADD 1 TO QUARANTINED-COUNT
                 END-IF
                 MOVE ZERO TO DETAIL-BUFFER-COUNT
                              REJECT-BUFFER-COUNT
                              VARIANCE-BUFFER-COUNT
                 ADD EXTRACT-DOC-COUNT TO EXTRACT-DETAIL-COUNT
                 PERFORM WRITE-EXTRACT-DOC-TRAILER
                 PERFORM ROLL-SUPPLIER-TOTALS
                 PERFORM POST-DOCUMENT-LOG

                 DISPLAY 'DOCUMENT ' DOCUMENT-NAME
                    ' SUPPLIER ' SUPPLIER-CODE
      * THE SUM OF THE PER-LINE CALIBRATION VALUES AFTER WORD
      * SUBSTITUTION, WHICH IS EXACTLY THE DOCUMENT'S PART2 TOTAL,
      * SO NO SECOND PASS OVER THE DOCUMENT IS NEEDED. A MISSING
      * TRAILER FROM A SUPPLIER CONTRACTED TO SEND ONE HOLDS THE
      * DOCUMENT; FROM ANY OTHER SUPPLIER IT IS REPORTED ON THE
      * REGISTER BUT DOES NOT HOLD THE DOCUMENT - NOT EVERY
      * SUPPLIER SENDS ONE YET.
      *----------------------------------------------------------
       VERIFY-DOCUMENT-TRAILER.

              WHEN TRAILER-MALFORMED
                 MOVE 'Y' TO QUARANTINE-SW
                 MOVE 'TRAILER-BAD' TO QUARANTINE-REASON
              WHEN NOT TRAILER-SEEN AND TRAILER-MANDATORY
                 MOVE 'Y' TO QUARANTINE-SW
                 MOVE 'TRAILER-MISS' TO QUARANTINE-REASON
              WHEN NOT TRAILER-SEEN
                 PERFORM WRITE-NO-TRAILER-REGISTER-RECORD
              WHEN DOCUMENT-LINE-NUMBER NOT = TRAILER-EXPECTED-COUNT
           MOVE QUARANTINE-REASON TO REGISTER-REASON-CODE
           MOVE DOCUMENT-NAME TO REGISTER-KEY
           MOVE SUPPLIER-CODE TO REGISTER-SUPPLIER
           EVALUATE QUARANTINE-REASON
              WHEN 'TRAILER-MISS'
                 STRING 'MANDATORY TRAILER MISSING - ACTUAL COUNT='
                                            DELIMITED BY SIZE
                        ACTUAL-COUNT-DISPLAY   DELIMITED BY SIZE
                        ' ACTUAL HASH='        DELIMITED BY SIZE
                        ACTUAL-HASH-DISPLAY    DELIMITED BY SIZE
                   INTO REGISTER-DATA
              WHEN 'DUP-DOC'
                 STRING 'DUPLICATE BY '        DELIMITED BY SIZE
                        DUPLICATE-MATCH        DELIMITED BY SPACE
                        ' OF '                 DELIMITED BY SIZE
                        DUPLICATE-OF-NAME      DELIMITED BY SPACE
                        ' POSTED '             DELIMITED BY SIZE
                        DUPLICATE-OF-DATE      DELIMITED BY SIZE
                        ' COUNT='              DELIMITED BY SIZE
                        ACTUAL-COUNT-DISPLAY   DELIMITED BY SIZE
                        ' HASH='               DELIMITED BY SIZE
                        ACTUAL-HASH-DISPLAY    DELIMITED BY SIZE
                   INTO REGISTER-DATA
              WHEN OTHER
                 STRING 'EXPECTED COUNT='      DELIMITED BY SIZE
                        EXPECTED-COUNT-DISPLAY DELIMITED BY SIZE
                        ' ACTUAL='             DELIMITED BY SIZE
                        ACTUAL-COUNT-DISPLAY   DELIMITED BY SIZE
                        ' EXPECTED HASH='      DELIMITED BY SIZE
                        EXPECTED-HASH-DISPLAY  DELIMITED BY SIZE
                        ' ACTUAL='             DELIMITED BY SIZE
                        ACTUAL-HASH-DISPLAY    DELIMITED BY SIZE
                   INTO REGISTER-DATA
           END-EVALUATE

           ADD 1 TO REGISTER-BUFFER-COUNT
           MOVE REGISTER-RECORD
           END-IF
           .

      *----------------------------------------------------------
      * LOOK THE FINISHED DOCUMENT UP ON THE PROCESSED-DOCUMENT
      * LOG, FIRST BY NAME, THEN BY CONTENT. A NAME MATCH POSTED
      * UNDER TODAY'S RUN DATE BY AN EARLIER RUN IS NOT A
      * DUPLICATE - THAT IS A RERUN OR RESTART OF THE SAME DAY,
      * WHICH REPLACES THE DAY'S FIGURES ANYWAY - BUT ONE POSTED
      * BY THIS VERY RUN IS A SECOND CARD FOR THE SAME DOCUMENT.
      * AN EMPTY DOCUMENT IS NEVER MATCHED BY CONTENT; EVERY
      * EMPTY DOCUMENT WOULD MATCH EVERY OTHER.
      *----------------------------------------------------------
       CHECK-DOCUMENT-LOG.

           MOVE 'N' TO DUPLICATE-FOUND-SW
           IF DOCUMENT-LOG-OPEN
              MOVE DOCUMENT-NAME TO DOCUMENT-LOG-NAME
              READ DOCUMENT-LOG-FILE
              IF DOCUMENT-LOG-STATUS = '00'
                 IF DOCUMENT-LOG-RUN-DATE NOT = RUN-DATE
                    OR DOCUMENT-LOG-RUN-TIME = START-TIME
                    MOVE 'NAME' TO DUPLICATE-MATCH
                    PERFORM NOTE-DUPLICATE-ORIGINAL
                 END-IF
              END-IF

              IF NOT DUPLICATE-FOUND
                 AND DOCUMENT-LINE-NUMBER NOT = ZERO
                 PERFORM SCAN-DOCUMENT-LOG-BY-CONTENT
              END-IF
           END-IF

           IF DUPLICATE-FOUND
              PERFORM FIND-RELEASE-CARD
              IF RELEASE-FOUND
                 ADD 1 TO DUPLICATE-RELEASED-COUNT
                 MOVE 'RELEASED' TO HOLD-VERDICT
                 PERFORM WRITE-HOLD-REPORT-RECORD
                 PERFORM MARK-HOLD-RELEASED
                 DISPLAY 'DOCUMENT ' DOCUMENT-NAME
                    ' DUPLICATE OF ' DUPLICATE-OF-NAME
                    ' RELEASED BY THE DESK - POSTING'
              ELSE
                 MOVE 'Y' TO QUARANTINE-SW
                 MOVE 'DUP-DOC' TO QUARANTINE-REASON
                 MOVE 'HELD' TO HOLD-VERDICT
                 PERFORM WRITE-HOLD-REPORT-RECORD
              END-IF
           END-IF
           .

       SCAN-DOCUMENT-LOG-BY-CONTENT.

           MOVE DOCUMENT-LINE-NUMBER TO DOCUMENT-LOG-LINES
           MOVE TOTAL-SUM-WITH-NAMES TO DOCUMENT-LOG-HASH
           START DOCUMENT-LOG-FILE
              KEY IS EQUAL TO DOCUMENT-LOG-CONTENT
           IF DOCUMENT-LOG-STATUS = '00'
              MOVE 'N' TO LOG-SCAN-END-SW
           ELSE
              MOVE 'Y' TO LOG-SCAN-END-SW
           END-IF

           PERFORM UNTIL LOG-SCAN-ENDED OR DUPLICATE-FOUND
              READ DOCUMENT-LOG-FILE NEXT
                 AT END
                    MOVE 'Y' TO LOG-SCAN-END-SW
                 NOT AT END
                    IF DOCUMENT-LOG-LINES NOT = DOCUMENT-LINE-NUMBER
                       OR DOCUMENT-LOG-HASH NOT = TOTAL-SUM-WITH-NAMES
                       MOVE 'Y' TO LOG-SCAN-END-SW
                    ELSE
                       IF DOCUMENT-LOG-NAME NOT = DOCUMENT-NAME
                          MOVE 'CONTENT' TO DUPLICATE-MATCH
                          PERFORM NOTE-DUPLICATE-ORIGINAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       NOTE-DUPLICATE-ORIGINAL.

           MOVE 'Y' TO DUPLICATE-FOUND-SW
           MOVE DOCUMENT-LOG-NAME     TO DUPLICATE-OF-NAME
           MOVE DOCUMENT-LOG-SUPPLIER TO DUPLICATE-OF-SUPPLIER
           MOVE DOCUMENT-LOG-RUN-DATE TO DUPLICATE-OF-DATE
           .

      *----------------------------------------------------------
      * A RELEASED DOCUMENT CLOSES OFF ITS DUP-DOC ENTRY ON THE
      * LIFECYCLE MASTER AS REPAIRED, WHICHEVER DAY'S WINDOW HELD
      * IT. THE MASTER IS KEYED BY RUN DATE FIRST, SO THE WHOLE
      * FILE IS SWEPT FOR DAY1 ENTRIES UNDER THE DOCUMENT NAME
      * THAT ARE STILL OPEN OR RECURRING.
      *----------------------------------------------------------
       MARK-HOLD-RELEASED.

           IF NOT MASTER-FILE-OPEN
              PERFORM OPEN-MASTER-FILE
           END-IF
           IF MASTER-FILE-OPEN
              MOVE 'N' TO MASTER-SCAN-SW
              MOVE LOW-VALUES TO MASTER-KEY
              START MASTER-FILE
                 KEY IS NOT LESS THAN MASTER-KEY
                 INVALID KEY
                    MOVE 'Y' TO MASTER-SCAN-SW
              END-START
              PERFORM UNTIL MASTER-SCAN-DONE
                 READ MASTER-FILE NEXT
                    AT END
                       MOVE 'Y' TO MASTER-SCAN-SW
                    NOT AT END
                       IF MASTER-PROGRAM = 'DAY1'
                          AND MASTER-EXC-KEY = DOCUMENT-NAME
                          AND MASTER-REASON-CODE = 'DUP-DOC'
                          AND (MASTER-STATUS = 'OPEN'
                               OR MASTER-STATUS = 'RECURRING')
                          PERFORM CLOSE-RELEASED-HOLD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

       CLOSE-RELEASED-HOLD.

           MOVE 'REPAIRED' TO MASTER-STATUS
           MOVE RUN-DATE   TO MASTER-STATUS-DATE
           REWRITE MASTER-RECORD
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1: UNABLE TO CLOSE DUPLICATE HOLD FOR '
                 DOCUMENT-NAME ' STATUS ' MASTER-FILE-STATUS
           END-IF
           .

       FIND-RELEASE-CARD.

           MOVE 'N' TO RELEASE-FOUND-SW
           PERFORM VARYING R FROM 1 BY 1
             UNTIL R > RELEASE-COUNT OR RELEASE-FOUND
              IF RELEASE-TABLE-NAME(R) = DOCUMENT-NAME
                 MOVE 'Y' TO RELEASE-FOUND-SW
                 MOVE 'Y' TO RELEASE-USED-SW(R)
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------
      * ONE LINE ON THE DUPLICATE-HOLD REPORT. THE CALLER LEAVES
      * THE VERDICT (HELD OR RELEASED) IN HOLD-VERDICT; THE REST IS
      * THE DOCUMENT, ITS CONTENT, AND THE ORIGINAL IT MATCHED.
      * A HELD DOCUMENT IS RELEASED BY A duprel.txt CARD CARRYING
      * THE RUN DATE AND THE DOCUMENT NAME FROM THIS LINE, AND THE
      * DOCUMENT LEFT ON control.txt FOR THAT DAY'S WINDOW.
      *----------------------------------------------------------
       WRITE-HOLD-REPORT-RECORD.

           MOVE DOCUMENT-LINE-NUMBER TO ACTUAL-COUNT-DISPLAY
           MOVE TOTAL-SUM-WITH-NAMES TO ACTUAL-HASH-DISPLAY
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING HOLD-VERDICT             DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  RUN-DATE                 DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  DOCUMENT-NAME            DELIMITED BY SPACE
                  ' SUPPLIER='             DELIMITED BY SIZE
                  SUPPLIER-CODE            DELIMITED BY SPACE
                  ' COUNT='                DELIMITED BY SIZE
                  ACTUAL-COUNT-DISPLAY     DELIMITED BY SIZE
                  ' HASH='                 DELIMITED BY SIZE
                  ACTUAL-HASH-DISPLAY      DELIMITED BY SIZE
                  ' DUPLICATE BY '         DELIMITED BY SIZE
                  DUPLICATE-MATCH          DELIMITED BY SPACE
                  ' OF '                   DELIMITED BY SIZE
                  DUPLICATE-OF-NAME        DELIMITED BY SPACE
                  ' SUPPLIER='             DELIMITED BY SIZE
                  DUPLICATE-OF-SUPPLIER    DELIMITED BY SPACE
                  ' POSTED '               DELIMITED BY SIZE
                  DUPLICATE-OF-DATE        DELIMITED BY SIZE
             INTO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
           IF HOLD-REPORT-STATUS NOT = '00'
              DISPLAY 'DAY1: UNABLE TO WRITE DUPLICATE-HOLD RECORD FOR '
                 DOCUMENT-NAME ' STATUS ' HOLD-REPORT-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * LOG A DOCUMENT THAT HAS JUST POSTED. A NAME ALREADY ON THE
      * LOG (A RERUN OF THE SAME DAY, OR A RELEASED RESEND) IS
      * REWRITTEN, SO THE LOG ALWAYS SHOWS THE POSTING THAT NOW
      * STANDS.
      *----------------------------------------------------------
       POST-DOCUMENT-LOG.

           IF DOCUMENT-LOG-OPEN
              MOVE DOCUMENT-NAME        TO DOCUMENT-LOG-NAME
              MOVE SUPPLIER-CODE        TO DOCUMENT-LOG-SUPPLIER
              MOVE RUN-DATE             TO DOCUMENT-LOG-RUN-DATE
              MOVE START-TIME           TO DOCUMENT-LOG-RUN-TIME
              MOVE DOCUMENT-LINE-NUMBER TO DOCUMENT-LOG-LINES
              MOVE TOTAL-SUM-WITH-NAMES TO DOCUMENT-LOG-HASH
              MOVE TOTAL-SUM            TO DOCUMENT-LOG-PART1
              WRITE DOCUMENT-LOG-RECORD
              IF DOCUMENT-LOG-STATUS = '22'
                 REWRITE DOCUMENT-LOG-RECORD
              END-IF
              IF DOCUMENT-LOG-STATUS NOT = '00'
                 AND DOCUMENT-LOG-STATUS NOT = '02'
                 DISPLAY 'DAY1: UNABLE TO LOG PROCESSED DOCUMENT '
                    DOCUMENT-NAME ' STATUS ' DOCUMENT-LOG-STATUS
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * PART1/PART2 EXTRACTION, REJECT LOGGING, DETAIL AND
      * VARIANCE REPORTING FOR A SINGLE CALIBRATION LINE.
              DISPLAY 'DAY1: UNABLE TO WRITE EXTRACT RECORD FOR '
                 DOCUMENT-NAME ' STATUS ' EXTRACT-FILE-STATUS
           END-IF
           WRITE FEED-COPY-RECORD FROM EXTRACT-RECORD
           IF FEED-COPY-STATUS NOT = '00'
              DISPLAY 'DAY1: UNABLE TO WRITE FEED COPY RECORD FOR '
                 DOCUMENT-NAME ' STATUS ' FEED-COPY-STATUS
           END-IF
           .

      *----------------------------------------------------------
           END-IF
           .

      *----------------------------------------------------------
      * POST EACH SUPPLIER'S END-OF-RUN FIGURES TO THE SUPPLIER
      * HISTORY FILE. THE TABLE WAS RESTORED FROM THE CHECKPOINT
      * ON A RESUMED RUN, SO THESE ARE THE WHOLE DAY'S FIGURES
      * EITHER WAY. A RERUN OF THE SAME DATE FIRST DELETES EVERY
      * ROW THE EARLIER RUN POSTED UNDER THE DATE, SO A SUPPLIER
      * MISSING FROM THE RERUN LEAVES NO STALE ROW BEHIND AND THE
      * DATE'S ROWS STILL ADD UP TO ITS DAY1 RUN-SUMMARY RECORD.
      *----------------------------------------------------------
       WRITE-SUPPLIER-HISTORY.

           MOVE 'N' TO HISTORY-FILE-OPEN-SW
           OPEN I-O SUPPLIER-HISTORY-FILE
           IF SUPPLIER-HISTORY-STATUS = '00'
              MOVE 'Y' TO HISTORY-FILE-OPEN-SW
              PERFORM CLEAR-SUPPLIER-HISTORY-DATE
           ELSE
              OPEN OUTPUT SUPPLIER-HISTORY-FILE
              IF SUPPLIER-HISTORY-STATUS = '00'
                 MOVE 'Y' TO HISTORY-FILE-OPEN-SW
              END-IF
           END-IF
           IF NOT HISTORY-FILE-OPEN
              DISPLAY 'DAY1: UNABLE TO OPEN SUPPLIER HISTORY FILE '
                 '../supphist.dat STATUS ' SUPPLIER-HISTORY-STATUS
           ELSE
              PERFORM VARYING S FROM 1 BY 1 UNTIL S > SUPPLIER-COUNT
                 MOVE RUN-DATE TO SUPPLIER-HISTORY-RUN-DATE
                 MOVE SUPPLIER-TABLE-CODE(S) TO SUPPLIER-HISTORY-CODE
                 MOVE SUPPLIER-DOC-COUNT(S) TO SUPPLIER-HISTORY-DOCS
                 MOVE SUPPLIER-LINE-COUNT(S) TO SUPPLIER-HISTORY-LINES
                 MOVE SUPPLIER-PART1-SUM(S) TO SUPPLIER-HISTORY-PART1
                 MOVE SUPPLIER-PART2-SUM(S) TO SUPPLIER-HISTORY-PART2
                 MOVE SUPPLIER-REJECT-COUNT(S)
                    TO SUPPLIER-HISTORY-REJECTS
                 WRITE SUPPLIER-HISTORY-RECORD
                 IF SUPPLIER-HISTORY-STATUS NOT = '00'
                    DISPLAY 'DAY1: UNABLE TO POST SUPPLIER HISTORY '
                       'FOR ' SUPPLIER-TABLE-CODE(S)
                       ' STATUS ' SUPPLIER-HISTORY-STATUS
                 END-IF
              END-PERFORM
              CLOSE SUPPLIER-HISTORY-FILE
           END-IF
           .

       CLEAR-SUPPLIER-HISTORY-DATE.

           MOVE 'N' TO HISTORY-SCAN-SW
           MOVE RUN-DATE   TO SUPPLIER-HISTORY-RUN-DATE
           MOVE LOW-VALUES TO SUPPLIER-HISTORY-CODE
           START SUPPLIER-HISTORY-FILE
              KEY IS NOT LESS THAN SUPPLIER-HISTORY-KEY
              INVALID KEY
                 MOVE 'Y' TO HISTORY-SCAN-SW
           END-START
           PERFORM UNTIL HISTORY-SCAN-DONE
              READ SUPPLIER-HISTORY-FILE NEXT
                 AT END
                    MOVE 'Y' TO HISTORY-SCAN-SW
                 NOT AT END
                    IF SUPPLIER-HISTORY-RUN-DATE NOT = RUN-DATE
                       MOVE 'Y' TO HISTORY-SCAN-SW
                    ELSE
                       DELETE SUPPLIER-HISTORY-FILE
                       IF SUPPLIER-HISTORY-STATUS NOT = '00'
                          DISPLAY 'DAY1: UNABLE TO CLEAR SUPPLIER '
                             'HISTORY FOR ' SUPPLIER-HISTORY-CODE
                             ' STATUS ' SUPPLIER-HISTORY-STATUS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

      *----------------------------------------------------------
      * CONVERT START-TIME/END-TIME (HHMMSSHH FROM ACCEPT FROM TIME)
      * TO CENTISECONDS-SINCE-MIDNIGHT BEFORE SUBTRACTING, SO A RUN
              (TS-HH * 360000) + (TS-MM * 6000) + (TS-SS * 100) + TS-CS
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
              DISPLAY 'DAY1: NO BUSINESS-DATE CARD ../busdate.txt'
                 ' - RUNNING UNDER TODAY ' RUN-DATE
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE
              IF BUSINESS-DATE-VALUE IS NOT NUMERIC
                 DISPLAY 'DAY1: BUSINESS-DATE CARD ../busdate.txt'
                    ' HOLDS NO VALID DATE: ' BUSINESS-DATE-VALUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BUSINESS-DATE-VALUE TO RUN-DATE
           END-IF
           .

       END PROGRAM DAY1.
