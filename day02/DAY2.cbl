           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-FILE-STATUS.

      *    EVERY GAME NUMBER PROCESSED SO FAR IN THIS RUN, WITH THE
      *    FIGURES IT CONTRIBUTED, SO A RESUBMITTED GAME ON A LATER
      *    SHEET CAN SUPERSEDE THE EARLIER OCCURRENCE INSTEAD OF
      *    BEING COUNTED TWICE. A WORK FILE RATHER THAN A TABLE SO
      *    IT SURVIVES A CHECKPOINT RESTART; A FRESH RUN EMPTIES IT.
           SELECT SEEN-GAME-FILE ASSIGN TO 'gameseen.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEEN-GAME-NUMBER
           FILE STATUS IS SEEN-GAME-STATUS.

      *    ONE LINE PER SUPERSEDED GAME FOR THE DESK.
           SELECT SUPERSEDE-FILE ASSIGN TO 'gamesup.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPERSEDE-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO 'day2ckpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-FILE-STATUS.
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

      *    THE BUSINESS-DATE CONTROL CARD THE DRIVER SETS FOR THE
      *    WINDOW - THE DATE EVERYTHING THIS RUN POSTS IS KEYED ON.
           SELECT BUSINESS-DATE-FILE ASSIGN TO '../busdate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-CONTROL-FILE
           05 HISTORY-MINIMUM-BLUE      PIC 9(4).
           05 HISTORY-POWER             PIC 9(9).

      *    THE LATEST OCCURRENCE OF A GAME NUMBER IN THIS RUN AND,
      *    WHEN IT SUPERSEDED AN EARLIER ONE, THAT EARLIER ONE TOO -
      *    A GAME REPLAYED AFTER AN ABEND FINDS ITSELF HERE AND
      *    REDOES THE BACKOUT THE RESTORED CHECKPOINT UNDID.
       FD  SEEN-GAME-FILE.
       01  SEEN-GAME-RECORD.
           05 SEEN-GAME-NUMBER          PIC 9(4).
           05 SEEN-OCCURRENCE.
              10 SEEN-SHEET-NAME        PIC X(100).
              10 SEEN-RECORD-NUMBER     PIC 9(9).
              10 SEEN-POSSIBILITY       PIC X(1).
              10 SEEN-MINIMUM-RED       PIC 9(4).
              10 SEEN-MINIMUM-GREEN     PIC 9(4).
              10 SEEN-MINIMUM-BLUE      PIC 9(4).
              10 SEEN-POWER             PIC 9(9).
              10 SEEN-PROFILE-FLAGS     PIC X(10).
           05 SEEN-PRIOR-SW             PIC X(1).
              88 SEEN-HAS-PRIOR                 VALUE 'Y'.
           05 SEEN-PRIOR-OCCURRENCE     PIC X(141).

       FD  SUPERSEDE-FILE.
       01  SUPERSEDE-RECORD         PIC X(250).

      *    ONE LIFECYCLE RECORD PER EXCEPTION, KEYED BY RUN DATE,
      *    PROGRAM AND EXCEPTION KEY - THE COMMON LAYOUT SHARED
      *    WITH DAY1, DAY1RPR, EXCWVE AND EXCRPT.
              10 CHECKPOINT-PROF-NAME   PIC X(8).
              10 CHECKPOINT-PROF-COUNT  PIC 9(6).
              10 CHECKPOINT-PROF-SUM    PIC 9(9).
           05 CHECKPOINT-SUPERSEDED     PIC 9(6).

      *    DATE IN COLUMNS 1-8; 'Y' IN COLUMN 10 FLAGS A DELIBERATE
      *    RERUN OF A BUSINESS DATE THE WINDOW ALREADY COMPLETED.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           05 BUSINESS-DATE-VALUE          PIC X(8).
           05 FILLER                       PIC X(1).
           05 BUSINESS-DATE-RERUN          PIC X(1).
           05 FILLER                       PIC X(70).

       WORKING-STORAGE SECTION.
       01 RECORD-LENGTH            PIC 9(4) BINARY.
       01 PROFILE-RESTORED-SW      PIC X(1) VALUE 'N'.
           88 PROFILE-TALLY-RESTORED         VALUE 'Y'.

      *    SUPERSESSION: WHEN A VALID GAME'S NUMBER WAS ALREADY
      *    PROCESSED EARLIER IN THE RUN, THE EARLIER OCCURRENCE IS
      *    COPIED HERE AND ITS FIGURES BACKED OUT - OF THE SHEET
      *    FIGURES IF IT IS ON THE SHEET STILL BEING PROCESSED,
      *    OTHERWISE OF THE GRAND FIGURES ITS SHEET ROLLED INTO.
      *    AN EXCLUDED RESUBMISSION SUPERSEDES NOTHING - THE
      *    EARLIER GOOD GAME STANDS, AS IT DOES ON gamehist.dat.
       01 EARLIER-OCCURRENCE.
           05 EARLIER-SHEET-NAME       PIC X(100).
           05 EARLIER-RECORD-NUMBER    PIC 9(9).
           05 EARLIER-POSSIBILITY      PIC X(1).
              88 EARLIER-POSSIBLE              VALUE 'P'.
           05 EARLIER-MINIMUM-RED      PIC 9(4).
           05 EARLIER-MINIMUM-GREEN    PIC 9(4).
           05 EARLIER-MINIMUM-BLUE     PIC 9(4).
           05 EARLIER-POWER            PIC 9(9).
           05 EARLIER-PROFILE-FLAGS.
              10 EARLIER-PROFILE-SW    PIC X(1) OCCURS 10 TIMES.
       01 SUPERSEDING-SW           PIC X(1) VALUE 'N'.
           88 GAME-SUPERSEDES               VALUE 'Y'.
       01 SEEN-GAME-OPEN-SW        PIC X(1) VALUE 'N'.
           88 SEEN-GAME-FILE-OPEN           VALUE 'Y'.
       01 SUPERSEDED-COUNT         PIC 9(6) BINARY VALUE ZERO.
       01 BACKOUT-TARGET           PIC X(5).
       01 RECORD-NUMBER-DISPLAY    PIC 9(9).
       01 EARLIER-RECORD-DISPLAY   PIC 9(9).
       01 EARLIER-POWER-DISPLAY    PIC 9(9).
       01 EARLIER-VERDICT          PIC X(10).

       01 GAME-NUMBER-DISPLAY      PIC 9(4).
       01 EXCLUDED-DISPLAY         PIC 9(6).
       01 MIN-RED-DISPLAY          PIC 9(4).
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 WHATIF-FILE-STATUS       PIC X(2) VALUE '00'.
       01 DRAW-FILE-STATUS         PIC X(2) VALUE '00'.
       01 SEEN-GAME-STATUS         PIC X(2) VALUE '00'.
       01 SUPERSEDE-FILE-STATUS    PIC X(2) VALUE '00'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE

           PERFORM READ-BAG-CONFIG

              OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM OPEN-SEEN-GAME-FILE

           OPEN INPUT SHEET-CONTROL-FILE
           IF SHEET-CONTROL-STATUS = '00'
              PERFORM UNTIL SHEET-CONTROL-EOF

              DISPLAY 'GAMES PROCESSED: ' GAME-COUNT
              DISPLAY 'GAMES EXCLUDED: ' EXCLUDED-COUNT
              DISPLAY 'GAMES SUPERSEDED: ' SUPERSEDED-COUNT

              PERFORM WRITE-PROFILE-SUMMARY
              PERFORM WRITE-RUN-SUMMARY
           CLOSE EXCEPTION-FILE
           CLOSE WHATIF-FILE
           CLOSE DRAW-FILE
           CLOSE SUPERSEDE-FILE
           IF SEEN-GAME-FILE-OPEN
              CLOSE SEEN-GAME-FILE
           END-IF
           IF REGISTER-FILE-OPEN
              CLOSE REGISTER-FILE
           END-IF
              IF DRAW-FILE-STATUS NOT = '00'
                 OPEN OUTPUT DRAW-FILE
              END-IF
              OPEN EXTEND SUPERSEDE-FILE
              IF SUPERSEDE-FILE-STATUS NOT = '00'
                 OPEN OUTPUT SUPERSEDE-FILE
              END-IF
           ELSE
              OPEN OUTPUT DETAIL-FILE
              OPEN OUTPUT EXCEPTION-FILE
              OPEN OUTPUT WHATIF-FILE
              OPEN OUTPUT DRAW-FILE
              OPEN OUTPUT SUPERSEDE-FILE
           END-IF

           IF DETAIL-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2: UNABLE TO OPEN DRAW FILE gamedrw.txt '
                 'STATUS ' DRAW-FILE-STATUS
           END-IF
           IF SUPERSEDE-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2: UNABLE TO OPEN SUPERSESSION REPORT '
                 'gamesup.txt STATUS ' SUPERSEDE-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * OPEN THE RUN'S SEEN-GAME WORK FILE. A FRESH RUN EMPTIES
      * IT; A RUN RESUMING FROM A CHECKPOINT KEEPS WHAT THE
      * INTERRUPTED RUN RECORDED SO A RESUBMISSION ON A LATER
      * SHEET STILL FINDS THE GAMES PROCESSED BEFORE THE ABEND.
      * WITHOUT THE FILE THE RUN GOES ON, BUT CANNOT SUPERSEDE.
      *----------------------------------------------------------
       OPEN-SEEN-GAME-FILE.

           IF SKIP-UNTIL-RESTART-POINT
              OPEN I-O SEEN-GAME-FILE
              IF SEEN-GAME-STATUS NOT = '00'
                 PERFORM CREATE-SEEN-GAME-FILE
              END-IF
           ELSE
              PERFORM CREATE-SEEN-GAME-FILE
           END-IF
           IF SEEN-GAME-STATUS = '00'
              MOVE 'Y' TO SEEN-GAME-OPEN-SW
           ELSE
              DISPLAY 'DAY2: UNABLE TO OPEN SEEN-GAME FILE '
                 'gameseen.dat STATUS ' SEEN-GAME-STATUS
                 ' - NO SUPERSESSION CHECKING'
           END-IF
           .

       CREATE-SEEN-GAME-FILE.

           OPEN OUTPUT SEEN-GAME-FILE
           IF SEEN-GAME-STATUS = '00'
              CLOSE SEEN-GAME-FILE
              OPEN I-O SEEN-GAME-FILE
           END-IF
           .

      *----------------------------------------------------------
                MINIMUM-RED * MINIMUM-GREEN * MINIMUM-BLUE
              ADD CURRENT-GAME-POWER TO SHEET-GAME-POWER

              MOVE 'N' TO SUPERSEDING-SW
              IF SEEN-GAME-FILE-OPEN
                 PERFORM CHECK-GAME-SUPERSESSION
              END-IF

              PERFORM FLUSH-DRAW-BUFFER
              PERFORM WRITE-DETAIL-RECORD
              PERFORM WRITE-HISTORY-RECORD
              IF PROFILE-COUNT NOT = ZERO
                 PERFORM TALLY-PROFILE-RESULTS
              END-IF
              IF SEEN-GAME-FILE-OPEN
                 PERFORM POST-SEEN-GAME
              END-IF
           END-IF

      *    THE GAME - PROCESSED OR EXCLUDED - IS A COMPLETED UNIT
           MOVE CHECKPOINT-SHEET-POWER   TO SHEET-GAME-POWER
           MOVE CHECKPOINT-SHEET-GAMES   TO SHEET-GAME-COUNT
           MOVE CHECKPOINT-SHEET-EXCL    TO SHEET-EXCLUDED-COUNT
           IF CHECKPOINT-SUPERSEDED IS NUMERIC
              MOVE CHECKPOINT-SUPERSEDED TO SUPERSEDED-COUNT
           END-IF

      *    PROFILE TALLIES RESTORE BY NAME, SO A CONFIG EDITED
      *    BETWEEN THE ABEND AND THE RERUN ONLY LOSES TALLIES FOR
              MOVE SHEET-GAME-POWER TO CHECKPOINT-SHEET-POWER
              MOVE SHEET-GAME-COUNT TO CHECKPOINT-SHEET-GAMES
              MOVE SHEET-EXCLUDED-COUNT TO CHECKPOINT-SHEET-EXCL
              MOVE SUPERSEDED-COUNT TO CHECKPOINT-SUPERSEDED
              MOVE PROFILE-COUNT TO CHECKPOINT-PROFILE-COUNT
              PERFORM VARYING CKPT-P FROM 1 BY 1
                UNTIL CKPT-P > PROFILE-LIMIT
           END-IF
           .

      *----------------------------------------------------------
      * A VALID GAME WHOSE NUMBER WAS ALREADY PROCESSED EARLIER IN
      * THE RUN - A RESUBMISSION ON A LATER SHEET, OR A REPEAT ON
      * THE SAME ONE - SUPERSEDES THE EARLIER OCCURRENCE: ITS
      * FIGURES COME BACK OUT OF THE TOTALS AND THE PROFILE
      * TALLIES SO THE RUN AGREES WITH gamehist.dat, WHICH HOLDS
      * ONLY THE LATER VERSION.
      *
      * A SEEN ENTRY FOR THIS SHEET AT THIS RECORD OR A LATER ONE
      * WAS LEFT BY THE INTERRUPTED PASS OF A RUN NOW BEING
      * REPLAYED FROM ITS CHECKPOINT: THE RESTORED FIGURES NEVER
      * HELD THAT OCCURRENCE, SO IT IS NOT BACKED OUT. THE
      * OCCURRENCE IT HAD ITSELF SUPERSEDED STILL COUNTS IF IT
      * LIES BEFORE THIS RECORD (ON AN EARLIER SHEET OR EARLIER
      * ON THIS ONE) - THE RESTORED FIGURES DO HOLD IT, SO THE
      * BACKOUT IS DONE AGAIN. OTHERWISE THE GAME IS TREATED AS
      * NOT YET SEEN.
      *----------------------------------------------------------
       CHECK-GAME-SUPERSESSION.

           MOVE GAME-NUMBER-NUM TO SEEN-GAME-NUMBER
           READ SEEN-GAME-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SEEN-SHEET-NAME = SHEET-NAME
                    AND SEEN-RECORD-NUMBER NOT < SHEET-RECORD-NUMBER
                    IF SEEN-HAS-PRIOR
                       MOVE SEEN-PRIOR-OCCURRENCE
                          TO EARLIER-OCCURRENCE
                       IF EARLIER-SHEET-NAME NOT = SHEET-NAME
                          OR EARLIER-RECORD-NUMBER
                             < SHEET-RECORD-NUMBER
                          MOVE 'Y' TO SUPERSEDING-SW
                       END-IF
                    END-IF
                 ELSE
                    MOVE SEEN-OCCURRENCE TO EARLIER-OCCURRENCE
                    MOVE 'Y' TO SUPERSEDING-SW
                 END-IF
           END-READ

           IF GAME-SUPERSEDES
              PERFORM BACK-OUT-EARLIER-GAME
              PERFORM WRITE-SUPERSEDED-DETAIL
              IF PROFILE-COUNT NOT = ZERO
                 PERFORM WRITE-SUPERSEDED-WHATIF
              END-IF
              PERFORM WRITE-SUPERSEDE-REPORT
              ADD 1 TO SUPERSEDED-COUNT
           END-IF
           .

      *----------------------------------------------------------
      * TAKE THE EARLIER OCCURRENCE BACK OUT OF WHICHEVER FIGURES
      * STILL HOLD IT: THE SHEET FIGURES IF IT IS ON THIS SHEET,
      * OTHERWISE THE GRAND FIGURES ITS OWN SHEET ROLLED INTO AT
      * END OF SHEET. EITHER WAY THE SUBTRACTION CANNOT GO BELOW
      * ZERO, AND THE SUBTOTAL LINE ALREADY WRITTEN FOR AN EARLIER
      * SHEET STILL FOOTS TO THE GAME LINES ABOVE IT.
      *----------------------------------------------------------
       BACK-OUT-EARLIER-GAME.

           IF EARLIER-SHEET-NAME = SHEET-NAME
              MOVE 'SHEET' TO BACKOUT-TARGET
              SUBTRACT 1 FROM SHEET-GAME-COUNT
              SUBTRACT EARLIER-POWER FROM SHEET-GAME-POWER
              IF EARLIER-POSSIBLE
                 SUBTRACT GAME-NUMBER-NUM FROM SHEET-TOTAL-SUM
              END-IF
           ELSE
              MOVE 'GRAND' TO BACKOUT-TARGET
              SUBTRACT 1 FROM GAME-COUNT
              SUBTRACT EARLIER-POWER FROM GAME-POWER
              IF EARLIER-POSSIBLE
                 SUBTRACT GAME-NUMBER-NUM FROM TOTAL-SUM
              END-IF
           END-IF

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PROFILE-COUNT
              IF EARLIER-PROFILE-SW(P) = 'P'
                 AND PROFILE-POSSIBLE-COUNT(P) > ZERO
                 SUBTRACT 1 FROM PROFILE-POSSIBLE-COUNT(P)
                 SUBTRACT GAME-NUMBER-NUM
                    FROM PROFILE-POSSIBLE-SUM(P)
              END-IF
           END-PERFORM
           .

      *----------------------------------------------------------
      * MARK THE SUPERSEDED GAME ON gamedtl.txt. THE EARLIER GAME
      * LINE STAYS WHERE IT WAS WRITTEN; THIS LINE REPEATS ITS
      * FIGURES AND SAYS WHICH FIGURES THEY CAME BACK OUT OF, SO
      * DAY2BAL CAN TAKE THEM OUT OF ITS RE-FOOT THE SAME WAY.
      *----------------------------------------------------------
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
                  ' BACKOUT='           DELIMITED BY SIZE
                  BACKOUT-TARGET        DELIMITED BY SIZE
             INTO DETAIL-RECORD
           WRITE DETAIL-RECORD
           IF DETAIL-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2: UNABLE TO WRITE SUPERSEDED LINE FOR GAME '
                 GAME-NUMBER-NUM ' STATUS ' DETAIL-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * THE MATCHING WHAT-IF LINE: THE PROFILES THE SUPERSEDED
      * GAME HAD PASSED, WHOSE TALLIES IT HAS JUST LEFT.
      *----------------------------------------------------------
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
      * ONE LINE PER SUPERSESSION ON gamesup.txt FOR THE DESK:
      * WHERE THE EARLIER GAME CAME FROM, WHAT REPLACED IT, AND
      * THE BEFORE AND AFTER POWER AND VERDICT.
      *----------------------------------------------------------
       WRITE-SUPERSEDE-REPORT.

           MOVE GAME-NUMBER-NUM       TO GAME-NUMBER-DISPLAY
           MOVE EARLIER-RECORD-NUMBER TO EARLIER-RECORD-DISPLAY
           MOVE SHEET-RECORD-NUMBER   TO RECORD-NUMBER-DISPLAY
           MOVE CURRENT-GAME-POWER    TO POWER-DISPLAY
           MOVE SPACES TO POSSIBILITY-DISPLAY
           IF GAME-POSSIBLE
              MOVE 'POSSIBLE' TO POSSIBILITY-DISPLAY
           ELSE
              MOVE 'IMPOSSIBLE' TO POSSIBILITY-DISPLAY
           END-IF

           MOVE SPACES TO SUPERSEDE-RECORD
           STRING 'GAME '                DELIMITED BY SIZE
                  GAME-NUMBER-DISPLAY    DELIMITED BY SIZE
                  ' SHEET '              DELIMITED BY SIZE
                  EARLIER-SHEET-NAME     DELIMITED BY SPACE
                  ' RECORD '             DELIMITED BY SIZE
                  EARLIER-RECORD-DISPLAY DELIMITED BY SIZE
                  ' POWER='              DELIMITED BY SIZE
                  EARLIER-POWER-DISPLAY  DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  EARLIER-VERDICT        DELIMITED BY SPACE
                  ' SUPERSEDED BY SHEET ' DELIMITED BY SIZE
                  SHEET-NAME             DELIMITED BY SPACE
                  ' RECORD '             DELIMITED BY SIZE
                  RECORD-NUMBER-DISPLAY  DELIMITED BY SIZE
                  ' POWER='              DELIMITED BY SIZE
                  POWER-DISPLAY          DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  POSSIBILITY-DISPLAY    DELIMITED BY SPACE
                  ' BACKED OUT OF '      DELIMITED BY SIZE
                  BACKOUT-TARGET         DELIMITED BY SIZE
                  ' FIGURES'             DELIMITED BY SIZE
             INTO SUPERSEDE-RECORD
           DISPLAY 'DAY2: GAME ' GAME-NUMBER-DISPLAY ' ON SHEET '
              FUNCTION TRIM(SHEET-NAME) ' SUPERSEDES SHEET '
              FUNCTION TRIM(EARLIER-SHEET-NAME) ' RECORD '
              EARLIER-RECORD-DISPLAY
           WRITE SUPERSEDE-RECORD
           IF SUPERSEDE-FILE-STATUS NOT = '00'
              DISPLAY 'DAY2: UNABLE TO WRITE SUPERSESSION RECORD '
                 'STATUS ' SUPERSEDE-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * RECORD THIS GAME AS THE LATEST OCCURRENCE OF ITS NUMBER,
      * KEEPING THE OCCURRENCE IT SUPERSEDED (IF ANY) ALONGSIDE
      * FOR A REPLAY AFTER AN ABEND.
      *----------------------------------------------------------
       POST-SEEN-GAME.

           MOVE GAME-NUMBER-NUM     TO SEEN-GAME-NUMBER
           MOVE SHEET-NAME          TO SEEN-SHEET-NAME
           MOVE SHEET-RECORD-NUMBER TO SEEN-RECORD-NUMBER
           IF GAME-POSSIBLE
              MOVE 'P' TO SEEN-POSSIBILITY
           ELSE
              MOVE 'I' TO SEEN-POSSIBILITY
           END-IF
           MOVE MINIMUM-RED         TO SEEN-MINIMUM-RED
           MOVE MINIMUM-GREEN       TO SEEN-MINIMUM-GREEN
           MOVE MINIMUM-BLUE        TO SEEN-MINIMUM-BLUE
           MOVE CURRENT-GAME-POWER  TO SEEN-POWER
           MOVE PROFILE-GAME-FLAGS  TO SEEN-PROFILE-FLAGS
           IF GAME-SUPERSEDES
              MOVE 'Y' TO SEEN-PRIOR-SW
              MOVE EARLIER-OCCURRENCE TO SEEN-PRIOR-OCCURRENCE
           ELSE
              MOVE 'N' TO SEEN-PRIOR-SW
              MOVE SPACES TO SEEN-PRIOR-OCCURRENCE
           END-IF

           WRITE SEEN-GAME-RECORD
           IF SEEN-GAME-STATUS = '22'
              REWRITE SEEN-GAME-RECORD
              IF SEEN-GAME-STATUS NOT = '00'
                 DISPLAY 'DAY2: UNABLE TO REWRITE SEEN-GAME RECORD '
                    'FOR GAME ' GAME-NUMBER-NUM ' STATUS '
                    SEEN-GAME-STATUS
              END-IF
           ELSE
              IF SEEN-GAME-STATUS NOT = '00'
                 DISPLAY 'DAY2: UNABLE TO WRITE SEEN-GAME RECORD '
                    'FOR GAME ' GAME-NUMBER-NUM ' STATUS '
                    SEEN-GAME-STATUS
              END-IF
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
              DISPLAY 'DAY2: NO BUSINESS-DATE CARD ../busdate.txt'
                 ' - RUNNING UNDER TODAY ' RUN-DATE
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE
              IF BUSINESS-DATE-VALUE IS NOT NUMERIC
                 DISPLAY 'DAY2: BUSINESS-DATE CARD ../busdate.txt'
                    ' HOLDS NO VALID DATE: ' BUSINESS-DATE-VALUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BUSINESS-DATE-VALUE TO RUN-DATE
           END-IF
           .

       END PROGRAM DAY2.
