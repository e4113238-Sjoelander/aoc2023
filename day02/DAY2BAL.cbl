      * LINES, RE-FOOTS THE PER-PROFILE TALLIES ON gamewif.txt
      * AGAINST ITS OWN PROFILE SUMMARY LINES, AND BALANCES ALL OF
      * IT AGAINST THE DAY2 RECORD ON THE SHARED RUN-SUMMARY
      * MASTER FOR THE BUSINESS DATE ON busdate.txt. A SUPERSEDED
      * LINE (A GAME REPLACED BY A LATER OCCURRENCE OF ITS
      * NUMBER) TAKES ITS FIGURES BACK OUT OF
      * THE RE-FOOT, AS DAY2 TOOK THEM OUT OF ITS TOTALS; A
      * REPAIRED LINE (A GAME DAY2RPR CORRECTED AFTER DAY2
      * EXCLUDED IT) TAKES IT BACK OUT OF THE EXCLUDED COUNT. ANY
      * DISAGREEMENT ENDS WITH A NON-ZERO CONDITION
      * CODE SO THE DRIVER HOLDS THE WINDOW BEFORE EXCRPT AND
      * RUNRPT REPORT FROM BAD DATA.
      *----------------------------------------------------------
           RECORD KEY IS SUMMARY-KEY
           FILE STATUS IS SUMMARY-FILE-STATUS.

      *    THE BUSINESS-DATE CONTROL CARD THE DRIVER SET FOR THE
      *    WINDOW - THE DATE DAY2 POSTED ITS RUN-SUMMARY RECORD ON.
           SELECT BUSINESS-DATE-FILE ASSIGN TO '../busdate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DETAIL-FILE.
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
       01 P                        PIC 9(2) BINARY.
       01 Q                        PIC 9(2) BINARY.

      *    THE WINDOW'S BUSINESS DATE FROM busdate.txt AND THE
      *    DAY2 RECORD DAY2 POSTED UNDER IT ON THE RUN-SUMMARY
      *    MASTER. THE CARD, NOT THE CLOCK, NAMES THE DATE, SO A
      *    WINDOW THAT CROSSES MIDNIGHT, A NEXT-MORNING RESTART OR
      *    A RERUN OF AN OLDER DATE BALANCES AGAINST ITS OWN DAY.
       01 BUSINESS-DATE            PIC X(8).
       01 REPORTED-SUM             PIC 9(9).
       01 REPORTED-POWER           PIC 9(9).
       01 REPORTED-GAMES           PIC 9(6).
       01 REPORTED-EXCLUDED        PIC 9(6).

      *    TOKENS UNSTRUNG FROM THE REPORT RECORDS. THE LINES ARE
      *    SINGLE-SPACE DELIMITED AS DAY2 STRUNG THEM, SO UNSTRING
       01 TOKEN-SUM                PIC X(20).
       01 TOKEN-EXCLUDED           PIC X(20).
       01 TOKEN-PROFILE            PIC X(12).
       01 TOKEN-BACKOUT            PIC X(16).
       01 WIF-POINTER              PIC 9(4) BINARY.

      *    GRAND FIGURES REBUILT FROM THE GAME LINES ALONE.
       01 PROFILE-USED             PIC 9(2) BINARY VALUE ZERO.
       01 PROFILE-FOUND-SW         PIC X(1).
           88 PROFILE-ENTRY-FOUND           VALUE 'Y'.
       01 PASSES-LINE-SW           PIC X(1) VALUE 'N'.
           88 SUPERSEDED-PASSES-LINE        VALUE 'Y'.
       01 PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 10 TIMES.
              10 PROFILE-NAME          PIC X(8).
       01 WHATIF-FILE-STATUS       PIC X(2) VALUE '00'.
           88 WHATIF-FILE-EOF               VALUE '10'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 BUSINESS-DATE-STATUS     PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM READ-BUSINESS-DATE
           PERFORM REFOOT-DETAIL-AND-DRAWS
           PERFORM REFOOT-WHATIF-FILE
           PERFORM BALANCE-THE-RUN
                 PERFORM FOOT-GAME-LINE
              WHEN 'SHEET'
                 PERFORM CHECK-SHEET-SUBTOTAL
              WHEN 'SUPERSEDED'
                 PERFORM BACK-OUT-SUPERSEDED-LINE
              WHEN 'REPAIRED'
                 PERFORM TAKE-OUT-REPAIRED-GAME
              WHEN OTHER
                 ADD 1 TO MALFORMED-RECORD-COUNT
           END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------
      * A SUPERSEDED LINE REPEATS THE FIGURES OF A GAME LINE
      * WRITTEN EARLIER IN THE RUN THAT A LATER OCCURRENCE OF THE
      * SAME GAME NUMBER REPLACED. THEY COME BACK OUT OF THE GRAND
      * RE-FOOT, AND OUT OF THIS SHEET GROUP TOO WHEN DAY2 SAYS
      * THE EARLIER GAME WAS ON THIS SHEET (BACKOUT=SHEET); A GAME
      * FROM AN EARLIER SHEET ALREADY FOOTED INTO THAT SHEET'S
      * SUBTOTAL (BACKOUT=GRAND). THERE IS NO DRAW GROUP FOR IT.
      * TAKING OUT MORE THAN HAS BEEN ADDED MEANS THE FILE IS
      * DAMAGED.
      *----------------------------------------------------------
       BACK-OUT-SUPERSEDED-LINE.

           MOVE SPACES TO TOKEN-GAME-NUMBER
                          TOKEN-RED
                          TOKEN-GREEN
                          TOKEN-BLUE
                          TOKEN-POWER
                          TOKEN-VERDICT
                          TOKEN-BACKOUT
           UNSTRING DETAIL-RECORD DELIMITED BY ALL SPACES
               INTO TOKEN-1
                    TOKEN-GAME-NUMBER
                    TOKEN-RED
                    TOKEN-GREEN
                    TOKEN-BLUE
                    TOKEN-POWER
                    TOKEN-VERDICT
                    TOKEN-BACKOUT

           IF TOKEN-GAME-NUMBER(1:4) IS NOT NUMERIC
              OR TOKEN-POWER(1:6) NOT = 'POWER='
              OR TOKEN-POWER(7:9) IS NOT NUMERIC
              OR (TOKEN-VERDICT NOT = 'POSSIBLE'
                  AND TOKEN-VERDICT NOT = 'IMPOSSIBLE')
              OR (TOKEN-BACKOUT NOT = 'BACKOUT=SHEET'
                  AND TOKEN-BACKOUT NOT = 'BACKOUT=GRAND')
              ADD 1 TO MALFORMED-RECORD-COUNT
           ELSE
              MOVE TOKEN-GAME-NUMBER(1:4) TO GAME-NUMBER-DISPLAY
              MOVE GAME-NUMBER-DISPLAY TO GAME-NUMBER-NUM
              MOVE TOKEN-POWER(7:9) TO GAME-POWER-NUM
              IF TOKEN-VERDICT NOT = 'POSSIBLE'
                 MOVE ZERO TO GAME-NUMBER-NUM
              END-IF

              IF REFOOTED-GAME-COUNT = ZERO
                 OR REFOOTED-POWER < GAME-POWER-NUM
                 OR REFOOTED-POSSIBLE-SUM < GAME-NUMBER-NUM
                 ADD 1 TO MALFORMED-RECORD-COUNT
              ELSE
                 SUBTRACT 1 FROM REFOOTED-GAME-COUNT
                 SUBTRACT GAME-POWER-NUM FROM REFOOTED-POWER
                 SUBTRACT GAME-NUMBER-NUM FROM REFOOTED-POSSIBLE-SUM
              END-IF

              IF TOKEN-BACKOUT = 'BACKOUT=SHEET'
                 IF GROUP-GAMES = ZERO
                    OR GROUP-POWER < GAME-POWER-NUM
                    OR GROUP-POSSIBLE-SUM < GAME-NUMBER-NUM
                    ADD 1 TO MALFORMED-RECORD-COUNT
                 ELSE
                    SUBTRACT 1 FROM GROUP-GAMES
                    SUBTRACT GAME-POWER-NUM FROM GROUP-POWER
                    SUBTRACT GAME-NUMBER-NUM FROM GROUP-POSSIBLE-SUM
                 END-IF
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * A REPAIRED LINE, WRITTEN BY DAY2RPR AHEAD OF THE GAME LINE
      * FOR A CORRECTED GAME, MARKS A GAME ALREADY COUNTED ON ITS
      * ORIGINAL SHEET'S EXCLUDED= FIGURE THAT IS NO LONGER
      * EXCLUDED, SO IT COMES BACK OUT OF THE EXCLUDED RE-FOOT.
      * THE GAME LINE ITSELF FOOTS LIKE ANY OTHER.
      *----------------------------------------------------------
       TAKE-OUT-REPAIRED-GAME.

           MOVE SPACES TO TOKEN-GAME-NUMBER
           UNSTRING DETAIL-RECORD DELIMITED BY ALL SPACES
               INTO TOKEN-1
                    TOKEN-GAME-NUMBER

           IF TOKEN-GAME-NUMBER(1:4) IS NOT NUMERIC
              OR REFOOTED-EXCLUDED = ZERO
              ADD 1 TO MALFORMED-RECORD-COUNT
           ELSE
              SUBTRACT 1 FROM REFOOTED-EXCLUDED
           END-IF
           .

      *----------------------------------------------------------
      * A SHEET SUBTOTAL LINE CLOSES THE GROUP OF GAME LINES ABOVE
      * IT; THE FIGURES IT REPORTS MUST EQUAL WHAT THOSE LINES

           EVALUATE TOKEN-1
              WHEN 'GAME'
                 MOVE 'N' TO PASSES-LINE-SW
                 PERFORM TALLY-PASSES-LINE
              WHEN 'SUPERSEDED'
                 MOVE 'Y' TO PASSES-LINE-SW
                 PERFORM TALLY-PASSES-LINE
              WHEN 'PROFILE'
                 PERFORM STORE-PROFILE-SUMMARY-LINE

           PERFORM FIND-PROFILE-ENTRY
           IF PROFILE-ENTRY-FOUND
              IF SUPERSEDED-PASSES-LINE
                 IF PROFILE-COUNTED(P) = ZERO
                    OR PROFILE-COUNTED-SUM(P) < GAME-NUMBER-NUM
                    ADD 1 TO MALFORMED-RECORD-COUNT
                 ELSE
                    SUBTRACT 1 FROM PROFILE-COUNTED(P)
                    SUBTRACT GAME-NUMBER-NUM
                       FROM PROFILE-COUNTED-SUM(P)
                 END-IF
              ELSE
                 ADD 1 TO PROFILE-COUNTED(P)
                 ADD GAME-NUMBER-NUM TO PROFILE-COUNTED-SUM(P)
              END-IF
           END-IF
           .

           .

      *----------------------------------------------------------
      * BALANCE EVERYTHING AGAINST THE DAY2 RECORD FILED UNDER THE
      * WINDOW'S BUSINESS DATE ON THE SHARED RUN-SUMMARY MASTER.
      * THE DATE COMES FROM busdate.txt, SO A WINDOW THAT CROSSED
      * MIDNIGHT BETWEEN DAY2 AND THIS PROGRAM STILL FINDS ITS
      * OWN RECORD, AND A RERUN OF AN OLDER DATE IS NOT BALANCED
      * AGAINST A LATER DAY ALREADY ON FILE. NO RECORD FOR THE
      * DATE MEANS DAY2 NEVER FINISHED CLEANLY, SO THERE IS
      * NOTHING TRUSTWORTHY TO BALANCE AGAINST - HOLD THE WINDOW.
      *----------------------------------------------------------
       BALANCE-THE-RUN.

              STOP RUN
           END-IF

           MOVE BUSINESS-DATE TO SUMMARY-RUN-DATE
           MOVE 'DAY2'        TO SUMMARY-PROGRAM
           READ SUMMARY-FILE
              INVALID KEY
                 CLOSE SUMMARY-FILE
                 DISPLAY 'DAY2BAL: NO DAY2 RUN-SUMMARY RECORD FOR '
                    BUSINESS-DATE ' - DAY2 DID NOT FINISH CLEANLY'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE SUMMARY-FIGURE-1 TO REPORTED-SUM
           MOVE SUMMARY-FIGURE-2 TO REPORTED-POWER
           MOVE SUMMARY-COUNT-1  TO REPORTED-GAMES
           MOVE SUMMARY-COUNT-2  TO REPORTED-EXCLUDED
           CLOSE SUMMARY-FILE

           DISPLAY 'DAY2BAL: BALANCING AGAINST DAY2 RUN '
              BUSINESS-DATE

           MOVE REFOOTED-POSSIBLE-SUM TO SUM-DISPLAY
           IF REFOOTED-POSSIBLE-SUM = REPORTED-SUM
           END-IF
           .

      *----------------------------------------------------------
      * THE WINDOW RUNS UNDER THE BUSINESS DATE THE DRIVER SETS ON
      * busdate.txt, NOT THE SYSTEM CLOCK. RUN BY HAND WITHOUT A
      * CARD, TODAY'S DATE IS USED.
      *----------------------------------------------------------
       READ-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSINESS-DATE-STATUS NOT = '00'
              ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
              DISPLAY 'DAY2BAL: NO BUSINESS-DATE CARD ../busdate.txt'
                 ' - RUNNING UNDER TODAY ' BUSINESS-DATE
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
              END-READ
              CLOSE BUSINESS-DATE-FILE
              IF BUSINESS-DATE-VALUE IS NOT NUMERIC
                 DISPLAY 'DAY2BAL: BUSINESS-DATE CARD ../busdate.txt'
                    ' HOLDS NO VALID DATE: ' BUSINESS-DATE-VALUE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE BUSINESS-DATE-VALUE TO BUSINESS-DATE
           END-IF
           .

       END PROGRAM DAY2BAL.
