       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1SIM.
      *----------------------------------------------------------
      * SUBSTITUTION-DICTIONARY IMPACT SIMULATION. A CANDIDATE
      * DICTIONARY ON day1cand.txt (SAME CARDS AS day1dict.txt -
      * ONE WORD AND ITS DIGIT PER CARD) IS RUN SIDE BY SIDE WITH
      * THE LIVE day1dict.txt OVER A CHOSEN SET OF CALIBRATION
      * DOCUMENTS, USING THE SAME CARD RULES, WORD SUBSTITUTION
      * AND FIRST/LAST DIGIT SCAN AS DAY1. THE DOCUMENTS ARE
      * LISTED ON simdocs.txt IN THE control.txt LAYOUT (DOCUMENT
      * NAME, THEN SUPPLIER); WITHOUT IT THE WINDOW'S OWN
      * control.txt IS USED.
      *
      * dictsim.txt REPORTS THE WORDS THE CANDIDATE ADDS, DROPS OR
      * RE-DIGITS, EVERY LINE WHOSE PART2 VALUE WOULD CHANGE,
      * EVERY LINE THAT WOULD MOVE INTO OR OUT OF NO-DIGIT
      * REJECTION, EACH DOCUMENT'S AND EACH SUPPLIER'S PART2
      * MOVEMENT, AND ANY SUPPLIER TRAILER WHOSE HASH TOTAL AGREES
      * TODAY BUT WOULD NOT UNDER THE CANDIDATE. PART1 IS DIGITS
      * ONLY AND CANNOT MOVE. NOTHING IS POSTED - NO REPORT FILE
      * OF DAY1'S, NO REGISTER, NO MASTER IS TOUCHED - SO THE
      * SIMULATION CAN BE RUN AT ANY TIME. ENDS 8 WHEN A LISTED
      * DOCUMENT COULD NOT BE READ, 16 WHEN THERE IS NO CANDIDATE
      * OR NO DOCUMENT LIST.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
         CLASS DIGITS IS '0123456789'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-LIST-FILE ASSIGN DYNAMIC LIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-FILE-STATUS.

           SELECT INPUT-FILE ASSIGN DYNAMIC DOCUMENT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INPUT-FILE-STATUS.

           SELECT DICTIONARY-FILE ASSIGN DYNAMIC DICTIONARY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DICTIONARY-FILE-STATUS.

           SELECT SIMULATION-FILE ASSIGN TO 'dictsim.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIMULATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-LIST-FILE
           RECORD IS VARYING DEPENDING ON LIST-LENGTH.
       01  LIST-RECORD             PIC X(100).

       FD  INPUT-FILE RECORD IS VARYING DEPENDING ON RECORD-LENGTH.
       01  INPUT-LINE              PIC X(256).

      *    ONE SUBSTITUTION PER CARD: THE SPELLED-OUT WORD, A
      *    SPACE, AND THE DIGIT IT STANDS FOR.
       FD  DICTIONARY-FILE.
       01  DICTIONARY-RECORD               PIC X(30).

       FD  SIMULATION-FILE.
       01  SIMULATION-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.
       01 LIST-NAME                PIC X(20) VALUE 'simdocs.txt'.
       01 DICTIONARY-NAME          PIC X(20) VALUE 'day1dict.txt'.
       01 LIST-LENGTH              PIC 9(4) BINARY.
       01 RECORD-LENGTH            PIC 9(4) BINARY.
       01 I                        PIC 9(4) BINARY.

      *    THE LINE AS READ, AND THE WORK COPY EACH DICTIONARY'S
      *    SUBSTITUTION IS APPLIED TO IN TURN.
       01 ORIGINAL-LINE            PIC X(256).
       01 CALIBRATION-LINE         PIC X(256).

       01 LINE-DIGITS.
         05 FIRST-DIGIT            PIC 9.
         05 LAST-DIGIT             PIC 9.
       01 LINE-STATUS               PIC X(1) VALUE 'N'.
           88 LINE-HAS-DIGIT                 VALUE 'Y'.
           88 LINE-NO-DIGIT                  VALUE 'N'.

      *    THE PART2 OUTCOME OF ONE LINE UNDER EACH DICTIONARY.
       01 LIVE-STATUS               PIC X(1).
           88 LIVE-HAS-DIGIT                 VALUE 'Y'.
       01 CANDIDATE-STATUS          PIC X(1).
           88 CANDIDATE-HAS-DIGIT            VALUE 'Y'.
       01 LIVE-VALUE                PIC 9(2).
       01 CANDIDATE-VALUE           PIC 9(2).

       01 DOCUMENT-NAME            PIC X(100) VALUE SPACES.
       01 SUPPLIER-CODE            PIC X(8) VALUE SPACES.
       01 DOCUMENT-LINE-NUMBER     PIC 9(6) BINARY.

      *    THE DOCUMENT'S FIGURES UNDER EACH DICTIONARY.
       01 LIVE-PART2               PIC 9(9) BINARY.
       01 CANDIDATE-PART2          PIC 9(9) BINARY.
       01 LIVE-REJECTS             PIC 9(6) BINARY.
       01 CANDIDATE-REJECTS        PIC 9(6) BINARY.
       01 CHANGED-LINES            PIC 9(6) BINARY.
       01 INTO-REJECT-LINES        PIC 9(6) BINARY.
       01 OUT-OF-REJECT-LINES      PIC 9(6) BINARY.

      *    THE SUPPLIER'S TRAILER, PARSED AS DAY1 PARSES IT. ONLY
      *    THE HASH TOTAL - THE DOCUMENT'S PART2 - CAN BE MOVED BY
      *    A DICTIONARY CHANGE.
       01 TRAILER-SEEN-SW          PIC X(1) VALUE 'N'.
           88 TRAILER-SEEN                   VALUE 'Y'.
       01 TRAILER-WORD             PIC X(10).
       01 TRAILER-COUNT-STR        PIC X(10).
       01 TRAILER-HASH-STR         PIC X(12).
       01 TRAILER-EXPECTED-HASH    PIC 9(9) BINARY.

       01 SUPPLIER-LIMIT           PIC 9(2) BINARY VALUE 20.
       01 SUPPLIER-COUNT           PIC 9(2) BINARY VALUE ZERO.
       01 S                        PIC 9(2) BINARY.
       01 SUPPLIER-FOUND-SW        PIC X(1).
           88 SUPPLIER-ENTRY-FOUND           VALUE 'Y'.
       01 SUPPLIER-TABLE.
           05 SUPPLIER-ENTRY OCCURS 20 TIMES.
              10 SUPPLIER-TABLE-CODE    PIC X(8).
              10 SUPPLIER-DOC-COUNT     PIC 9(4) BINARY.
              10 SUPPLIER-LIVE-PART2    PIC 9(9) BINARY.
              10 SUPPLIER-CAND-PART2    PIC 9(9) BINARY.
              10 SUPPLIER-CHANGED       PIC 9(6) BINARY.
              10 SUPPLIER-INTO-REJECT   PIC 9(6) BINARY.
              10 SUPPLIER-OUT-OF-REJECT PIC 9(6) BINARY.

       01 GRAND-DOC-COUNT          PIC 9(6) BINARY VALUE ZERO.
       01 GRAND-LIVE-PART2         PIC 9(9) BINARY VALUE ZERO.
       01 GRAND-CANDIDATE-PART2    PIC 9(9) BINARY VALUE ZERO.
       01 GRAND-CHANGED            PIC 9(6) BINARY VALUE ZERO.
       01 GRAND-INTO-REJECT        PIC 9(6) BINARY VALUE ZERO.
       01 GRAND-OUT-OF-REJECT      PIC 9(6) BINARY VALUE ZERO.
       01 TRAILER-BREAK-COUNT      PIC 9(6) BINARY VALUE ZERO.
       01 UNREADABLE-COUNT         PIC 9(6) BINARY VALUE ZERO.
       01 WORD-CHANGE-COUNT        PIC 9(4) BINARY VALUE ZERO.

      *    THE WORD-TO-DIGIT DICTIONARY IN DAY1'S OWN LAYOUT, THE
      *    TABLE DAY1'S SUBSTITUTION PASS WORKS FROM. THE LIVE AND
      *    CANDIDATE DICTIONARIES ARE EACH LOADED INTO IT WITH
      *    DAY1'S CARD RULES AND SAVED; EACH IS MOVED BACK IN
      *    BEFORE ITS PASS OVER A LINE.
       01 DICTIONARY-LIMIT          PIC 9(2) BINARY VALUE 50.
       01 DICTIONARY-COUNT          PIC 9(2) BINARY VALUE ZERO.
       01 W                         PIC 9(2) BINARY.
       01 V                         PIC 9(2) BINARY.
       01 WORD-LENGTH               PIC 9(2) BINARY.
       01 DICTIONARY-TABLE.
           05 DICTIONARY-ENTRY OCCURS 50 TIMES.
              10 DICTIONARY-WORD        PIC X(20).
              10 DICTIONARY-WORD-LENGTH PIC 9(2) BINARY.
              10 DICTIONARY-DIGIT       PIC X(1).

       01 LIVE-DICTIONARY-COUNT     PIC 9(2) BINARY VALUE ZERO.
       01 LIVE-DICTIONARY-TABLE.
           05 LIVE-DICTIONARY-ENTRY OCCURS 50 TIMES.
              10 LIVE-WORD              PIC X(20).
              10 LIVE-WORD-LENGTH       PIC 9(2) BINARY.
              10 LIVE-DIGIT             PIC X(1).

       01 CANDIDATE-DICTIONARY-COUNT PIC 9(2) BINARY VALUE ZERO.
       01 CANDIDATE-DICTIONARY-TABLE.
           05 CANDIDATE-DICTIONARY-ENTRY OCCURS 50 TIMES.
              10 CANDIDATE-WORD         PIC X(20).
              10 CANDIDATE-WORD-LENGTH  PIC 9(2) BINARY.
              10 CANDIDATE-DIGIT        PIC X(1).

       01 DICTIONARY-LOAD-WORD      PIC X(20).
       01 DICTIONARY-LOAD-DIGIT     PIC X(2).
       01 WORD-FOUND-SW             PIC X(1).
           88 WORD-FOUND                     VALUE 'Y'.

       01 LINE-NUMBER-DISPLAY       PIC 9(6).
       01 LIVE-DISPLAY              PIC X(8).
       01 CANDIDATE-DISPLAY         PIC X(8).
       01 TRANSITION                PIC X(18).
       01 DELTA-DISPLAY             PIC S9(3)
                                     SIGN IS TRAILING SEPARATE.
       01 VALUE-DELTA               PIC S9(3).
       01 PART2-MOVEMENT            PIC S9(9) BINARY.
       01 MOVEMENT-DISPLAY          PIC S9(9)
                                     SIGN IS TRAILING SEPARATE.
       01 LIVE-PART2-DISPLAY        PIC 9(9).
       01 CAND-PART2-DISPLAY        PIC 9(9).
       01 HASH-DISPLAY              PIC 9(9).
       01 DOCS-DISPLAY              PIC 9(6).
       01 CHANGED-DISPLAY           PIC 9(6).
       01 INTO-DISPLAY              PIC 9(6).
       01 OUT-OF-DISPLAY            PIC 9(6).
       01 COUNT-DISPLAY             PIC 9(6).

       01 LIST-FILE-STATUS          PIC X(2) VALUE '00'.
           88 LIST-FILE-EOF                 VALUE '10'.
       01 INPUT-FILE-STATUS         PIC X(2) VALUE '00'.
           88 INPUT-FILE-EOF                VALUE '10'.
       01 DICTIONARY-FILE-STATUS    PIC X(2) VALUE '00'.
           88 DICTIONARY-FILE-EOF           VALUE '10'.
       01 SIMULATION-FILE-STATUS    PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM LOAD-BOTH-DICTIONARIES

           OPEN INPUT DOCUMENT-LIST-FILE
           IF LIST-FILE-STATUS NOT = '00'
              MOVE 'control.txt' TO LIST-NAME
              OPEN INPUT DOCUMENT-LIST-FILE
           END-IF
           IF LIST-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1SIM: UNABLE TO OPEN DOCUMENT LIST '
                 'simdocs.txt OR control.txt'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'DAY1SIM: SIMULATING OVER THE DOCUMENTS ON '
              LIST-NAME

           OPEN OUTPUT SIMULATION-FILE
           IF SIMULATION-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1SIM: UNABLE TO OPEN SIMULATION REPORT '
                 'dictsim.txt STATUS ' SIMULATION-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM REPORT-DICTIONARY-DIFFERENCES

           PERFORM UNTIL LIST-FILE-EOF
              READ DOCUMENT-LIST-FILE
                 AT END
                    SET LIST-FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM PROCESS-LIST-RECORD
              END-READ
           END-PERFORM

           CLOSE DOCUMENT-LIST-FILE

           PERFORM WRITE-SUPPLIER-MOVEMENT
           PERFORM WRITE-GRAND-MOVEMENT

           CLOSE SIMULATION-FILE

           IF UNREADABLE-COUNT NOT = ZERO
              MOVE UNREADABLE-COUNT TO COUNT-DISPLAY
              DISPLAY 'DAY1SIM: ' COUNT-DISPLAY
                 ' LISTED DOCUMENTS COULD NOT BE READ'
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

      *----------------------------------------------------------
      * THE LIVE DICTIONARY LOADS EXACTLY AS DAY1 LOADS IT,
      * BUILT-IN WORDS AND ALL. THE CANDIDATE IS WHAT day1dict.txt
      * WOULD HOLD AFTER PROMOTION, SO AN EMPTY CANDIDATE ALSO
      * FALLS BACK TO THE BUILT-IN WORDS, AS DAY1 WOULD - BUT NO
      * CANDIDATE FILE AT ALL MEANS THERE IS NOTHING TO SIMULATE.
      *----------------------------------------------------------
       LOAD-BOTH-DICTIONARIES.

           MOVE 'day1dict.txt' TO DICTIONARY-NAME
           PERFORM LOAD-SUBSTITUTION-DICTIONARY
           MOVE DICTIONARY-COUNT TO LIVE-DICTIONARY-COUNT
           MOVE DICTIONARY-TABLE TO LIVE-DICTIONARY-TABLE

           MOVE 'day1cand.txt' TO DICTIONARY-NAME
           MOVE ZERO TO DICTIONARY-COUNT
           MOVE SPACES TO DICTIONARY-TABLE
           OPEN INPUT DICTIONARY-FILE
           IF DICTIONARY-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1SIM: UNABLE TO OPEN CANDIDATE DICTIONARY '
                 'day1cand.txt STATUS ' DICTIONARY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE DICTIONARY-FILE
           PERFORM LOAD-SUBSTITUTION-DICTIONARY
           MOVE DICTIONARY-COUNT TO CANDIDATE-DICTIONARY-COUNT
           MOVE DICTIONARY-TABLE TO CANDIDATE-DICTIONARY-TABLE
           .

      *----------------------------------------------------------
      * WHAT THE CANDIDATE CHANGES, WORD BY WORD, AHEAD OF THE
      * EVIDENCE OF WHAT THOSE CHANGES DO TO THE DOCUMENTS.
      *----------------------------------------------------------
       REPORT-DICTIONARY-DIFFERENCES.

           PERFORM VARYING W FROM 1 BY 1
             UNTIL W > CANDIDATE-DICTIONARY-COUNT
              MOVE 'N' TO WORD-FOUND-SW
              PERFORM VARYING V FROM 1 BY 1
                UNTIL V > LIVE-DICTIONARY-COUNT OR WORD-FOUND
                 IF LIVE-WORD(V) = CANDIDATE-WORD(W)
                    MOVE 'Y' TO WORD-FOUND-SW
                    IF LIVE-DIGIT(V) NOT = CANDIDATE-DIGIT(W)
                       MOVE SPACES TO SIMULATION-RECORD
                       STRING 'WORD CHANGED '     DELIMITED BY SIZE
                              CANDIDATE-WORD(W)   DELIMITED BY SPACE
                              ' LIVE='            DELIMITED BY SIZE
                              LIVE-DIGIT(V)       DELIMITED BY SIZE
                              ' CANDIDATE='       DELIMITED BY SIZE
                              CANDIDATE-DIGIT(W)  DELIMITED BY SIZE
                         INTO SIMULATION-RECORD
                       PERFORM WRITE-SIMULATION-RECORD
                       ADD 1 TO WORD-CHANGE-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT WORD-FOUND
                 MOVE SPACES TO SIMULATION-RECORD
                 STRING 'WORD ADDED '          DELIMITED BY SIZE
                        CANDIDATE-WORD(W)      DELIMITED BY SPACE
                        ' CANDIDATE='          DELIMITED BY SIZE
                        CANDIDATE-DIGIT(W)     DELIMITED BY SIZE
                   INTO SIMULATION-RECORD
                 PERFORM WRITE-SIMULATION-RECORD
                 ADD 1 TO WORD-CHANGE-COUNT
              END-IF
           END-PERFORM

           PERFORM VARYING V FROM 1 BY 1
             UNTIL V > LIVE-DICTIONARY-COUNT
              MOVE 'N' TO WORD-FOUND-SW
              PERFORM VARYING W FROM 1 BY 1
                UNTIL W > CANDIDATE-DICTIONARY-COUNT OR WORD-FOUND
                 IF CANDIDATE-WORD(W) = LIVE-WORD(V)
                    MOVE 'Y' TO WORD-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT WORD-FOUND
                 MOVE SPACES TO SIMULATION-RECORD
                 STRING 'WORD REMOVED '        DELIMITED BY SIZE
                        LIVE-WORD(V)           DELIMITED BY SPACE
                        ' LIVE='               DELIMITED BY SIZE
                        LIVE-DIGIT(V)          DELIMITED BY SIZE
                   INTO SIMULATION-RECORD
                 PERFORM WRITE-SIMULATION-RECORD
                 ADD 1 TO WORD-CHANGE-COUNT
              END-IF
           END-PERFORM

           IF WORD-CHANGE-COUNT = ZERO
              MOVE 'NO WORD DIFFERS BETWEEN THE TWO DICTIONARIES'
                 TO SIMULATION-RECORD
              PERFORM WRITE-SIMULATION-RECORD
           END-IF
           .

       PROCESS-LIST-RECORD.

           MOVE SPACES TO DOCUMENT-NAME
                          SUPPLIER-CODE
           UNSTRING LIST-RECORD(1:LIST-LENGTH)
               DELIMITED BY ALL SPACES
               INTO DOCUMENT-NAME
                    SUPPLIER-CODE

           IF DOCUMENT-NAME NOT = SPACES
              PERFORM SIMULATE-DOCUMENT
           END-IF
           .

      *----------------------------------------------------------
      * ONE DOCUMENT, EVERY LINE UNDER BOTH DICTIONARIES. THE
      * TRAILER LINE IS PICKED OUT THE WAY DAY1 PICKS IT OUT.
      *----------------------------------------------------------
       SIMULATE-DOCUMENT.

           MOVE ZERO TO DOCUMENT-LINE-NUMBER
                        LIVE-PART2
                        CANDIDATE-PART2
                        LIVE-REJECTS
                        CANDIDATE-REJECTS
                        CHANGED-LINES
                        INTO-REJECT-LINES
                        OUT-OF-REJECT-LINES
                        TRAILER-EXPECTED-HASH
           MOVE 'N' TO TRAILER-SEEN-SW

           MOVE '00' TO INPUT-FILE-STATUS
           OPEN INPUT INPUT-FILE

           IF INPUT-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1SIM: UNABLE TO OPEN DOCUMENT '
                 DOCUMENT-NAME
              ADD 1 TO UNREADABLE-COUNT
              MOVE SPACES TO SIMULATION-RECORD
              STRING 'DOCUMENT '           DELIMITED BY SIZE
                     DOCUMENT-NAME         DELIMITED BY SPACE
                     ' SUPPLIER '          DELIMITED BY SIZE
                     SUPPLIER-CODE         DELIMITED BY SPACE
                     ' COULD NOT BE READ - NOT SIMULATED'
                                           DELIMITED BY SIZE
                INTO SIMULATION-RECORD
              PERFORM WRITE-SIMULATION-RECORD
           ELSE

              PERFORM UNTIL INPUT-FILE-EOF
                 READ INPUT-FILE
                    AT END
                       SET INPUT-FILE-EOF TO TRUE
                    NOT AT END
                       IF RECORD-LENGTH > 8
                          AND INPUT-LINE(1:8) = 'TRAILER '
                          PERFORM STORE-DOCUMENT-TRAILER
                       ELSE
                          PERFORM SIMULATE-CALIBRATION-LINE
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE INPUT-FILE

              PERFORM WRITE-DOCUMENT-MOVEMENT
              PERFORM ROLL-SUPPLIER-MOVEMENT

              ADD 1 TO GRAND-DOC-COUNT
              ADD LIVE-PART2 TO GRAND-LIVE-PART2
              ADD CANDIDATE-PART2 TO GRAND-CANDIDATE-PART2
              ADD CHANGED-LINES TO GRAND-CHANGED
              ADD INTO-REJECT-LINES TO GRAND-INTO-REJECT
              ADD OUT-OF-REJECT-LINES TO GRAND-OUT-OF-REJECT
           END-IF
           .

       STORE-DOCUMENT-TRAILER.

           MOVE SPACES TO TRAILER-WORD
                          TRAILER-COUNT-STR
                          TRAILER-HASH-STR
           UNSTRING INPUT-LINE(1:RECORD-LENGTH)
               DELIMITED BY ALL SPACES
               INTO TRAILER-WORD
                    TRAILER-COUNT-STR
                    TRAILER-HASH-STR

           IF NOT TRAILER-SEEN
              AND FUNCTION TEST-NUMVAL(TRAILER-HASH-STR) = ZERO
              COMPUTE TRAILER-EXPECTED-HASH =
                 FUNCTION NUMVAL(TRAILER-HASH-STR)
              MOVE 'Y' TO TRAILER-SEEN-SW
           END-IF
           .

      *----------------------------------------------------------
      * DAY1'S PART2 PASS, RUN ONCE PER DICTIONARY OVER A FRESH
      * COPY OF THE LINE - THE SUBSTITUTION PLANTS DIGITS IN THE
      * LINE ITSELF, SO THE SECOND PASS MUST NOT SEE THE FIRST'S.
      *----------------------------------------------------------
       SIMULATE-CALIBRATION-LINE.

           ADD 1 TO DOCUMENT-LINE-NUMBER
           MOVE SPACES TO ORIGINAL-LINE
           IF RECORD-LENGTH > ZERO
              MOVE INPUT-LINE(1:RECORD-LENGTH) TO ORIGINAL-LINE
           END-IF

           MOVE LIVE-DICTIONARY-COUNT TO DICTIONARY-COUNT
           MOVE LIVE-DICTIONARY-TABLE TO DICTIONARY-TABLE
           MOVE ORIGINAL-LINE TO CALIBRATION-LINE
           PERFORM SUBSTITUTE-NUMBER-WORDS
           PERFORM CHECK-FOR-FIRST-AND-LAST-DIGIT
           MOVE LINE-STATUS TO LIVE-STATUS
           MOVE ZERO TO LIVE-VALUE
           IF LIVE-HAS-DIGIT
              COMPUTE LIVE-VALUE = FUNCTION NUMVAL(LINE-DIGITS)
              ADD LIVE-VALUE TO LIVE-PART2
           ELSE
              ADD 1 TO LIVE-REJECTS
           END-IF

           MOVE CANDIDATE-DICTIONARY-COUNT TO DICTIONARY-COUNT
           MOVE CANDIDATE-DICTIONARY-TABLE TO DICTIONARY-TABLE
           MOVE ORIGINAL-LINE TO CALIBRATION-LINE
           PERFORM SUBSTITUTE-NUMBER-WORDS
           PERFORM CHECK-FOR-FIRST-AND-LAST-DIGIT
           MOVE LINE-STATUS TO CANDIDATE-STATUS
           MOVE ZERO TO CANDIDATE-VALUE
           IF CANDIDATE-HAS-DIGIT
              COMPUTE CANDIDATE-VALUE = FUNCTION NUMVAL(LINE-DIGITS)
              ADD CANDIDATE-VALUE TO CANDIDATE-PART2
           ELSE
              ADD 1 TO CANDIDATE-REJECTS
           END-IF

           MOVE SPACES TO TRANSITION
           EVALUATE TRUE
              WHEN LIVE-HAS-DIGIT AND NOT CANDIDATE-HAS-DIGIT
                 MOVE 'INTO NO-DIGIT' TO TRANSITION
                 ADD 1 TO INTO-REJECT-LINES
              WHEN CANDIDATE-HAS-DIGIT AND NOT LIVE-HAS-DIGIT
                 MOVE 'OUT OF NO-DIGIT' TO TRANSITION
                 ADD 1 TO OUT-OF-REJECT-LINES
              WHEN LIVE-HAS-DIGIT
                 AND LIVE-VALUE NOT = CANDIDATE-VALUE
                 MOVE 'VALUE CHANGED' TO TRANSITION
                 ADD 1 TO CHANGED-LINES
           END-EVALUATE

           IF TRANSITION NOT = SPACES
              PERFORM WRITE-LINE-CHANGE
           END-IF
           .

      *----------------------------------------------------------
      * ONE LINE THE CANDIDATE WOULD TREAT DIFFERENTLY. A SIDE
      * WITH NO DIGIT SHOWS AS NO-DIGIT AND COUNTS AS ZERO IN THE
      * DELTA, AS A REJECTED LINE ADDS NOTHING TO PART2.
      *----------------------------------------------------------
       WRITE-LINE-CHANGE.

           MOVE DOCUMENT-LINE-NUMBER TO LINE-NUMBER-DISPLAY
           IF LIVE-HAS-DIGIT
              MOVE LIVE-VALUE TO LIVE-DISPLAY
           ELSE
              MOVE 'NO-DIGIT' TO LIVE-DISPLAY
           END-IF
           IF CANDIDATE-HAS-DIGIT
              MOVE CANDIDATE-VALUE TO CANDIDATE-DISPLAY
           ELSE
              MOVE 'NO-DIGIT' TO CANDIDATE-DISPLAY
           END-IF
           COMPUTE VALUE-DELTA = CANDIDATE-VALUE - LIVE-VALUE
           MOVE VALUE-DELTA TO DELTA-DISPLAY

           MOVE SPACES TO SIMULATION-RECORD
           STRING 'LINE '              DELIMITED BY SIZE
                  DOCUMENT-NAME        DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  LINE-NUMBER-DISPLAY  DELIMITED BY SIZE
                  ' SUPPLIER '         DELIMITED BY SIZE
                  SUPPLIER-CODE        DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  TRANSITION           DELIMITED BY '  '
                  ' LIVE='             DELIMITED BY SIZE
                  LIVE-DISPLAY         DELIMITED BY SPACE
                  ' CANDIDATE='        DELIMITED BY SIZE
                  CANDIDATE-DISPLAY    DELIMITED BY SPACE
                  ' DELTA='            DELIMITED BY SIZE
                  DELTA-DISPLAY        DELIMITED BY SIZE
                  ' TEXT: '            DELIMITED BY SIZE
                  ORIGINAL-LINE(1:RECORD-LENGTH)
                                       DELIMITED BY SIZE
             INTO SIMULATION-RECORD
           PERFORM WRITE-SIMULATION-RECORD
           .

      *----------------------------------------------------------
      * THE DOCUMENT'S PART2 UNDER EACH DICTIONARY AND THE LINE
      * COUNTS BEHIND THE MOVEMENT. A TRAILER HASH THAT AGREES
      * WITH THE LIVE PART2 BUT NOT THE CANDIDATE'S MEANS DAY1
      * WOULD QUARANTINE THE DOCUMENT AS TRAILER-HASH UNTIL THE
      * SUPPLIER RECOMPUTES ITS HASH UNDER THE NEW WORDS.
      *----------------------------------------------------------
       WRITE-DOCUMENT-MOVEMENT.

           MOVE LIVE-PART2 TO LIVE-PART2-DISPLAY
           MOVE CANDIDATE-PART2 TO CAND-PART2-DISPLAY
           COMPUTE PART2-MOVEMENT = CANDIDATE-PART2 - LIVE-PART2
           MOVE PART2-MOVEMENT TO MOVEMENT-DISPLAY
           MOVE CHANGED-LINES TO CHANGED-DISPLAY
           MOVE INTO-REJECT-LINES TO INTO-DISPLAY
           MOVE OUT-OF-REJECT-LINES TO OUT-OF-DISPLAY

           MOVE SPACES TO SIMULATION-RECORD
           STRING 'DOCUMENT '          DELIMITED BY SIZE
                  DOCUMENT-NAME        DELIMITED BY SPACE
                  ' SUPPLIER '         DELIMITED BY SIZE
                  SUPPLIER-CODE        DELIMITED BY SPACE
                  ' LIVE-PART2='       DELIMITED BY SIZE
                  LIVE-PART2-DISPLAY   DELIMITED BY SIZE
                  ' CANDIDATE-PART2='  DELIMITED BY SIZE
                  CAND-PART2-DISPLAY   DELIMITED BY SIZE
                  ' MOVEMENT='         DELIMITED BY SIZE
                  MOVEMENT-DISPLAY     DELIMITED BY SIZE
                  ' CHANGED='          DELIMITED BY SIZE
                  CHANGED-DISPLAY      DELIMITED BY SIZE
                  ' INTO-NO-DIGIT='    DELIMITED BY SIZE
                  INTO-DISPLAY         DELIMITED BY SIZE
                  ' OUT-OF-NO-DIGIT='  DELIMITED BY SIZE
                  OUT-OF-DISPLAY       DELIMITED BY SIZE
             INTO SIMULATION-RECORD
           PERFORM WRITE-SIMULATION-RECORD

           IF TRAILER-SEEN
              AND TRAILER-EXPECTED-HASH = LIVE-PART2
              AND TRAILER-EXPECTED-HASH NOT = CANDIDATE-PART2
              ADD 1 TO TRAILER-BREAK-COUNT
              MOVE TRAILER-EXPECTED-HASH TO HASH-DISPLAY
              MOVE SPACES TO SIMULATION-RECORD
              STRING 'TRAILER '           DELIMITED BY SIZE
                     DOCUMENT-NAME        DELIMITED BY SPACE
                     ' SUPPLIER '         DELIMITED BY SIZE
                     SUPPLIER-CODE        DELIMITED BY SPACE
                     ' HASH='             DELIMITED BY SIZE
                     HASH-DISPLAY         DELIMITED BY SIZE
                     ' WOULD NO LONGER AGREE - TRAILER-HASH'
                                          DELIMITED BY SIZE
                INTO SIMULATION-RECORD
              PERFORM WRITE-SIMULATION-RECORD
           END-IF
           .

      *----------------------------------------------------------
      * ROLL THE DOCUMENT INTO ITS SUPPLIER'S SLOT THE WAY DAY1
      * ROLLS ITS SUPPLIER TOTALS.
      *----------------------------------------------------------
       ROLL-SUPPLIER-MOVEMENT.

           MOVE 'N' TO SUPPLIER-FOUND-SW
           PERFORM VARYING S FROM 1 BY 1
             UNTIL S > SUPPLIER-COUNT OR SUPPLIER-ENTRY-FOUND
              IF SUPPLIER-TABLE-CODE(S) = SUPPLIER-CODE
                 MOVE 'Y' TO SUPPLIER-FOUND-SW
                 PERFORM ADD-DOCUMENT-TO-SUPPLIER
              END-IF
           END-PERFORM

           IF NOT SUPPLIER-ENTRY-FOUND
              IF SUPPLIER-COUNT = SUPPLIER-LIMIT
                 DISPLAY 'DAY1SIM: MORE THAN ' SUPPLIER-LIMIT
                    ' SUPPLIER CODES - NO BREAKDOWN FOR '
                    SUPPLIER-CODE
              ELSE
                 ADD 1 TO SUPPLIER-COUNT
                 MOVE SUPPLIER-COUNT TO S
                 MOVE SUPPLIER-CODE TO SUPPLIER-TABLE-CODE(S)
                 MOVE ZERO TO SUPPLIER-DOC-COUNT(S)
                              SUPPLIER-LIVE-PART2(S)
                              SUPPLIER-CAND-PART2(S)
                              SUPPLIER-CHANGED(S)
                              SUPPLIER-INTO-REJECT(S)
                              SUPPLIER-OUT-OF-REJECT(S)
                 PERFORM ADD-DOCUMENT-TO-SUPPLIER
              END-IF
           END-IF
           .

       ADD-DOCUMENT-TO-SUPPLIER.

           ADD 1 TO SUPPLIER-DOC-COUNT(S)
           ADD LIVE-PART2 TO SUPPLIER-LIVE-PART2(S)
           ADD CANDIDATE-PART2 TO SUPPLIER-CAND-PART2(S)
           ADD CHANGED-LINES TO SUPPLIER-CHANGED(S)
           ADD INTO-REJECT-LINES TO SUPPLIER-INTO-REJECT(S)
           ADD OUT-OF-REJECT-LINES TO SUPPLIER-OUT-OF-REJECT(S)
           .

       WRITE-SUPPLIER-MOVEMENT.

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > SUPPLIER-COUNT
              MOVE SUPPLIER-DOC-COUNT(S) TO DOCS-DISPLAY
              MOVE SUPPLIER-LIVE-PART2(S) TO LIVE-PART2-DISPLAY
              MOVE SUPPLIER-CAND-PART2(S) TO CAND-PART2-DISPLAY
              COMPUTE PART2-MOVEMENT =
                 SUPPLIER-CAND-PART2(S) - SUPPLIER-LIVE-PART2(S)
              MOVE PART2-MOVEMENT TO MOVEMENT-DISPLAY
              MOVE SUPPLIER-CHANGED(S) TO CHANGED-DISPLAY
              MOVE SUPPLIER-INTO-REJECT(S) TO INTO-DISPLAY
              MOVE SUPPLIER-OUT-OF-REJECT(S) TO OUT-OF-DISPLAY

              MOVE SPACES TO SIMULATION-RECORD
              STRING 'SUPPLIER '          DELIMITED BY SIZE
                     SUPPLIER-TABLE-CODE(S) DELIMITED BY SPACE
                     ' DOCUMENTS='        DELIMITED BY SIZE
                     DOCS-DISPLAY         DELIMITED BY SIZE
                     ' LIVE-PART2='       DELIMITED BY SIZE
                     LIVE-PART2-DISPLAY   DELIMITED BY SIZE
                     ' CANDIDATE-PART2='  DELIMITED BY SIZE
                     CAND-PART2-DISPLAY   DELIMITED BY SIZE
                     ' MOVEMENT='         DELIMITED BY SIZE
                     MOVEMENT-DISPLAY     DELIMITED BY SIZE
                     ' CHANGED='          DELIMITED BY SIZE
                     CHANGED-DISPLAY      DELIMITED BY SIZE
                     ' INTO-NO-DIGIT='    DELIMITED BY SIZE
                     INTO-DISPLAY         DELIMITED BY SIZE
                     ' OUT-OF-NO-DIGIT='  DELIMITED BY SIZE
                     OUT-OF-DISPLAY       DELIMITED BY SIZE
                INTO SIMULATION-RECORD
              PERFORM WRITE-SIMULATION-RECORD
              DISPLAY 'DAY1SIM: ' SIMULATION-RECORD(1:110)
           END-PERFORM
           .

       WRITE-GRAND-MOVEMENT.

           MOVE GRAND-DOC-COUNT TO DOCS-DISPLAY
           MOVE GRAND-LIVE-PART2 TO LIVE-PART2-DISPLAY
           MOVE GRAND-CANDIDATE-PART2 TO CAND-PART2-DISPLAY
           COMPUTE PART2-MOVEMENT =
              GRAND-CANDIDATE-PART2 - GRAND-LIVE-PART2
           MOVE PART2-MOVEMENT TO MOVEMENT-DISPLAY
           MOVE GRAND-CHANGED TO CHANGED-DISPLAY
           MOVE GRAND-INTO-REJECT TO INTO-DISPLAY
           MOVE GRAND-OUT-OF-REJECT TO OUT-OF-DISPLAY

           MOVE SPACES TO SIMULATION-RECORD
           STRING 'TOTAL DOCUMENTS='   DELIMITED BY SIZE
                  DOCS-DISPLAY         DELIMITED BY SIZE
                  ' LIVE-PART2='       DELIMITED BY SIZE
                  LIVE-PART2-DISPLAY   DELIMITED BY SIZE
                  ' CANDIDATE-PART2='  DELIMITED BY SIZE
                  CAND-PART2-DISPLAY   DELIMITED BY SIZE
                  ' MOVEMENT='         DELIMITED BY SIZE
                  MOVEMENT-DISPLAY     DELIMITED BY SIZE
                  ' CHANGED='          DELIMITED BY SIZE
                  CHANGED-DISPLAY      DELIMITED BY SIZE
                  ' INTO-NO-DIGIT='    DELIMITED BY SIZE
                  INTO-DISPLAY         DELIMITED BY SIZE
                  ' OUT-OF-NO-DIGIT='  DELIMITED BY SIZE
                  OUT-OF-DISPLAY       DELIMITED BY SIZE
             INTO SIMULATION-RECORD
           PERFORM WRITE-SIMULATION-RECORD
           DISPLAY 'DAY1SIM: ' SIMULATION-RECORD(1:110)

           MOVE TRAILER-BREAK-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO SIMULATION-RECORD
           STRING 'TRAILERS THAT WOULD NO LONGER AGREE='
                                       DELIMITED BY SIZE
                  COUNT-DISPLAY        DELIMITED BY SIZE
             INTO SIMULATION-RECORD
           PERFORM WRITE-SIMULATION-RECORD
           DISPLAY 'DAY1SIM: ' SIMULATION-RECORD(1:50)
           .

       WRITE-SIMULATION-RECORD.

           WRITE SIMULATION-RECORD
           IF SIMULATION-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1SIM: UNABLE TO WRITE SIMULATION RECORD '
                 'STATUS ' SIMULATION-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * SINGLE FORWARD PASS OVER THE LINE: FINDS THE FIRST AND
      * LAST DIGIT IN ONE SWEEP AND NEVER READS PAST RECORD-LENGTH.
      * SETS LINE-NO-DIGIT WHEN THE LINE HAS NO DIGIT AT ALL.
      *----------------------------------------------------------
       CHECK-FOR-FIRST-AND-LAST-DIGIT.

           MOVE 'N' TO LINE-STATUS
           MOVE ZERO TO FIRST-DIGIT
           MOVE ZERO TO LAST-DIGIT

           PERFORM VARYING I FROM 1 BY 1
             UNTIL I > RECORD-LENGTH

              IF CALIBRATION-LINE(I:1) IS DIGITS
                 IF LINE-NO-DIGIT
                    MOVE CALIBRATION-LINE(I:1) TO FIRST-DIGIT
                    MOVE 'Y' TO LINE-STATUS
                 END-IF
                 MOVE CALIBRATION-LINE(I:1) TO LAST-DIGIT
              END-IF

           END-PERFORM
           .

      *----------------------------------------------------------
      * FOLD SPELLED-OUT DIGIT WORDS INTO THE LINE IN ONE FORWARD
      * PASS, CHECKING EVERY DICTIONARY WORD AT EACH POSITION -
      * THE SAME PASS DAY1 MAKES. A MATCH PUTS THE DIGIT IN THE
      * WORD'S SECOND POSITION, LEAVING THE FIRST AND LAST LETTERS
      * IN PLACE SO OVERLAPPING WORDS STILL MATCH.
      *----------------------------------------------------------
       SUBSTITUTE-NUMBER-WORDS.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RECORD-LENGTH

              PERFORM VARYING W FROM 1 BY 1
                UNTIL W > DICTIONARY-COUNT
                 MOVE DICTIONARY-WORD-LENGTH(W) TO WORD-LENGTH
                 IF I + WORD-LENGTH - 1 <= RECORD-LENGTH
                    IF FUNCTION UPPER-CASE(
                          CALIBRATION-LINE(I:WORD-LENGTH))
                       = DICTIONARY-WORD(W)(1:WORD-LENGTH)
                       MOVE DICTIONARY-DIGIT(W)
                          TO CALIBRATION-LINE(I + 1:1)
                    END-IF
                 END-IF
              END-PERFORM

           END-PERFORM
           .

      *----------------------------------------------------------
      * LOAD ONE WORD-TO-DIGIT DICTIONARY FROM THE CARD FILE NAMED
      * IN DICTIONARY-NAME, WITH DAY1'S RULES: BAD CARDS ARE
      * REPORTED AND SKIPPED, AND AN EMPTY OR MISSING FILE LOADS
      * THE NINE BUILT-IN ENGLISH WORDS.
      *----------------------------------------------------------
       LOAD-SUBSTITUTION-DICTIONARY.

           MOVE '00' TO DICTIONARY-FILE-STATUS
           OPEN INPUT DICTIONARY-FILE
           IF DICTIONARY-FILE-STATUS = '00'
              PERFORM UNTIL DICTIONARY-FILE-EOF
                 READ DICTIONARY-FILE
                    AT END
                       SET DICTIONARY-FILE-EOF TO TRUE
                    NOT AT END
                       PERFORM STORE-DICTIONARY-CARD
                 END-READ
              END-PERFORM
              CLOSE DICTIONARY-FILE
           END-IF

           IF DICTIONARY-COUNT = ZERO
              DISPLAY 'DAY1SIM: NO SUBSTITUTION DICTIONARY ON '
                 DICTIONARY-NAME ' - USING THE BUILT-IN WORDS'
              PERFORM LOAD-DEFAULT-DICTIONARY
           END-IF
           .

       STORE-DICTIONARY-CARD.

           MOVE SPACES TO DICTIONARY-LOAD-WORD
                          DICTIONARY-LOAD-DIGIT
           UNSTRING DICTIONARY-RECORD DELIMITED BY ALL SPACES
               INTO DICTIONARY-LOAD-WORD
                    DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           .

      *----------------------------------------------------------
      * VALIDATE AND STORE ONE SUBSTITUTION. THE WORD NEEDS AT
      * LEAST TWO LETTERS (THE DIGIT LANDS IN POSITION TWO) AND
      * THE DIGIT MUST BE EXACTLY ONE CHARACTER 0-9.
      *----------------------------------------------------------
       ADD-DICTIONARY-ENTRY.

           COMPUTE WORD-LENGTH = FUNCTION LENGTH(
              FUNCTION TRIM(DICTIONARY-LOAD-WORD))

           IF DICTIONARY-LOAD-WORD = SPACES
              OR WORD-LENGTH < 2
              OR DICTIONARY-LOAD-DIGIT(1:1) IS NOT DIGITS
              OR DICTIONARY-LOAD-DIGIT(2:1) NOT = SPACE
              DISPLAY 'DAY1SIM: BAD DICTIONARY CARD SKIPPED ON '
                 DICTIONARY-NAME ': '
                 DICTIONARY-LOAD-WORD ' ' DICTIONARY-LOAD-DIGIT
           ELSE
              IF DICTIONARY-COUNT = DICTIONARY-LIMIT
                 DISPLAY 'DAY1SIM: MORE THAN ' DICTIONARY-LIMIT
                    ' DICTIONARY CARDS ON ' DICTIONARY-NAME
                    ' - EXTRA CARD SKIPPED: ' DICTIONARY-LOAD-WORD
              ELSE
                 ADD 1 TO DICTIONARY-COUNT
                 MOVE FUNCTION UPPER-CASE(DICTIONARY-LOAD-WORD)
                    TO DICTIONARY-WORD(DICTIONARY-COUNT)
                 MOVE WORD-LENGTH
                    TO DICTIONARY-WORD-LENGTH(DICTIONARY-COUNT)
                 MOVE DICTIONARY-LOAD-DIGIT(1:1)
                    TO DICTIONARY-DIGIT(DICTIONARY-COUNT)
              END-IF
           END-IF
           .

       LOAD-DEFAULT-DICTIONARY.

           MOVE 'one'   TO DICTIONARY-LOAD-WORD
           MOVE '1'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'two'   TO DICTIONARY-LOAD-WORD
           MOVE '2'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'three' TO DICTIONARY-LOAD-WORD
           MOVE '3'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'four'  TO DICTIONARY-LOAD-WORD
           MOVE '4'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'five'  TO DICTIONARY-LOAD-WORD
           MOVE '5'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'six'   TO DICTIONARY-LOAD-WORD
           MOVE '6'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'seven' TO DICTIONARY-LOAD-WORD
           MOVE '7'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'eight' TO DICTIONARY-LOAD-WORD
           MOVE '8'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           MOVE 'nine'  TO DICTIONARY-LOAD-WORD
           MOVE '9'     TO DICTIONARY-LOAD-DIGIT
           PERFORM ADD-DICTIONARY-ENTRY
           .

       END PROGRAM DAY1SIM.
