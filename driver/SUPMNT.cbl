       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMNT.
      *----------------------------------------------------------
      * MAINTENANCE RUN FOR THE KEYED SUPPLIER MASTER suppmst.dat.
      * ANY WORD AFTER THE DOCUMENT NAME ON A control.txt CARD
      * USED TO BE TAKEN AS A SUPPLIER CODE, SO A TYPO SPLIT ONE
      * SENDER'S TOTALS ACROSS TWO ROWS UNNOTICED. THE MASTER IS
      * NOW THE LIST OF SENDERS PREFLT WILL ACCEPT, AND CARRIES
      * WHETHER EACH ONE IS CONTRACTED TO SEND A TRAILER RECORD
      * (DAY1 QUARANTINES A DOCUMENT FROM SUCH A SUPPLIER THAT
      * ARRIVES WITHOUT ONE). EACH suppcfg.txt TRANSACTION CARD
      * ADDS, CHANGES OR DEACTIVATES ONE SUPPLIER. A SUPPLIER IS
      * NEVER DELETED - ITS CODE STAYS ON FILE SO OLD HISTORY
      * STILL NAMES A KNOWN SENDER. RUN BY HAND FROM THE
      * DIRECTORY ABOVE THE PER-DAY DIRECTORIES, WHERE THE
      * MASTER LIVES.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-CONFIG-FILE ASSIGN TO 'suppcfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIER-CONFIG-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO 'suppmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-MASTER-CODE
           FILE STATUS IS SUPPLIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE TRANSACTION PER CARD, IN FIXED COLUMNS: THE ACTION
      *    (A = ADD, C = CHANGE, D = DEACTIVATE) IN COLUMN 1, THE
      *    SUPPLIER CODE IN 3-10, THE NAME IN 12-41, THE ACTIVE
      *    FLAG IN 43 AND THE TRAILER-MANDATORY FLAG IN 45 (Y OR
      *    N). AN ADD DEFAULTS A BLANK ACTIVE FLAG TO Y AND A
      *    BLANK TRAILER FLAG TO N; ON A CHANGE A BLANK NAME OR
      *    FLAG LEAVES THAT FIELD AS IT STANDS, SO A CHANGE CARD
      *    NEEDS ONLY THE FIELDS BEING CHANGED - AND A CHANGE WITH
      *    ACTIVE FLAG Y IS HOW A DEACTIVATED SUPPLIER COMES BACK.
       FD  SUPPLIER-CONFIG-FILE.
       01  SUPPLIER-CONFIG-RECORD.
           05 SUPPLIER-CARD-ACTION     PIC X(1).
           05 FILLER                   PIC X(1).
           05 SUPPLIER-CARD-CODE       PIC X(8).
           05 FILLER                   PIC X(1).
           05 SUPPLIER-CARD-NAME       PIC X(30).
           05 FILLER                   PIC X(1).
           05 SUPPLIER-CARD-ACTIVE     PIC X(1).
           05 FILLER                   PIC X(1).
           05 SUPPLIER-CARD-TRAILER    PIC X(1).

      *    ONE RECORD PER SUPPLIER CODE - THE COMMON LAYOUT SHARED
      *    WITH PREFLT AND DAY1. THE DATE IS WHEN THE ENTRY WAS
      *    LAST MAINTAINED, FOR AUDIT.
       FD  SUPPLIER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SUPPLIER-MASTER-CODE         PIC X(8).
           05 SUPPLIER-MASTER-NAME         PIC X(30).
           05 SUPPLIER-MASTER-ACTIVE       PIC X(1).
           05 SUPPLIER-MASTER-TRAILER      PIC X(1).
           05 SUPPLIER-MASTER-DATE         PIC X(8).

       WORKING-STORAGE SECTION.
       01 RUN-DATE                 PIC X(8).
       01 ADDED-COUNT              PIC 9(6) BINARY VALUE ZERO.
       01 CHANGED-COUNT            PIC 9(6) BINARY VALUE ZERO.
       01 DEACTIVATED-COUNT        PIC 9(6) BINARY VALUE ZERO.
       01 REFUSED-COUNT            PIC 9(6) BINARY VALUE ZERO.
       01 BAD-CARD-COUNT           PIC 9(6) BINARY VALUE ZERO.
       01 COUNT-DISPLAY            PIC 9(6).

       01 SUPPLIER-CONFIG-STATUS   PIC X(2) VALUE '00'.
           88 SUPPLIER-CONFIG-EOF           VALUE '10'.
       01 SUPPLIER-FILE-STATUS     PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT SUPPLIER-CONFIG-FILE
           IF SUPPLIER-CONFIG-STATUS NOT = '00'
              DISPLAY 'SUPMNT: UNABLE TO OPEN TRANSACTION CARDS '
                 'suppcfg.txt STATUS ' SUPPLIER-CONFIG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    THE FIRST RUN CREATES THE MASTER, THE SAME I-O THEN
      *    OUTPUT FALLBACK THE OTHER KEYED MASTERS USE.
           OPEN I-O SUPPLIER-FILE
           IF SUPPLIER-FILE-STATUS NOT = '00'
              OPEN OUTPUT SUPPLIER-FILE
              IF SUPPLIER-FILE-STATUS = '00'
                 CLOSE SUPPLIER-FILE
                 OPEN I-O SUPPLIER-FILE
              END-IF
           END-IF
           IF SUPPLIER-FILE-STATUS NOT = '00'
              DISPLAY 'SUPMNT: UNABLE TO OPEN SUPPLIER MASTER '
                 'suppmst.dat STATUS ' SUPPLIER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL SUPPLIER-CONFIG-EOF
              READ SUPPLIER-CONFIG-FILE
                 AT END
                    SET SUPPLIER-CONFIG-EOF TO TRUE
                 NOT AT END
                    PERFORM APPLY-ONE-TRANSACTION
              END-READ
           END-PERFORM

           CLOSE SUPPLIER-CONFIG-FILE
           CLOSE SUPPLIER-FILE

           MOVE ADDED-COUNT TO COUNT-DISPLAY
           DISPLAY 'SUPMNT: SUPPLIERS ADDED: ' COUNT-DISPLAY
           MOVE CHANGED-COUNT TO COUNT-DISPLAY
           DISPLAY 'SUPMNT: SUPPLIERS CHANGED: ' COUNT-DISPLAY
           MOVE DEACTIVATED-COUNT TO COUNT-DISPLAY
           DISPLAY 'SUPMNT: SUPPLIERS DEACTIVATED: ' COUNT-DISPLAY
           IF REFUSED-COUNT NOT = ZERO
              MOVE REFUSED-COUNT TO COUNT-DISPLAY
              DISPLAY 'SUPMNT: TRANSACTIONS REFUSED: ' COUNT-DISPLAY
              MOVE 8 TO RETURN-CODE
           END-IF
           IF BAD-CARD-COUNT NOT = ZERO
              MOVE BAD-CARD-COUNT TO COUNT-DISPLAY
              DISPLAY 'SUPMNT: ' COUNT-DISPLAY
                 ' CARDS COULD NOT BE USED'
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

      *----------------------------------------------------------
      * ONE TRANSACTION CARD. A CARD WITH NO CODE, AN UNKNOWN
      * ACTION OR A FLAG OTHER THAN Y, N OR BLANK IS REFUSED
      * OUTRIGHT - A HALF-APPLIED CARD IS WORSE THAN NONE.
      *----------------------------------------------------------
       APPLY-ONE-TRANSACTION.

           IF SUPPLIER-CARD-CODE = SPACES
              OR (SUPPLIER-CARD-ACTIVE NOT = 'Y'
                  AND SUPPLIER-CARD-ACTIVE NOT = 'N'
                  AND SUPPLIER-CARD-ACTIVE NOT = SPACE)
              OR (SUPPLIER-CARD-TRAILER NOT = 'Y'
                  AND SUPPLIER-CARD-TRAILER NOT = 'N'
                  AND SUPPLIER-CARD-TRAILER NOT = SPACE)
              ADD 1 TO BAD-CARD-COUNT
              DISPLAY 'SUPMNT: BAD TRANSACTION CARD SKIPPED: '
                 SUPPLIER-CONFIG-RECORD
           ELSE
              EVALUATE SUPPLIER-CARD-ACTION
                 WHEN 'A'
                    PERFORM ADD-SUPPLIER
                 WHEN 'C'
                    PERFORM CHANGE-SUPPLIER
                 WHEN 'D'
                    PERFORM DEACTIVATE-SUPPLIER
                 WHEN OTHER
                    ADD 1 TO BAD-CARD-COUNT
                    DISPLAY 'SUPMNT: UNKNOWN ACTION ON CARD SKIPPED: '
                       SUPPLIER-CONFIG-RECORD
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------
      * A NEW SUPPLIER. A CODE ALREADY ON FILE IS REFUSED RATHER
      * THAN OVERWRITTEN - CHANGING AN EXISTING SUPPLIER TAKES A
      * DELIBERATE CHANGE CARD.
      *----------------------------------------------------------
       ADD-SUPPLIER.

           IF SUPPLIER-CARD-NAME = SPACES
              ADD 1 TO BAD-CARD-COUNT
              DISPLAY 'SUPMNT: ADD WITHOUT A NAME SKIPPED: '
                 SUPPLIER-CARD-CODE
           ELSE
              MOVE SUPPLIER-CARD-CODE TO SUPPLIER-MASTER-CODE
              MOVE SUPPLIER-CARD-NAME TO SUPPLIER-MASTER-NAME
              MOVE 'Y' TO SUPPLIER-MASTER-ACTIVE
              IF SUPPLIER-CARD-ACTIVE NOT = SPACE
                 MOVE SUPPLIER-CARD-ACTIVE TO SUPPLIER-MASTER-ACTIVE
              END-IF
              MOVE 'N' TO SUPPLIER-MASTER-TRAILER
              IF SUPPLIER-CARD-TRAILER NOT = SPACE
                 MOVE SUPPLIER-CARD-TRAILER TO SUPPLIER-MASTER-TRAILER
              END-IF
              MOVE RUN-DATE TO SUPPLIER-MASTER-DATE
              WRITE SUPPLIER-MASTER-RECORD
              IF SUPPLIER-FILE-STATUS = '22'
                 ADD 1 TO REFUSED-COUNT
                 DISPLAY 'SUPMNT: SUPPLIER ' SUPPLIER-CARD-CODE
                    ' ALREADY ON FILE - ADD REFUSED'
              ELSE
                 IF SUPPLIER-FILE-STATUS NOT = '00'
                    DISPLAY 'SUPMNT: UNABLE TO WRITE SUPPLIER '
                       SUPPLIER-CARD-CODE ' STATUS '
                       SUPPLIER-FILE-STATUS
                 ELSE
                    ADD 1 TO ADDED-COUNT
                    DISPLAY 'SUPMNT: ADDED ' SUPPLIER-CARD-CODE
                       ' ' SUPPLIER-MASTER-NAME
                       ' ACTIVE=' SUPPLIER-MASTER-ACTIVE
                       ' TRAILER=' SUPPLIER-MASTER-TRAILER
                 END-IF
              END-IF
           END-IF
           .

       CHANGE-SUPPLIER.

           MOVE SUPPLIER-CARD-CODE TO SUPPLIER-MASTER-CODE
           READ SUPPLIER-FILE
           IF SUPPLIER-FILE-STATUS NOT = '00'
              ADD 1 TO REFUSED-COUNT
              DISPLAY 'SUPMNT: NO SUPPLIER ' SUPPLIER-CARD-CODE
                 ' ON FILE - CHANGE REFUSED'
           ELSE
              IF SUPPLIER-CARD-NAME NOT = SPACES
                 MOVE SUPPLIER-CARD-NAME TO SUPPLIER-MASTER-NAME
              END-IF
              IF SUPPLIER-CARD-ACTIVE NOT = SPACE
                 MOVE SUPPLIER-CARD-ACTIVE TO SUPPLIER-MASTER-ACTIVE
              END-IF
              IF SUPPLIER-CARD-TRAILER NOT = SPACE
                 MOVE SUPPLIER-CARD-TRAILER TO SUPPLIER-MASTER-TRAILER
              END-IF
              MOVE RUN-DATE TO SUPPLIER-MASTER-DATE
              REWRITE SUPPLIER-MASTER-RECORD
              IF SUPPLIER-FILE-STATUS NOT = '00'
                 DISPLAY 'SUPMNT: UNABLE TO REWRITE SUPPLIER '
                    SUPPLIER-CARD-CODE ' STATUS ' SUPPLIER-FILE-STATUS
              ELSE
                 ADD 1 TO CHANGED-COUNT
                 DISPLAY 'SUPMNT: CHANGED ' SUPPLIER-CARD-CODE
                    ' ' SUPPLIER-MASTER-NAME
                    ' ACTIVE=' SUPPLIER-MASTER-ACTIVE
                    ' TRAILER=' SUPPLIER-MASTER-TRAILER
              END-IF
           END-IF
           .

       DEACTIVATE-SUPPLIER.

           MOVE SUPPLIER-CARD-CODE TO SUPPLIER-MASTER-CODE
           READ SUPPLIER-FILE
           IF SUPPLIER-FILE-STATUS NOT = '00'
              ADD 1 TO REFUSED-COUNT
              DISPLAY 'SUPMNT: NO SUPPLIER ' SUPPLIER-CARD-CODE
                 ' ON FILE - DEACTIVATE REFUSED'
           ELSE
              IF SUPPLIER-MASTER-ACTIVE = 'N'
                 DISPLAY 'SUPMNT: SUPPLIER ' SUPPLIER-CARD-CODE
                    ' ALREADY INACTIVE - LEFT AS IT STANDS'
              ELSE
                 MOVE 'N' TO SUPPLIER-MASTER-ACTIVE
                 MOVE RUN-DATE TO SUPPLIER-MASTER-DATE
                 REWRITE SUPPLIER-MASTER-RECORD
                 IF SUPPLIER-FILE-STATUS NOT = '00'
                    DISPLAY 'SUPMNT: UNABLE TO REWRITE SUPPLIER '
                       SUPPLIER-CARD-CODE ' STATUS '
                       SUPPLIER-FILE-STATUS
                 ELSE
                    ADD 1 TO DEACTIVATED-COUNT
                    DISPLAY 'SUPMNT: DEACTIVATED ' SUPPLIER-CARD-CODE
                 END-IF
              END-IF
           END-IF
           .

       END PROGRAM SUPMNT.
