       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY1ACK.
      *----------------------------------------------------------
      * LEDGER ACKNOWLEDGEMENT RECONCILIATION FOR THE day1ext.txt
      * FEED. THE LEDGER TEAM RETURNS day1ack.txt LISTING, PER
      * DOCUMENT TRAILER WE SENT, THE RECORD COUNT AND PART1/
      * PART2 TOTALS THEY ACTUALLY LOADED, PLUS ONE BATCH RECORD
      * CARRYING THEIR ACCEPT/REJECT FOR THE FEED AS A WHOLE.
      * THIS PROGRAM REBUILDS WHAT WE SENT FROM THE FEED ITSELF -
      * EACH DOCUMENT'S 'T' TRAILER PLUS ANY 'A' ADJUSTMENT
      * RECORDS A DAY1RPR REPAIR RUN APPENDED FOR IT, WITH THE
      * 'G' TRAILERS (DAY1'S AND EVERY REPAIR RUN'S) FOOTED FOR
      * THE BATCH - AND MATCHES THE ACKNOWLEDGEMENT AGAINST IT.
      *
      * DOCUMENTS LOADED SHORT, REJECTED, NEVER ACKNOWLEDGED, OR
      * ACKNOWLEDGED BUT NEVER SENT ARE LISTED ON ackrpt.txt AND
      * POSTED TO THE SHARED EXCEPTION REGISTER AND THE LIFECYCLE
      * MASTER UNDER THE FEED'S RUN DATE, SO THEY AGE ON EXCRPT
      * LIKE ANY OTHER EXCEPTION. A DOCUMENT THAT NOW RECONCILES
      * CLOSES ANY ENTRY AN EARLIER ACKNOWLEDGEMENT OPENED FOR
      * IT. THE OUTCOME FOR THE FEED IS KEPT ON feedack.dat SO
      * RUNRPT CAN SHOW FEEDS STILL WAITING ON THE LEDGER.
      *
      * THE FEED IS TAKEN FROM DAY1'S DATED COPY day1ext.YYYYMMDD
      * FOR THE RUN DATE THE ACKNOWLEDGEMENT NAMES, SO AN ANSWER
      * THAT ARRIVES AFTER LATER WINDOWS HAVE REPLACED day1ext.txt
      * STILL RECONCILES AGAINST WHAT WAS SENT. A FEED WRITTEN
      * BEFORE DAY1 KEPT DATED COPIES IS READ FROM day1ext.txt,
      * WHICH MUST THEN BE FOR THAT SAME DATE.
      *
      * RUN BY HAND FROM THE DAY1 DIRECTORY WHEN THE LEDGER'S
      * FILE ARRIVES. ENDS 8 WHEN ANYTHING FAILED TO RECONCILE,
      * 16 WHEN THERE IS NO FEED OR ACKNOWLEDGEMENT TO MATCH.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    day1ext.YYYYMMDD FOR THE ACKNOWLEDGED FEED'S DATE, OR
      *    day1ext.txt WHEN NO DATED COPY WAS KEPT.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC EXTRACT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT ACK-FILE ASSIGN TO 'day1ack.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ackrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO '../excreg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO '../excmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

      *    ONE RECORD PER FEED RUN DATE: HOW THE LEDGER'S LAST
      *    ACKNOWLEDGEMENT OF THAT FEED RECONCILED. A DAY1 RUN
      *    DATE WITH NO RECORD HERE HAS NEVER BEEN ACKNOWLEDGED.
           SELECT FEED-FILE ASSIGN TO '../feedack.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEED-RUN-DATE
           FILE STATUS IS FEED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE FIXED EXTRACT LAYOUT DAY1 AND DAY1RPR WRITE - SEE
      *    DAY1 FOR THE RECORD TYPES AND THE 'G' FOOTING RULE.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05 EXTRACT-RECORD-TYPE          PIC X(1).
           05 EXTRACT-RUN-DATE             PIC X(8).
           05 EXTRACT-SUPPLIER             PIC X(8).
           05 EXTRACT-DOC-NAME             PIC X(100).
           05 EXTRACT-LINE-NUMBER          PIC 9(6).
           05 EXTRACT-PART                 PIC X(1).
           05 EXTRACT-LINE-VALUE           PIC 9(2).
           05 EXTRACT-COUNT                PIC 9(6).
           05 EXTRACT-COUNT-2              PIC 9(6).
           05 EXTRACT-TOTAL-1              PIC 9(9).
           05 EXTRACT-TOTAL-2              PIC 9(9).

      *    THE LEDGER'S ACKNOWLEDGEMENT, IN THE SAME FIXED STYLE AS
      *    THE FEED IT ANSWERS. TYPE 'T' ECHOES ONE OF OUR DOCUMENT
      *    TRAILERS WITH THE D/A RECORDS AND PART TOTALS ACTUALLY
      *    LOADED FOR THAT DOCUMENT AND ITS OWN ACCEPTED/REJECTED;
      *    TYPE 'B' IS THE BATCH VERDICT WITH THE RECORDS AND
      *    GRAND TOTALS LOADED FOR THE WHOLE FEED, AND THE LEDGER'S
      *    REASON WHEN THE BATCH WAS REJECTED.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 ACK-RECORD-TYPE              PIC X(1).
           05 ACK-RUN-DATE                 PIC X(8).
           05 ACK-SUPPLIER                 PIC X(8).
           05 ACK-DOC-NAME                 PIC X(100).
           05 ACK-COUNT                    PIC 9(6).
           05 ACK-TOTAL-1                  PIC 9(9).
           05 ACK-TOTAL-2                  PIC 9(9).
           05 ACK-STATUS                   PIC X(8).
           05 ACK-REASON                   PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(250).

      *    THE COMMON REGISTER LAYOUT SHARED WITH DAY1 AND DAY2.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05 REGISTER-PROGRAM             PIC X(8).
           05 REGISTER-RUN-DATE            PIC X(8).
           05 REGISTER-REASON-CODE         PIC X(12).
           05 REGISTER-KEY                 PIC X(60).
           05 REGISTER-DATA                PIC X(120).
           05 REGISTER-SUPPLIER            PIC X(8).

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

      *    THE COMMON LAYOUT SHARED WITH RUNRPT.
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

       WORKING-STORAGE SECTION.
       01 X                        PIC 9(4) BINARY.
       01 Y                        PIC 9(4) BINARY.

       01 RUN-DATE                 PIC X(8).
      *    THE FEED BEING ACKNOWLEDGED, FROM THE FIRST RECORD ON
      *    day1ack.txt, AND THE FEED FILE THAT HOLDS IT.
       01 FEED-DATE                PIC X(8) VALUE SPACES.
       01 EXTRACT-FILE-NAME        PIC X(16) VALUE SPACES.
       01 EXTRACT-FIRST-SW         PIC X(1) VALUE 'Y'.
           88 FIRST-EXTRACT-RECORD          VALUE 'Y'.

      *    ONE SLOT PER DOCUMENT NAMED ON EITHER SIDE: WHAT THE
      *    FEED SENT (TRAILER PLUS ADJUSTMENTS) AND WHAT THE LEDGER
      *    SAYS IT LOADED. FIVE HUNDRED DOCUMENTS IS WELL PAST A
      *    HEAVY DAY; AN OVERRUN IS REPORTED AND ENDS THE RUN 8.
       01 DOCUMENT-LIMIT           PIC 9(4) BINARY VALUE 500.
       01 DOCUMENT-USED            PIC 9(4) BINARY VALUE ZERO.
       01 DOCUMENT-FOUND-SW        PIC X(1).
           88 DOCUMENT-ENTRY-FOUND          VALUE 'Y'.
       01 DOCUMENT-TABLE-FULL-SW   PIC X(1) VALUE 'N'.
           88 DOCUMENT-TABLE-FULL           VALUE 'Y'.
       01 LOOKUP-NAME              PIC X(100).
       01 DOCUMENT-TABLE.
           05 DOCUMENT-ENTRY OCCURS 500 TIMES.
              10 DOC-NAME              PIC X(100).
              10 DOC-SUPPLIER          PIC X(8).
              10 DOC-SENT-SW           PIC X(1).
                 88 DOC-WAS-SENT               VALUE 'Y'.
              10 DOC-SENT-RECORDS      PIC 9(6) BINARY.
              10 DOC-SENT-PART1        PIC 9(9) BINARY.
              10 DOC-SENT-PART2        PIC 9(9) BINARY.
              10 DOC-ACKED-SW          PIC X(1).
                 88 DOC-WAS-ACKED              VALUE 'Y'.
              10 DOC-ACK-STATUS        PIC X(8).
              10 DOC-LOADED-RECORDS    PIC 9(6) BINARY.
              10 DOC-LOADED-PART1      PIC 9(9) BINARY.
              10 DOC-LOADED-PART2      PIC 9(9) BINARY.

      *    THE FEED AS A WHOLE: D AND A RECORDS COUNTED AS READ,
      *    THE COUNT-2 FIGURES OF EVERY 'G' (WHICH MUST FOOT TO
      *    THEM), AND THE LAST 'G', WHOSE TOTALS GOVERN.
       01 FEED-DETAIL-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 FEED-ADJUST-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 FEED-RECORD-COUNT        PIC 9(9) BINARY VALUE ZERO.
       01 GRAND-TRAILER-COUNT      PIC 9(4) BINARY VALUE ZERO.
       01 GRAND-RECORD-SUM         PIC 9(9) BINARY VALUE ZERO.
       01 GRAND-PART1              PIC 9(9) BINARY VALUE ZERO.
       01 GRAND-PART2              PIC 9(9) BINARY VALUE ZERO.
       01 MALFORMED-COUNT          PIC 9(6) BINARY VALUE ZERO.
       01 FOREIGN-ACK-COUNT        PIC 9(6) BINARY VALUE ZERO.

       01 BATCH-FOUND-SW           PIC X(1) VALUE 'N'.
           88 BATCH-RECORD-FOUND            VALUE 'Y'.
       01 BATCH-STATUS             PIC X(8) VALUE SPACES.
           88 BATCH-REJECTED                VALUE 'REJECTED'.
       01 BATCH-REASON             PIC X(60) VALUE SPACES.
       01 BATCH-LOADED-RECORDS     PIC 9(9) BINARY VALUE ZERO.
       01 BATCH-LOADED-PART1       PIC 9(9) BINARY VALUE ZERO.
       01 BATCH-LOADED-PART2       PIC 9(9) BINARY VALUE ZERO.

      *    THE VERDICT FOR THE DOCUMENT OR BATCH BEING RECONCILED.
      *    A BLANK REASON CODE MEANS IT RECONCILED.
       01 VERDICT                  PIC X(16).
       01 EXCEPTION-REASON-CODE    PIC X(12).
       01 EXCEPTION-KEY            PIC X(60).
       01 EXCEPTION-SUPPLIER       PIC X(8).
       01 EXCEPTION-DATA           PIC X(120).

       01 DOCUMENTS-RECONCILED     PIC 9(6) BINARY VALUE ZERO.
       01 MISMATCH-COUNT           PIC 9(6) BINARY VALUE ZERO.
       01 CLOSED-COUNT             PIC 9(6) BINARY VALUE ZERO.

       01 SENT-RECORDS-DISPLAY     PIC 9(9).
       01 SENT-PART1-DISPLAY       PIC 9(9).
       01 SENT-PART2-DISPLAY       PIC 9(9).
       01 LOADED-RECORDS-DISPLAY   PIC 9(9).
       01 LOADED-PART1-DISPLAY     PIC 9(9).
       01 LOADED-PART2-DISPLAY     PIC 9(9).
       01 COUNT-DISPLAY            PIC 9(6).
       01 COUNT-DISPLAY-2          PIC 9(6).

       01 REGISTER-FILE-OPEN-SW    PIC X(1) VALUE 'N'.
           88 REGISTER-FILE-OPEN            VALUE 'Y'.
       01 MASTER-FILE-OPEN-SW      PIC X(1) VALUE 'N'.
           88 MASTER-FILE-OPEN              VALUE 'Y'.

       01 EXTRACT-FILE-STATUS      PIC X(2) VALUE '00'.
           88 EXTRACT-FILE-EOF              VALUE '10'.
       01 ACK-FILE-STATUS          PIC X(2) VALUE '00'.
           88 ACK-FILE-EOF                  VALUE '10'.
       01 REPORT-FILE-STATUS       PIC X(2) VALUE '00'.
       01 REGISTER-FILE-STATUS     PIC X(2) VALUE '00'.
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 FEED-FILE-STATUS         PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM FIND-ACKNOWLEDGED-FEED
           PERFORM LOAD-EXTRACT-FEED
           PERFORM LOAD-ACKNOWLEDGEMENT

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1ACK: UNABLE TO OPEN REPORT FILE '
                 'ackrpt.txt STATUS ' REPORT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM OPEN-MASTER-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING 'LEDGER ACKNOWLEDGEMENT OF FEED ' DELIMITED BY SIZE
                  FEED-DATE                          DELIMITED BY SIZE
                  ' RECONCILED '                     DELIMITED BY SIZE
                  RUN-DATE                           DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           PERFORM VARYING X FROM 1 BY 1 UNTIL X > DOCUMENT-USED
              PERFORM RECONCILE-DOCUMENT
           END-PERFORM

           PERFORM RECONCILE-BATCH
           PERFORM WRITE-RECONCILIATION-TOTALS
           PERFORM POST-FEED-STATUS

           CLOSE REPORT-FILE
           IF REGISTER-FILE-OPEN
              CLOSE REGISTER-FILE
           END-IF
           IF MASTER-FILE-OPEN
              CLOSE MASTER-FILE
           END-IF

           MOVE DOCUMENTS-RECONCILED TO COUNT-DISPLAY
           DISPLAY 'DAY1ACK: DOCUMENTS RECONCILED: ' COUNT-DISPLAY
           MOVE MISMATCH-COUNT TO COUNT-DISPLAY
           DISPLAY 'DAY1ACK: MISMATCHES POSTED:    ' COUNT-DISPLAY
           MOVE CLOSED-COUNT TO COUNT-DISPLAY
           DISPLAY 'DAY1ACK: EARLIER ENTRIES CLOSED: ' COUNT-DISPLAY

           IF MISMATCH-COUNT NOT = ZERO
              OR MALFORMED-COUNT NOT = ZERO
              OR DOCUMENT-TABLE-FULL
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

      *----------------------------------------------------------
      * REBUILD WHAT WE SENT: EACH 'T' GIVES A DOCUMENT'S D-RECORD
      * COUNT AND PART TOTALS, EACH 'A' A REPAIR RUN LATER ADDED
      * TO THAT DOCUMENT, AND THE 'G' TRAILERS MUST FOOT TO THE
      * D AND A RECORDS BETWEEN THEM. A FEED WITH NO 'G' NEVER
      * FINISHED AND WAS NEVER SENT, SO THERE IS NOTHING TO
      * RECONCILE. THE FEED'S RUN DATE IS DAY1'S - THE FIRST
      * RECORD'S - AND MUST BE THE DATE THE LEDGER ACKNOWLEDGED.
      *----------------------------------------------------------
       LOAD-EXTRACT-FEED.

           MOVE SPACES TO EXTRACT-FILE-NAME
           STRING 'day1ext.'               DELIMITED BY SIZE
                  FEED-DATE                DELIMITED BY SIZE
             INTO EXTRACT-FILE-NAME
           OPEN INPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1ACK: NO FEED COPY ' EXTRACT-FILE-NAME
                 ' - READING day1ext.txt'
              MOVE 'day1ext.txt' TO EXTRACT-FILE-NAME
              OPEN INPUT EXTRACT-FILE
           END-IF
           IF EXTRACT-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1ACK: UNABLE TO OPEN EXTRACT FILE '
                 EXTRACT-FILE-NAME ' STATUS ' EXTRACT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL EXTRACT-FILE-EOF
              READ EXTRACT-FILE
                 AT END
                    SET EXTRACT-FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM STORE-EXTRACT-RECORD
              END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE

           IF GRAND-TRAILER-COUNT = ZERO
              DISPLAY 'DAY1ACK: NO GRAND TRAILER ON '
                 EXTRACT-FILE-NAME ' - '
                 'THE FEED NEVER COMPLETED, NOTHING TO RECONCILE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           COMPUTE FEED-RECORD-COUNT =
              FEED-DETAIL-COUNT + FEED-ADJUST-COUNT
           IF GRAND-RECORD-SUM NOT = FEED-RECORD-COUNT
              MOVE GRAND-RECORD-SUM TO SENT-RECORDS-DISPLAY
              MOVE FEED-RECORD-COUNT TO LOADED-RECORDS-DISPLAY
              DISPLAY 'DAY1ACK: FEED DOES NOT FOOT - GRAND TRAILERS '
                 SENT-RECORDS-DISPLAY ' RECORDS ON FILE '
                 LOADED-RECORDS-DISPLAY
              ADD 1 TO MALFORMED-COUNT
           END-IF
           .

       STORE-EXTRACT-RECORD.

           IF FIRST-EXTRACT-RECORD
              MOVE 'N' TO EXTRACT-FIRST-SW
              IF EXTRACT-RUN-DATE NOT = FEED-DATE
                 CLOSE EXTRACT-FILE
                 DISPLAY 'DAY1ACK: ' EXTRACT-FILE-NAME
                    ' HOLDS THE FEED FOR ' EXTRACT-RUN-DATE
                    ', NOT ' FEED-DATE
                    ' - WRONG FILE, NOTHING RECONCILED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           EVALUATE EXTRACT-RECORD-TYPE
              WHEN 'D'
                 ADD 1 TO FEED-DETAIL-COUNT
              WHEN 'T'
                 MOVE EXTRACT-DOC-NAME TO LOOKUP-NAME
                 PERFORM FIND-DOCUMENT-ENTRY
                 IF DOCUMENT-ENTRY-FOUND
                    MOVE 'Y' TO DOC-SENT-SW(Y)
                    MOVE EXTRACT-SUPPLIER TO DOC-SUPPLIER(Y)
                    ADD EXTRACT-COUNT-2 TO DOC-SENT-RECORDS(Y)
                    ADD EXTRACT-TOTAL-1 TO DOC-SENT-PART1(Y)
                    ADD EXTRACT-TOTAL-2 TO DOC-SENT-PART2(Y)
                 END-IF
              WHEN 'A'
                 ADD 1 TO FEED-ADJUST-COUNT
                 MOVE EXTRACT-DOC-NAME TO LOOKUP-NAME
                 PERFORM FIND-DOCUMENT-ENTRY
                 IF DOCUMENT-ENTRY-FOUND
                    MOVE 'Y' TO DOC-SENT-SW(Y)
                    ADD 1 TO DOC-SENT-RECORDS(Y)
                    IF EXTRACT-PART = '1'
                       ADD EXTRACT-LINE-VALUE TO DOC-SENT-PART1(Y)
                    ELSE
                       ADD EXTRACT-LINE-VALUE TO DOC-SENT-PART2(Y)
                    END-IF
                 END-IF
              WHEN 'G'
                 ADD 1 TO GRAND-TRAILER-COUNT
                 ADD EXTRACT-COUNT-2 TO GRAND-RECORD-SUM
                 MOVE EXTRACT-TOTAL-1 TO GRAND-PART1
                 MOVE EXTRACT-TOTAL-2 TO GRAND-PART2
              WHEN OTHER
                 ADD 1 TO MALFORMED-COUNT
           END-EVALUATE
           .

      *----------------------------------------------------------
      * THE FIRST RECORD OF THE LEDGER'S ANSWER NAMES THE FEED IT
      * ANSWERS, AND SO WHICH DATED COPY OF THE FEED TO READ. AN
      * EMPTY OR UNDATED ANSWER GIVES NOTHING TO RECONCILE.
      *----------------------------------------------------------
       FIND-ACKNOWLEDGED-FEED.

           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1ACK: UNABLE TO OPEN ACKNOWLEDGEMENT FILE '
                 'day1ack.txt STATUS ' ACK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ACK-FILE
              AT END
                 CLOSE ACK-FILE
                 DISPLAY 'DAY1ACK: ACKNOWLEDGEMENT FILE day1ack.txt '
                    'IS EMPTY - NOTHING TO RECONCILE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE ACK-FILE

           IF ACK-RUN-DATE IS NOT NUMERIC
              DISPLAY 'DAY1ACK: ACKNOWLEDGEMENT FILE day1ack.txt '
                 'NAMES NO VALID FEED DATE: ' ACK-RUN-DATE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ACK-RUN-DATE TO FEED-DATE
           .

      *----------------------------------------------------------
      * READ THE LEDGER'S ANSWER. EVERY RECORD MUST BE FOR THE
      * FEED ITS FIRST RECORD NAMED - A FILE MIXING DAYS' FEEDS IS
      * A HANDLING ERROR, NOT A RECONCILIATION, SO THE RUN STOPS
      * BEFORE IT POSTS A PAGE OF FALSE MISMATCHES.
      *----------------------------------------------------------
       LOAD-ACKNOWLEDGEMENT.

           OPEN INPUT ACK-FILE
           IF ACK-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1ACK: UNABLE TO OPEN ACKNOWLEDGEMENT FILE '
                 'day1ack.txt STATUS ' ACK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL ACK-FILE-EOF
              READ ACK-FILE
                 AT END
                    SET ACK-FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM STORE-ACK-RECORD
              END-READ
           END-PERFORM
           CLOSE ACK-FILE

           IF FOREIGN-ACK-COUNT NOT = ZERO
              MOVE FOREIGN-ACK-COUNT TO COUNT-DISPLAY
              DISPLAY 'DAY1ACK: ' COUNT-DISPLAY ' ACKNOWLEDGEMENT '
                 'RECORDS ARE NOT FOR FEED ' FEED-DATE
                 ' - WRONG FILE, NOTHING RECONCILED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       STORE-ACK-RECORD.

           IF ACK-RUN-DATE NOT = FEED-DATE
              ADD 1 TO FOREIGN-ACK-COUNT
           ELSE
              EVALUATE ACK-RECORD-TYPE
                 WHEN 'B'
                    MOVE 'Y' TO BATCH-FOUND-SW
                    MOVE ACK-STATUS TO BATCH-STATUS
                    MOVE ACK-REASON TO BATCH-REASON
                    MOVE ACK-COUNT TO BATCH-LOADED-RECORDS
                    MOVE ACK-TOTAL-1 TO BATCH-LOADED-PART1
                    MOVE ACK-TOTAL-2 TO BATCH-LOADED-PART2
                 WHEN 'T'
                    MOVE ACK-DOC-NAME TO LOOKUP-NAME
                    PERFORM FIND-DOCUMENT-ENTRY
                    IF DOCUMENT-ENTRY-FOUND
                       IF DOC-SUPPLIER(Y) = SPACES
                          MOVE ACK-SUPPLIER TO DOC-SUPPLIER(Y)
                       END-IF
                       MOVE 'Y' TO DOC-ACKED-SW(Y)
                       MOVE ACK-STATUS TO DOC-ACK-STATUS(Y)
                       MOVE ACK-COUNT TO DOC-LOADED-RECORDS(Y)
                       MOVE ACK-TOTAL-1 TO DOC-LOADED-PART1(Y)
                       MOVE ACK-TOTAL-2 TO DOC-LOADED-PART2(Y)
                    END-IF
                 WHEN OTHER
                    ADD 1 TO MALFORMED-COUNT
              END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------
      * FIND (OR OPEN) THE SLOT FOR LOOKUP-NAME, LEAVING Y ON IT.
      *----------------------------------------------------------
       FIND-DOCUMENT-ENTRY.

           MOVE 'N' TO DOCUMENT-FOUND-SW
           PERFORM VARYING Y FROM 1 BY 1
             UNTIL Y > DOCUMENT-USED OR DOCUMENT-ENTRY-FOUND
              IF DOC-NAME(Y) = LOOKUP-NAME
                 MOVE 'Y' TO DOCUMENT-FOUND-SW
              END-IF
           END-PERFORM

           IF DOCUMENT-ENTRY-FOUND
              SUBTRACT 1 FROM Y
           ELSE
              IF DOCUMENT-USED = DOCUMENT-LIMIT
                 IF NOT DOCUMENT-TABLE-FULL
                    DISPLAY 'DAY1ACK: MORE THAN ' DOCUMENT-LIMIT
                       ' DOCUMENTS - THE REST ARE NOT RECONCILED'
                    MOVE 'Y' TO DOCUMENT-TABLE-FULL-SW
                 END-IF
              ELSE
                 ADD 1 TO DOCUMENT-USED
                 MOVE DOCUMENT-USED TO Y
                 MOVE LOOKUP-NAME TO DOC-NAME(Y)
                 MOVE SPACES TO DOC-SUPPLIER(Y)
                                DOC-ACK-STATUS(Y)
                 MOVE 'N' TO DOC-SENT-SW(Y)
                             DOC-ACKED-SW(Y)
                 MOVE ZERO TO DOC-SENT-RECORDS(Y)
                              DOC-SENT-PART1(Y)
                              DOC-SENT-PART2(Y)
                              DOC-LOADED-RECORDS(Y)
                              DOC-LOADED-PART1(Y)
                              DOC-LOADED-PART2(Y)
                 MOVE 'Y' TO DOCUMENT-FOUND-SW
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * ONE DOCUMENT: A REJECTED BATCH REJECTS EVERY DOCUMENT IN
      * IT; OTHERWISE THE LEDGER'S OWN VERDICT, THEN ITS FIGURES
      * AGAINST OURS. LOADING LESS THAN WE SENT ON ANY FIGURE IS
      * 'LOADED SHORT'; ANY OTHER DISAGREEMENT IS REPORTED AS A
      * DIFFERENCE. A DOCUMENT THE LEDGER NAMES THAT WE NEVER
      * SENT IS ITS OWN EXCEPTION.
      *----------------------------------------------------------
       RECONCILE-DOCUMENT.

           MOVE SPACES TO EXCEPTION-REASON-CODE
           EVALUATE TRUE
              WHEN NOT DOC-WAS-SENT(X)
                 MOVE 'NOT IN FEED' TO VERDICT
                 MOVE 'ACK-UNKNOWN' TO EXCEPTION-REASON-CODE
              WHEN BATCH-REJECTED
                 MOVE 'BATCH REJECTED' TO VERDICT
                 MOVE 'ACK-REJECTED' TO EXCEPTION-REASON-CODE
              WHEN NOT DOC-WAS-ACKED(X)
                 MOVE 'NOT ACKNOWLEDGED' TO VERDICT
                 MOVE 'ACK-MISSING' TO EXCEPTION-REASON-CODE
              WHEN DOC-ACK-STATUS(X) = 'REJECTED'
                 MOVE 'REJECTED' TO VERDICT
                 MOVE 'ACK-REJECTED' TO EXCEPTION-REASON-CODE
              WHEN DOC-LOADED-RECORDS(X) < DOC-SENT-RECORDS(X)
                OR DOC-LOADED-PART1(X) < DOC-SENT-PART1(X)
                OR DOC-LOADED-PART2(X) < DOC-SENT-PART2(X)
                 MOVE 'LOADED SHORT' TO VERDICT
                 MOVE 'ACK-SHORT' TO EXCEPTION-REASON-CODE
              WHEN DOC-LOADED-RECORDS(X) NOT = DOC-SENT-RECORDS(X)
                OR DOC-LOADED-PART1(X) NOT = DOC-SENT-PART1(X)
                OR DOC-LOADED-PART2(X) NOT = DOC-SENT-PART2(X)
                 MOVE 'DIFFERS' TO VERDICT
                 MOVE 'ACK-DIFFER' TO EXCEPTION-REASON-CODE
              WHEN OTHER
                 MOVE 'RECONCILED' TO VERDICT
           END-EVALUATE

           MOVE DOC-SENT-RECORDS(X)   TO SENT-RECORDS-DISPLAY
           MOVE DOC-SENT-PART1(X)     TO SENT-PART1-DISPLAY
           MOVE DOC-SENT-PART2(X)     TO SENT-PART2-DISPLAY
           MOVE DOC-LOADED-RECORDS(X) TO LOADED-RECORDS-DISPLAY
           MOVE DOC-LOADED-PART1(X)   TO LOADED-PART1-DISPLAY
           MOVE DOC-LOADED-PART2(X)   TO LOADED-PART2-DISPLAY

           MOVE SPACES TO REPORT-RECORD
           STRING 'DOCUMENT '             DELIMITED BY SIZE
                  DOC-NAME(X)             DELIMITED BY SPACE
                  ' SUPPLIER '            DELIMITED BY SIZE
                  DOC-SUPPLIER(X)         DELIMITED BY SIZE
                  ' SENT RECORDS='        DELIMITED BY SIZE
                  SENT-RECORDS-DISPLAY    DELIMITED BY SIZE
                  ' PART1='               DELIMITED BY SIZE
                  SENT-PART1-DISPLAY      DELIMITED BY SIZE
                  ' PART2='               DELIMITED BY SIZE
                  SENT-PART2-DISPLAY      DELIMITED BY SIZE
                  ' LOADED RECORDS='      DELIMITED BY SIZE
                  LOADED-RECORDS-DISPLAY  DELIMITED BY SIZE
                  ' PART1='               DELIMITED BY SIZE
                  LOADED-PART1-DISPLAY    DELIMITED BY SIZE
                  ' PART2='               DELIMITED BY SIZE
                  LOADED-PART2-DISPLAY    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  VERDICT                 DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE SPACES TO EXCEPTION-KEY
           MOVE DOC-NAME(X) TO EXCEPTION-KEY
           MOVE DOC-SUPPLIER(X) TO EXCEPTION-SUPPLIER
           IF EXCEPTION-REASON-CODE = SPACES
              ADD 1 TO DOCUMENTS-RECONCILED
              PERFORM CLOSE-EARLIER-EXCEPTION
           ELSE
              PERFORM BUILD-EXCEPTION-DATA
              PERFORM POST-MISMATCH
           END-IF
           .

      *----------------------------------------------------------
      * THE FEED AS A WHOLE: THE LEDGER'S BATCH VERDICT, AND ITS
      * LOADED RECORD COUNT AND GRAND TOTALS AGAINST THE 'G'
      * TRAILERS - THE COUNT-2 FIGURES OF ALL OF THEM, AND THE
      * TOTALS OF THE LAST. NO BATCH RECORD AT ALL MEANS THE
      * LEDGER NEVER SAID WHETHER IT TOOK THE FEED.
      *----------------------------------------------------------
       RECONCILE-BATCH.

           MOVE SPACES TO EXCEPTION-REASON-CODE
           EVALUATE TRUE
              WHEN NOT BATCH-RECORD-FOUND
                 MOVE 'NOT ACKNOWLEDGED' TO VERDICT
                 MOVE 'ACK-MISSING' TO EXCEPTION-REASON-CODE
              WHEN BATCH-REJECTED
                 MOVE 'REJECTED' TO VERDICT
                 MOVE 'ACK-REJECTED' TO EXCEPTION-REASON-CODE
              WHEN BATCH-LOADED-RECORDS < GRAND-RECORD-SUM
                OR BATCH-LOADED-PART1 < GRAND-PART1
                OR BATCH-LOADED-PART2 < GRAND-PART2
                 MOVE 'LOADED SHORT' TO VERDICT
                 MOVE 'ACK-SHORT' TO EXCEPTION-REASON-CODE
              WHEN BATCH-LOADED-RECORDS NOT = GRAND-RECORD-SUM
                OR BATCH-LOADED-PART1 NOT = GRAND-PART1
                OR BATCH-LOADED-PART2 NOT = GRAND-PART2
                 MOVE 'DIFFERS' TO VERDICT
                 MOVE 'ACK-DIFFER' TO EXCEPTION-REASON-CODE
              WHEN OTHER
                 MOVE 'RECONCILED' TO VERDICT
           END-EVALUATE

           MOVE GRAND-RECORD-SUM     TO SENT-RECORDS-DISPLAY
           MOVE GRAND-PART1          TO SENT-PART1-DISPLAY
           MOVE GRAND-PART2          TO SENT-PART2-DISPLAY
           MOVE BATCH-LOADED-RECORDS TO LOADED-RECORDS-DISPLAY
           MOVE BATCH-LOADED-PART1   TO LOADED-PART1-DISPLAY
           MOVE BATCH-LOADED-PART2   TO LOADED-PART2-DISPLAY

           MOVE SPACES TO REPORT-RECORD
           STRING 'BATCH '                DELIMITED BY SIZE
                  ' SENT RECORDS='        DELIMITED BY SIZE
                  SENT-RECORDS-DISPLAY    DELIMITED BY SIZE
                  ' PART1='               DELIMITED BY SIZE
                  SENT-PART1-DISPLAY      DELIMITED BY SIZE
                  ' PART2='               DELIMITED BY SIZE
                  SENT-PART2-DISPLAY      DELIMITED BY SIZE
                  ' LOADED RECORDS='      DELIMITED BY SIZE
                  LOADED-RECORDS-DISPLAY  DELIMITED BY SIZE
                  ' PART1='               DELIMITED BY SIZE
                  LOADED-PART1-DISPLAY    DELIMITED BY SIZE
                  ' PART2='               DELIMITED BY SIZE
                  LOADED-PART2-DISPLAY    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  VERDICT                 DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  BATCH-REASON            DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           MOVE SPACES TO EXCEPTION-KEY
                          EXCEPTION-SUPPLIER
           MOVE '(BATCH)' TO EXCEPTION-KEY
           IF EXCEPTION-REASON-CODE = SPACES
              PERFORM CLOSE-EARLIER-EXCEPTION
           ELSE
              PERFORM BUILD-EXCEPTION-DATA
              IF BATCH-REJECTED
                 MOVE SPACES TO EXCEPTION-DATA
                 STRING 'LEDGER REJECTED THE FEED: ' DELIMITED BY SIZE
                        BATCH-REASON                 DELIMITED BY SIZE
                   INTO EXCEPTION-DATA
              END-IF
              PERFORM POST-MISMATCH
           END-IF
           .

       BUILD-EXCEPTION-DATA.

           MOVE SPACES TO EXCEPTION-DATA
           STRING 'SENT RECORDS='         DELIMITED BY SIZE
                  SENT-RECORDS-DISPLAY    DELIMITED BY SIZE
                  ' PART1='               DELIMITED BY SIZE
                  SENT-PART1-DISPLAY      DELIMITED BY SIZE
                  ' PART2='               DELIMITED BY SIZE
                  SENT-PART2-DISPLAY      DELIMITED BY SIZE
                  ' LOADED RECORDS='      DELIMITED BY SIZE
                  LOADED-RECORDS-DISPLAY  DELIMITED BY SIZE
                  ' PART1='               DELIMITED BY SIZE
                  LOADED-PART1-DISPLAY    DELIMITED BY SIZE
                  ' PART2='               DELIMITED BY SIZE
                  LOADED-PART2-DISPLAY    DELIMITED BY SIZE
             INTO EXCEPTION-DATA
           .

       WRITE-RECONCILIATION-TOTALS.

           MOVE DOCUMENT-USED TO COUNT-DISPLAY
           MOVE MISMATCH-COUNT TO COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING 'DOCUMENTS='            DELIMITED BY SIZE
                  COUNT-DISPLAY           DELIMITED BY SIZE
                  ' MISMATCHES='          DELIMITED BY SIZE
                  COUNT-DISPLAY-2         DELIMITED BY SIZE
             INTO REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           IF MALFORMED-COUNT NOT = ZERO
              MOVE MALFORMED-COUNT TO COUNT-DISPLAY
              MOVE SPACES TO REPORT-RECORD
              STRING COUNT-DISPLAY          DELIMITED BY SIZE
                     ' FEED OR ACKNOWLEDGEMENT RECORDS DID NOT FOOT '
                                            DELIMITED BY SIZE
                     'OR COULD NOT BE READ' DELIMITED BY SIZE
                INTO REPORT-RECORD
              PERFORM WRITE-REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------
      * POST ONE MISMATCH TO THE SHARED REGISTER AND, AS A NEW
      * OPEN ENTRY, THE LIFECYCLE MASTER - UNDER THE FEED'S RUN
      * DATE SO IT AGES FROM THE DAY THE FEED WENT OUT. A SECOND
      * ACKNOWLEDGEMENT OF THE SAME FEED HITS THE SAME KEY: THE
      * ENTRY TAKES THE NEW MISMATCH'S REASON AND FIGURES SO
      * EXCRPT SHOWS WHAT IS WRONG NOW. AN ENTRY ALREADY MARKED
      * REPAIRED IS WRONG AGAIN, SO IT REOPENS AS OF TODAY; A
      * WAIVED ENTRY KEEPS ITS DISPOSITION AND WAIVER.
      *----------------------------------------------------------
       POST-MISMATCH.

           ADD 1 TO MISMATCH-COUNT

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'DAY1ACK' TO REGISTER-PROGRAM
           MOVE FEED-DATE TO REGISTER-RUN-DATE
           MOVE EXCEPTION-REASON-CODE TO REGISTER-REASON-CODE
           MOVE EXCEPTION-KEY TO REGISTER-KEY
           MOVE EXCEPTION-DATA TO REGISTER-DATA
           MOVE EXCEPTION-SUPPLIER TO REGISTER-SUPPLIER

           IF NOT REGISTER-FILE-OPEN
              PERFORM OPEN-REGISTER-FILE
           END-IF
           IF REGISTER-FILE-OPEN
              WRITE REGISTER-RECORD
              IF REGISTER-FILE-STATUS NOT = '00'
                 DISPLAY 'DAY1ACK: UNABLE TO WRITE REGISTER RECORD '
                    'STATUS ' REGISTER-FILE-STATUS
              END-IF
           END-IF

           IF MASTER-FILE-OPEN
              MOVE REGISTER-RUN-DATE    TO MASTER-RUN-DATE
              MOVE REGISTER-PROGRAM     TO MASTER-PROGRAM
              MOVE REGISTER-KEY         TO MASTER-EXC-KEY
              MOVE REGISTER-REASON-CODE TO MASTER-REASON-CODE
              MOVE REGISTER-SUPPLIER    TO MASTER-SUPPLIER
              MOVE REGISTER-DATA        TO MASTER-DATA
              MOVE 'OPEN'               TO MASTER-STATUS
              MOVE RUN-DATE             TO MASTER-STATUS-DATE
              MOVE SPACES               TO MASTER-WAIVE-REASON
              WRITE MASTER-RECORD
              IF MASTER-FILE-STATUS = '22'
                 PERFORM REFRESH-EXISTING-MISMATCH
              ELSE
                 IF MASTER-FILE-STATUS NOT = '00'
                    DISPLAY 'DAY1ACK: UNABLE TO POST EXCEPTION MASTER '
                       'RECORD STATUS ' MASTER-FILE-STATUS
                 END-IF
              END-IF
           END-IF
           .

       REFRESH-EXISTING-MISMATCH.

           READ MASTER-FILE
              INVALID KEY
                 DISPLAY 'DAY1ACK: UNABLE TO READ MASTER RECORD '
                    'STATUS ' MASTER-FILE-STATUS
              NOT INVALID KEY
                 MOVE REGISTER-REASON-CODE TO MASTER-REASON-CODE
                 MOVE REGISTER-SUPPLIER    TO MASTER-SUPPLIER
                 MOVE REGISTER-DATA        TO MASTER-DATA
                 IF MASTER-STATUS = 'REPAIRED'
                    MOVE 'OPEN'   TO MASTER-STATUS
                    MOVE RUN-DATE TO MASTER-STATUS-DATE
                 END-IF
                 REWRITE MASTER-RECORD
                 IF MASTER-FILE-STATUS NOT = '00'
                    DISPLAY 'DAY1ACK: UNABLE TO REWRITE MASTER '
                       'RECORD STATUS ' MASTER-FILE-STATUS
                 END-IF
           END-READ
           .

      *----------------------------------------------------------
      * A DOCUMENT (OR THE BATCH) THAT NOW RECONCILES CLOSES THE
      * ENTRY AN EARLIER ACKNOWLEDGEMENT OF THIS FEED OPENED FOR
      * IT - THE LEDGER RELOADED IT - THE SAME REPAIRED STATUS
      * DAY1RPR GIVES A REJECT IT FIXES.
      *----------------------------------------------------------
       CLOSE-EARLIER-EXCEPTION.

           IF MASTER-FILE-OPEN
              MOVE FEED-DATE     TO MASTER-RUN-DATE
              MOVE 'DAY1ACK'     TO MASTER-PROGRAM
              MOVE EXCEPTION-KEY TO MASTER-EXC-KEY
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF MASTER-STATUS = 'OPEN'
                       OR MASTER-STATUS = 'RECURRING'
                       MOVE 'REPAIRED' TO MASTER-STATUS
                       MOVE RUN-DATE TO MASTER-STATUS-DATE
                       REWRITE MASTER-RECORD
                       IF MASTER-FILE-STATUS NOT = '00'
                          DISPLAY 'DAY1ACK: UNABLE TO REWRITE MASTER '
                             'RECORD STATUS ' MASTER-FILE-STATUS
                       ELSE
                          ADD 1 TO CLOSED-COUNT
                       END-IF
                    END-IF
              END-READ
           END-IF
           .

       OPEN-MASTER-FILE.

           OPEN I-O MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              OPEN OUTPUT MASTER-FILE
              IF MASTER-FILE-STATUS = '00'
                 CLOSE MASTER-FILE
                 OPEN I-O MASTER-FILE
              END-IF
           END-IF
           IF MASTER-FILE-STATUS = '00'
              MOVE 'Y' TO MASTER-FILE-OPEN-SW
           ELSE
              DISPLAY 'DAY1ACK: UNABLE TO OPEN EXCEPTION MASTER '
                 '../excmst.dat STATUS ' MASTER-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * THE SHARED REGISTER IS OPENED ONLY WHEN THERE IS
      * SOMETHING TO POST. DAY1 CREATES IT EACH WINDOW; THIS
      * PROGRAM EXTENDS IT, LIKE DAY2.
      *----------------------------------------------------------
       OPEN-REGISTER-FILE.

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = '00'
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS = '00'
              MOVE 'Y' TO REGISTER-FILE-OPEN-SW
           ELSE
              DISPLAY 'DAY1ACK: UNABLE TO OPEN EXCEPTION REGISTER '
                 '../excreg.txt STATUS ' REGISTER-FILE-STATUS
           END-IF
           .

      *----------------------------------------------------------
      * RECORD THE OUTCOME FOR THE FEED. A LATER ACKNOWLEDGEMENT
      * OF THE SAME FEED REWRITES IT, SO THE FILE ALWAYS SHOWS
      * THE LEDGER'S LATEST WORD.
      *----------------------------------------------------------
       POST-FEED-STATUS.

           OPEN I-O FEED-FILE
           IF FEED-FILE-STATUS NOT = '00'
              OPEN OUTPUT FEED-FILE
           END-IF
           IF FEED-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1ACK: UNABLE TO OPEN FEED STATUS FILE '
                 '../feedack.dat STATUS ' FEED-FILE-STATUS
           ELSE
              MOVE FEED-DATE TO FEED-RUN-DATE
              EVALUATE TRUE
                 WHEN BATCH-REJECTED
                    MOVE 'REJECTED' TO FEED-STATUS
                 WHEN MISMATCH-COUNT NOT = ZERO
                    MOVE 'MISMATCHED' TO FEED-STATUS
                 WHEN OTHER
                    MOVE 'RECONCILED' TO FEED-STATUS
              END-EVALUATE
              MOVE RUN-DATE TO FEED-STATUS-DATE
              MOVE DOCUMENT-USED TO FEED-DOCUMENTS
              MOVE GRAND-RECORD-SUM TO FEED-RECORDS
              MOVE GRAND-PART1 TO FEED-PART1
              MOVE GRAND-PART2 TO FEED-PART2
              MOVE MISMATCH-COUNT TO FEED-MISMATCHES
              WRITE FEED-RECORD
              IF FEED-FILE-STATUS = '22'
                 REWRITE FEED-RECORD
              END-IF
              IF FEED-FILE-STATUS NOT = '00'
                 DISPLAY 'DAY1ACK: UNABLE TO POST FEED STATUS '
                    'RECORD STATUS ' FEED-FILE-STATUS
              END-IF
              CLOSE FEED-FILE
           END-IF
           .

       WRITE-REPORT-RECORD.

           WRITE REPORT-RECORD
           IF REPORT-FILE-STATUS NOT = '00'
              DISPLAY 'DAY1ACK: UNABLE TO WRITE REPORT RECORD '
                 'STATUS ' REPORT-FILE-STATUS
           END-IF
           .

       END PROGRAM DAY1ACK.
