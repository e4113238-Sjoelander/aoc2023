       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRLD.
      *----------------------------------------------------------
      * RELOAD UTILITY FOR THE backout.dat FILE - THE OTHER HALF
      * OF THE RUNBKO RUN-DATE BACKOUT, AS DAY2RLD IS TO DAY2PRG.
      * THE PARAMETER CARD (rldcfg.txt) GIVES THE RUN DATE IN
      * COLUMNS 1-8, THE PROGRAM IN 10-13 (DAY1, DAY2 OR BOTH) AND,
      * OPTIONALLY IN 15-30, THE STAMP OF ONE BACKOUT AS PRINTED
      * ON ITS bkoutrpt.txt; A BLANK STAMP TAKES THE NEWEST
      * BACKOUT OF THE DATE FOR EACH PROGRAM CHOSEN, FOUND BY A
      * FIRST PASS OVER backout.dat, SO A DATE BACKED OUT, RERUN
      * AND BACKED OUT AGAIN COMES BACK AS ITS LATEST RUN LEFT IT
      * AND NOT AS A MIXTURE OF THE TWO. EACH MATCHING RECORD IS
      * WRITTEN BACK UNDER ITS ORIGINAL KEY TO THE MASTER IT CAME
      * FROM. A KEY ALREADY ON FILE (A RERUN HAS POSTED THE DATE
      * AGAIN, OR AN EARLIER RELOAD) IS LEFT AS IT STANDS AND
      * COUNTED AS KEPT; RECORDS FOR OTHER DATES, PROGRAMS OR
      * BACKOUTS ARE SKIPPED. COUNTS ARE PRINTED PER FILE. A RUN
      * DATE IN A MONTH PRDCLS HAS SINCE CLOSED ON period.dat IS
      * REFUSED AND NOTHING IS RELOADED. RUN BY HAND FROM THE
      * DIRECTORY ABOVE THE PER-DAY DIRECTORIES; ENDS 8 WHEN
      * REFUSED OR ON ANY WRITE FAILURE, 16 ON A BAD CARD.
      *----------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELOAD-CONFIG-FILE ASSIGN TO 'rldcfg.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELOAD-CONFIG-STATUS.

           SELECT UNLOAD-FILE ASSIGN TO 'backout.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNLOAD-FILE-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO 'runsum.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUMMARY-KEY
           FILE STATUS IS SUMMARY-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'excmst.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS MASTER-FILE-STATUS.

           SELECT SUPPLIER-HISTORY-FILE ASSIGN TO 'supphist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUPPLIER-HISTORY-KEY
           FILE STATUS IS SUPPLIER-HISTORY-STATUS.

           SELECT DOCUMENT-LOG-FILE ASSIGN TO 'doclog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOCUMENT-LOG-NAME
           ALTERNATE RECORD KEY IS DOCUMENT-LOG-CONTENT
              WITH DUPLICATES
           FILE STATUS IS DOCUMENT-LOG-STATUS.

           SELECT FEED-FILE ASSIGN TO 'feedack.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEED-RUN-DATE
           FILE STATUS IS FEED-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'day02/gamehist.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HISTORY-KEY
           FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ADJUSTMENT-LOG-FILE ASSIGN TO 'adjlog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADJUSTMENT-LOG-KEY
           FILE STATUS IS ADJUSTMENT-LOG-STATUS.

           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERIOD-MONTH
           FILE STATUS IS PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELOAD-CONFIG-FILE.
       01  RELOAD-CONFIG-RECORD.
           05 CONFIG-RUN-DATE      PIC X(8).
           05 FILLER               PIC X(1).
           05 CONFIG-PROGRAM       PIC X(4).
           05 FILLER               PIC X(1).
           05 CONFIG-STAMP         PIC X(16).

      *    THE COMMON LAYOUT SHARED WITH RUNBKO.
       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD.
           05 UNLOAD-FILE-ID               PIC X(8).
           05 UNLOAD-RUN-DATE              PIC X(8).
           05 UNLOAD-PROGRAM               PIC X(8).
           05 UNLOAD-STAMP                 PIC X(16).
           05 UNLOAD-IMAGE                 PIC X(300).

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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HISTORY-KEY.
              10 HISTORY-RUN-DATE       PIC X(8).
              10 HISTORY-GAME-NUMBER    PIC 9(4).
           05 HISTORY-MINIMUM-RED       PIC 9(4).
           05 HISTORY-MINIMUM-GREEN     PIC 9(4).
           05 HISTORY-MINIMUM-BLUE      PIC 9(4).
           05 HISTORY-POWER             PIC 9(9).

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
       01 F                        PIC 9(4) BINARY.

       01 RELOAD-DATE              PIC X(8).
       01 RELOAD-PROGRAM           PIC X(4).
       01 RELOAD-STAMP             PIC X(16).
      *    THE BACKOUT EACH PROGRAM'S RECORDS ARE RELOADED FROM:
      *    THE CARD'S STAMP, OR THE NEWEST ON FILE FOR THE DATE.
       01 RELOAD-DAY1-STAMP        PIC X(16) VALUE SPACES.
       01 RELOAD-DAY2-STAMP        PIC X(16) VALUE SPACES.
       01 RELOAD-DAY1-SW           PIC X(1) VALUE 'N'.
           88 RELOAD-DAY1                   VALUE 'Y'.
       01 RELOAD-DAY2-SW           PIC X(1) VALUE 'N'.
           88 RELOAD-DAY2                   VALUE 'Y'.
       01 RECORD-SELECTED-SW       PIC X(1).
           88 RECORD-SELECTED               VALUE 'Y'.

      *    ONE COUNTER LINE PER FILE, IN RUNBKO'S ORDER.
       01 FILE-COUNT-TABLE.
           05 FILE-COUNT-ENTRY OCCURS 7 TIMES.
              10 FILE-COUNT-NAME       PIC X(12).
              10 FILE-RESTORED-COUNT   PIC 9(6) BINARY.
              10 FILE-KEPT-COUNT       PIC 9(6) BINARY.
              10 FILE-FAILED-COUNT     PIC 9(6) BINARY.
       01 CURRENT-FILE             PIC 9(4) BINARY.

       01 SKIPPED-COUNT            PIC 9(6) BINARY VALUE ZERO.
       01 FAILED-WRITE-COUNT       PIC 9(6) BINARY VALUE ZERO.
       01 WRITE-STATUS             PIC X(2).

       01 RESTORED-DISPLAY         PIC 9(6).
       01 KEPT-DISPLAY             PIC 9(6).
       01 FAILED-DISPLAY           PIC 9(6).
       01 SKIPPED-DISPLAY          PIC 9(6).

       01 RELOAD-CONFIG-STATUS     PIC X(2) VALUE '00'.
       01 UNLOAD-FILE-STATUS       PIC X(2) VALUE '00'.
           88 UNLOAD-FILE-EOF               VALUE '10'.
       01 SUMMARY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 MASTER-FILE-STATUS       PIC X(2) VALUE '00'.
       01 SUPPLIER-HISTORY-STATUS  PIC X(2) VALUE '00'.
       01 DOCUMENT-LOG-STATUS      PIC X(2) VALUE '00'.
       01 FEED-FILE-STATUS         PIC X(2) VALUE '00'.
       01 HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 ADJUSTMENT-LOG-STATUS    PIC X(2) VALUE '00'.
       01 PERIOD-FILE-STATUS       PIC X(2) VALUE '00'.

       PROCEDURE DIVISION.

           PERFORM READ-RELOAD-CONFIG
           PERFORM CHECK-RELOAD-PERIOD

           OPEN INPUT UNLOAD-FILE
           IF UNLOAD-FILE-STATUS NOT = '00'
              DISPLAY 'RUNRLD: UNABLE TO OPEN BACKOUT FILE '
                 'backout.dat STATUS ' UNLOAD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RELOAD-STAMP = SPACES
              PERFORM FIND-NEWEST-BACKOUT
           ELSE
              MOVE RELOAD-STAMP TO RELOAD-DAY1-STAMP
                                   RELOAD-DAY2-STAMP
           END-IF

           MOVE 'runsum.dat'   TO FILE-COUNT-NAME(1)
           MOVE 'excmst.dat'   TO FILE-COUNT-NAME(2)
           MOVE 'gamehist.dat' TO FILE-COUNT-NAME(3)
           MOVE 'supphist.dat' TO FILE-COUNT-NAME(4)
           MOVE 'doclog.dat'   TO FILE-COUNT-NAME(5)
           MOVE 'feedack.dat'  TO FILE-COUNT-NAME(6)
           MOVE 'adjlog.dat'   TO FILE-COUNT-NAME(7)
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 7
              MOVE ZERO TO FILE-RESTORED-COUNT(F)
                           FILE-KEPT-COUNT(F)
                           FILE-FAILED-COUNT(F)
           END-PERFORM

           PERFORM OPEN-TARGET-FILES

           PERFORM UNTIL UNLOAD-FILE-EOF
              READ UNLOAD-FILE
                 AT END
                    SET UNLOAD-FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM PROCESS-UNLOAD-RECORD
              END-READ
           END-PERFORM

           CLOSE UNLOAD-FILE
           CLOSE SUMMARY-FILE
           CLOSE MASTER-FILE
           IF RELOAD-DAY1
              CLOSE SUPPLIER-HISTORY-FILE
              CLOSE DOCUMENT-LOG-FILE
              CLOSE FEED-FILE
              CLOSE ADJUSTMENT-LOG-FILE
           END-IF
           IF RELOAD-DAY2
              CLOSE HISTORY-FILE
           END-IF

           PERFORM PRINT-RELOAD-COUNTS

           IF FAILED-WRITE-COUNT NOT = ZERO
              MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
           .

       READ-RELOAD-CONFIG.

           OPEN INPUT RELOAD-CONFIG-FILE
           IF RELOAD-CONFIG-STATUS NOT = '00'
              DISPLAY 'RUNRLD: UNABLE TO OPEN PARAMETER CARD '
                 'rldcfg.txt STATUS ' RELOAD-CONFIG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO RELOAD-CONFIG-RECORD
           READ RELOAD-CONFIG-FILE
              AT END
                 DISPLAY 'RUNRLD: PARAMETER CARD rldcfg.txt '
                    'IS EMPTY'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE RELOAD-CONFIG-FILE

           IF CONFIG-RUN-DATE IS NOT NUMERIC
              DISPLAY 'RUNRLD: BAD RUN DATE ON PARAMETER CARD: '
                 RELOAD-CONFIG-RECORD
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EVALUATE CONFIG-PROGRAM
              WHEN 'DAY1'
                 MOVE 'Y' TO RELOAD-DAY1-SW
              WHEN 'DAY2'
                 MOVE 'Y' TO RELOAD-DAY2-SW
              WHEN 'BOTH'
                 MOVE 'Y' TO RELOAD-DAY1-SW
                             RELOAD-DAY2-SW
              WHEN OTHER
                 DISPLAY 'RUNRLD: PROGRAM ON PARAMETER CARD MUST BE '
                    'DAY1, DAY2 OR BOTH: ' RELOAD-CONFIG-RECORD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE CONFIG-RUN-DATE TO RELOAD-DATE
           MOVE CONFIG-PROGRAM  TO RELOAD-PROGRAM
           MOVE CONFIG-STAMP    TO RELOAD-STAMP
           .

      *----------------------------------------------------------
      * A RELOAD PUTS A DATE'S FIGURES BACK, SO IT IS HELD TO THE
      * SAME CLOSED-PERIOD RULE AS THE BACKOUT THAT TOOK THEM
      * OUT. A MISSING period.dat MEANS NO PERIOD HAS BEEN CLOSED.
      *----------------------------------------------------------
       CHECK-RELOAD-PERIOD.

           OPEN INPUT PERIOD-FILE
           IF PERIOD-FILE-STATUS = '00'
              MOVE RELOAD-DATE(1:6) TO PERIOD-MONTH
              READ PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PERIOD-IS-CLOSED
                       DISPLAY 'RUNRLD: REFUSED - PERIOD '
                          PERIOD-MONTH ' WAS CLOSED ON '
                          PERIOD-CLOSE-DATE ' - NOTHING RELOADED'
                       CLOSE PERIOD-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PERIOD-FILE
           END-IF
           .

      *----------------------------------------------------------
      * ONLY THE MASTERS THE CHOSEN PROGRAM(S) POST TO ARE
      * OPENED. A MISSING ONE FALLS BACK TO OUTPUT, AS DAY2RLD
      * DOES - A RESTORE ONTO AN EMPTY FILE IS A GOOD RESTORE.
      *----------------------------------------------------------
       OPEN-TARGET-FILES.

           OPEN I-O SUMMARY-FILE
           IF SUMMARY-FILE-STATUS NOT = '00'
              OPEN OUTPUT SUMMARY-FILE
           END-IF
           IF SUMMARY-FILE-STATUS NOT = '00'
              DISPLAY 'RUNRLD: UNABLE TO OPEN SUMMARY FILE '
                 'runsum.dat STATUS ' SUMMARY-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O MASTER-FILE
           IF MASTER-FILE-STATUS NOT = '00'
              OPEN OUTPUT MASTER-FILE
           END-IF
           IF MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'RUNRLD: UNABLE TO OPEN MASTER FILE '
                 'excmst.dat STATUS ' MASTER-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF RELOAD-DAY1
              OPEN I-O SUPPLIER-HISTORY-FILE
              IF SUPPLIER-HISTORY-STATUS NOT = '00'
                 OPEN OUTPUT SUPPLIER-HISTORY-FILE
              END-IF
              IF SUPPLIER-HISTORY-STATUS NOT = '00'
                 DISPLAY 'RUNRLD: UNABLE TO OPEN SUPPLIER HISTORY '
                    'FILE supphist.dat STATUS '
                    SUPPLIER-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN I-O DOCUMENT-LOG-FILE
              IF DOCUMENT-LOG-STATUS NOT = '00'
                 OPEN OUTPUT DOCUMENT-LOG-FILE
              END-IF
              IF DOCUMENT-LOG-STATUS NOT = '00'
                 DISPLAY 'RUNRLD: UNABLE TO OPEN DOCUMENT LOG '
                    'doclog.dat STATUS ' DOCUMENT-LOG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN I-O FEED-FILE
              IF FEED-FILE-STATUS NOT = '00'
                 OPEN OUTPUT FEED-FILE
              END-IF
              IF FEED-FILE-STATUS NOT = '00'
                 DISPLAY 'RUNRLD: UNABLE TO OPEN FEED STATUS FILE '
                    'feedack.dat STATUS ' FEED-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF

              OPEN I-O ADJUSTMENT-LOG-FILE
              IF ADJUSTMENT-LOG-STATUS NOT = '00'
                 OPEN OUTPUT ADJUSTMENT-LOG-FILE
              END-IF
              IF ADJUSTMENT-LOG-STATUS NOT = '00'
                 DISPLAY 'RUNRLD: UNABLE TO OPEN ADJUSTMENT LOG '
                    'adjlog.dat STATUS ' ADJUSTMENT-LOG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF RELOAD-DAY2
              OPEN I-O HISTORY-FILE
              IF HISTORY-FILE-STATUS NOT = '00'
                 OPEN OUTPUT HISTORY-FILE
              END-IF
              IF HISTORY-FILE-STATUS NOT = '00'
                 DISPLAY 'RUNRLD: UNABLE TO OPEN HISTORY FILE '
                    'day02/gamehist.dat STATUS ' HISTORY-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

      *----------------------------------------------------------
      * NO STAMP ON THE CARD: ONE PASS OVER backout.dat FINDS THE
      * NEWEST BACKOUT OF THE DATE FOR DAY1 AND FOR DAY2 (THE
      * STAMP IS DATE THEN TIME, SO THE HIGHEST IS THE LATEST),
      * THEN THE FILE IS REOPENED FOR THE RELOAD PASS ITSELF.
      *----------------------------------------------------------
       FIND-NEWEST-BACKOUT.

           PERFORM UNTIL UNLOAD-FILE-EOF
              READ UNLOAD-FILE
                 AT END
                    SET UNLOAD-FILE-EOF TO TRUE
                 NOT AT END
                    IF UNLOAD-RUN-DATE = RELOAD-DATE
                       IF UNLOAD-PROGRAM(1:4) = 'DAY1'
                          AND UNLOAD-STAMP > RELOAD-DAY1-STAMP
                          MOVE UNLOAD-STAMP TO RELOAD-DAY1-STAMP
                       END-IF
                       IF UNLOAD-PROGRAM(1:4) = 'DAY2'
                          AND UNLOAD-STAMP > RELOAD-DAY2-STAMP
                          MOVE UNLOAD-STAMP TO RELOAD-DAY2-STAMP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE UNLOAD-FILE

           OPEN INPUT UNLOAD-FILE
           IF UNLOAD-FILE-STATUS NOT = '00'
              DISPLAY 'RUNRLD: UNABLE TO REOPEN BACKOUT FILE '
                 'backout.dat STATUS ' UNLOAD-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *----------------------------------------------------------
      * ONE BACKOUT RECORD: SKIPPED UNLESS IT IS FOR THE DATE,
      * ONE OF THE CHOSEN PROGRAMS (DAY1ACK'S ENTRIES GO WITH
      * DAY1) AND THAT PROGRAM'S CHOSEN BACKOUT STAMP; OTHERWISE
      * ITS IMAGE IS WRITTEN BACK TO THE FILE IT CAME FROM.
      *----------------------------------------------------------
       PROCESS-UNLOAD-RECORD.

           MOVE 'N' TO RECORD-SELECTED-SW
           IF UNLOAD-RUN-DATE = RELOAD-DATE
              IF (RELOAD-DAY1 AND UNLOAD-PROGRAM(1:4) = 'DAY1'
                  AND UNLOAD-STAMP = RELOAD-DAY1-STAMP)
                 OR (RELOAD-DAY2 AND UNLOAD-PROGRAM(1:4) = 'DAY2'
                  AND UNLOAD-STAMP = RELOAD-DAY2-STAMP)
                 MOVE 'Y' TO RECORD-SELECTED-SW
              END-IF
           END-IF

           IF NOT RECORD-SELECTED
              ADD 1 TO SKIPPED-COUNT
           ELSE
              EVALUATE UNLOAD-FILE-ID
                 WHEN 'RUNSUM'
                    MOVE 1 TO CURRENT-FILE
                    MOVE UNLOAD-IMAGE TO SUMMARY-RECORD
                    WRITE SUMMARY-RECORD
                    MOVE SUMMARY-FILE-STATUS TO WRITE-STATUS
                 WHEN 'EXCMST'
                    MOVE 2 TO CURRENT-FILE
                    MOVE UNLOAD-IMAGE TO MASTER-RECORD
                    WRITE MASTER-RECORD
                    MOVE MASTER-FILE-STATUS TO WRITE-STATUS
                 WHEN 'GAMEHIST'
                    MOVE 3 TO CURRENT-FILE
                    MOVE UNLOAD-IMAGE TO HISTORY-RECORD
                    WRITE HISTORY-RECORD
                    MOVE HISTORY-FILE-STATUS TO WRITE-STATUS
                 WHEN 'SUPPHIST'
                    MOVE 4 TO CURRENT-FILE
                    MOVE UNLOAD-IMAGE TO SUPPLIER-HISTORY-RECORD
                    WRITE SUPPLIER-HISTORY-RECORD
                    MOVE SUPPLIER-HISTORY-STATUS TO WRITE-STATUS
                 WHEN 'DOCLOG'
                    MOVE 5 TO CURRENT-FILE
                    MOVE UNLOAD-IMAGE TO DOCUMENT-LOG-RECORD
                    WRITE DOCUMENT-LOG-RECORD
                    MOVE DOCUMENT-LOG-STATUS TO WRITE-STATUS
                 WHEN 'FEEDACK'
                    MOVE 6 TO CURRENT-FILE
                    MOVE UNLOAD-IMAGE TO FEED-RECORD
                    WRITE FEED-RECORD
                    MOVE FEED-FILE-STATUS TO WRITE-STATUS
                 WHEN 'ADJLOG'
                    MOVE 7 TO CURRENT-FILE
                    MOVE UNLOAD-IMAGE TO ADJUSTMENT-LOG-RECORD
                    WRITE ADJUSTMENT-LOG-RECORD
                    MOVE ADJUSTMENT-LOG-STATUS TO WRITE-STATUS
                 WHEN OTHER
                    MOVE ZERO TO CURRENT-FILE
                    ADD 1 TO FAILED-WRITE-COUNT
                    DISPLAY 'RUNRLD: UNKNOWN FILE ON BACKOUT RECORD: '
                       UNLOAD-FILE-ID
              END-EVALUATE

              IF CURRENT-FILE NOT = ZERO
                 EVALUATE WRITE-STATUS
                    WHEN '00'
                    WHEN '02'
                       ADD 1 TO FILE-RESTORED-COUNT(CURRENT-FILE)
                    WHEN '22'
                       ADD 1 TO FILE-KEPT-COUNT(CURRENT-FILE)
                    WHEN OTHER
                       ADD 1 TO FILE-FAILED-COUNT(CURRENT-FILE)
                       ADD 1 TO FAILED-WRITE-COUNT
                       DISPLAY 'RUNRLD: UNABLE TO WRITE '
                          FILE-COUNT-NAME(CURRENT-FILE)
                          ' RECORD STATUS ' WRITE-STATUS
                 END-EVALUATE
              END-IF
           END-IF
           .

       PRINT-RELOAD-COUNTS.

           DISPLAY 'RUNRLD: RESTORE RUN DATE ' RELOAD-DATE
              ' PROGRAM ' RELOAD-PROGRAM ' STAMP ' RELOAD-STAMP
           IF RELOAD-DAY1
              DISPLAY 'RUNRLD: DAY1 RELOADED FROM BACKOUT '
                 RELOAD-DAY1-STAMP
           END-IF
           IF RELOAD-DAY2
              DISPLAY 'RUNRLD: DAY2 RELOADED FROM BACKOUT '
                 RELOAD-DAY2-STAMP
           END-IF

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 7
              MOVE FILE-RESTORED-COUNT(F) TO RESTORED-DISPLAY
              MOVE FILE-KEPT-COUNT(F)     TO KEPT-DISPLAY
              MOVE FILE-FAILED-COUNT(F)   TO FAILED-DISPLAY
              DISPLAY 'RUNRLD: FILE ' FILE-COUNT-NAME(F)
                 ' RESTORED=' RESTORED-DISPLAY
                 ' KEPT=' KEPT-DISPLAY
                 ' FAILED=' FAILED-DISPLAY
           END-PERFORM

           MOVE SKIPPED-COUNT TO SKIPPED-DISPLAY
           DISPLAY 'RUNRLD: SKIPPED=' SKIPPED-DISPLAY

           IF FAILED-WRITE-COUNT NOT = ZERO
              MOVE FAILED-WRITE-COUNT TO FAILED-DISPLAY
              DISPLAY 'RUNRLD: WRITE FAILURES: ' FAILED-DISPLAY
           END-IF
           .

       END PROGRAM RUNRLD.
