           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT DROP-PARM-FILE   ASSIGN TO DROPPARM
               FILE STATUS IS STATUS-DROP-PARM-FILE.

           SELECT DROP-LOG-FILE    ASSIGN TO DROPCTL
               FILE STATUS IS STATUS-DROP-LOG-FILE.

           SELECT DAY-WATCH-IN-FILE ASSIGN TO DAYWTCHI
               FILE STATUS IS STATUS-DAY-WATCH-IN-FILE.

           SELECT DAY-WATCH-OUT-FILE ASSIGN TO DAYWTCHO
               FILE STATUS IS STATUS-DAY-WATCH-OUT-FILE.

           SELECT DAY-RAW-FILE     ASSIGN TO WATCDAY
               FILE STATUS IS STATUS-DAY-RAW-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  DROP-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DROP-PARM-RECORD           PIC X(80).

       FD  DROP-LOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DROP-LOG-RECORD            PIC X(100).

       FD  DAY-WATCH-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DAY-WATCH-IN-RECORD        PIC X(200).

       FD  DAY-WATCH-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DAY-WATCH-OUT-RECORD       PIC X(200).

       FD  DAY-RAW-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DAY-RAW-RECORD             PIC X(200).

      * Sort record - one drop's screened watch events, in the order
      * the day's accumulated file is kept (watch key order)
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number         PIC X(10).
        05 SRT-Content-Id             PIC X(10).
        05 FILLER                     PIC X(5).
        05 SRT-Start-Time             PIC X(10).
        05 FILLER                     PIC X(165).


       FD  RUN-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           05 STATUS-LATE-WATCH-FILE         PIC XX.
           05 STATUS-RESTATE-FILE            PIC XX.
           05 STATUS-WATCH-REJECT-FILE       PIC XX.
           05 STATUS-DROP-PARM-FILE          PIC XX.
           05 STATUS-DROP-LOG-FILE           PIC XX.
           05 STATUS-DAY-WATCH-IN-FILE       PIC XX.
           05 STATUS-DAY-WATCH-OUT-FILE      PIC XX.
           05 STATUS-DAY-RAW-FILE            PIC XX.

      * Previous Watch Key - WATCH-FILE arrives sorted, so a
      * double-shipped event from the upstream feed shows up as

      * Ecran
       01 Reporting-Data                    PIC X(80).

      * Intraday Watch Drops - the feed can arrive as numbered drops
      * through the day instead of one nightly file. DROPPARM column
      * 1 selects the run :
      *   'D' - take in one drop (WATCFILE). Its first record is a
      *         'DRP' header with the business date, the drop sequence
      *         number and the count of event records that follow.
      *         The drop is screened (field validation, duplicates
      *         against the drop itself and against every drop already
      *         taken in that day, late-arrival split) and its kept
      *         events are merged into the day's accumulated file
      *         (DAYWTCHI -> DAYWTCHO, watch key order). DUPWATCH,
      *         LATEWTCH and WATCHREJ accumulate over the day's drops,
      *         and every event record is appended to WATCDAY, the
      *         day's raw feed, in arrival order. The first drop of a
      *         day starts these files afresh.
      *   'E' - end of day. WATCDAY is first sorted into watch key
      *         order in place, so CWBPAIF0, CWBPAIF3 and CWBPAIFV can
      *         read it as WATCFILE just as they read the nightly
      *         feed. WATCFILE is the day's accumulated file; the
      *         customer merge, NOWATCHF, LASTSEEN and RESTATEF run
      *         exactly as the nightly single-file run does, so
      *         CWBPAIF2 onward see one day's feed as before.
      *   blank, or no DROPPARM - the nightly single-file run.
      * Columns 3-4 carry the number of drops expected per day
      * (default 24). Every drop run and every close is logged on
      * DROPCTL. A replayed drop is refused with RC=4 and changes
      * nothing; an out-of-sequence, truncated, wrong-date or
      * headerless drop, or one arriving after the day is closed, is
      * refused with RC=8; the close stops with RC=8, before any
      * output is written, when the day's drops are not all in.
       01 WS-Drop-Parm-Card.
        05 Dpm-Run-Mode                PIC X(1).
        05 FILLER                      PIC X(1).
        05 Dpm-Expected-Drops          PIC 9(2).
        05 FILLER                      PIC X(76).
       01 WS-Run-Mode                  PIC X VALUE 'N'.
        88 WS-Nightly-Run                  VALUE 'N'.
        88 WS-Drop-Run                     VALUE 'D'.
        88 WS-Close-Run                    VALUE 'E'.
       01 WS-Expected-Drops            PIC 9(2) VALUE 24.

      * Drop Header - first record of every drop
       01 WS-Drop-Header.
        05 DH-Tag                      PIC X(3).
        05 FILLER                      PIC X(1).
        05 DH-Business-Date            PIC X(10).
        05 FILLER                      PIC X(1).
        05 DH-Drop-Sequence            PIC 9(3).
        05 FILLER                      PIC X(1).
        05 DH-Record-Count             PIC 9(9).
        05 FILLER                      PIC X(172).

      * Drop Control Log Row - one per drop run (ACCEPTED, REPLAYED,
      * OUT OF SEQ, BAD HEADER, WRONG DATE, DAY CLOSED, COUNT DIFF)
      * and one CLOSED row per end-of-day run carrying the day totals
       01 WS-Drop-Log-Row.
        05 DL-Business-Date            PIC X(10).
        05 FILLER                      PIC X(1).
        05 DL-Drop-Sequence            PIC 9(3).
        05 FILLER                      PIC X(1).
        05 DL-Status                   PIC X(10).
        05 FILLER                      PIC X(1).
        05 DL-Records-Read             PIC 9(9).
        05 FILLER                      PIC X(1).
        05 DL-Records-Kept             PIC 9(9).
        05 FILLER                      PIC X(1).
        05 DL-Duplicates               PIC 9(9).
        05 FILLER                      PIC X(1).
        05 DL-Late                     PIC 9(9).
        05 FILLER                      PIC X(1).
        05 DL-Rejects                  PIC 9(9).
        05 FILLER                      PIC X(1).
        05 DL-Timestamp                PIC X(14).
        05 FILLER                      PIC X(10).

      * The day so far, from DROPCTL
       01 WS-Day-Drop-Control.
        05 WS-Drops-Accepted           PIC 9(3) VALUE ZERO.
        05 WS-Last-Drop-Sequence       PIC 9(3) VALUE ZERO.
        05 WS-Day-Closed-Switch        PIC X VALUE 'N'.
         88 WS-Day-Closed                  VALUE 'Y'.
        05 WS-Day-Records-Read         PIC 9(9) VALUE ZERO.
        05 WS-Day-Records-Kept         PIC 9(9) VALUE ZERO.
        05 WS-Day-Duplicates           PIC 9(9) VALUE ZERO.
        05 WS-Day-Late                 PIC 9(9) VALUE ZERO.
        05 WS-Day-Rejects              PIC 9(9) VALUE ZERO.
       01 WS-Drop-Status               PIC X(10) VALUE SPACES.
       01 WS-Drop-Data-Count           PIC 9(9) VALUE ZERO.
       01 WS-Count-Drop-Read           PIC 9(9) VALUE ZERO.
       01 WS-Count-Drop-Kept           PIC 9(9) VALUE ZERO.
       01 WS-Day-Ready-Switch          PIC X VALUE 'Y'.
        88 WS-Day-Ready                    VALUE 'Y'.
        88 WS-Day-Not-Ready                VALUE 'N'.

      * Accumulated day record and the watch keys the drop merge
      * compares (same layout as WS-Prev-Watch-Key)
       01 WS-Day-Watch-Row.
        05 DW-Account-Number           PIC X(10).
        05 DW-Content-Id               PIC X(10).
        05 FILLER                      PIC X(5).
        05 DW-Start-Time               PIC X(10).
        05 FILLER                      PIC X(165).
       01 WS-Day-Watch-Key.
        05 DWK-Account                 PIC X(10).
        05 DWK-Content                 PIC X(10).
        05 DWK-Start                   PIC X(10).
       01 WS-Drop-Watch-Key.
        05 DRK-Account                 PIC X(10).
        05 DRK-Content                 PIC X(10).
        05 DRK-Start                   PIC X(10).
      * Last late key tallied at end of day - a late event taken in
      * by more than one drop sits in LATEWTCH once per drop
       01 WS-Prev-Late-Key.
        05 PLK-Account                 PIC X(10) VALUE LOW-VALUES.
        05 PLK-Content                 PIC X(10) VALUE LOW-VALUES.
        05 PLK-Start                   PIC X(10) VALUE LOW-VALUES.
       01 WS-Count-Late-Repeat         PIC 9(9) VALUE ZERO.
       01 End-Of-File-I                PIC X VALUE 'N'.
       01 End-Of-File-L                PIC X VALUE 'N'.
       01 End-Of-File-D                PIC X VALUE 'N'.
       01 End-Of-Sort                  PIC X VALUE 'N'.
       
       
       PROCEDURE DIVISION.
       1000-Principal-Process.

           PERFORM 9000-Initialization
           IF WS-Drop-Run
               PERFORM 7000-Process-Drop
           ELSE
               IF WS-Close-Run
                   PERFORM 7700-Verify-Day-Drops
                   IF WS-Day-Ready
                       PERFORM 7850-Sort-Day-Raw-File
                   END-IF
               END-IF
               IF WS-Day-Ready
                   PERFORM 9400-Read-Last-Seen-Table
                   PERFORM 9100-Open-Files
                   PERFORM 6100-Write-File-Headers
                   PERFORM 2000-Secondary-Process
                   IF WS-Close-Run
                       PERFORM 7750-Tally-Day-Late-Records
                   END-IF
                   PERFORM 6000-Write-Restatement-File
                   PERFORM 6200-Write-File-Trailers
                   PERFORM 9900-Close-Files
                   PERFORM 9410-Write-Last-Seen-Table
                   IF WS-Close-Run
                       MOVE 'CLOSED' TO WS-Drop-Status
                       PERFORM 7900-Write-Drop-Log
                   END-IF
               END-IF
           END-IF
           PERFORM 9999-Finalize.
      
      *-----------------------------------------------------------------
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Process Drop
      *
      * One intraday drop : checked against the day's drop log first,
      * so a refused drop leaves every day file as it was.
      *-----------------------------------------------------------------

       7000-Process-Drop.

           PERFORM 7100-Read-Drop-Log
           PERFORM 7200-Verify-Drop

           IF WS-Drop-Status = 'ACCEPTED'
               PERFORM 7300-Open-Drop-Files
               SORT SORT-WORK-FILE
                    ON ASCENDING KEY SRT-Account-Number
                                     SRT-Content-Id
                                     SRT-Start-Time
                    INPUT PROCEDURE 7400-Screen-Drop-Records
                    OUTPUT PROCEDURE 7500-Merge-Drop-Records
               PERFORM 7800-Close-Drop-Files
           END-IF

           PERFORM 7900-Write-Drop-Log.

      *-----------------------------------------------------------------
      * Read Drop Log
      *
      * Rows for other business dates are passed over; the log keeps
      * every day's drops for operations.
      *-----------------------------------------------------------------

       7100-Read-Drop-Log.

           OPEN INPUT DROP-LOG-FILE
           IF STATUS-DROP-LOG-FILE = '35'
               DISPLAY 'DROPCTL not found - no drops taken in yet'
               MOVE 'Y' TO End-Of-File-L
           ELSE
               IF STATUS-DROP-LOG-FILE NOT = '00'
                   DISPLAY 'Error while opening DROPCTL - FS : '
                              STATUS-DROP-LOG-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM UNTIL End-Of-File-L = 'Y'
              READ DROP-LOG-FILE INTO WS-Drop-Log-Row
                 AT END MOVE 'Y' TO End-Of-File-L
                 NOT AT END
                    IF DL-Business-Date = WS-Business-Date
                        PERFORM 7110-Tally-Drop-Log-Row
                    END-IF
              END-READ
              IF STATUS-DROP-LOG-FILE NOT = '00' AND '10'
                  DISPLAY 'Error while reading DROPCTL - FS : '
                             STATUS-DROP-LOG-FILE
                  PERFORM 9995-Fatal-File-Error
              END-IF
           END-PERFORM

           IF STATUS-DROP-LOG-FILE NOT = '35'
               CLOSE DROP-LOG-FILE
           END-IF

           DISPLAY 'Drops Already Taken In for '
                   WS-Business-Date ' : ' WS-Drops-Accepted.

      *-----------------------------------------------------------------
      * Tally Drop Log Row
      *-----------------------------------------------------------------

       7110-Tally-Drop-Log-Row.

           EVALUATE DL-Status
           WHEN 'ACCEPTED'
                ADD 1 TO WS-Drops-Accepted
                IF DL-Drop-Sequence > WS-Last-Drop-Sequence
                    MOVE DL-Drop-Sequence TO WS-Last-Drop-Sequence
                END-IF
                ADD DL-Records-Read TO WS-Day-Records-Read
                ADD DL-Records-Kept TO WS-Day-Records-Kept
                ADD DL-Duplicates TO WS-Day-Duplicates
                ADD DL-Late TO WS-Day-Late
                ADD DL-Rejects TO WS-Day-Rejects
           WHEN 'CLOSED'
                SET WS-Day-Closed TO TRUE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Verify Drop
      *
      * Reads the drop through once for its header and event count.
      * Only the next drop in sequence for the business date, complete
      * and before the day is closed, is taken in.
      *-----------------------------------------------------------------

       7200-Verify-Drop.

           MOVE ZERO TO WS-Drop-Data-Count
           MOVE SPACES TO WS-Drop-Header

           OPEN INPUT WATCH-FILE
           IF STATUS-WATCH-FILE NOT = '00'
               DISPLAY 'Error while opening WATCH-FILE - FS : '
                          STATUS-WATCH-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           READ WATCH-FILE INTO WS-Drop-Header
               AT END MOVE 'Y' TO End-Of-File-D
           END-READ
           PERFORM UNTIL End-Of-File-D = 'Y'
              READ WATCH-FILE
                 AT END MOVE 'Y' TO End-Of-File-D
                 NOT AT END ADD 1 TO WS-Drop-Data-Count
              END-READ
              IF STATUS-WATCH-FILE NOT = '00' AND '10'
                  DISPLAY 'Error while reading Watch-File - FS : '
                             STATUS-WATCH-FILE
                  PERFORM 9995-Fatal-File-Error
              END-IF
           END-PERFORM
           CLOSE WATCH-FILE

           EVALUATE TRUE
           WHEN DH-Tag NOT = 'DRP'
           WHEN DH-Drop-Sequence NOT NUMERIC
           WHEN DH-Drop-Sequence = ZERO
                MOVE 'BAD HEADER' TO WS-Drop-Status
                DISPLAY 'Drop refused - no valid DRP header record'
                PERFORM 9991-Set-Error-Code
           WHEN DH-Business-Date NOT = WS-Business-Date
                MOVE 'WRONG DATE' TO WS-Drop-Status
                DISPLAY 'Drop refused - header business date '
                        DH-Business-Date ' is not ' WS-Business-Date
                PERFORM 9991-Set-Error-Code
           WHEN WS-Day-Closed
                MOVE 'DAY CLOSED' TO WS-Drop-Status
                DISPLAY 'Drop refused - ' WS-Business-Date
                        ' already closed - drop ' DH-Drop-Sequence
                PERFORM 9991-Set-Error-Code
           WHEN DH-Drop-Sequence <= WS-Last-Drop-Sequence
                MOVE 'REPLAYED' TO WS-Drop-Status
                DISPLAY 'Drop refused - drop ' DH-Drop-Sequence
                        ' already taken in'
                PERFORM 9990-Set-Warning-Code
           WHEN DH-Drop-Sequence > WS-Last-Drop-Sequence + 1
                MOVE 'OUT OF SEQ' TO WS-Drop-Status
                DISPLAY 'Drop refused - drop ' DH-Drop-Sequence
                        ' received, drop ' WS-Last-Drop-Sequence
                        ' is the last taken in'
                PERFORM 9991-Set-Error-Code
           WHEN DH-Record-Count NOT NUMERIC
           WHEN DH-Record-Count NOT = WS-Drop-Data-Count
                MOVE 'COUNT DIFF' TO WS-Drop-Status
                DISPLAY 'Drop refused - header count ' DH-Record-Count
                        ' records found ' WS-Drop-Data-Count
                PERFORM 9991-Set-Error-Code
           WHEN OTHER
                MOVE 'ACCEPTED' TO WS-Drop-Status
                DISPLAY 'Drop ' DH-Drop-Sequence ' accepted - '
                        WS-Drop-Data-Count ' watch records'
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Open Drop Files
      *
      * The first drop of the day starts the day's files; later drops
      * extend them and merge into the previous accumulated file.
      *-----------------------------------------------------------------

       7300-Open-Drop-Files.

           OPEN INPUT WATCH-FILE
           IF STATUS-WATCH-FILE NOT = '00'
               DISPLAY 'Error while opening WATCH-FILE - FS : '
                          STATUS-WATCH-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
      * Header record - verified above
           READ WATCH-FILE
               AT END MOVE 'Y' TO End-Of-File-W
           END-READ

           IF WS-Drops-Accepted = ZERO
               MOVE 'Y' TO End-Of-File-I
               PERFORM 9110-Open-Diversion-Files
               OPEN OUTPUT DAY-RAW-FILE
           ELSE
               OPEN INPUT DAY-WATCH-IN-FILE
               IF STATUS-DAY-WATCH-IN-FILE NOT = '00'
                   DISPLAY 'Error while opening DAYWTCHI - FS : '
                              STATUS-DAY-WATCH-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               PERFORM 7310-Extend-Diversion-Files
               OPEN EXTEND DAY-RAW-FILE
           END-IF
           IF STATUS-DAY-RAW-FILE NOT = '00'
               DISPLAY 'Error while opening WATCDAY - FS : '
                          STATUS-DAY-RAW-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT DAY-WATCH-OUT-FILE
           IF STATUS-DAY-WATCH-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening DAYWTCHO - FS : '
                          STATUS-DAY-WATCH-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Extend Diversion Files
      *-----------------------------------------------------------------

       7310-Extend-Diversion-Files.

           OPEN EXTEND DUPLICATE-FILE
           IF STATUS-DUPLICATE-FILE NOT = '00'
               DISPLAY 'Error while opening DUPWATCH - FS : '
                          STATUS-DUPLICATE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN EXTEND LATE-WATCH-FILE
           IF STATUS-LATE-WATCH-FILE NOT = '00'
               DISPLAY 'Error while opening LATEWTCH - FS : '
                          STATUS-LATE-WATCH-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN EXTEND WATCH-REJECT-FILE
           IF STATUS-WATCH-REJECT-FILE NOT = '00'
               DISPLAY 'Error while opening WATCHREJ - FS : '
                          STATUS-WATCH-REJECT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Screen Drop Records
      *
      * Input procedure : every event goes to the day's raw feed;
      * the ones that pass the field screen go on to the sort.
      *-----------------------------------------------------------------

       7400-Screen-Drop-Records.

           PERFORM 9215-Read-Watch-Once
           PERFORM UNTIL WS-Watch-File = HIGH-VALUES
              ADD 1 TO WS-Count-Drop-Read
              PERFORM 7410-Write-Day-Raw-Record
              PERFORM 9217-Validate-Watch-Record
              IF WS-Watch-Invalid
                  PERFORM 3500-Reject-Watch-Record
              ELSE
                  RELEASE SORT-WORK-RECORD FROM WS-Watch-File
              END-IF
              PERFORM 9215-Read-Watch-Once
           END-PERFORM.

      *-----------------------------------------------------------------
      * Write Day Raw Record
      *-----------------------------------------------------------------

       7410-Write-Day-Raw-Record.

           WRITE DAY-RAW-RECORD FROM WS-Watch-File
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-DAY-RAW-FILE NOT = '00'
               DISPLAY 'Error while writing to WATCDAY - FS : '
                          STATUS-DAY-RAW-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Merge Drop Records
      *
      * Output procedure : the sorted drop and the day's accumulated
      * file are both in watch key order, so an event already taken in
      * - from an earlier drop or earlier in this one - is always the
      * last key written when its repeat comes up.
      *-----------------------------------------------------------------

       7500-Merge-Drop-Records.

           PERFORM 7530-Read-Day-Watch-Record
           PERFORM 7550-Return-Sorted-Record
           PERFORM 7510-Merge-Sorted-Record
             UNTIL End-Of-Sort = 'Y'
           PERFORM 7520-Copy-Day-Watch-Record
             UNTIL End-Of-File-I = 'Y'.

      *-----------------------------------------------------------------
      * Merge Sorted Record
      *-----------------------------------------------------------------

       7510-Merge-Sorted-Record.

           MOVE accountNumber of WS-Watch-File TO DRK-Account
           MOVE contentId of WS-Watch-File TO DRK-Content
           MOVE startTime of WS-Watch-File TO DRK-Start

           PERFORM 7520-Copy-Day-Watch-Record
             UNTIL WS-Day-Watch-Key > WS-Drop-Watch-Key

           IF WS-Drop-Watch-Key = WS-Prev-Watch-Key
               PERFORM 3300-Duplicate-Watch-Record
           ELSE
               MOVE WS-Drop-Watch-Key TO WS-Prev-Watch-Key
               IF startTime of WS-Watch-File < WS-Business-Date
                   PERFORM 3400-Late-Watch-Record
               ELSE
                   MOVE WS-Watch-File TO DAY-WATCH-OUT-RECORD
                   PERFORM 7540-Write-Day-Watch-Record
                   ADD 1 TO WS-Count-Drop-Kept
               END-IF
           END-IF

           PERFORM 7550-Return-Sorted-Record.

      *-----------------------------------------------------------------
      * Copy Day Watch Record
      *-----------------------------------------------------------------

       7520-Copy-Day-Watch-Record.

           MOVE WS-Day-Watch-Row TO DAY-WATCH-OUT-RECORD
           PERFORM 7540-Write-Day-Watch-Record
           MOVE WS-Day-Watch-Key TO WS-Prev-Watch-Key
           PERFORM 7530-Read-Day-Watch-Record.

      *-----------------------------------------------------------------
      * Read Day Watch Record
      *-----------------------------------------------------------------

       7530-Read-Day-Watch-Record.

           IF End-Of-File-I = 'N'
               READ DAY-WATCH-IN-FILE INTO WS-Day-Watch-Row
                   AT END MOVE 'Y' TO End-Of-File-I
               END-READ
               IF STATUS-DAY-WATCH-IN-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading DAYWTCHI - FS : '
                              STATUS-DAY-WATCH-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF
           IF End-Of-File-I = 'Y'
               MOVE HIGH-VALUES TO WS-Day-Watch-Key
           ELSE
               ADD 1 TO WS-Audit-Records-Read
               MOVE DW-Account-Number TO DWK-Account
               MOVE DW-Content-Id TO DWK-Content
               MOVE DW-Start-Time TO DWK-Start
           END-IF.

      *-----------------------------------------------------------------
      * Write Day Watch Record
      *-----------------------------------------------------------------

       7540-Write-Day-Watch-Record.

           WRITE DAY-WATCH-OUT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-DAY-WATCH-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to DAYWTCHO - FS : '
                          STATUS-DAY-WATCH-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Return Sorted Record
      *-----------------------------------------------------------------

       7550-Return-Sorted-Record.

           RETURN SORT-WORK-FILE INTO WS-Watch-File
               AT END MOVE 'Y' TO End-Of-Sort
           END-RETURN.

      *-----------------------------------------------------------------
      * Verify Day Drops
      *
      * End of day goes ahead only when drops 1 to the expected count
      * have all been taken in and the day is not already closed (a
      * second close would age LASTSEEN twice).
      *-----------------------------------------------------------------

       7700-Verify-Day-Drops.

           PERFORM 7100-Read-Drop-Log

           SET WS-Day-Not-Ready TO TRUE
           EVALUATE TRUE
           WHEN WS-Day-Closed
                DISPLAY 'End of day refused - ' WS-Business-Date
                        ' already closed'
           WHEN WS-Drops-Accepted = ZERO
                DISPLAY 'End of day refused - no drops taken in for '
                        WS-Business-Date
           WHEN WS-Drops-Accepted NOT = WS-Last-Drop-Sequence
                DISPLAY 'End of day refused - drop sequence broken - '
                        WS-Drops-Accepted ' drops, last '
                        WS-Last-Drop-Sequence
           WHEN WS-Last-Drop-Sequence < WS-Expected-Drops
                DISPLAY 'End of day refused - drops missing - '
                        WS-Last-Drop-Sequence ' of '
                        WS-Expected-Drops ' taken in'
           WHEN OTHER
                SET WS-Day-Ready TO TRUE
                MOVE WS-Day-Duplicates TO WS-Count-Duplicate
                MOVE WS-Day-Late TO WS-Count-Late
                MOVE WS-Day-Rejects TO WS-Count-Watch-Reject
                DISPLAY 'End of day - ' WS-Drops-Accepted
                        ' drops taken in'
           END-EVALUATE

           IF WS-Day-Not-Ready
               PERFORM 9991-Set-Error-Code
           END-IF.

      *-----------------------------------------------------------------
      * Tally Day Late Records
      *
      * RESTATEF counts are rebuilt from the day's accumulated
      * LATEWTCH. A late event shipped again in a later drop is
      * written to LATEWTCH by each drop that carried it, so the file
      * is sorted into watch key order and each event is tallied once.
      *-----------------------------------------------------------------

       7750-Tally-Day-Late-Records.

           OPEN INPUT LATE-WATCH-FILE
           IF STATUS-LATE-WATCH-FILE = '35'
               DISPLAY 'LATEWTCH not found - no late records today'
           ELSE
               IF STATUS-LATE-WATCH-FILE NOT = '00'
                   DISPLAY 'Error while opening LATEWTCH - FS : '
                              STATUS-LATE-WATCH-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               CLOSE LATE-WATCH-FILE
               SORT SORT-WORK-FILE
                    ON ASCENDING KEY SRT-Account-Number
                                     SRT-Content-Id
                                     SRT-Start-Time
                    USING LATE-WATCH-FILE
                    OUTPUT PROCEDURE 7760-Tally-Unique-Late-Records
               IF SORT-RETURN NOT = 0
                   DISPLAY 'Error while sorting LATEWTCH - '
                           'SORT-RETURN : ' SORT-RETURN
                   PERFORM 9995-Fatal-File-Error
               END-IF
               DISPLAY 'Late events repeated across drops : '
                       WS-Count-Late-Repeat
           END-IF.

      *-----------------------------------------------------------------
      * Tally Unique Late Records
      *
      * Output procedure : repeats of a watch key already tallied are
      * counted and skipped.
      *-----------------------------------------------------------------

       7760-Tally-Unique-Late-Records.

           MOVE 'N' TO End-Of-Sort
           PERFORM 7550-Return-Sorted-Record
           PERFORM UNTIL End-Of-Sort = 'Y'
              IF accountNumber of WS-Watch-File = PLK-Account
                 AND contentId of WS-Watch-File = PLK-Content
                 AND startTime of WS-Watch-File = PLK-Start
                  ADD 1 TO WS-Count-Late-Repeat
              ELSE
                  MOVE accountNumber of WS-Watch-File TO PLK-Account
                  MOVE contentId of WS-Watch-File TO PLK-Content
                  MOVE startTime of WS-Watch-File TO PLK-Start
                  PERFORM 5100-Tally-Late-Event-Date
              END-IF
              PERFORM 7550-Return-Sorted-Record
           END-PERFORM.

      *-----------------------------------------------------------------
      * Close Drop Files
      *-----------------------------------------------------------------

       7800-Close-Drop-Files.

           CLOSE WATCH-FILE
           IF STATUS-WATCH-FILE NOT = '00'
               DISPLAY 'Error while closing WATCH-FILE - FS : '
                          STATUS-WATCH-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           IF WS-Drops-Accepted > ZERO
               CLOSE DAY-WATCH-IN-FILE
           END-IF

           CLOSE DAY-WATCH-OUT-FILE
           IF STATUS-DAY-WATCH-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing DAYWTCHO - FS : '
                          STATUS-DAY-WATCH-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE DAY-RAW-FILE
           IF STATUS-DAY-RAW-FILE NOT = '00'
               DISPLAY 'Error while closing WATCDAY - FS : '
                          STATUS-DAY-RAW-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           PERFORM 9910-Close-Diversion-Files.

      *-----------------------------------------------------------------
      * Sort Day Raw File
      *
      * WATCDAY holds the day's drops one after another, each in the
      * order the feed sent it. The raw events are put back into
      * watch key order - arrival order kept among equal keys - and
      * written over the same file.
      *-----------------------------------------------------------------

       7850-Sort-Day-Raw-File.

           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                                 SRT-Content-Id
                                 SRT-Start-Time
                WITH DUPLICATES IN ORDER
                USING DAY-RAW-FILE
                GIVING DAY-RAW-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY 'Error while sorting WATCDAY - SORT-RETURN : '
                          SORT-RETURN
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Drop Log
      *
      * Appended, so DROPCTL keeps the history of every drop run and
      * close.
      *-----------------------------------------------------------------

       7900-Write-Drop-Log.

           MOVE SPACES TO WS-Drop-Log-Row
           MOVE WS-Business-Date TO DL-Business-Date
           MOVE WS-Drop-Status TO DL-Status
           IF WS-Drop-Run
               IF DH-Drop-Sequence NUMERIC
                   MOVE DH-Drop-Sequence TO DL-Drop-Sequence
               ELSE
                   MOVE ZERO TO DL-Drop-Sequence
               END-IF
               IF WS-Drop-Status = 'ACCEPTED'
                   MOVE WS-Count-Drop-Read TO DL-Records-Read
               ELSE
                   MOVE WS-Drop-Data-Count TO DL-Records-Read
               END-IF
               MOVE WS-Count-Drop-Kept TO DL-Records-Kept
           ELSE
               MOVE WS-Last-Drop-Sequence TO DL-Drop-Sequence
               MOVE WS-Day-Records-Read TO DL-Records-Read
               MOVE WS-Day-Records-Kept TO DL-Records-Kept
           END-IF
           MOVE WS-Count-Duplicate TO DL-Duplicates
           MOVE WS-Count-Late TO DL-Late
           MOVE WS-Count-Watch-Reject TO DL-Rejects
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO DL-Timestamp

           OPEN EXTEND DROP-LOG-FILE
           IF STATUS-DROP-LOG-FILE = '35'
               OPEN OUTPUT DROP-LOG-FILE
           END-IF
           IF STATUS-DROP-LOG-FILE NOT = '00'
               DISPLAY 'Error while opening DROPCTL - FS : '
                          STATUS-DROP-LOG-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           WRITE DROP-LOG-RECORD FROM WS-Drop-Log-Row
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-DROP-LOG-FILE NOT = '00'
               DISPLAY 'Error while writing to DROPCTL - FS : '
                          STATUS-DROP-LOG-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           CLOSE DROP-LOG-FILE.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------
           MOVE SPACES TO Reporting-Line
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9520-Read-Drop-Parm.

      *-----------------------------------------------------------------
      * Read Control Card
                       'defaults - FS : ' STATUS-CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Read Drop Parameter Card
      *-----------------------------------------------------------------

       9520-Read-Drop-Parm.

           MOVE SPACES TO WS-Drop-Parm-Card
           OPEN INPUT DROP-PARM-FILE
           IF STATUS-DROP-PARM-FILE = '00'
               READ DROP-PARM-FILE INTO WS-Drop-Parm-Card
                   AT END MOVE SPACES TO WS-Drop-Parm-Card
               END-READ
               CLOSE DROP-PARM-FILE
           END-IF

           EVALUATE Dpm-Run-Mode
           WHEN 'D'
                SET WS-Drop-Run TO TRUE
                DISPLAY 'Run Mode : intraday watch drop'
           WHEN 'E'
                SET WS-Close-Run TO TRUE
                DISPLAY 'Run Mode : end of day over accumulated drops'
           WHEN OTHER
                SET WS-Nightly-Run TO TRUE
                DISPLAY 'Run Mode : nightly single watch file'
           END-EVALUATE

           IF Dpm-Expected-Drops NUMERIC
              AND Dpm-Expected-Drops > 0
               MOVE Dpm-Expected-Drops TO WS-Expected-Drops
           END-IF
           IF NOT WS-Nightly-Run
               DISPLAY 'Drops Expected per Day : ' WS-Expected-Drops
           END-IF.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------
               PERFORM 9995-Fatal-File-Error
           END-IF

      * At end of day DUPWATCH, LATEWTCH and WATCHREJ already hold
      * what the day's drops diverted
           IF WS-Nightly-Run
               PERFORM 9110-Open-Diversion-Files
           END-IF

           OPEN OUTPUT RESTATE-FILE
           IF STATUS-RESTATE-FILE NOT = '00'
               DISPLAY 'Error while opening RESTATEF - FS : '
                          STATUS-RESTATE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Open Diversion Files
      *-----------------------------------------------------------------

       9110-Open-Diversion-Files.

           OPEN OUTPUT DUPLICATE-FILE
           IF STATUS-DUPLICATE-FILE NOT = '00'
               DISPLAY 'Error while opening DUPWATCH - FS : '
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT WATCH-REJECT-FILE
           IF STATUS-WATCH-REJECT-FILE NOT = '00'
               DISPLAY 'Error while opening WATCHREJ - FS : '
      * field-level validation, it is not a repeat of the previous
      * watch key (duplicate) and it is not dated before the business
      * date (late arrival); everything else is diverted and the
      * caller reads on. At end of day every record is kept - its
      * drop run has already screened it.
      *-----------------------------------------------------------------

       9216-Screen-Watch-Record.

           SET WS-Watch-Not-Keep TO TRUE
      * The day's accumulated file was screened drop by drop
           IF WS-Watch-File NOT = HIGH-VALUES
              AND WS-Close-Run
               SET WS-Watch-Keep TO TRUE
           END-IF
           IF WS-Watch-File NOT = HIGH-VALUES
              AND WS-Nightly-Run
               PERFORM 9217-Validate-Watch-Record
               IF WS-Watch-Invalid
                   PERFORM 3500-Reject-Watch-Record
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE RESTATE-FILE
           IF STATUS-RESTATE-FILE NOT = '00'
               DISPLAY 'Error while closing RESTATEF - FS : '
                          STATUS-RESTATE-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           IF WS-Nightly-Run
               PERFORM 9910-Close-Diversion-Files
           END-IF.

      *-----------------------------------------------------------------
      * Close Diversion Files
      *-----------------------------------------------------------------

       9910-Close-Diversion-Files.

           CLOSE DUPLICATE-FILE
           IF STATUS-DUPLICATE-FILE NOT = '00'
               DISPLAY 'Error while closing DUPWATCH - FS : '
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE WATCH-REJECT-FILE
           IF STATUS-WATCH-REJECT-FILE NOT = '00'
               DISPLAY 'Error while closing WATCHREJ - FS : '
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Set Error Return Code
      *-----------------------------------------------------------------

       9991-Set-Error-Code.

           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Fatal File Error
      *
                   WS-Count-Late
           DISPLAY 'Invalid Watch Records Rejected : '
                   WS-Count-Watch-Reject
           IF WS-Drop-Run
               DISPLAY 'Drop Status : ' WS-Drop-Status
               DISPLAY 'Drop Watch Records Read : ' WS-Count-Drop-Read
               DISPLAY 'Drop Watch Records Kept : ' WS-Count-Drop-Kept
           END-IF
           PERFORM 9960-Write-Run-Audit

      * End of Program
