       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It measures platform-wide streaming capacity for the business
      * date from the merged watch events : every session's start/end
      * timestamps are spread over the day's 96 fifteen-minute
      * intervals, giving the number of simultaneous streams per
      * interval by mediaType and subscriptionProgram. The report
      * shows the peak interval, the busiest clock hour and a
      * high-percentile interval figure (CAPPARM, default the 95th),
      * and the day's peak figures are carried into the capacity
      * history (CAPHSTI -> CAPHSTO) so growth at peak can be shown
      * week over week.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT MERGED-FILE      ASSIGN TO MERGFILE
               FILE STATUS IS STATUS-MERGED-FILE.

           SELECT HISTORY-IN-FILE  ASSIGN TO CAPHSTI
               FILE STATUS IS STATUS-HISTORY-IN-FILE.

           SELECT HISTORY-OUT-FILE ASSIGN TO CAPHSTO
               FILE STATUS IS STATUS-HISTORY-OUT-FILE.

           SELECT REPORT-FILE      ASSIGN TO CAPRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT PARM-FILE        ASSIGN TO CAPPARM
               FILE STATUS IS STATUS-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  MERGED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MERGED-RECORD              PIC X(700).

       FD  HISTORY-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HISTORY-IN-RECORD          PIC X(150).

       FD  HISTORY-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HISTORY-OUT-RECORD         PIC X(150).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PARM-RECORD                PIC X(80).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD        PIC X(80).

       FD  RUN-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RUN-AUDIT-RECORD           PIC X(90).

      *-----------------------------------------------------------------
      * Working-Storage Section

       WORKING-STORAGE SECTION.

      * Run-Audit file status
       01 STATUS-RUN-AUDIT-FILE          PIC XX.

      * Run Audit - one record appended to the shared cumulative
      * RUNAUDIT file per execution (program, business date, start
      * and end timestamp, total records read/written, final return
      * code), so audit and operations have one place to answer
      * what ran and what it processed. CWBPAIFD reports on it.
       01 WS-Run-Audit-Row.
        05 RA-Program-Id              PIC X(8).
        05 FILLER                     PIC X(1).
        05 RA-Business-Date           PIC X(10).
        05 FILLER                     PIC X(1).
        05 RA-Start-Timestamp         PIC X(14).
        05 FILLER                     PIC X(1).
        05 RA-End-Timestamp           PIC X(14).
        05 FILLER                     PIC X(1).
        05 RA-Records-Read            PIC 9(9).
        05 FILLER                     PIC X(1).
        05 RA-Records-Written         PIC 9(9).
        05 FILLER                     PIC X(1).
        05 RA-Return-Code             PIC 9(2).
        05 FILLER                     PIC X(16).
       01 WS-Audit-Stamp              PIC X(21).
       01 WS-Audit-Start-Stamp        PIC X(14).
       01 WS-Audit-Records-Read       PIC 9(9) VALUE ZERO.
       01 WS-Audit-Records-Written    PIC 9(9) VALUE ZERO.

      * Merged-File
       01 WS-Merged-File.
        05 accountNumber               PIC X(10).
        05 firstName                   PIC X(15).
        05 lastName                    PIC X(15).
        05 gender                      PIC X(10).
        05 birthDate                   PIC X(10).
        05 subscriptionDate            PIC X(10).
        05 emailAddress                PIC X(40).
        05 subscriptionProgram         PIC X(10).
        05 FILLER                      PIC X(380).
        05 contentId                   PIC X(10).
        05 watchPercent                PIC X(5).
        05 startTime                   PIC X(10).
        05 mediaType                   PIC X(5).
        05 profileId                   PIC X(10).
        05 sessionId                   PIC X(10).
        05 eventStartTs                PIC X(19).
        05 eventEndTs                  PIC X(19).
        05 FILLER                      PIC X(102).
        05 subscriberStatus            PIC X(10).

      * Capacity History Row - one row per capacity date, in date
      * order, holding the day's peak figures. The day number
      * (days since 1600-12-31) lets the same weekday of earlier weeks
      * be found without calendar arithmetic. A rerun for a date
      * replaces that date's row.
       01 WS-Capacity-History.
        05 Cap-Date                    PIC X(10).
        05 FILLER                      PIC X(1).
        05 Cap-Day-Number              PIC 9(7).
        05 FILLER                      PIC X(1).
        05 Cap-Peak-Start              PIC X(5).
        05 FILLER                      PIC X(1).
        05 Cap-Peak-Streams            PIC 9(7).
        05 FILLER                      PIC X(1).
        05 Cap-Busy-Hour               PIC 9(2).
        05 FILLER                      PIC X(1).
        05 Cap-Busy-Hour-Streams       PIC 9(7).
        05 FILLER                      PIC X(1).
        05 Cap-Percentile              PIC 9(2).
        05 FILLER                      PIC X(1).
        05 Cap-Pct-Streams             PIC 9(7).
        05 FILLER                      PIC X(1).
        05 Cap-Total-Streams           PIC 9(9).
        05 FILLER                      PIC X(1).
        05 Cap-Peak-Media              PIC 9(7) OCCURS 5 TIMES.
        05 Cap-Peak-Program            PIC 9(7) OCCURS 4 TIMES.
        05 FILLER                      PIC X(21).
       01 WS-Today-History             PIC X(150).
       01 WS-Prev-History-Date         PIC X(10) VALUE LOW-VALUES.
       01 WS-Today-Written-Switch      PIC X VALUE 'N'.
        88 WS-Today-Written                VALUE 'Y'.
        88 WS-Today-Not-Written            VALUE 'N'.

      * Week-over-week table - entry 1 is the capacity date, entry n
      * the same weekday n-1 weeks earlier, filled from the history
       01 WS-Week-Table.
        05 WS-Week-Entry OCCURS 6 TIMES.
         10 WS-Week-Found              PIC X(1).
         10 WS-Week-Date               PIC X(10).
         10 WS-Week-Peak               PIC 9(7).
         10 WS-Week-Peak-Start         PIC X(5).
         10 WS-Week-Pct                PIC 9(7).
       01 WS-Week-Idx                  PIC 9(2).
       01 WS-Week-Back-Days            PIC 9(7).
       01 WS-Week-Change               PIC S9(5)V9.

      * Parameter Card - percentile reported for the interval counts
      * (50-99). A missing card or a value out of range runs on the
      * 95th percentile.
       01 WS-Parm-Card.
        05 Parm-Percentile             PIC 9(2).
        05 FILLER                      PIC X(78).
       01 WS-Percentile                PIC 9(2) VALUE 95.

      * Interval Table - streams active in each fifteen-minute
      * interval of the capacity date, in total, by mediaType
      * (Web, App, TV, STB, Mobil) and by subscriptionProgram
      * (standard, extended, premium, other). A stream counts in
      * every interval its session overlaps.
       01 WS-Slot-Table.
        05 WS-Slot OCCURS 96 TIMES.
         10 Slot-Total                 PIC 9(7).
         10 Slot-Media                 PIC 9(7) OCCURS 5 TIMES.
         10 Slot-Program               PIC 9(7) OCCURS 4 TIMES.
       01 WS-Slot-Idx                  PIC 9(3).
       01 WS-First-Slot                PIC 9(3).
       01 WS-Last-Slot                 PIC 9(3).
       01 WS-Peak-Slot                 PIC 9(3) VALUE 1.

      * Hour Table - distinct streams active in each clock hour
       01 WS-Hour-Table.
        05 WS-Hour-Streams             PIC 9(7) OCCURS 24 TIMES.
       01 WS-Hour-Idx                  PIC 9(2).
       01 WS-First-Hour                PIC 9(2).
       01 WS-Last-Hour                 PIC 9(2).
       01 WS-Busy-Hour                 PIC 9(2) VALUE 1.

      * Percentile work - the interval totals in ascending order;
      * the figure is the nearest-rank value
       01 WS-Sorted-Table.
        05 WS-Sorted-Total             PIC 9(7) OCCURS 96 TIMES.
       01 WS-Sort-Idx                  PIC 9(3).
       01 WS-Sort-Jdx                  PIC 9(3).
       01 WS-Sort-Hold                 PIC 9(7).
       01 WS-Pct-Rank                  PIC 9(3).
       01 WS-Pct-Streams               PIC 9(7) VALUE ZERO.

      * Account Session Table - one account's distinct sessions,
      * clipped to the capacity date and held as seconds of the day.
      * Two events sharing a sessionId are one stream; the session
      * runs from the earliest start to the latest end.
       01 WS-Session-Table.
        05 WS-SES-Count                PIC 9(4) VALUE ZERO.
        05 WS-SES-Entry OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-SES-Count.
         10 WS-SES-Session-Id          PIC X(10).
         10 WS-SES-Start-Sec           PIC 9(5).
         10 WS-SES-End-Sec             PIC 9(5).
         10 WS-SES-Media               PIC 9(1).
       01 WS-SES-Idx                   PIC 9(4).
       01 WS-SES-Found-Switch          PIC X VALUE 'N'.
        88 WS-SES-Found                    VALUE 'Y'.
        88 WS-SES-Not-Found                VALUE 'N'.

      * Current account group
       01 WS-Current-Acct              PIC X(10).
       01 WS-Current-Program           PIC 9(1).
       01 WS-Event-Media               PIC 9(1).

      * Timestamp parse - YYYY-MM-DD HH:MM:SS as CWBPAIF1 passes it
       01 WS-Ts-Parse.
        05 WS-Ts-Date.
         10 WS-Ts-YYYY                 PIC X(4).
         10 WS-Ts-Sep-1                PIC X(1).
         10 WS-Ts-MM                   PIC X(2).
         10 WS-Ts-Sep-2                PIC X(1).
         10 WS-Ts-DD                   PIC X(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-HH                    PIC X(2).
        05 WS-Ts-Sep-3                 PIC X(1).
        05 WS-Ts-MI                    PIC X(2).
        05 WS-Ts-Sep-4                 PIC X(1).
        05 WS-Ts-SS                    PIC X(2).
       01 WS-Ts-Num REDEFINES WS-Ts-Parse.
        05 FILLER                      PIC X(11).
        05 WS-Ts-HH-9                  PIC 9(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-MI-9                  PIC 9(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-SS-9                  PIC 9(2).
       01 WS-Ts-Valid-Switch           PIC X VALUE 'Y'.
        88 WS-Ts-Valid                     VALUE 'Y'.
        88 WS-Ts-Invalid                   VALUE 'N'.
       01 WS-Ts-Seconds                PIC 9(5).
       01 WS-Start-Date                PIC X(10).
       01 WS-Start-Sec                 PIC 9(5).
       01 WS-End-Date                  PIC X(10).
       01 WS-End-Sec                   PIC 9(5).

      * Interval start time as HH:MM
       01 WS-Slot-Time.
        05 WS-Slot-HH                  PIC 9(2).
        05 FILLER                      PIC X(1) VALUE ':'.
        05 WS-Slot-MI                  PIC 9(2).
       01 WS-Slot-Minutes              PIC 9(4).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Events             PIC 9(9) VALUE ZERO.
        05 WS-Count-Streams            PIC 9(9) VALUE ZERO.
        05 WS-Count-No-Timestamp       PIC 9(9) VALUE ZERO.
        05 WS-Count-Bad-Timestamp      PIC 9(9) VALUE ZERO.
        05 WS-Count-Off-Day            PIC 9(9) VALUE ZERO.
        05 WS-Count-Bad-Media          PIC 9(9) VALUE ZERO.
        05 WS-Count-Table-Full         PIC 9(9) VALUE ZERO.
        05 WS-Count-History-In         PIC 9(9) VALUE ZERO.
        05 WS-Count-History-Out        PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-MERGED-FILE             PIC XX.
        05 STATUS-HISTORY-IN-FILE         PIC XX.
        05 STATUS-HISTORY-OUT-FILE        PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-PARM-FILE               PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business processing date is the
      * capacity date; a missing or blank card falls back to the
      * current date
       01 WS-Control-Card.
        05 Ctrl-Business-Date.
         10 Ctrl-Business-YYYY         PIC 9(4).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-MM           PIC 9(2).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-DD           PIC 9(2).
        05 FILLER                      PIC X(1).
        05 Ctrl-Churn-Threshold        PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Ctrl-Checkpoint-Interval    PIC 9(5).
        05 FILLER                      PIC X(60).

       01 WS-Business-Date               PIC X(10).
       01 WS-Business-Date-Num           PIC 9(8).
       01 WS-Business-Day-Number         PIC 9(7).

      * Date and Time
       01 WS-Current-Date.
        05 WS-Current-YYYY               PIC 9(4) VALUE ZERO.
        05 WS-Current-MM                 PIC 9(2) VALUE ZERO.
        05 WS-Current-DD                 PIC 9(2) VALUE ZERO.
        05 WS-Current-HH                 PIC 9(2) VALUE ZERO.
        05 WS-Current-MIN                PIC 9(2) VALUE ZERO.
        05 WS-Current-SS                 PIC 9(2) VALUE ZERO.
        05 WS-Current-THH                PIC 9(2) VALUE ZERO.
        05 WS-Current-TT                 PIC 9(2) VALUE ZERO.

      * End-Of-Files
       01 End-Of-File-M                  PIC X VALUE 'N'.
       01 End-Of-File-H                  PIC X VALUE 'N'.

      * File Integrity Labels - upstream handoff files arrive with
      * an 'HDR' record (business date) and a 'TRL' record (data
      * record count) per segment; labels are skipped here and the
      * counts verified so a truncated file cannot be consumed.
       01 WS-MF-Label-Check.
        05 MF-Labelled                PIC X VALUE 'N'.
        05 MF-Segment-Open            PIC X VALUE 'N'.
        05 MF-Data-Count              PIC 9(9) VALUE ZERO.
       01 WS-Label-Count-Parse           PIC X(9).
       01 WS-Label-Count-Num REDEFINES WS-Label-Count-Parse
                                         PIC 9(9).

      * Separation Lines
       01 Separation-Lines.
        05 Blank-Line                  PIC X(80) Value SPACES.
        05 Dash-Line                   PIC X(80) Value ALL '-'.

      * Time-Line
       01 Time-Line.
        05 Date-of-Run.
         10 Date-of-Run-YYYY           PIC 9(4).
         10 FILLER                     PIC X(1) VALUE '-'.
         10 Date-of-Run-MM             PIC 9(2).
         10 FILLER                     PIC X(1) VALUE '-'.
         10 Date-of-Run-DD             PIC 9(2).
        05 FILLER                      PIC X(60) Value SPACES.
        05 Time-of-Run.
           10 Time-of-Run-HH             PIC 9(2).
           10 FILLER                     PIC X(1) VALUE ':'.
           10 Time-of-Run-MIN            PIC 9(2).
           10 FILLER                     PIC X(1) VALUE ':'.
           10 Time-of-Run-SS             PIC 9(2).

      * Header-Lines
       01 Header-Line.
        05 FILLER                 PIC X(23) Value SPACES.
        05 FILLER                 PIC X(33)
              Value 'AIFlix Daily Streaming Capacity'.
        05 FILLER                 PIC X(24) Value SPACES.
       01 Capacity-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(16) Value 'Capacity Date : '.
        05 Capacity-Date-Value    PIC X(10).
        05 FILLER                 PIC X(44) Value SPACES.
       01 Section-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Section-Title          PIC X(70).

      * Summary Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Control-Check-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Check-Label    PIC X(45).
        05 Control-Check-Result   PIC X(11).
        05 FILLER                 PIC X(14) Value SPACES.

      * Interval Lines
       01 Interval-Heading-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(5)  Value 'Start'.
        05 FILLER                 PIC X(8)  Value '   Total'.
        05 FILLER                 PIC X(7)  Value '    Web'.
        05 FILLER                 PIC X(7)  Value '    App'.
        05 FILLER                 PIC X(7)  Value '     TV'.
        05 FILLER                 PIC X(7)  Value '    STB'.
        05 FILLER                 PIC X(7)  Value '  Mobil'.
        05 FILLER                 PIC X(7)  Value '  Stand'.
        05 FILLER                 PIC X(7)  Value '  Extnd'.
        05 FILLER                 PIC X(7)  Value '   Prem'.
        05 FILLER                 PIC X(7)  Value '  Other'.
        05 FILLER                 PIC X(2)  Value SPACES.
       01 Interval-Detail-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Int-Start              PIC X(5).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Int-Total              PIC ZZZZZZ9.
        05 Int-Column OCCURS 9 TIMES.
         10 FILLER                PIC X(1).
         10 Int-Count             PIC ZZZZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.

      * Week-over-week Lines
       01 Week-Heading-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(45) Value
              'Date          Peak  At       Pctl    Chg/Wk'.
        05 FILLER                 PIC X(25) Value SPACES.
       01 Week-Detail-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Wk-Date                PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Wk-Peak                PIC ZZZZZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Wk-Peak-Start          PIC X(5).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Wk-Pct                 PIC ZZZZZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Wk-Change              PIC X(10).
        05 Wk-Change-View REDEFINES Wk-Change.
         10 Wk-Change-Pct         PIC +++++9.9.
         10 Wk-Change-Sign        PIC X(1).
         10 FILLER                PIC X(1).
        05 FILLER                 PIC X(25) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 2000-Secondary-Process
           PERFORM 5000-Find-Peaks
           PERFORM 4000-Carry-Capacity-History
           PERFORM 6100-Write-Capacity-Report
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Secondary Process
      *-----------------------------------------------------------------

       2000-Secondary-Process.

           INITIALIZE WS-Slot-Table
           INITIALIZE WS-Hour-Table

      * First Read
           PERFORM 9200-Read-Merged-Record

      * Process Account Groups
           PERFORM 2100-Process-Account-Group
             UNTIL End-Of-File-M = 'Y'

      * File Integrity
           PERFORM 9270-Verify-MERGFILE-Labels.

      *-----------------------------------------------------------------
      * Process Account Group
      *
      * The merge arrives in accountNumber order : one account's
      * sessions are collected, then spread over the intervals.
      *-----------------------------------------------------------------

       2100-Process-Account-Group.

           MOVE accountNumber of WS-Merged-File TO WS-Current-Acct
           EVALUATE subscriptionProgram of WS-Merged-File
           WHEN 'standard'
                MOVE 1 TO WS-Current-Program
           WHEN 'extended'
                MOVE 2 TO WS-Current-Program
           WHEN 'premium'
                MOVE 3 TO WS-Current-Program
           WHEN OTHER
                MOVE 4 TO WS-Current-Program
           END-EVALUATE
           MOVE ZERO TO WS-SES-Count

           PERFORM 2200-Collect-Session
             UNTIL End-Of-File-M = 'Y'
             OR accountNumber of WS-Merged-File NOT = WS-Current-Acct

           PERFORM 3000-Add-Account-Sessions.

      *-----------------------------------------------------------------
      * Collect Session
      *
      * An event is usable when both timestamps are present and well
      * formed, it overlaps the capacity date and its mediaType is
      * one of the five devices. It is clipped to the day.
      *-----------------------------------------------------------------

       2200-Collect-Session.

           ADD 1 TO WS-Count-Events

           EVALUATE mediaType of WS-Merged-File
           WHEN 'Web'   MOVE 1 TO WS-Event-Media
           WHEN 'App'   MOVE 2 TO WS-Event-Media
           WHEN 'TV'    MOVE 3 TO WS-Event-Media
           WHEN 'STB'   MOVE 4 TO WS-Event-Media
           WHEN 'Mobil' MOVE 5 TO WS-Event-Media
           WHEN OTHER   MOVE 0 TO WS-Event-Media
           END-EVALUATE

           IF eventStartTs of WS-Merged-File = SPACES
              OR eventEndTs of WS-Merged-File = SPACES
               ADD 1 TO WS-Count-No-Timestamp
           ELSE
               MOVE eventStartTs of WS-Merged-File TO WS-Ts-Parse
               PERFORM 2210-Parse-Timestamp
               MOVE WS-Ts-Date TO WS-Start-Date
               MOVE WS-Ts-Seconds TO WS-Start-Sec
               IF WS-Ts-Valid
                   MOVE eventEndTs of WS-Merged-File TO WS-Ts-Parse
                   PERFORM 2210-Parse-Timestamp
                   MOVE WS-Ts-Date TO WS-End-Date
                   MOVE WS-Ts-Seconds TO WS-End-Sec
               END-IF
               EVALUATE TRUE
               WHEN WS-Ts-Invalid
                    ADD 1 TO WS-Count-Bad-Timestamp
               WHEN WS-End-Date < WS-Start-Date
                    ADD 1 TO WS-Count-Bad-Timestamp
               WHEN WS-End-Date = WS-Start-Date
                    AND WS-End-Sec < WS-Start-Sec
                    ADD 1 TO WS-Count-Bad-Timestamp
               WHEN WS-Start-Date > WS-Business-Date
                    ADD 1 TO WS-Count-Off-Day
               WHEN WS-End-Date < WS-Business-Date
                    ADD 1 TO WS-Count-Off-Day
               WHEN WS-Event-Media = 0
                    ADD 1 TO WS-Count-Bad-Media
               WHEN OTHER
                    IF WS-Start-Date < WS-Business-Date
                        MOVE ZERO TO WS-Start-Sec
                    END-IF
                    IF WS-End-Date > WS-Business-Date
                        MOVE 86400 TO WS-End-Sec
                    END-IF
                    PERFORM 2300-Note-Session
               END-EVALUATE
           END-IF

           PERFORM 9200-Read-Merged-Record.

      *-----------------------------------------------------------------
      * Parse Timestamp
      *-----------------------------------------------------------------

       2210-Parse-Timestamp.

           SET WS-Ts-Valid TO TRUE
           MOVE ZERO TO WS-Ts-Seconds

           IF WS-Ts-YYYY NOT NUMERIC
              OR WS-Ts-MM NOT NUMERIC
              OR WS-Ts-DD NOT NUMERIC
              OR WS-Ts-Sep-1 NOT = '-'
              OR WS-Ts-Sep-2 NOT = '-'
              OR WS-Ts-HH NOT NUMERIC
              OR WS-Ts-MI NOT NUMERIC
              OR WS-Ts-SS NOT NUMERIC
              OR WS-Ts-Sep-3 NOT = ':'
              OR WS-Ts-Sep-4 NOT = ':'
               SET WS-Ts-Invalid TO TRUE
           ELSE
               IF WS-Ts-HH-9 > 23 OR WS-Ts-MI-9 > 59
                  OR WS-Ts-SS-9 > 59
                   SET WS-Ts-Invalid TO TRUE
               ELSE
                   COMPUTE WS-Ts-Seconds = WS-Ts-HH-9 * 3600
                                         + WS-Ts-MI-9 * 60
                                         + WS-Ts-SS-9
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Note Session
      *
      * A repeat of a sessionId already held widens that session;
      * events without a sessionId are streams of their own.
      *-----------------------------------------------------------------

       2300-Note-Session.

           SET WS-SES-Not-Found TO TRUE
           IF sessionId of WS-Merged-File NOT = SPACES
               PERFORM VARYING WS-SES-Idx FROM 1 BY 1
                  UNTIL WS-SES-Idx > WS-SES-Count
                  OR WS-SES-Found
                  IF WS-SES-Session-Id (WS-SES-Idx) =
                     sessionId of WS-Merged-File
                      SET WS-SES-Found TO TRUE
                      IF WS-Start-Sec < WS-SES-Start-Sec (WS-SES-Idx)
                          MOVE WS-Start-Sec
                               TO WS-SES-Start-Sec (WS-SES-Idx)
                      END-IF
                      IF WS-End-Sec > WS-SES-End-Sec (WS-SES-Idx)
                          MOVE WS-End-Sec
                               TO WS-SES-End-Sec (WS-SES-Idx)
                      END-IF
                  END-IF
               END-PERFORM
           END-IF

           IF WS-SES-Not-Found
               IF WS-SES-Count < 1000
                   ADD 1 TO WS-SES-Count
                   MOVE sessionId of WS-Merged-File
                        TO WS-SES-Session-Id (WS-SES-Count)
                   MOVE WS-Start-Sec TO WS-SES-Start-Sec (WS-SES-Count)
                   MOVE WS-End-Sec TO WS-SES-End-Sec (WS-SES-Count)
                   MOVE WS-Event-Media TO WS-SES-Media (WS-SES-Count)
               ELSE
                   ADD 1 TO WS-Count-Table-Full
                   DISPLAY 'Session table full - skipping : '
                           WS-Current-Acct
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add Account Sessions
      *
      * Each session counts once in every interval and clock hour it
      * overlaps (start <= instant < end); a session that starts and
      * ends on the same second counts in its start interval.
      *-----------------------------------------------------------------

       3000-Add-Account-Sessions.

           PERFORM VARYING WS-SES-Idx FROM 1 BY 1
              UNTIL WS-SES-Idx > WS-SES-Count
              ADD 1 TO WS-Count-Streams
              COMPUTE WS-First-Slot =
                      WS-SES-Start-Sec (WS-SES-Idx) / 900 + 1
              COMPUTE WS-First-Hour =
                      WS-SES-Start-Sec (WS-SES-Idx) / 3600 + 1
              IF WS-SES-End-Sec (WS-SES-Idx) >
                 WS-SES-Start-Sec (WS-SES-Idx)
                  COMPUTE WS-Last-Slot =
                          (WS-SES-End-Sec (WS-SES-Idx) - 1) / 900 + 1
                  COMPUTE WS-Last-Hour =
                          (WS-SES-End-Sec (WS-SES-Idx) - 1) / 3600 + 1
              ELSE
                  MOVE WS-First-Slot TO WS-Last-Slot
                  MOVE WS-First-Hour TO WS-Last-Hour
              END-IF
              PERFORM VARYING WS-Slot-Idx FROM WS-First-Slot BY 1
                 UNTIL WS-Slot-Idx > WS-Last-Slot
                 ADD 1 TO Slot-Total (WS-Slot-Idx)
                 ADD 1 TO Slot-Media (WS-Slot-Idx,
                                      WS-SES-Media (WS-SES-Idx))
                 ADD 1 TO Slot-Program (WS-Slot-Idx,
                                        WS-Current-Program)
              END-PERFORM
              PERFORM VARYING WS-Hour-Idx FROM WS-First-Hour BY 1
                 UNTIL WS-Hour-Idx > WS-Last-Hour
                 ADD 1 TO WS-Hour-Streams (WS-Hour-Idx)
              END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      * Carry Capacity History
      *
      * The history is copied to the next generation in date order
      * with the capacity date's row written in its place (replacing
      * the row of an earlier run for the same date), and the rows
      * for the same weekday of the previous five weeks are kept for
      * the week-over-week section. A missing CAPHSTI starts the
      * history; rows out of date order mean the wrong generation.
      *-----------------------------------------------------------------

       4000-Carry-Capacity-History.

           PERFORM 4100-Build-Today-History
           MOVE SPACES TO WS-Week-Table
           MOVE 'Y' TO WS-Week-Found (1)
           MOVE WS-Business-Date TO WS-Week-Date (1)
           MOVE Cap-Peak-Streams TO WS-Week-Peak (1)
           MOVE Cap-Peak-Start TO WS-Week-Peak-Start (1)
           MOVE Cap-Pct-Streams TO WS-Week-Pct (1)
           PERFORM VARYING WS-Week-Idx FROM 2 BY 1
              UNTIL WS-Week-Idx > 6
              MOVE 'N' TO WS-Week-Found (WS-Week-Idx)
           END-PERFORM
           SET WS-Today-Not-Written TO TRUE

           OPEN INPUT HISTORY-IN-FILE
           IF STATUS-HISTORY-IN-FILE = '35'
               MOVE 'Y' TO End-Of-File-H
               DISPLAY 'CAPHSTI not found - capacity history starts'
           ELSE
               IF STATUS-HISTORY-IN-FILE NOT = '00'
                   DISPLAY 'Error while opening CAPHSTI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM UNTIL End-Of-File-H = 'Y'
              READ HISTORY-IN-FILE INTO WS-Capacity-History
                  AT END MOVE 'Y' TO End-Of-File-H
              END-READ
              IF STATUS-HISTORY-IN-FILE NOT = '00' AND '10'
                  DISPLAY 'Error while reading CAPHSTI - FS : '
                             STATUS-HISTORY-IN-FILE
                  PERFORM 9995-Fatal-File-Error
              END-IF
              IF End-Of-File-H = 'N'
                  PERFORM 4200-Carry-History-Row
              END-IF
           END-PERFORM

           IF WS-Today-Not-Written
               PERFORM 9330-Write-Today-History
           END-IF

           IF STATUS-HISTORY-IN-FILE NOT = '35'
               CLOSE HISTORY-IN-FILE
               IF STATUS-HISTORY-IN-FILE NOT = '00'
                   DISPLAY 'Error while closing CAPHSTI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Build Today History
      *-----------------------------------------------------------------

       4100-Build-Today-History.

           MOVE SPACES TO WS-Capacity-History
           MOVE WS-Business-Date TO Cap-Date
           MOVE WS-Business-Day-Number TO Cap-Day-Number
           PERFORM 5100-Format-Slot-Time
           MOVE WS-Slot-Time TO Cap-Peak-Start
           MOVE Slot-Total (WS-Peak-Slot) TO Cap-Peak-Streams
           COMPUTE Cap-Busy-Hour = WS-Busy-Hour - 1
           MOVE WS-Hour-Streams (WS-Busy-Hour)
                TO Cap-Busy-Hour-Streams
           MOVE WS-Percentile TO Cap-Percentile
           MOVE WS-Pct-Streams TO Cap-Pct-Streams
           MOVE WS-Count-Streams TO Cap-Total-Streams
           PERFORM VARYING WS-Sort-Idx FROM 1 BY 1
              UNTIL WS-Sort-Idx > 5
              MOVE Slot-Media (WS-Peak-Slot, WS-Sort-Idx)
                   TO Cap-Peak-Media (WS-Sort-Idx)
           END-PERFORM
           PERFORM VARYING WS-Sort-Idx FROM 1 BY 1
              UNTIL WS-Sort-Idx > 4
              MOVE Slot-Program (WS-Peak-Slot, WS-Sort-Idx)
                   TO Cap-Peak-Program (WS-Sort-Idx)
           END-PERFORM
           MOVE WS-Capacity-History TO WS-Today-History.

      *-----------------------------------------------------------------
      * Carry History Row
      *-----------------------------------------------------------------

       4200-Carry-History-Row.

           ADD 1 TO WS-Count-History-In
           IF Cap-Date < WS-Prev-History-Date
               DISPLAY 'CAPHSTI out of date order at ' Cap-Date
                       ' after ' WS-Prev-History-Date
               PERFORM 9995-Fatal-File-Error
           END-IF
           MOVE Cap-Date TO WS-Prev-History-Date

           IF Cap-Date > WS-Business-Date AND WS-Today-Not-Written
               PERFORM 9330-Write-Today-History
           END-IF

           IF Cap-Date NOT = WS-Business-Date
               IF Cap-Day-Number < WS-Business-Day-Number
                   COMPUTE WS-Week-Back-Days =
                           WS-Business-Day-Number - Cap-Day-Number
                   PERFORM VARYING WS-Week-Idx FROM 2 BY 1
                      UNTIL WS-Week-Idx > 6
                      IF WS-Week-Back-Days = (WS-Week-Idx - 1) * 7
                          MOVE 'Y' TO WS-Week-Found (WS-Week-Idx)
                          MOVE Cap-Date TO WS-Week-Date (WS-Week-Idx)
                          MOVE Cap-Peak-Streams
                               TO WS-Week-Peak (WS-Week-Idx)
                          MOVE Cap-Peak-Start
                               TO WS-Week-Peak-Start (WS-Week-Idx)
                          MOVE Cap-Pct-Streams
                               TO WS-Week-Pct (WS-Week-Idx)
                      END-IF
                   END-PERFORM
               END-IF
               WRITE HISTORY-OUT-RECORD FROM WS-Capacity-History
               IF STATUS-HISTORY-OUT-FILE NOT = '00'
                   DISPLAY 'Error while writing to CAPHSTO - FS : '
                              STATUS-HISTORY-OUT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-History-Out
               ADD 1 TO WS-Audit-Records-Written
           ELSE
               DISPLAY 'Capacity history row replaced for ' Cap-Date
           END-IF.

      *-----------------------------------------------------------------
      * Find Peaks
      *
      * Peak interval and busiest hour are the first highest; the
      * percentile figure is the nearest-rank value over all 96
      * intervals of the day, quiet ones included.
      *-----------------------------------------------------------------

       5000-Find-Peaks.

           MOVE 1 TO WS-Peak-Slot
           PERFORM VARYING WS-Slot-Idx FROM 2 BY 1
              UNTIL WS-Slot-Idx > 96
              IF Slot-Total (WS-Slot-Idx) > Slot-Total (WS-Peak-Slot)
                  MOVE WS-Slot-Idx TO WS-Peak-Slot
              END-IF
           END-PERFORM

           MOVE 1 TO WS-Busy-Hour
           PERFORM VARYING WS-Hour-Idx FROM 2 BY 1
              UNTIL WS-Hour-Idx > 24
              IF WS-Hour-Streams (WS-Hour-Idx) >
                 WS-Hour-Streams (WS-Busy-Hour)
                  MOVE WS-Hour-Idx TO WS-Busy-Hour
              END-IF
           END-PERFORM

           PERFORM VARYING WS-Sort-Idx FROM 1 BY 1
              UNTIL WS-Sort-Idx > 96
              MOVE Slot-Total (WS-Sort-Idx)
                   TO WS-Sorted-Total (WS-Sort-Idx)
           END-PERFORM
           PERFORM VARYING WS-Sort-Idx FROM 2 BY 1
              UNTIL WS-Sort-Idx > 96
              MOVE WS-Sorted-Total (WS-Sort-Idx) TO WS-Sort-Hold
              MOVE WS-Sort-Idx TO WS-Sort-Jdx
              PERFORM UNTIL WS-Sort-Jdx < 2
                 OR WS-Sorted-Total (WS-Sort-Jdx - 1) <= WS-Sort-Hold
                 MOVE WS-Sorted-Total (WS-Sort-Jdx - 1)
                      TO WS-Sorted-Total (WS-Sort-Jdx)
                 SUBTRACT 1 FROM WS-Sort-Jdx
              END-PERFORM
              MOVE WS-Sort-Hold TO WS-Sorted-Total (WS-Sort-Jdx)
           END-PERFORM

           COMPUTE WS-Pct-Rank = (WS-Percentile * 96 + 99) / 100
           MOVE WS-Sorted-Total (WS-Pct-Rank) TO WS-Pct-Streams.

      *-----------------------------------------------------------------
      * Format Slot Time
      *
      * Start of the peak interval as HH:MM.
      *-----------------------------------------------------------------

       5100-Format-Slot-Time.

           COMPUTE WS-Slot-Minutes = (WS-Peak-Slot - 1) * 15
           COMPUTE WS-Slot-HH = WS-Slot-Minutes / 60
           COMPUTE WS-Slot-MI = WS-Slot-Minutes - WS-Slot-HH * 60.

      *-----------------------------------------------------------------
      * Datetime Retrieval
      *-----------------------------------------------------------------

       5500-Datetime-Retrieval.

           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
           .

      *-----------------------------------------------------------------
      * Move Working Variables
      *-----------------------------------------------------------------

       6000-Move-Working-Variables.

           MOVE WS-Current-YYYY TO Date-of-Run-YYYY
           MOVE WS-Current-MM TO Date-of-Run-MM
           MOVE WS-Current-DD TO Date-of-Run-DD

           MOVE WS-Current-HH TO Time-of-Run-HH
           MOVE WS-Current-MIN TO Time-of-Run-MIN
           MOVE WS-Current-SS TO Time-of-Run-SS.

      *-----------------------------------------------------------------
      * Write Capacity Report
      *-----------------------------------------------------------------

       6100-Write-Capacity-Report.

           MOVE WS-Today-History TO WS-Capacity-History

      * Time-Line
           MOVE Time-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Header-Line
           MOVE Header-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Business-Date TO Capacity-Date-Value
           MOVE Capacity-Date-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM 6200-Write-Peak-Summary
           PERFORM 6300-Write-Peak-Breakdown
           PERFORM 6400-Write-Week-Over-Week
           PERFORM 6500-Write-Interval-Table.

      *-----------------------------------------------------------------
      * Write Peak Summary
      *-----------------------------------------------------------------

       6200-Write-Peak-Summary.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Watch Events Read : ' TO Control-Count-Label
           MOVE WS-Count-Events TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Streams Counted : ' TO Control-Count-Label
           MOVE WS-Count-Streams TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Events Without Timestamps : ' TO Control-Count-Label
           MOVE WS-Count-No-Timestamp TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Events With Invalid Timestamps : '
                TO Control-Count-Label
           MOVE WS-Count-Bad-Timestamp TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Events Outside The Capacity Date : '
                TO Control-Count-Label
           MOVE WS-Count-Off-Day TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Events With Unknown Media Type : '
                TO Control-Count-Label
           MOVE WS-Count-Bad-Media TO Control-Count-Value
           PERFORM 6900-Write-Count-Line

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Peak Interval Starts At : ' TO Control-Check-Label
           MOVE Cap-Peak-Start TO Control-Check-Result
           PERFORM 6910-Write-Check-Line
           MOVE 'Peak Interval Streams : ' TO Control-Count-Label
           MOVE Cap-Peak-Streams TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE SPACES TO Control-Check-Result
           STRING Cap-Busy-Hour DELIMITED BY SIZE
                  ':00-' DELIMITED BY SIZE
                  Cap-Busy-Hour DELIMITED BY SIZE
                  ':59' DELIMITED BY SIZE
                  INTO Control-Check-Result
           MOVE 'Busiest Hour : ' TO Control-Check-Label
           PERFORM 6910-Write-Check-Line
           MOVE 'Busiest Hour Streams : ' TO Control-Count-Label
           MOVE Cap-Busy-Hour-Streams TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE SPACES TO Control-Count-Label
           STRING 'Interval Streams - ' DELIMITED BY SIZE
                  WS-Percentile DELIMITED BY SIZE
                  'th Percentile : ' DELIMITED BY SIZE
                  INTO Control-Count-Label
           MOVE Cap-Pct-Streams TO Control-Count-Value
           PERFORM 6900-Write-Count-Line.

      *-----------------------------------------------------------------
      * Write Peak Breakdown
      *-----------------------------------------------------------------

       6300-Write-Peak-Breakdown.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Streams At Peak Interval By Media Type'
                TO Section-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Web : ' TO Control-Count-Label
           MOVE Cap-Peak-Media (1) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'App : ' TO Control-Count-Label
           MOVE Cap-Peak-Media (2) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'TV : ' TO Control-Count-Label
           MOVE Cap-Peak-Media (3) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'STB : ' TO Control-Count-Label
           MOVE Cap-Peak-Media (4) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Mobile : ' TO Control-Count-Label
           MOVE Cap-Peak-Media (5) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Streams At Peak Interval By Subscription Program'
                TO Section-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'standard : ' TO Control-Count-Label
           MOVE Cap-Peak-Program (1) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'extended : ' TO Control-Count-Label
           MOVE Cap-Peak-Program (2) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'premium : ' TO Control-Count-Label
           MOVE Cap-Peak-Program (3) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'other : ' TO Control-Count-Label
           MOVE Cap-Peak-Program (4) TO Control-Count-Value
           PERFORM 6900-Write-Count-Line.

      *-----------------------------------------------------------------
      * Write Week Over Week
      *
      * Peak and percentile figures for the capacity date and the
      * same weekday of the four weeks before, each with its change
      * against the week before it.
      *-----------------------------------------------------------------

       6400-Write-Week-Over-Week.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Peak Streams Week Over Week (same weekday)'
                TO Section-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Week-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM VARYING WS-Week-Idx FROM 1 BY 1
              UNTIL WS-Week-Idx > 5
              MOVE SPACES TO Week-Detail-Line
              IF WS-Week-Found (WS-Week-Idx) = 'Y'
                  MOVE WS-Week-Date (WS-Week-Idx) TO Wk-Date
                  MOVE WS-Week-Peak (WS-Week-Idx) TO Wk-Peak
                  MOVE WS-Week-Peak-Start (WS-Week-Idx)
                       TO Wk-Peak-Start
                  MOVE WS-Week-Pct (WS-Week-Idx) TO Wk-Pct
                  IF WS-Week-Found (WS-Week-Idx + 1) = 'Y'
                     AND WS-Week-Peak (WS-Week-Idx + 1) > 0
                      COMPUTE WS-Week-Change ROUNDED =
                              (WS-Week-Peak (WS-Week-Idx)
                             - WS-Week-Peak (WS-Week-Idx + 1))
                             * 100 / WS-Week-Peak (WS-Week-Idx + 1)
                      MOVE WS-Week-Change TO Wk-Change-Pct
                      MOVE '%' TO Wk-Change-Sign
                  ELSE
                      MOVE '    n/a' TO Wk-Change
                  END-IF
              ELSE
                  MOVE 'NO HISTORY' TO Wk-Date
              END-IF
              MOVE Week-Detail-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
           END-PERFORM.

      *-----------------------------------------------------------------
      * Write Interval Table
      *-----------------------------------------------------------------

       6500-Write-Interval-Table.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Simultaneous Streams By Fifteen-Minute Interval'
                TO Section-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Interval-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM VARYING WS-Slot-Idx FROM 1 BY 1
              UNTIL WS-Slot-Idx > 96
              MOVE SPACES TO Interval-Detail-Line
              COMPUTE WS-Slot-Minutes = (WS-Slot-Idx - 1) * 15
              COMPUTE WS-Slot-HH = WS-Slot-Minutes / 60
              COMPUTE WS-Slot-MI = WS-Slot-Minutes - WS-Slot-HH * 60
              MOVE WS-Slot-Time TO Int-Start
              MOVE Slot-Total (WS-Slot-Idx) TO Int-Total
              PERFORM VARYING WS-Sort-Idx FROM 1 BY 1
                 UNTIL WS-Sort-Idx > 5
                 MOVE Slot-Media (WS-Slot-Idx, WS-Sort-Idx)
                      TO Int-Count (WS-Sort-Idx)
              END-PERFORM
              PERFORM VARYING WS-Sort-Idx FROM 1 BY 1
                 UNTIL WS-Sort-Idx > 4
                 MOVE Slot-Program (WS-Slot-Idx, WS-Sort-Idx)
                      TO Int-Count (WS-Sort-Idx + 5)
              END-PERFORM
              MOVE Interval-Detail-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
           END-PERFORM

           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Count Line / Write Check Line
      *-----------------------------------------------------------------

       6900-Write-Count-Line.

           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

       6910-Write-Check-Line.

           MOVE Control-Check-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Merged-File
           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9510-Read-Parm-Card
           PERFORM 6000-Move-Working-Variables.

      *-----------------------------------------------------------------
      * Read Control Card
      *-----------------------------------------------------------------

       9500-Read-Control-Card.

           MOVE SPACES TO WS-Control-Card
           OPEN INPUT CONTROL-CARD-FILE
           IF STATUS-CONTROL-CARD-FILE = '00'
               READ CONTROL-CARD-FILE INTO WS-Control-Card
                   AT END MOVE SPACES TO WS-Control-Card
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           IF Ctrl-Business-YYYY NUMERIC
              AND Ctrl-Business-MM NUMERIC
              AND Ctrl-Business-DD NUMERIC
               MOVE Ctrl-Business-Date TO WS-Business-Date
               DISPLAY 'Business Processing Date : '
                       Ctrl-Business-Date
           ELSE
               STRING WS-Audit-Stamp (1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-Audit-Stamp (5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-Audit-Stamp (7:2) DELIMITED BY SIZE
                      INTO WS-Business-Date
               DISPLAY 'CTRLCARD missing or invalid - using '
                       'defaults - FS : ' STATUS-CONTROL-CARD-FILE
           END-IF

           STRING WS-Business-Date (1:4) DELIMITED BY SIZE
                  WS-Business-Date (6:2) DELIMITED BY SIZE
                  WS-Business-Date (9:2) DELIMITED BY SIZE
                  INTO WS-Business-Date-Num
           COMPUTE WS-Business-Day-Number =
                   FUNCTION INTEGER-OF-DATE (WS-Business-Date-Num).

      *-----------------------------------------------------------------
      * Read Parameter Card
      *
      * A missing CAPPARM runs on the 95th percentile.
      *-----------------------------------------------------------------

       9510-Read-Parm-Card.

           MOVE SPACES TO WS-Parm-Card
           OPEN INPUT PARM-FILE
           IF STATUS-PARM-FILE = '00'
               READ PARM-FILE INTO WS-Parm-Card
                   AT END MOVE SPACES TO WS-Parm-Card
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY 'CAPPARM not found - default percentile '
                       'used : ' STATUS-PARM-FILE
           END-IF

           IF Parm-Percentile NUMERIC
              AND Parm-Percentile >= 50
               MOVE Parm-Percentile TO WS-Percentile
           END-IF
           DISPLAY 'Percentile in effect : ' WS-Percentile.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT MERGED-FILE
           IF STATUS-MERGED-FILE NOT = '00'
               DISPLAY 'Error while opening MERGED-FILE - FS : '
                          STATUS-MERGED-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT HISTORY-OUT-FILE
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening CAPHSTO - FS : '
                          STATUS-HISTORY-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening CAPRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Merged Record
      *-----------------------------------------------------------------

       9200-Read-Merged-Record.

           PERFORM 9201-Read-Merged-Once
           PERFORM UNTIL WS-Merged-File = HIGH-VALUES
              OR (WS-Merged-File (1:3) NOT = 'HDR'
                  AND WS-Merged-File (1:3) NOT = 'TRL')
              PERFORM 9260-Check-MERGFILE-Label
              PERFORM 9201-Read-Merged-Once
           END-PERFORM
           IF WS-Merged-File NOT = HIGH-VALUES
               IF MF-Segment-Open NOT = 'Y'
                   DISPLAY 'MERGFILE record outside header - '
                           'file not trusted'
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO MF-Data-Count
           END-IF.

      *-----------------------------------------------------------------
      * Read Merged Once
      *-----------------------------------------------------------------

       9201-Read-Merged-Once.

           IF End-Of-File-M = 'N'
               READ MERGED-FILE
                   AT END MOVE 'Y' TO End-Of-File-M
                   MOVE HIGH-VALUES TO MERGED-RECORD
               END-READ
               MOVE MERGED-RECORD TO WS-Merged-File
               IF STATUS-MERGED-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading Merged-File - FS : '
                              STATUS-MERGED-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF WS-Merged-File NOT = HIGH-VALUES
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Check MERGFILE Label
      *-----------------------------------------------------------------

       9260-Check-MERGFILE-Label.

           IF WS-Merged-File (1:3) = 'HDR'
               MOVE 'Y' TO MF-Labelled
               MOVE 'Y' TO MF-Segment-Open
               MOVE ZERO TO MF-Data-Count
           ELSE
               IF MF-Segment-Open NOT = 'Y'
                   DISPLAY 'MERGFILE trailer without header'
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE 'N' TO MF-Segment-Open
               MOVE WS-Merged-File (5:9) TO WS-Label-Count-Parse
               IF WS-Label-Count-Parse NOT NUMERIC
                   DISPLAY 'MERGFILE trailer count not numeric'
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF WS-Label-Count-Num NOT = MF-Data-Count
                   DISPLAY 'MERGFILE trailer count '
                           WS-Label-Count-Num
                           ' does not match records read '
                           MF-Data-Count
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Verify MERGFILE Labels
      *-----------------------------------------------------------------

       9270-Verify-MERGFILE-Labels.

           IF MF-Labelled NOT = 'Y'
               DISPLAY 'MERGFILE has no header record - '
                       'file not trusted'
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF MF-Segment-Open = 'Y'
               DISPLAY 'MERGFILE trailer record missing - '
                       'file may be truncated'
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to CAPRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Today History
      *-----------------------------------------------------------------

       9330-Write-Today-History.

           WRITE HISTORY-OUT-RECORD FROM WS-Today-History
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to CAPHSTO - FS : '
                          STATUS-HISTORY-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-History-Out
           ADD 1 TO WS-Audit-Records-Written
           SET WS-Today-Written TO TRUE.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE MERGED-FILE
           IF STATUS-MERGED-FILE NOT = '00'
               DISPLAY 'Error while closing MERGED-FILE - FS : '
                          STATUS-MERGED-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE HISTORY-OUT-FILE
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing CAPHSTO - FS : '
                          STATUS-HISTORY-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing CAPRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Write Run Audit Record
      *
      * Appended (never rewritten) so the file accumulates across
      * runs; a missing file on first use is created. A failure to
      * record the audit row is a warning, not a reason to lose the
      * run itself.
      *-----------------------------------------------------------------

       9960-Write-Run-Audit.

           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE SPACES TO WS-Run-Audit-Row
           MOVE 'CWBPAIFR' TO RA-Program-Id
           MOVE WS-Business-Date TO RA-Business-Date
           MOVE WS-Audit-Start-Stamp TO RA-Start-Timestamp
           MOVE WS-Audit-Stamp (1:14) TO RA-End-Timestamp
           MOVE WS-Audit-Records-Read TO RA-Records-Read
           MOVE WS-Audit-Records-Written TO RA-Records-Written
           MOVE RETURN-CODE TO RA-Return-Code

           OPEN EXTEND RUN-AUDIT-FILE
           IF STATUS-RUN-AUDIT-FILE = '35'
               OPEN OUTPUT RUN-AUDIT-FILE
           END-IF
           IF STATUS-RUN-AUDIT-FILE = '00'
               WRITE RUN-AUDIT-RECORD FROM WS-Run-Audit-Row
               CLOSE RUN-AUDIT-FILE
           ELSE
               DISPLAY 'RUNAUDIT not writable - run not recorded - '
                       'FS : ' STATUS-RUN-AUDIT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Set Warning Return Code
      *-----------------------------------------------------------------

       9990-Set-Warning-Code.

           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-----------------------------------------------------------------
      * Fatal File Error
      *
      * An unrecoverable file-status error must not let the step end
      * RC=0 and feed fragments to the rest of the chain - the run
      * stops here with a return code the scheduler's COND checks
      * can see.
      *-----------------------------------------------------------------

       9995-Fatal-File-Error.

           MOVE 12 TO RETURN-CODE
           DISPLAY 'Unrecoverable file error - step terminated '
                   'with RC=12'
           PERFORM 9960-Write-Run-Audit
           STOP RUN.

      *-----------------------------------------------------------------
      * Finalize
      *
      * A capacity date with no countable stream at all means the
      * feed carried no timestamps or the wrong day - worth a look
      * before the figure goes into the history.
      *-----------------------------------------------------------------

       9999-Finalize.

           IF WS-Count-Streams = ZERO
               DISPLAY 'No streams counted for ' WS-Business-Date
               PERFORM 9990-Set-Warning-Code
           END-IF

           DISPLAY 'Watch Events Read : ' WS-Count-Events
           DISPLAY 'Streams Counted : ' WS-Count-Streams
           DISPLAY 'Peak Interval Streams : '
                   Slot-Total (WS-Peak-Slot)
           DISPLAY 'Capacity History Rows Written : '
                   WS-Count-History-Out
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
