       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It builds the month-end general-ledger revenue journal from
      * the billing extract : balanced debit/credit lines per
      * subscriptionProgram for base revenue, usage revenue and the
      * zero-rated trial activity, with the service days of each bill
      * (and of each Bill-Segment of a split bill) that fall after
      * the period close deferred to the next period and released
      * there. A control report ties the journal back to the BILLFILE
      * record count and Bill-Total-Amount sum; a journal that does
      * not balance or tie ends RC=8 so it is never posted.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT BILLING-FILE     ASSIGN TO BILLFILE
               FILE STATUS IS STATUS-BILLING-FILE.

           SELECT DEFERRED-IN-FILE ASSIGN TO GLDEFI
               FILE STATUS IS STATUS-DEFERRED-IN-FILE.

           SELECT DEFERRED-OUT-FILE ASSIGN TO GLDEFO
               FILE STATUS IS STATUS-DEFERRED-OUT-FILE.

           SELECT JOURNAL-FILE     ASSIGN TO GLJRNL
               FILE STATUS IS STATUS-JOURNAL-FILE.

           SELECT CONTROL-REPORT-FILE ASSIGN TO GLCTLRPT
               FILE STATUS IS STATUS-CONTROL-REPORT-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  BILLING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BILLING-RECORD             PIC X(200).

       FD  DEFERRED-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DEFERRED-IN-RECORD         PIC X(40).

       FD  DEFERRED-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DEFERRED-OUT-RECORD        PIC X(40).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  JOURNAL-RECORD             PIC X(120).

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CONTROL-REPORT-RECORD      PIC X(80).

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

      * Billing Extract Record (as written by CWBPAIF5)
       01 WS-Billing-File.
        05 Bill-Account-Number        PIC X(10).
        05 Bill-Period                PIC X(7).
        05 Bill-Program               PIC X(10).
        05 Bill-Base-Amount           PIC 9(5)V99.
        05 Bill-Usage-Adjust          PIC 9(5)V99.
        05 Bill-Prorated-Days         PIC 9(2).
        05 Bill-Total-Amount          PIC 9(7)V99.
        05 Bill-Watch-Number          PIC 9(9).
        05 Bill-Watch-Time-Spent      PIC 9(9).
        05 Bill-Segment OCCURS 3 TIMES.
         10 Bill-Seg-Program          PIC X(10).
         10 Bill-Seg-Days             PIC 9(2).
         10 Bill-Seg-Amount           PIC 9(5)V99.
        05 Bill-Tax-Jurisdiction      PIC X(10).
        05 Bill-Tax-Rate              PIC 9(2)V9(4).
        05 Bill-Tax-Amount            PIC 9(5)V99.
        05 Bill-Seg-Tax-Amount        PIC 9(5)V99 OCCURS 3 TIMES.
        05 Bill-Total-With-Tax        PIC 9(7)V99.
        05 Bill-Promo-Code            PIC X(10).
        05 Bill-Discount-Amount       PIC 9(5)V99.
        05 FILLER                     PIC X(3).

      * Journal Line - one debit or credit per GL account and
      * subscriptionProgram. GL-Quantity is the statistical figure
      * that goes with the amount : bills on the receivable line,
      * service days on the revenue, deferral and trial lines.
       01 WS-Journal-Line.
        05 GL-Period                  PIC X(7).
        05 FILLER                     PIC X(1).
        05 GL-Journal-Date            PIC X(10).
        05 FILLER                     PIC X(1).
        05 GL-Account                 PIC X(10).
        05 FILLER                     PIC X(1).
        05 GL-Program                 PIC X(10).
        05 FILLER                     PIC X(1).
        05 GL-Entry-Type              PIC X(2).
         88 GL-Debit                      VALUE 'DR'.
         88 GL-Credit                     VALUE 'CR'.
        05 FILLER                     PIC X(1).
        05 GL-Amount                  PIC 9(9)V99.
        05 FILLER                     PIC X(1).
        05 GL-Quantity                PIC 9(9).
        05 FILLER                     PIC X(1).
        05 GL-Description             PIC X(30).
        05 FILLER                     PIC X(24).

      * File Integrity Labels - the journal starts with an 'HDR'
      * record carrying the business date and ends with a 'TRL'
      * record carrying the journal line count, followed by the
      * debit and credit hash totals the ledger load checks.
       01 WS-File-Label.
        05 Label-Tag                  PIC X(3).
        05 FILLER                     PIC X(1).
        05 Label-Data.
         10 Label-Business-Date      PIC X(10).
        05 Label-Data-Num REDEFINES Label-Data.
         10 Label-Trailer-Count      PIC 9(9).
         10 FILLER                   PIC X(1).
        05 FILLER                     PIC X(1).
        05 Label-Debit-Total          PIC 9(11)V99.
        05 FILLER                     PIC X(1).
        05 Label-Credit-Total         PIC 9(11)V99.
        05 FILLER                     PIC X(78).

      * Deferred Revenue Balance - the base revenue of this period's
      * bills that belongs to service days after the period close,
      * per program. Written to GLDEFO and read back next period as
      * GLDEFI, where it is released to revenue.
       01 WS-Deferred-Row.
        05 Def-Period                 PIC X(7).
        05 FILLER                     PIC X(1).
        05 Def-Program                PIC X(10).
        05 FILLER                     PIC X(1).
        05 Def-Amount                 PIC 9(9)V99.
        05 FILLER                     PIC X(10).

      * GL Account Codes
       01 WS-GL-Accounts.
        05 WS-GL-Receivable           PIC X(10) VALUE '1200-AR'.
        05 WS-GL-Deferred             PIC X(10) VALUE '2400-DEFRV'.
        05 WS-GL-Base-Revenue         PIC X(10) VALUE '4000-SUBRV'.
        05 WS-GL-Usage-Revenue        PIC X(10) VALUE '4100-USGRV'.
        05 WS-GL-Trial                PIC X(10) VALUE '4900-TRIAL'.
        05 WS-GL-Tax-Payable          PIC X(10) VALUE '2300-TAXPY'.

      * Program Table - journal amounts accumulated per
      * subscriptionProgram in order of first appearance
       01 WS-GL-Program-Table.
        05 WS-GLP-Count                  PIC 9(3) VALUE ZERO.
        05 WS-GLP-Entry OCCURS 0 TO 100 TIMES
             DEPENDING ON WS-GLP-Count
             INDEXED BY WS-GLP-Idx.
         10 WS-GLP-Program               PIC X(10).
         10 WS-GLP-Bills                 PIC 9(9).
         10 WS-GLP-Receivable            PIC 9(9)V99.
         10 WS-GLP-Base-Earned           PIC 9(9)V99.
         10 WS-GLP-Earned-Days           PIC 9(9).
         10 WS-GLP-Base-Deferred         PIC 9(9)V99.
         10 WS-GLP-Deferred-Days         PIC 9(9).
         10 WS-GLP-Usage                 PIC 9(9)V99.
         10 WS-GLP-Released              PIC 9(9)V99.
         10 WS-GLP-Trial-Days            PIC 9(9).
         10 WS-GLP-Tax                   PIC 9(9)V99.
       01 WS-GLP-Lookup                  PIC X(10).
       01 WS-GLP-Found-Switch            PIC X VALUE 'N'.
        88 WS-GLP-Found                      VALUE 'Y'.
        88 WS-GLP-Not-Found                  VALUE 'N'.

      * Status
       01 FILE-STATUS.
        05 STATUS-BILLING-FILE            PIC XX.
        05 STATUS-DEFERRED-IN-FILE        PIC XX.
        05 STATUS-DEFERRED-OUT-FILE       PIC XX.
        05 STATUS-JOURNAL-FILE            PIC XX.
        05 STATUS-CONTROL-REPORT-FILE     PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
        05 STATUS-RUN-AUDIT-FILE          PIC XX.

      * Batch Control Card - business processing date shared by the
      * whole nightly chain; a missing or blank card falls back to
      * the current date. The business date of the month-end run is
      * the period close : service days after it are deferred.
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

       01 WS-Business-Date.
        05 WS-Business-YYYY           PIC 9(4).
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-Business-MM             PIC 9(2).
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-Business-DD             PIC 9(2).
       01 WS-Journal-Period              PIC X(7).

      * Run Audit - one record appended to the shared cumulative
      * RUNAUDIT file per execution. CWBPAIFD reports on it.
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

      * End-Of-Files
       01 End-Of-File-B                  PIC X VALUE 'N'.
       01 End-Of-File-D                  PIC X VALUE 'N'.

      * Service-day allocation of one bill. The billing window runs
      * from day (31 - Bill-Prorated-Days) to day 30 on the 30-day
      * convention, segments following one another in that order;
      * the close day is the last service day that belongs to the
      * journal period.
       01 WS-Close-DD                    PIC 9(2).
       01 WS-Seg-Idx                     PIC 9(1).
       01 WS-Seg-Program                 PIC X(10).
       01 WS-Seg-Start-DD                PIC 9(2).
       01 WS-Seg-End-DD                  PIC 9(2).
       01 WS-Seg-Days                    PIC 9(2).
       01 WS-Seg-Amount                  PIC 9(7)V99.
       01 WS-Seg-Earned-Days             PIC 9(2).
       01 WS-Seg-Earned-Amount           PIC 9(7)V99.
       01 WS-Seg-Allocated               PIC 9(7)V99.
       01 WS-Next-Start-DD               PIC 9(2).
       01 WS-Last-Program                PIC X(10).
       01 WS-Check-Total                 PIC 9(7)V99.

      * Reconciliation Result
       01 WS-Recon-Switch                PIC X VALUE 'Y'.
        88 WS-Recon-Balanced                  VALUE 'Y'.
        88 WS-Recon-Unbalanced                VALUE 'N'.
       01 WS-Tie-Switch                  PIC X VALUE 'Y'.
        88 WS-Journal-Tied                    VALUE 'Y'.
        88 WS-Journal-Not-Tied                VALUE 'N'.

      * Record Counts and Control Totals
       01 WS-Count-Bills                  PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Journalled       PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Rejected         PIC 9(9) VALUE ZERO.
       01 WS-Count-Trial-Bills            PIC 9(9) VALUE ZERO.
       01 WS-Count-Journal-Lines          PIC 9(9) VALUE ZERO.
       01 WS-Count-Deferred-In            PIC 9(9) VALUE ZERO.
       01 WS-Count-Deferred-Out           PIC 9(9) VALUE ZERO.
       01 WS-Total-Bill-Amount            PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Bill-Base              PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Bill-Usage             PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Receivable-Dr          PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Debits                 PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Credits                PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Earned                 PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Deferred               PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Released               PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Trial-Days             PIC 9(9) VALUE ZERO.
       01 WS-Total-Bill-Tax               PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Tax-Payable            PIC 9(11)V99 VALUE ZERO.

      * Working variables
       01 WS-Working-Variables.
        05 WS-Current-Date.
         10 WS-Current-YYYY              PIC 9(4) VALUE ZERO.
         10 WS-Current-MM                PIC 9(2) VALUE ZERO.
         10 WS-Current-DD                PIC 9(2) VALUE ZERO.
         10 WS-Current-HH                PIC 9(2) VALUE ZERO.
         10 WS-Current-MIN               PIC 9(2) VALUE ZERO.
         10 WS-Current-SS                PIC 9(2) VALUE ZERO.
         10 WS-Current-THH               PIC 9(2) VALUE ZERO.
         10 WS-Current-TT                PIC 9(2) VALUE ZERO.

      * Report record
       01 WS-Control-Report-File         PIC X(80).

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

      * Header-Line
       01 Header-Line.
        05 FILLER                 PIC X(22) Value SPACES.
        05 FILLER                 PIC X(36)
              Value 'AIFlix Revenue Journal Control'.
        05 FILLER                 PIC X(22) Value SPACES.

      * Control Count / Amount Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Control-Amount-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Amount-Label   PIC X(45).
        05 Control-Amount-Value   PIC ZZZZZZZZZZ9.99.
        05 FILLER                 PIC X(11) Value SPACES.
       01 Control-Check-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Check-Label    PIC X(45).
        05 Control-Check-Result   PIC X(11).
        05 FILLER                 PIC X(14) Value SPACES.

      * Program Breakdown Lines
       01 Program-Heading-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(11) Value 'Program'.
        05 FILLER                 PIC X(13) Value '   Receivable'.
        05 FILLER                 PIC X(13) Value '       Earned'.
        05 FILLER                 PIC X(13) Value '     Deferred'.
        05 FILLER                 PIC X(13) Value '        Usage'.
        05 FILLER                 PIC X(15) Value '  Trial Days'.
       01 Program-Detail-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Program-Name           PIC X(10).
        05 FILLER                 PIC X(1) Value SPACES.
        05 Program-Receivable     PIC ZZZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Program-Earned         PIC ZZZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Program-Deferred       PIC ZZZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Program-Usage          PIC ZZZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Program-Trial-Days     PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(6) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 2000-Secondary-Process
           PERFORM 5000-Reconciliation-Check
           PERFORM 6100-Write-Control-Report
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Secondary Process
      *-----------------------------------------------------------------

       2000-Secondary-Process.

      * Prior period's deferrals are released first
           PERFORM 2050-Release-Deferred
             UNTIL End-Of-File-D = 'Y'

      * Allocate every bill of the extract
           PERFORM 9200-Read-Bill-Record
           PERFORM 2100-Journal-Bill
             UNTIL End-Of-File-B = 'Y'

      * Journal lines and carried-forward deferrals per program
           PERFORM 6050-Write-Journal-Header
           PERFORM VARYING WS-GLP-Idx FROM 1 BY 1
              UNTIL WS-GLP-Idx > WS-GLP-Count
              PERFORM 3000-Write-Program-Entries
           END-PERFORM
           PERFORM 6060-Write-Journal-Trailer.

      *-----------------------------------------------------------------
      * Release Deferred
      *
      * Each brought-forward row is the deferral of an earlier
      * period; its service days fall in this one, so it moves from
      * deferred revenue to subscription revenue. A row for this
      * period or later is a rerun's own output fed back and is not
      * released twice.
      *-----------------------------------------------------------------

       2050-Release-Deferred.

           PERFORM 9210-Read-Deferred-Record
           IF End-Of-File-D = 'N'
               IF Def-Period < WS-Journal-Period
                  AND Def-Amount NUMERIC
                   MOVE Def-Program TO WS-GLP-Lookup
                   PERFORM 3900-Find-Program
                   ADD Def-Amount TO WS-GLP-Released (WS-GLP-Idx)
                   ADD Def-Amount TO WS-Total-Released
               ELSE
                   DISPLAY 'GLDEFI row not released : '
                           Def-Period ' ' Def-Program
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Journal Bill
      *-----------------------------------------------------------------

       2100-Journal-Bill.

           ADD 1 TO WS-Count-Bills

      * A bill whose amounts are not numeric, or whose total is not
      * base plus usage, cannot be journalled and breaks the tie-out
           IF Bill-Base-Amount NOT NUMERIC
              OR Bill-Usage-Adjust NOT NUMERIC
              OR Bill-Total-Amount NOT NUMERIC
              OR Bill-Prorated-Days NOT NUMERIC
               DISPLAY 'Billing record not numeric - not journalled : '
                       Bill-Account-Number
               ADD 1 TO WS-Count-Bills-Rejected
           ELSE
               ADD Bill-Total-Amount TO WS-Total-Bill-Amount
               ADD Bill-Base-Amount TO WS-Total-Bill-Base
               ADD Bill-Usage-Adjust TO WS-Total-Bill-Usage
               COMPUTE WS-Check-Total =
                       Bill-Base-Amount + Bill-Usage-Adjust
               IF WS-Check-Total NOT = Bill-Total-Amount
                   DISPLAY 'Bill-Total-Amount not base plus usage - '
                           'not journalled : ' Bill-Account-Number
                   ADD 1 TO WS-Count-Bills-Rejected
               ELSE
                   PERFORM 2200-Allocate-Bill
                   ADD 1 TO WS-Count-Bills-Journalled
               END-IF
           END-IF

           PERFORM 9200-Read-Bill-Record.

      *-----------------------------------------------------------------
      * Allocate Bill
      *
      * The close day follows from the bill's period against the
      * journal period : an earlier period is wholly earned, a later
      * one (billed in advance) wholly deferred, and the journal
      * period itself is earned up to the business day of the run.
      *-----------------------------------------------------------------

       2200-Allocate-Bill.

           EVALUATE TRUE
           WHEN Bill-Period < WS-Journal-Period
                MOVE 30 TO WS-Close-DD
           WHEN Bill-Period > WS-Journal-Period
                MOVE 0 TO WS-Close-DD
           WHEN OTHER
                MOVE WS-Business-DD TO WS-Close-DD
                IF WS-Close-DD > 30
                    MOVE 30 TO WS-Close-DD
                END-IF
           END-EVALUATE

           IF Bill-Prorated-Days > 30
               MOVE 30 TO Bill-Prorated-Days
           END-IF
           COMPUTE WS-Next-Start-DD = 31 - Bill-Prorated-Days
           MOVE ZERO TO WS-Seg-Allocated
           MOVE Bill-Program TO WS-Last-Program

      * One segment per carried Bill-Segment; a bill that was not
      * split carries none and is a single segment of Bill-Program
           IF Bill-Seg-Program (1) = SPACES
               MOVE Bill-Program TO WS-Seg-Program
               MOVE WS-Next-Start-DD TO WS-Seg-Start-DD
               MOVE Bill-Prorated-Days TO WS-Seg-Days
               MOVE Bill-Base-Amount TO WS-Seg-Amount
               PERFORM 2300-Allocate-Segment
           ELSE
               PERFORM VARYING WS-Seg-Idx FROM 1 BY 1
                  UNTIL WS-Seg-Idx > 3
                  IF Bill-Seg-Program (WS-Seg-Idx) NOT = SPACES
                      MOVE Bill-Seg-Program (WS-Seg-Idx)
                           TO WS-Seg-Program
                      MOVE WS-Next-Start-DD TO WS-Seg-Start-DD
                      MOVE Bill-Seg-Days (WS-Seg-Idx) TO WS-Seg-Days
                      MOVE Bill-Seg-Amount (WS-Seg-Idx)
                           TO WS-Seg-Amount
                      PERFORM 2300-Allocate-Segment
                  END-IF
               END-PERFORM
      * Segments beyond the three the billing record carries : the
      * rest of the base amount over the rest of the window, at the
      * program the account ended the month on
               IF Bill-Base-Amount > WS-Seg-Allocated
                  AND WS-Next-Start-DD <= 30
                   MOVE Bill-Program TO WS-Seg-Program
                   MOVE WS-Next-Start-DD TO WS-Seg-Start-DD
                   COMPUTE WS-Seg-Days = 31 - WS-Next-Start-DD
                   COMPUTE WS-Seg-Amount =
                           Bill-Base-Amount - WS-Seg-Allocated
                   PERFORM 2300-Allocate-Segment
               END-IF
           END-IF

      * Usage is charged for minutes already watched - earned in
      * full, against the program the overage was priced on
           MOVE WS-Last-Program TO WS-GLP-Lookup
           PERFORM 3900-Find-Program
           ADD 1 TO WS-GLP-Bills (WS-GLP-Idx)
           ADD Bill-Usage-Adjust TO WS-GLP-Usage (WS-GLP-Idx)
           ADD Bill-Usage-Adjust TO WS-GLP-Receivable (WS-GLP-Idx)
      * Sales tax is owed to the tax authority, not revenue; a bill
      * written before tax was charged carries spaces there
           IF Bill-Tax-Amount NUMERIC
               ADD Bill-Tax-Amount TO WS-GLP-Tax (WS-GLP-Idx)
               ADD Bill-Tax-Amount TO WS-Total-Bill-Tax
           END-IF
           IF Bill-Program = 'trial'
               ADD 1 TO WS-Count-Trial-Bills
           END-IF.

      *-----------------------------------------------------------------
      * Allocate Segment
      *-----------------------------------------------------------------

       2300-Allocate-Segment.

           MOVE WS-Seg-Program TO WS-Last-Program
           IF WS-Seg-Days = 0
               COMPUTE WS-Seg-End-DD = WS-Seg-Start-DD
           ELSE
               COMPUTE WS-Seg-End-DD = WS-Seg-Start-DD + WS-Seg-Days
                                       - 1
           END-IF
           COMPUTE WS-Next-Start-DD = WS-Seg-Start-DD + WS-Seg-Days
           ADD WS-Seg-Amount TO WS-Seg-Allocated

           EVALUATE TRUE
           WHEN WS-Seg-Days = 0
                MOVE 0 TO WS-Seg-Earned-Days
           WHEN WS-Close-DD >= WS-Seg-End-DD
                MOVE WS-Seg-Days TO WS-Seg-Earned-Days
           WHEN WS-Close-DD < WS-Seg-Start-DD
                MOVE 0 TO WS-Seg-Earned-Days
           WHEN OTHER
                COMPUTE WS-Seg-Earned-Days =
                        WS-Close-DD - WS-Seg-Start-DD + 1
           END-EVALUATE

           IF WS-Seg-Days = 0
               MOVE WS-Seg-Amount TO WS-Seg-Earned-Amount
           ELSE
               COMPUTE WS-Seg-Earned-Amount ROUNDED =
                       WS-Seg-Amount * WS-Seg-Earned-Days
                       / WS-Seg-Days
           END-IF

           MOVE WS-Seg-Program TO WS-GLP-Lookup
           PERFORM 3900-Find-Program
      * Zero-rated trial days are journalled as activity, not money
           IF WS-Seg-Program = 'trial'
               ADD WS-Seg-Days TO WS-GLP-Trial-Days (WS-GLP-Idx)
               ADD WS-Seg-Days TO WS-Total-Trial-Days
           END-IF
           ADD WS-Seg-Amount TO WS-GLP-Receivable (WS-GLP-Idx)
           ADD WS-Seg-Earned-Amount TO WS-GLP-Base-Earned (WS-GLP-Idx)
           ADD WS-Seg-Earned-Days TO WS-GLP-Earned-Days (WS-GLP-Idx)
           COMPUTE WS-GLP-Base-Deferred (WS-GLP-Idx) =
                   WS-GLP-Base-Deferred (WS-GLP-Idx)
                   + WS-Seg-Amount - WS-Seg-Earned-Amount
           COMPUTE WS-GLP-Deferred-Days (WS-GLP-Idx) =
                   WS-GLP-Deferred-Days (WS-GLP-Idx)
                   + WS-Seg-Days - WS-Seg-Earned-Days.

      *-----------------------------------------------------------------
      * Write Program Entries
      *
      * Receivable debit against base, deferred and usage credits;
      * the prior-period release as its own debit/credit pair; the
      * zero-rated trial pair carrying the trial service days; and
      * the sales tax billed, receivable against tax payable. The
      * tax debit is kept out of the receivable tie-out, which is on
      * the net Bill-Total-Amount.
      *-----------------------------------------------------------------

       3000-Write-Program-Entries.

           IF WS-GLP-Receivable (WS-GLP-Idx) > 0
               MOVE WS-GL-Receivable TO GL-Account
               MOVE 'DR' TO GL-Entry-Type
               MOVE WS-GLP-Receivable (WS-GLP-Idx) TO GL-Amount
               MOVE WS-GLP-Bills (WS-GLP-Idx) TO GL-Quantity
               MOVE 'BILLED SUBSCRIPTIONS' TO GL-Description
               PERFORM 3100-Write-Journal-Line
               ADD WS-GLP-Receivable (WS-GLP-Idx)
                   TO WS-Total-Receivable-Dr
           END-IF

           IF WS-GLP-Base-Earned (WS-GLP-Idx) > 0
               MOVE WS-GL-Base-Revenue TO GL-Account
               MOVE 'CR' TO GL-Entry-Type
               MOVE WS-GLP-Base-Earned (WS-GLP-Idx) TO GL-Amount
               MOVE WS-GLP-Earned-Days (WS-GLP-Idx) TO GL-Quantity
               MOVE 'BASE REVENUE EARNED' TO GL-Description
               PERFORM 3100-Write-Journal-Line
               ADD WS-GLP-Base-Earned (WS-GLP-Idx) TO WS-Total-Earned
           END-IF

           IF WS-GLP-Base-Deferred (WS-GLP-Idx) > 0
               MOVE WS-GL-Deferred TO GL-Account
               MOVE 'CR' TO GL-Entry-Type
               MOVE WS-GLP-Base-Deferred (WS-GLP-Idx) TO GL-Amount
               MOVE WS-GLP-Deferred-Days (WS-GLP-Idx) TO GL-Quantity
               MOVE 'BASE REVENUE DEFERRED' TO GL-Description
               PERFORM 3100-Write-Journal-Line
               ADD WS-GLP-Base-Deferred (WS-GLP-Idx)
                   TO WS-Total-Deferred
               PERFORM 3200-Write-Deferred-Balance
           END-IF

           IF WS-GLP-Usage (WS-GLP-Idx) > 0
               MOVE WS-GL-Usage-Revenue TO GL-Account
               MOVE 'CR' TO GL-Entry-Type
               MOVE WS-GLP-Usage (WS-GLP-Idx) TO GL-Amount
               MOVE ZERO TO GL-Quantity
               MOVE 'USAGE REVENUE' TO GL-Description
               PERFORM 3100-Write-Journal-Line
           END-IF

           IF WS-GLP-Released (WS-GLP-Idx) > 0
               MOVE WS-GL-Deferred TO GL-Account
               MOVE 'DR' TO GL-Entry-Type
               MOVE WS-GLP-Released (WS-GLP-Idx) TO GL-Amount
               MOVE ZERO TO GL-Quantity
               MOVE 'PRIOR DEFERRAL RELEASED' TO GL-Description
               PERFORM 3100-Write-Journal-Line
               MOVE WS-GL-Base-Revenue TO GL-Account
               MOVE 'CR' TO GL-Entry-Type
               MOVE 'PRIOR DEFERRAL RECOGNISED' TO GL-Description
               PERFORM 3100-Write-Journal-Line
           END-IF

           IF WS-GLP-Trial-Days (WS-GLP-Idx) > 0
               MOVE WS-GL-Receivable TO GL-Account
               MOVE 'DR' TO GL-Entry-Type
               MOVE ZERO TO GL-Amount
               MOVE WS-GLP-Trial-Days (WS-GLP-Idx) TO GL-Quantity
               MOVE 'ZERO-RATED TRIAL DAYS' TO GL-Description
               PERFORM 3100-Write-Journal-Line
               MOVE WS-GL-Trial TO GL-Account
               MOVE 'CR' TO GL-Entry-Type
               PERFORM 3100-Write-Journal-Line
           END-IF

           IF WS-GLP-Tax (WS-GLP-Idx) > 0
               MOVE WS-GL-Receivable TO GL-Account
               MOVE 'DR' TO GL-Entry-Type
               MOVE WS-GLP-Tax (WS-GLP-Idx) TO GL-Amount
               MOVE ZERO TO GL-Quantity
               MOVE 'SALES TAX BILLED' TO GL-Description
               PERFORM 3100-Write-Journal-Line
               MOVE WS-GL-Tax-Payable TO GL-Account
               MOVE 'CR' TO GL-Entry-Type
               MOVE 'SALES TAX PAYABLE' TO GL-Description
               PERFORM 3100-Write-Journal-Line
               ADD WS-GLP-Tax (WS-GLP-Idx) TO WS-Total-Tax-Payable
           END-IF.

      *-----------------------------------------------------------------
      * Write Journal Line
      *-----------------------------------------------------------------

       3100-Write-Journal-Line.

           MOVE WS-Journal-Period TO GL-Period
           MOVE WS-Business-Date TO GL-Journal-Date
           MOVE WS-GLP-Program (WS-GLP-Idx) TO GL-Program
           IF GL-Debit
               ADD GL-Amount TO WS-Total-Debits
           ELSE
               ADD GL-Amount TO WS-Total-Credits
           END-IF
           PERFORM 9300-Write-Journal-Record.

      *-----------------------------------------------------------------
      * Write Deferred Balance
      *-----------------------------------------------------------------

       3200-Write-Deferred-Balance.

           MOVE SPACES TO WS-Deferred-Row
           MOVE WS-Journal-Period TO Def-Period
           MOVE WS-GLP-Program (WS-GLP-Idx) TO Def-Program
           MOVE WS-GLP-Base-Deferred (WS-GLP-Idx) TO Def-Amount
           PERFORM 9310-Write-Deferred-Record.

      *-----------------------------------------------------------------
      * Find Program
      *
      * Positions WS-GLP-Idx on the program's entry, adding one the
      * first time a program is seen.
      *-----------------------------------------------------------------

       3900-Find-Program.

           SET WS-GLP-Not-Found TO TRUE
           IF WS-GLP-Count > 0
               SET WS-GLP-Idx TO 1
               SEARCH WS-GLP-Entry
                   AT END
                       SET WS-GLP-Not-Found TO TRUE
                   WHEN WS-GLP-Program (WS-GLP-Idx) = WS-GLP-Lookup
                       SET WS-GLP-Found TO TRUE
               END-SEARCH
           END-IF

           IF WS-GLP-Not-Found
               IF WS-GLP-Count >= 100
                   DISPLAY 'Program table full - journal incomplete : '
                           WS-GLP-Lookup
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-GLP-Count
               SET WS-GLP-Idx TO WS-GLP-Count
               MOVE WS-GLP-Lookup TO WS-GLP-Program (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Bills (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Receivable (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Base-Earned (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Earned-Days (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Base-Deferred (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Deferred-Days (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Usage (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Released (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Trial-Days (WS-GLP-Idx)
               MOVE ZERO TO WS-GLP-Tax (WS-GLP-Idx)
           END-IF.

      *-----------------------------------------------------------------
      * Reconciliation Check
      *
      * The journal ties when every BILLFILE record was journalled and
      * the receivable debits equal the Bill-Total-Amount sum; it
      * balances when total debits equal total credits. Either break
      * ends the run RC=8 so the journal is held from posting.
      *-----------------------------------------------------------------

       5000-Reconciliation-Check.

           IF WS-Count-Bills-Journalled = WS-Count-Bills
              AND WS-Total-Receivable-Dr = WS-Total-Bill-Amount
               SET WS-Journal-Tied TO TRUE
           ELSE
               SET WS-Journal-Not-Tied TO TRUE
               DISPLAY 'Journal does not tie to BILLFILE - Records : '
                       WS-Count-Bills ' Journalled : '
                       WS-Count-Bills-Journalled
               DISPLAY 'Bill-Total-Amount sum : ' WS-Total-Bill-Amount
                       ' Receivable debits : ' WS-Total-Receivable-Dr
               PERFORM 9991-Set-Error-Code
           END-IF

           IF WS-Total-Debits = WS-Total-Credits
               SET WS-Recon-Balanced TO TRUE
           ELSE
               SET WS-Recon-Unbalanced TO TRUE
               DISPLAY 'Journal Unbalanced - Debits : ' WS-Total-Debits
                       ' Credits : ' WS-Total-Credits
               PERFORM 9991-Set-Error-Code
           END-IF.

      *-----------------------------------------------------------------
      * Date and Time Retrieval
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
      * Write Journal Header
      *-----------------------------------------------------------------

       6050-Write-Journal-Header.

           MOVE SPACES TO WS-File-Label
           MOVE 'HDR' TO Label-Tag
           MOVE WS-Business-Date TO Label-Business-Date
           MOVE ZERO TO Label-Debit-Total
           MOVE ZERO TO Label-Credit-Total
           WRITE JOURNAL-RECORD FROM WS-File-Label
           IF STATUS-JOURNAL-FILE NOT = '00'
               DISPLAY 'Error while writing to GLJRNL - FS : '
                          STATUS-JOURNAL-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Journal Trailer
      *-----------------------------------------------------------------

       6060-Write-Journal-Trailer.

           MOVE SPACES TO WS-File-Label
           MOVE 'TRL' TO Label-Tag
           MOVE WS-Count-Journal-Lines TO Label-Trailer-Count
           MOVE WS-Total-Debits TO Label-Debit-Total
           MOVE WS-Total-Credits TO Label-Credit-Total
           WRITE JOURNAL-RECORD FROM WS-File-Label
           IF STATUS-JOURNAL-FILE NOT = '00'
               DISPLAY 'Error while writing to GLJRNL - FS : '
                          STATUS-JOURNAL-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Control Report
      *-----------------------------------------------------------------

       6100-Write-Control-Report.

      * Time-Line
           MOVE Time-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Blank Line
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Header-Line
           MOVE Header-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Dash Line
           MOVE Dash-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Blank Line
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Journal Period
           MOVE 'Journal Period / Close Date : '
                TO Control-Check-Label
           MOVE SPACES TO Control-Check-Result
           STRING WS-Journal-Period DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-Business-DD DELIMITED BY SIZE
                  INTO Control-Check-Result
           MOVE Control-Check-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Blank Line
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * BILLFILE side
           MOVE 'Total BILLFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Bills TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Total Records Journalled : ' TO Control-Count-Label
           MOVE WS-Count-Bills-Journalled TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Total Records Rejected : ' TO Control-Count-Label
           MOVE WS-Count-Bills-Rejected TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Total Trial Records : ' TO Control-Count-Label
           MOVE WS-Count-Trial-Bills TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Bill-Total-Amount Sum : ' TO Control-Amount-Label
           MOVE WS-Total-Bill-Amount TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Bill-Base-Amount Sum : ' TO Control-Amount-Label
           MOVE WS-Total-Bill-Base TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Bill-Usage-Adjust Sum : ' TO Control-Amount-Label
           MOVE WS-Total-Bill-Usage TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Bill-Tax-Amount Sum : ' TO Control-Amount-Label
           MOVE WS-Total-Bill-Tax TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Blank Line
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Journal side
           MOVE 'Total Journal Lines : ' TO Control-Count-Label
           MOVE WS-Count-Journal-Lines TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Receivable Debits : ' TO Control-Amount-Label
           MOVE WS-Total-Receivable-Dr TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Base Revenue Earned : ' TO Control-Amount-Label
           MOVE WS-Total-Earned TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Base Revenue Deferred : ' TO Control-Amount-Label
           MOVE WS-Total-Deferred TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Prior Deferral Released : ' TO Control-Amount-Label
           MOVE WS-Total-Released TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Zero-Rated Trial Days : ' TO Control-Count-Label
           MOVE WS-Total-Trial-Days TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Sales Tax Payable : ' TO Control-Amount-Label
           MOVE WS-Total-Tax-Payable TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Total Debits : ' TO Control-Amount-Label
           MOVE WS-Total-Debits TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Total Credits : ' TO Control-Amount-Label
           MOVE WS-Total-Credits TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Blank Line
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Check Lines
           MOVE 'Debits = Credits : ' TO Control-Check-Label
           IF WS-Recon-Balanced
               MOVE 'BALANCED' TO Control-Check-Result
           ELSE
               MOVE 'UNBALANCED' TO Control-Check-Result
           END-IF
           MOVE Control-Check-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE 'Journal = BILLFILE Count and Total : '
                TO Control-Check-Label
           IF WS-Journal-Tied
               MOVE 'TIED' TO Control-Check-Result
           ELSE
               MOVE 'NOT TIED' TO Control-Check-Result
           END-IF
           MOVE Control-Check-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Blank Line
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Dash Line
           MOVE Dash-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Program Breakdown
           MOVE Program-Heading-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
           PERFORM VARYING WS-GLP-Idx FROM 1 BY 1
              UNTIL WS-GLP-Idx > WS-GLP-Count
              MOVE WS-GLP-Program (WS-GLP-Idx) TO Program-Name
              MOVE WS-GLP-Receivable (WS-GLP-Idx)
                   TO Program-Receivable
              MOVE WS-GLP-Base-Earned (WS-GLP-Idx) TO Program-Earned
              MOVE WS-GLP-Base-Deferred (WS-GLP-Idx)
                   TO Program-Deferred
              MOVE WS-GLP-Usage (WS-GLP-Idx) TO Program-Usage
              MOVE WS-GLP-Trial-Days (WS-GLP-Idx)
                   TO Program-Trial-Days
              MOVE Program-Detail-Line TO WS-Control-Report-File
              PERFORM 9320-Write-Control-Record
           END-PERFORM
      * Blank Line
           MOVE Blank-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record
      * Dash Line
           MOVE Dash-Line TO WS-Control-Report-File
           PERFORM 9320-Write-Control-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Control-Report-File
           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
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
               MOVE Ctrl-Business-YYYY TO WS-Current-YYYY
               MOVE Ctrl-Business-MM TO WS-Current-MM
               MOVE Ctrl-Business-DD TO WS-Current-DD
               DISPLAY 'Business Processing Date : '
                       Ctrl-Business-Date
           ELSE
               DISPLAY 'CTRLCARD missing or invalid - using current '
                       'date - FS : ' STATUS-CONTROL-CARD-FILE
           END-IF

           MOVE WS-Current-YYYY TO WS-Business-YYYY
           MOVE WS-Current-MM TO WS-Business-MM
           MOVE WS-Current-DD TO WS-Business-DD
           MOVE WS-Business-Date (1:7) TO WS-Journal-Period
           DISPLAY 'Journal Period : ' WS-Journal-Period.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT BILLING-FILE
           IF STATUS-BILLING-FILE NOT = '00'
               DISPLAY 'Error while opening BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

      * No brought-forward deferrals on the first period
           OPEN INPUT DEFERRED-IN-FILE
           IF STATUS-DEFERRED-IN-FILE = '35'
               DISPLAY 'GLDEFI not found - nothing to release'
               MOVE 'Y' TO End-Of-File-D
           ELSE
               IF STATUS-DEFERRED-IN-FILE NOT = '00'
                   DISPLAY 'Error while opening GLDEFI - FS : '
                              STATUS-DEFERRED-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           OPEN OUTPUT DEFERRED-OUT-FILE
           IF STATUS-DEFERRED-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening GLDEFO - FS : '
                          STATUS-DEFERRED-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT JOURNAL-FILE
           IF STATUS-JOURNAL-FILE NOT = '00'
               DISPLAY 'Error while opening GLJRNL - FS : '
                          STATUS-JOURNAL-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF STATUS-CONTROL-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening GLCTLRPT - FS : '
                          STATUS-CONTROL-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Bill Record
      *-----------------------------------------------------------------

       9200-Read-Bill-Record.

           READ BILLING-FILE INTO WS-Billing-File
               AT END MOVE 'Y' TO End-Of-File-B
               DISPLAY 'End of BILLFILE'
           END-READ
           IF STATUS-BILLING-FILE NOT = '00' AND '10'
               DISPLAY 'Error while reading BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF End-Of-File-B = 'N'
               ADD 1 TO WS-Audit-Records-Read
           END-IF.

      *-----------------------------------------------------------------
      * Read Deferred Record
      *-----------------------------------------------------------------

       9210-Read-Deferred-Record.

           READ DEFERRED-IN-FILE INTO WS-Deferred-Row
               AT END MOVE 'Y' TO End-Of-File-D
               DISPLAY 'End of GLDEFI'
           END-READ
           IF STATUS-DEFERRED-IN-FILE NOT = '00' AND '10'
               DISPLAY 'Error while reading GLDEFI - FS : '
                          STATUS-DEFERRED-IN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF End-Of-File-D = 'N'
               ADD 1 TO WS-Count-Deferred-In
               ADD 1 TO WS-Audit-Records-Read
           END-IF.

      *-----------------------------------------------------------------
      * Write Journal Record
      *-----------------------------------------------------------------

        9300-Write-Journal-Record.

           WRITE JOURNAL-RECORD FROM WS-Journal-Line
           IF STATUS-JOURNAL-FILE NOT = '00'
               DISPLAY 'Error while writing to GLJRNL - FS : '
                          STATUS-JOURNAL-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Journal-Lines
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Deferred Record
      *-----------------------------------------------------------------

        9310-Write-Deferred-Record.

           WRITE DEFERRED-OUT-RECORD FROM WS-Deferred-Row
           IF STATUS-DEFERRED-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to GLDEFO - FS : '
                          STATUS-DEFERRED-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Deferred-Out
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Control Report Record
      *-----------------------------------------------------------------

        9320-Write-Control-Record.

           WRITE CONTROL-REPORT-RECORD FROM WS-Control-Report-File
           IF STATUS-CONTROL-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to GLCTLRPT - FS : '
                          STATUS-CONTROL-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE BILLING-FILE
           IF STATUS-BILLING-FILE NOT = '00'
               DISPLAY 'Error while closing BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           IF STATUS-DEFERRED-IN-FILE NOT = '35'
               CLOSE DEFERRED-IN-FILE
               IF STATUS-DEFERRED-IN-FILE NOT = '00'
                   DISPLAY 'Error while closing GLDEFI - FS : '
                              STATUS-DEFERRED-IN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           CLOSE DEFERRED-OUT-FILE
           IF STATUS-DEFERRED-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing GLDEFO - FS : '
                          STATUS-DEFERRED-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE JOURNAL-FILE
           IF STATUS-JOURNAL-FILE NOT = '00'
               DISPLAY 'Error while closing GLJRNL - FS : '
                          STATUS-JOURNAL-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE CONTROL-REPORT-FILE
           IF STATUS-CONTROL-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing GLCTLRPT - FS : '
                          STATUS-CONTROL-REPORT-FILE
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
           MOVE 'CWBPAIFM' TO RA-Program-Id
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
      * Set Error Return Code
      *-----------------------------------------------------------------

       9991-Set-Error-Code.

           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
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
      *-----------------------------------------------------------------

       9999-Finalize.

           DISPLAY 'BILLFILE Records Read : ' WS-Count-Bills
           DISPLAY 'Records Journalled : ' WS-Count-Bills-Journalled
           DISPLAY 'Journal Lines Written : ' WS-Count-Journal-Lines
           DISPLAY 'Deferred Balances Released : '
                   WS-Count-Deferred-In
           DISPLAY 'Deferred Balances Carried : '
                   WS-Count-Deferred-Out
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
