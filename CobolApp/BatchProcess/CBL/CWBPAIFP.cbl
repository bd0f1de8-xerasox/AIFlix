       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It gives subscribers advance notice of price rises : every
      * future-dated RATEPLAN row whose Rate-Monthly is higher than
      * the row it replaces is a price change, and every account on
      * that subscriptionProgram that has not churned is written once
      * to the notification extract for the mailer, with the old
      * price, the new price and the effective date. A notification
      * history (PRNOTHSI read, PRNOTHSO written for the next run, in
      * accountNumber order like CUSTFILE) records who was told and
      * when, so later runs skip them. The control report lists each
      * change and flags any whose notice window has opened with
      * accounts that were not notified the required number of days
      * ahead (PRNTPARM, default 30 days).
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT RATE-PLAN-FILE   ASSIGN TO RATEPLAN
               FILE STATUS IS STATUS-RATE-PLAN-FILE.

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT HISTORY-IN-FILE  ASSIGN TO PRNOTHSI
               FILE STATUS IS STATUS-HISTORY-IN-FILE.

           SELECT HISTORY-OUT-FILE ASSIGN TO PRNOTHSO
               FILE STATUS IS STATUS-HISTORY-OUT-FILE.

           SELECT NOTICE-FILE      ASSIGN TO PRICENTF
               FILE STATUS IS STATUS-NOTICE-FILE.

           SELECT REPORT-FILE      ASSIGN TO PRCTLRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT PARM-FILE        ASSIGN TO PRNTPARM
               FILE STATUS IS STATUS-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  RATE-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RATE-PLAN-RECORD           PIC X(80).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD            PIC X(500).

       FD  HISTORY-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HISTORY-IN-RECORD          PIC X(80).

       FD  HISTORY-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  HISTORY-OUT-RECORD         PIC X(80).

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  NOTICE-RECORD              PIC X(150).

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

      * Rate-Plan Master Row (as read by CWBPAIF5)
       01 WS-Rate-Plan-File.
        05 Rate-Program               PIC X(10).
        05 Rate-Eff-From              PIC X(10).
        05 Rate-Eff-To                PIC X(10).
        05 Rate-Monthly               PIC 9(3)V99.
        05 FILLER                     PIC X(1).
        05 Rate-Incl-Minutes          PIC 9(7).
        05 FILLER                     PIC X(1).
        05 Rate-Ovr-Block-Size        PIC 9(3).
        05 FILLER                     PIC X(1).
        05 Rate-Ovr-Block-Rate        PIC 9(3)V99.
        05 FILLER                     PIC X(27).

      * Rate-Plan Table - program, start date and monthly rate of
      * every row; the predecessor of a row is the same program's row
      * with the latest earlier Eff-From
       01 WS-Rate-Plan-Table.
        05 WS-RPT-Count               PIC 9(3) VALUE ZERO.
        05 WS-RPT-Entry OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-RPT-Count
              INDEXED BY WS-RPT-Idx WS-RPT-Jdx.
         10 WS-RPT-Program            PIC X(10).
         10 WS-RPT-Eff-From           PIC X(10).
         10 WS-RPT-Monthly            PIC 9(3)V99.
       01 WS-RPT-Pred-Idx             PIC 9(3).

      * Customer-File
       01 WS-Customer-File.
        05 accountNumber              PIC X(10).
        05 firstName                  PIC X(15).
        05 lastName                   PIC X(15).
        05 gender                     PIC X(10).
        05 birthDate                  PIC X(10).
        05 subscriptionDate           PIC X(10).
        05 emailAddress               PIC X(40).
        05 subscriptionProgram        PIC X(10).
        05 FILLER                     PIC X(370).
        05 subscriberStatus           PIC X(10).

      * Notification History Row - one per account and price change
      * notified, kept in accountNumber order
       01 WS-History-File.
        05 Hist-Account-Number        PIC X(10).
        05 FILLER                     PIC X(1).
        05 Hist-Program               PIC X(10).
        05 FILLER                     PIC X(1).
        05 Hist-Eff-From              PIC X(10).
        05 FILLER                     PIC X(1).
        05 Hist-Notified-Date         PIC X(10).
        05 FILLER                     PIC X(1).
        05 Hist-Old-Monthly           PIC 9(3)V99.
        05 FILLER                     PIC X(1).
        05 Hist-New-Monthly           PIC 9(3)V99.
        05 FILLER                     PIC X(25).
       01 WS-Prev-Hist-Account        PIC X(10) VALUE LOW-VALUES.

      * Notification History Row given tonight - built apart from
      * WS-History-File, which holds the next PRNOTHSI row read ahead
       01 WS-New-History-Row.
        05 New-Hist-Account-Number    PIC X(10).
        05 FILLER                     PIC X(1).
        05 New-Hist-Program           PIC X(10).
        05 FILLER                     PIC X(1).
        05 New-Hist-Eff-From          PIC X(10).
        05 FILLER                     PIC X(1).
        05 New-Hist-Notified-Date     PIC X(10).
        05 FILLER                     PIC X(1).
        05 New-Hist-Old-Monthly       PIC 9(3)V99.
        05 FILLER                     PIC X(1).
        05 New-Hist-New-Monthly       PIC 9(3)V99.
        05 FILLER                     PIC X(25).

      * Price-Change Notification Record - for the mailer. A price
      * notice is a contractual notice, not marketing : it goes to
      * every affected account regardless of marketingOptOut.
       01 WS-Notice-File.
        05 Notice-Account-Number      PIC X(10).
        05 Notice-Email-Address       PIC X(40).
        05 Notice-First-Name          PIC X(15).
        05 Notice-Last-Name           PIC X(15).
        05 Notice-Program             PIC X(10).
        05 Notice-Old-Monthly         PIC 9(3)V99.
        05 Notice-New-Monthly         PIC 9(3)V99.
        05 Notice-Eff-From            PIC X(10).
        05 Notice-Notified-Date       PIC X(10).
        05 FILLER                     PIC X(30).

      * Price-Change Table - one entry per future-dated increase
       01 WS-Price-Change-Table.
        05 WS-PCH-Count               PIC 9(3) VALUE ZERO.
        05 WS-PCH-Entry OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-PCH-Count
              INDEXED BY WS-PCH-Idx.
         10 WS-PCH-Program            PIC X(10).
         10 WS-PCH-Eff-From           PIC X(10).
         10 WS-PCH-Old-Monthly        PIC 9(3)V99.
         10 WS-PCH-New-Monthly        PIC 9(3)V99.
         10 WS-PCH-Days-To-Go         PIC 9(5).
         10 WS-PCH-Affected           PIC 9(9).
         10 WS-PCH-On-Time            PIC 9(9).
         10 WS-PCH-Late               PIC 9(9).
         10 WS-PCH-Notified-Tonight   PIC 9(9).

      * This account's history rows, gathered per customer
       01 WS-Acct-History-List.
        05 WS-AHL-Count               PIC 9(2) VALUE ZERO.
        05 WS-AHL-Entry OCCURS 0 TO 50 TIMES
              DEPENDING ON WS-AHL-Count
              INDEXED BY WS-AHL-Idx.
         10 WS-AHL-Program            PIC X(10).
         10 WS-AHL-Eff-From           PIC X(10).
         10 WS-AHL-Notified-Date      PIC X(10).
       01 WS-AHL-Found-Switch         PIC X VALUE 'N'.
        88 WS-AHL-Found                   VALUE 'Y'.
        88 WS-AHL-Not-Found               VALUE 'N'.

      * Parameter Card - notice period in days. A missing card or a
      * zero value runs on the 30-day default.
       01 WS-Parm-Card.
        05 Parm-Notice-Days           PIC 9(3).
        05 FILLER                     PIC X(77).
       01 WS-Notice-Days              PIC 9(3) VALUE 30.

      * Elapsed-days arithmetic - same 30-day-month convention as
      * 5525 in CWBPAIF2
       01 WS-Elapsed-Date-1.
        05 WS-Elapsed-Date-1-YYYY     PIC 9(4) VALUE ZERO.
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-Elapsed-Date-1-MM       PIC 9(2) VALUE ZERO.
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-Elapsed-Date-1-DD       PIC 9(2) VALUE ZERO.
       01 WS-Elapsed-Date-2.
        05 WS-Elapsed-Date-2-YYYY     PIC 9(4) VALUE ZERO.
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-Elapsed-Date-2-MM       PIC 9(2) VALUE ZERO.
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-Elapsed-Date-2-DD       PIC 9(2) VALUE ZERO.
       01 WS-Elapsed-Days-TMP         PIC S9(6) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-RATE-PLAN-FILE          PIC XX.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-HISTORY-IN-FILE         PIC XX.
        05 STATUS-HISTORY-OUT-FILE        PIC XX.
        05 STATUS-NOTICE-FILE             PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-PARM-FILE               PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
        05 STATUS-RUN-AUDIT-FILE          PIC XX.

      * Batch Control Card - business processing date shared by the
      * whole nightly chain; a missing or blank card falls back to
      * the current date
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
       01 End-Of-File-R                  PIC X VALUE 'N'.
       01 End-Of-File-C                  PIC X VALUE 'N'.
       01 End-Of-File-H                  PIC X VALUE 'N'.

      * Record Counts and Control Totals
       01 WS-Count-Rate-Rows              PIC 9(9) VALUE ZERO.
       01 WS-Count-Future-Rows            PIC 9(9) VALUE ZERO.
       01 WS-Count-Customers              PIC 9(9) VALUE ZERO.
       01 WS-Count-Notices                PIC 9(9) VALUE ZERO.
       01 WS-Count-Already-Notified       PIC 9(9) VALUE ZERO.
       01 WS-Count-History-In             PIC 9(9) VALUE ZERO.
       01 WS-Count-History-Out            PIC 9(9) VALUE ZERO.
       01 WS-Count-Changes-Flagged        PIC 9(9) VALUE ZERO.

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
       01 WS-Report-File                 PIC X(80).

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
              Value 'AIFlix Price Change Notice Control'.
        05 FILLER                 PIC X(22) Value SPACES.

      * Control Count / Check Lines
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

      * Price Change Lines
       01 Change-Heading-Line-1.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(11) Value 'Program'.
        05 FILLER                 PIC X(11) Value 'Effective'.
        05 FILLER                 PIC X(6) Value '   Old'.
        05 FILLER                 PIC X(7) Value '    New'.
        05 FILLER                 PIC X(5) Value ' Days'.
        05 FILLER                 PIC X(8) Value ' Affectd'.
        05 FILLER                 PIC X(8) Value ' On Time'.
        05 FILLER                 PIC X(8) Value '    Late'.
        05 FILLER                 PIC X(14) Value ' Status'.
       01 Change-Detail-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Change-Program         PIC X(10).
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-Eff-From        PIC X(10).
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-Old-Monthly     PIC ZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-New-Monthly     PIC ZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-Days-To-Go      PIC ZZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-Affected        PIC ZZZZZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-On-Time         PIC ZZZZZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-Late            PIC ZZZZZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Change-Status          PIC X(12).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 2000-Secondary-Process
           PERFORM 5000-Notice-Window-Check
           PERFORM 6100-Write-Control-Report
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Secondary Process
      *
      * CUSTFILE and the history are both in accountNumber order and
      * are matched in one pass; history rows of accounts no longer
      * on CUSTFILE are carried forward unchanged.
      *-----------------------------------------------------------------

       2000-Secondary-Process.

           PERFORM 9210-Read-History-Record
           PERFORM 9200-Read-Customer-Record
           PERFORM 2100-Process-Customer
             UNTIL End-Of-File-C = 'Y'

           PERFORM 2150-Carry-History-Row
             UNTIL End-Of-File-H = 'Y'.

      *-----------------------------------------------------------------
      * Process Customer
      *-----------------------------------------------------------------

       2100-Process-Customer.

           ADD 1 TO WS-Count-Customers

           PERFORM 2150-Carry-History-Row
             UNTIL End-Of-File-H = 'Y'
             OR Hist-Account-Number >= accountNumber of WS-Customer-File

           MOVE ZERO TO WS-AHL-Count
           PERFORM 2160-Gather-History-Row
             UNTIL End-Of-File-H = 'Y'
             OR Hist-Account-Number NOT =
                accountNumber of WS-Customer-File

           IF subscriberStatus of WS-Customer-File NOT = 'CHURNED'
               PERFORM VARYING WS-PCH-Idx FROM 1 BY 1
                  UNTIL WS-PCH-Idx > WS-PCH-Count
                  IF WS-PCH-Program (WS-PCH-Idx) =
                     subscriptionProgram of WS-Customer-File
                      PERFORM 3000-Notify-Account
                  END-IF
               END-PERFORM
           END-IF

           PERFORM 9200-Read-Customer-Record.

      *-----------------------------------------------------------------
      * Carry History Row
      *-----------------------------------------------------------------

       2150-Carry-History-Row.

           PERFORM 9310-Write-History-Record
           PERFORM 9210-Read-History-Record.

      *-----------------------------------------------------------------
      * Gather History Row
      *
      * Keeps the account's history rows to test against the price
      * changes, and carries them forward.
      *-----------------------------------------------------------------

       2160-Gather-History-Row.

           IF WS-AHL-Count < 50
               ADD 1 TO WS-AHL-Count
               MOVE Hist-Program TO WS-AHL-Program (WS-AHL-Count)
               MOVE Hist-Eff-From TO WS-AHL-Eff-From (WS-AHL-Count)
               MOVE Hist-Notified-Date
                    TO WS-AHL-Notified-Date (WS-AHL-Count)
           ELSE
               DISPLAY 'Notification history list full for account : '
                       Hist-Account-Number
               PERFORM 9991-Set-Error-Code
           END-IF
           PERFORM 2150-Carry-History-Row.

      *-----------------------------------------------------------------
      * Notify Account
      *
      * An account already in the history for this change is not
      * told again; its notice counts as on time when it was given at
      * least the notice period before the effective date. A new
      * notice tonight is on time only if the notice period still
      * fits before the change.
      *-----------------------------------------------------------------

       3000-Notify-Account.

           ADD 1 TO WS-PCH-Affected (WS-PCH-Idx)

           SET WS-AHL-Not-Found TO TRUE
           IF WS-AHL-Count > 0
              SET WS-AHL-Idx TO 1
              SEARCH WS-AHL-Entry VARYING WS-AHL-Idx
                 AT END CONTINUE
                 WHEN WS-AHL-Program (WS-AHL-Idx) =
                      WS-PCH-Program (WS-PCH-Idx)
                  AND WS-AHL-Eff-From (WS-AHL-Idx) =
                      WS-PCH-Eff-From (WS-PCH-Idx)
                      SET WS-AHL-Found TO TRUE
              END-SEARCH
           END-IF

           IF WS-AHL-Found
               ADD 1 TO WS-Count-Already-Notified
               MOVE WS-AHL-Notified-Date (WS-AHL-Idx)
                    TO WS-Elapsed-Date-1
               MOVE WS-PCH-Eff-From (WS-PCH-Idx) TO WS-Elapsed-Date-2
               PERFORM 5600-Elapsed-Days-Calculation
               IF WS-Elapsed-Days-TMP >= WS-Notice-Days
                   ADD 1 TO WS-PCH-On-Time (WS-PCH-Idx)
               ELSE
                   ADD 1 TO WS-PCH-Late (WS-PCH-Idx)
               END-IF
           ELSE
               MOVE SPACES TO WS-Notice-File
               MOVE accountNumber of WS-Customer-File
                    TO Notice-Account-Number
               MOVE emailAddress of WS-Customer-File
                    TO Notice-Email-Address
               MOVE firstName of WS-Customer-File TO Notice-First-Name
               MOVE lastName of WS-Customer-File TO Notice-Last-Name
               MOVE WS-PCH-Program (WS-PCH-Idx) TO Notice-Program
               MOVE WS-PCH-Old-Monthly (WS-PCH-Idx)
                    TO Notice-Old-Monthly
               MOVE WS-PCH-New-Monthly (WS-PCH-Idx)
                    TO Notice-New-Monthly
               MOVE WS-PCH-Eff-From (WS-PCH-Idx) TO Notice-Eff-From
               MOVE WS-Business-Date TO Notice-Notified-Date
               PERFORM 9300-Write-Notice-Record

               MOVE SPACES TO WS-New-History-Row
               MOVE accountNumber of WS-Customer-File
                    TO New-Hist-Account-Number
               MOVE WS-PCH-Program (WS-PCH-Idx) TO New-Hist-Program
               MOVE WS-PCH-Eff-From (WS-PCH-Idx) TO New-Hist-Eff-From
               MOVE WS-Business-Date TO New-Hist-Notified-Date
               MOVE WS-PCH-Old-Monthly (WS-PCH-Idx)
                    TO New-Hist-Old-Monthly
               MOVE WS-PCH-New-Monthly (WS-PCH-Idx)
                    TO New-Hist-New-Monthly
               PERFORM 9315-Write-New-History-Record

               ADD 1 TO WS-PCH-Notified-Tonight (WS-PCH-Idx)
               IF WS-PCH-Days-To-Go (WS-PCH-Idx) >= WS-Notice-Days
                   ADD 1 TO WS-PCH-On-Time (WS-PCH-Idx)
               ELSE
                   ADD 1 TO WS-PCH-Late (WS-PCH-Idx)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Notice Window Check
      *
      * A change whose notice window has opened (no more than the
      * notice period left) with any affected account told late - or
      * only tonight - is flagged, and the run ends RC=4 so the
      * change can be held back or the notice period honoured.
      *-----------------------------------------------------------------

       5000-Notice-Window-Check.

           PERFORM VARYING WS-PCH-Idx FROM 1 BY 1
              UNTIL WS-PCH-Idx > WS-PCH-Count
              IF WS-PCH-Days-To-Go (WS-PCH-Idx) <= WS-Notice-Days
                 AND WS-PCH-Late (WS-PCH-Idx) > 0
                  ADD 1 TO WS-Count-Changes-Flagged
                  DISPLAY 'Price change ' WS-PCH-Program (WS-PCH-Idx)
                          ' ' WS-PCH-Eff-From (WS-PCH-Idx)
                          ' - accounts not notified in the notice '
                          'window : ' WS-PCH-Late (WS-PCH-Idx)
              END-IF
           END-PERFORM

           IF WS-Count-Changes-Flagged > 0
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Date and Time Retrieval
      *-----------------------------------------------------------------

       5500-Datetime-Retrieval.

           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
           .

      *-----------------------------------------------------------------
      * Elapsed Days Calculation
      *
      * Days from WS-Elapsed-Date-1 to WS-Elapsed-Date-2 on the
      * 30-day-month convention, never negative.
      *-----------------------------------------------------------------

       5600-Elapsed-Days-Calculation.

           COMPUTE WS-Elapsed-Days-TMP =
           (WS-Elapsed-Date-2-YYYY - WS-Elapsed-Date-1-YYYY) * 360 +
           (WS-Elapsed-Date-2-MM - WS-Elapsed-Date-1-MM) * 30 +
           (WS-Elapsed-Date-2-DD - WS-Elapsed-Date-1-DD)
           IF WS-Elapsed-Days-TMP < 0
              MOVE 0 TO WS-Elapsed-Days-TMP
           END-IF.

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
      * Write Control Report
      *-----------------------------------------------------------------

       6100-Write-Control-Report.

      * Time-Line
           MOVE Time-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Header-Line
           MOVE Header-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Business Date and Notice Period
           MOVE 'Business Date : ' TO Control-Check-Label
           MOVE WS-Business-Date TO Control-Check-Result
           MOVE Control-Check-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Notice Period Days : ' TO Control-Count-Label
           MOVE WS-Notice-Days TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * One line per price change
           MOVE Change-Heading-Line-1 TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           PERFORM VARYING WS-PCH-Idx FROM 1 BY 1
              UNTIL WS-PCH-Idx > WS-PCH-Count
              MOVE WS-PCH-Program (WS-PCH-Idx) TO Change-Program
              MOVE WS-PCH-Eff-From (WS-PCH-Idx) TO Change-Eff-From
              MOVE WS-PCH-Old-Monthly (WS-PCH-Idx)
                   TO Change-Old-Monthly
              MOVE WS-PCH-New-Monthly (WS-PCH-Idx)
                   TO Change-New-Monthly
              MOVE WS-PCH-Days-To-Go (WS-PCH-Idx) TO Change-Days-To-Go
              MOVE WS-PCH-Affected (WS-PCH-Idx) TO Change-Affected
              MOVE WS-PCH-On-Time (WS-PCH-Idx) TO Change-On-Time
              MOVE WS-PCH-Late (WS-PCH-Idx) TO Change-Late
              EVALUATE TRUE
              WHEN WS-PCH-Days-To-Go (WS-PCH-Idx) > WS-Notice-Days
                   MOVE 'NOT DUE YET' TO Change-Status
              WHEN WS-PCH-Late (WS-PCH-Idx) > 0
                   MOVE 'LATE NOTICE' TO Change-Status
              WHEN OTHER
                   MOVE 'ALL NOTIFIED' TO Change-Status
              END-EVALUATE
              MOVE Change-Detail-Line TO WS-Report-File
              PERFORM 9320-Write-Report-Record
           END-PERFORM
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Control Totals
           MOVE 'Total RATEPLAN Rows : ' TO Control-Count-Label
           MOVE WS-Count-Rate-Rows TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Future-Dated Rate Rows : ' TO Control-Count-Label
           MOVE WS-Count-Future-Rows TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Future Price Increases : ' TO Control-Count-Label
           MOVE WS-PCH-Count TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Total CUSTFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Customers TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Notifications Written Tonight : '
                TO Control-Count-Label
           MOVE WS-Count-Notices TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Accounts Already Notified - Skipped : '
                TO Control-Count-Label
           MOVE WS-Count-Already-Notified TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'History Rows Carried In : ' TO Control-Count-Label
           MOVE WS-Count-History-In TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'History Rows Written : ' TO Control-Count-Label
           MOVE WS-Count-History-Out TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Changes With Late Notices : ' TO Control-Count-Label
           MOVE WS-Count-Changes-Flagged TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Report-File
           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9510-Read-Parm-Card
           PERFORM 6000-Move-Working-Variables
           PERFORM 9520-Load-Rate-Plan-Table
           PERFORM 9540-Find-Price-Changes.

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
           MOVE WS-Current-DD TO WS-Business-DD.

      *-----------------------------------------------------------------
      * Read Parameter Card
      *
      * A missing PRNTPARM runs on the default 30-day notice period.
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
               DISPLAY 'PRNTPARM not found - default notice period '
                       'used : ' STATUS-PARM-FILE
           END-IF

           IF Parm-Notice-Days NUMERIC
              AND Parm-Notice-Days > 0
               MOVE Parm-Notice-Days TO WS-Notice-Days
           END-IF
           DISPLAY 'Notice Period Days in effect : ' WS-Notice-Days.

      *-----------------------------------------------------------------
      * Load Rate Plan Table
      *-----------------------------------------------------------------

       9520-Load-Rate-Plan-Table.

           OPEN INPUT RATE-PLAN-FILE
           IF STATUS-RATE-PLAN-FILE NOT = '00'
               DISPLAY 'Error while opening RATEPLAN - FS : '
                          STATUS-RATE-PLAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 9530-Read-Rate-Plan-Record
           PERFORM UNTIL End-Of-File-R = 'Y'
               IF Rate-Program NOT = SPACES
                   IF Rate-Monthly NUMERIC
                      AND Rate-Eff-From (1:4) NUMERIC
                      AND Rate-Eff-From (6:2) NUMERIC
                      AND Rate-Eff-From (9:2) NUMERIC
                       IF WS-RPT-Count < 500
                           ADD 1 TO WS-RPT-Count
                           MOVE Rate-Program
                                TO WS-RPT-Program (WS-RPT-Count)
                           MOVE Rate-Eff-From
                                TO WS-RPT-Eff-From (WS-RPT-Count)
                           MOVE Rate-Monthly
                                TO WS-RPT-Monthly (WS-RPT-Count)
                       ELSE
                           DISPLAY 'Rate-Plan table full - skipping : '
                                   Rate-Program
                           PERFORM 9990-Set-Warning-Code
                       END-IF
                   ELSE
                       DISPLAY 'Invalid rate row skipped : '
                               Rate-Program ' ' Rate-Eff-From
                       PERFORM 9990-Set-Warning-Code
                   END-IF
               END-IF
               PERFORM 9530-Read-Rate-Plan-Record
           END-PERFORM

           CLOSE RATE-PLAN-FILE
           IF STATUS-RATE-PLAN-FILE NOT = '00'
               DISPLAY 'Error while closing RATEPLAN - FS : '
                          STATUS-RATE-PLAN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Read Rate Plan Record
      *-----------------------------------------------------------------

       9530-Read-Rate-Plan-Record.

           READ RATE-PLAN-FILE INTO WS-Rate-Plan-File
               AT END MOVE 'Y' TO End-Of-File-R
           END-READ
           IF STATUS-RATE-PLAN-FILE NOT = '00' AND '10'
               DISPLAY 'Error while reading RATEPLAN - FS : '
                          STATUS-RATE-PLAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF End-Of-File-R = 'N'
               ADD 1 TO WS-Count-Rate-Rows
               ADD 1 TO WS-Audit-Records-Read
           END-IF.

      *-----------------------------------------------------------------
      * Find Price Changes
      *
      * Every row starting after the business date is compared with
      * its predecessor (same program, latest earlier Eff-From); a
      * higher Rate-Monthly is a price change subscribers must be
      * told about. A first row for a new program, or a cut, needs no
      * notice.
      *-----------------------------------------------------------------

       9540-Find-Price-Changes.

           PERFORM VARYING WS-RPT-Idx FROM 1 BY 1
              UNTIL WS-RPT-Idx > WS-RPT-Count
              IF WS-RPT-Eff-From (WS-RPT-Idx) > WS-Business-Date
                  ADD 1 TO WS-Count-Future-Rows
                  MOVE ZERO TO WS-RPT-Pred-Idx
                  PERFORM VARYING WS-RPT-Jdx FROM 1 BY 1
                     UNTIL WS-RPT-Jdx > WS-RPT-Count
                     IF WS-RPT-Program (WS-RPT-Jdx) =
                        WS-RPT-Program (WS-RPT-Idx)
                        AND WS-RPT-Eff-From (WS-RPT-Jdx) <
                            WS-RPT-Eff-From (WS-RPT-Idx)
                         IF WS-RPT-Pred-Idx = 0
                             SET WS-RPT-Pred-Idx TO WS-RPT-Jdx
                         ELSE
                             IF WS-RPT-Eff-From (WS-RPT-Jdx) >
                                WS-RPT-Eff-From (WS-RPT-Pred-Idx)
                                 SET WS-RPT-Pred-Idx TO WS-RPT-Jdx
                             END-IF
                         END-IF
                     END-IF
                  END-PERFORM
                  IF WS-RPT-Pred-Idx > 0
                      IF WS-RPT-Monthly (WS-RPT-Idx) >
                         WS-RPT-Monthly (WS-RPT-Pred-Idx)
                          PERFORM 9545-Add-Price-Change
                      END-IF
                  END-IF
              END-IF
           END-PERFORM

           DISPLAY 'Future Price Increases Found : ' WS-PCH-Count.

      *-----------------------------------------------------------------
      * Add Price Change
      *-----------------------------------------------------------------

       9545-Add-Price-Change.

           IF WS-PCH-Count < 200
               ADD 1 TO WS-PCH-Count
               SET WS-PCH-Idx TO WS-PCH-Count
               MOVE WS-RPT-Program (WS-RPT-Idx)
                    TO WS-PCH-Program (WS-PCH-Idx)
               MOVE WS-RPT-Eff-From (WS-RPT-Idx)
                    TO WS-PCH-Eff-From (WS-PCH-Idx)
               MOVE WS-RPT-Monthly (WS-RPT-Pred-Idx)
                    TO WS-PCH-Old-Monthly (WS-PCH-Idx)
               MOVE WS-RPT-Monthly (WS-RPT-Idx)
                    TO WS-PCH-New-Monthly (WS-PCH-Idx)
               MOVE WS-Business-Date TO WS-Elapsed-Date-1
               MOVE WS-RPT-Eff-From (WS-RPT-Idx) TO WS-Elapsed-Date-2
               PERFORM 5600-Elapsed-Days-Calculation
               MOVE WS-Elapsed-Days-TMP
                    TO WS-PCH-Days-To-Go (WS-PCH-Idx)
               MOVE ZERO TO WS-PCH-Affected (WS-PCH-Idx)
               MOVE ZERO TO WS-PCH-On-Time (WS-PCH-Idx)
               MOVE ZERO TO WS-PCH-Late (WS-PCH-Idx)
               MOVE ZERO TO WS-PCH-Notified-Tonight (WS-PCH-Idx)
           ELSE
               DISPLAY 'Price-change table full - not notified : '
                       WS-RPT-Program (WS-RPT-Idx) ' '
                       WS-RPT-Eff-From (WS-RPT-Idx)
               PERFORM 9991-Set-Error-Code
           END-IF.

      *-----------------------------------------------------------------
      * Open Files
      *
      * No PRNOTHSI on the first run - nobody has been notified yet.
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTFILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN INPUT HISTORY-IN-FILE
           IF STATUS-HISTORY-IN-FILE = '35'
               DISPLAY 'PRNOTHSI not found - no earlier notifications'
               MOVE 'Y' TO End-Of-File-H
           ELSE
               IF STATUS-HISTORY-IN-FILE NOT = '00'
                   DISPLAY 'Error while opening PRNOTHSI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           OPEN OUTPUT HISTORY-OUT-FILE
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening PRNOTHSO - FS : '
                          STATUS-HISTORY-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT NOTICE-FILE
           IF STATUS-NOTICE-FILE NOT = '00'
               DISPLAY 'Error while opening PRICENTF - FS : '
                          STATUS-NOTICE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening PRCTLRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Customer Record
      *-----------------------------------------------------------------

       9200-Read-Customer-Record.

           READ CUSTOMER-FILE INTO WS-Customer-File
               AT END MOVE 'Y' TO End-Of-File-C
               DISPLAY 'End of CUSTFILE'
           END-READ
           IF STATUS-CUSTOMER-FILE NOT = '00' AND '10'
               DISPLAY 'Error while reading CUSTFILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF End-Of-File-C = 'N'
               ADD 1 TO WS-Audit-Records-Read
           END-IF.

      *-----------------------------------------------------------------
      * Read History Record
      *
      * A history out of accountNumber order would make the match
      * miss earlier notices and tell accounts twice - the run stops.
      *-----------------------------------------------------------------

       9210-Read-History-Record.

           IF End-Of-File-H = 'N'
               READ HISTORY-IN-FILE INTO WS-History-File
                   AT END MOVE 'Y' TO End-Of-File-H
               END-READ
               IF STATUS-HISTORY-IN-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading PRNOTHSI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-H = 'N'
                   IF Hist-Account-Number < WS-Prev-Hist-Account
                       DISPLAY 'PRNOTHSI out of accountNumber order '
                               'at : ' Hist-Account-Number
                       PERFORM 9995-Fatal-File-Error
                   END-IF
                   MOVE Hist-Account-Number TO WS-Prev-Hist-Account
                   ADD 1 TO WS-Count-History-In
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write Notice Record
      *-----------------------------------------------------------------

        9300-Write-Notice-Record.

           WRITE NOTICE-RECORD FROM WS-Notice-File
           IF STATUS-NOTICE-FILE NOT = '00'
               DISPLAY 'Error while writing to PRICENTF - FS : '
                          STATUS-NOTICE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Notices
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write History Record
      *-----------------------------------------------------------------

        9310-Write-History-Record.

           WRITE HISTORY-OUT-RECORD FROM WS-History-File
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to PRNOTHSO - FS : '
                          STATUS-HISTORY-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-History-Out
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write New History Record
      *-----------------------------------------------------------------

        9315-Write-New-History-Record.

           WRITE HISTORY-OUT-RECORD FROM WS-New-History-Row
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to PRNOTHSO - FS : '
                          STATUS-HISTORY-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-History-Out
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

        9320-Write-Report-Record.

           WRITE REPORT-RECORD FROM WS-Report-File
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to PRCTLRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while closing CUSTFILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           IF STATUS-HISTORY-IN-FILE NOT = '35'
               CLOSE HISTORY-IN-FILE
               IF STATUS-HISTORY-IN-FILE NOT = '00'
                   DISPLAY 'Error while closing PRNOTHSI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           CLOSE HISTORY-OUT-FILE
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing PRNOTHSO - FS : '
                          STATUS-HISTORY-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE NOTICE-FILE
           IF STATUS-NOTICE-FILE NOT = '00'
               DISPLAY 'Error while closing PRICENTF - FS : '
                          STATUS-NOTICE-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing PRCTLRPT - FS : '
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
           MOVE 'CWBPAIFP' TO RA-Program-Id
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

           DISPLAY 'CUSTFILE Records Read : ' WS-Count-Customers
           DISPLAY 'Future Price Increases : ' WS-PCH-Count
           DISPLAY 'Notifications Written : ' WS-Count-Notices
           DISPLAY 'Already Notified - Skipped : '
                   WS-Count-Already-Notified
           DISPLAY 'History Rows Written : ' WS-Count-History-Out
           DISPLAY 'Changes With Late Notices : '
                   WS-Count-Changes-Flagged
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
