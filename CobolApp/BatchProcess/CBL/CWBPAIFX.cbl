       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It reads the mail provider's daily bounce and complaint return
      * file and feeds it back into the customer master through
      * CWBPAIF6, so the normal audit trail records every change :
      *   - a hard bounce on the address the master still holds gets
      *     a 'C' transaction flagging emailUndeliverable, with the
      *     date of the bounce;
      *   - a spam complaint gets a 'C' transaction setting
      *     marketingOptOut.
      * The transactions (BNCTRAN, CUSTTRAN layout, ascending by
      * accountNumber) go into CWBPAIF6 the same way as CWBPAIFL's
      * ARCUSTRN. Soft bounces change nothing on the master; they are
      * counted per account in a carried history, and accounts that
      * keep soft-bouncing are listed on the report for customer
      * service to follow up.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT BOUNCE-FILE      ASSIGN TO BNCFILE
               FILE STATUS IS STATUS-BOUNCE-FILE.

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT SOFT-HIST-IN-FILE ASSIGN TO SBHSTI
               FILE STATUS IS STATUS-SOFT-HIST-IN-FILE.

           SELECT SOFT-HIST-OUT-FILE ASSIGN TO SBHSTO
               FILE STATUS IS STATUS-SOFT-HIST-OUT-FILE.

           SELECT BOUNCE-TRAN-FILE ASSIGN TO BNCTRAN
               FILE STATUS IS STATUS-BOUNCE-TRAN-FILE.

           SELECT REPORT-FILE      ASSIGN TO BNCRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT BOUNCE-PARM-FILE ASSIGN TO BNCPARM
               FILE STATUS IS STATUS-BOUNCE-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  BOUNCE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BOUNCE-RECORD              PIC X(150).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD            PIC X(500).

       FD  SOFT-HIST-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SOFT-HIST-IN-RECORD        PIC X(100).

       FD  SOFT-HIST-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SOFT-HIST-OUT-RECORD       PIC X(100).

       FD  BOUNCE-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BOUNCE-TRAN-RECORD         PIC X(520).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  BOUNCE-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BOUNCE-PARM-RECORD         PIC X(80).

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

      * Sort record - the valid return rows, by account and date
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
        05 FILLER                      PIC X(1).
        05 SRT-Event-Date              PIC X(10).
        05 FILLER                      PIC X(1).
        05 SRT-Event-Type              PIC X(10).
        05 FILLER                      PIC X(1).
        05 SRT-Email-Address           PIC X(40).
        05 FILLER                      PIC X(1).
        05 SRT-Source-Extract          PIC X(8).
        05 FILLER                      PIC X(1).
        05 SRT-Diagnostic              PIC X(60).
        05 FILLER                      PIC X(7).

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

      * Bounce Return Record - one row per event the mail provider
      * reports : the accountNumber the extract carried, the event
      * date, HARD / SOFT / COMPLAINT, the address it was sent to,
      * the extract it came from (CAMPFILE, OUTREACH, RECMFILE,
      * STMTFILE) and the provider's diagnostic text
       01 WS-Bounce-File.
        05 Bnc-Account-Number          PIC X(10).
        05 FILLER                      PIC X(1).
        05 Bnc-Event-Date.
         10 Bnc-Event-YYYY             PIC X(4).
         10 FILLER                     PIC X(1).
         10 Bnc-Event-MM               PIC X(2).
         10 FILLER                     PIC X(1).
         10 Bnc-Event-DD               PIC X(2).
        05 FILLER                      PIC X(1).
        05 Bnc-Event-Type              PIC X(10).
         88 Bnc-Hard-Bounce                VALUE 'HARD'.
         88 Bnc-Soft-Bounce                VALUE 'SOFT'.
         88 Bnc-Complaint                  VALUE 'COMPLAINT'.
        05 FILLER                      PIC X(1).
        05 Bnc-Email-Address           PIC X(40).
        05 FILLER                      PIC X(1).
        05 Bnc-Source-Extract          PIC X(8).
        05 FILLER                      PIC X(1).
        05 Bnc-Diagnostic              PIC X(60).
        05 FILLER                      PIC X(7).

      * Customer-File - marketingOptOut at 121, emailUndeliverable
      * and emailBounceDate at 164-174, as CWBPAIF6 holds them
       01 WS-Customer-File.
        05 accountNumber              PIC X(10).
        05 firstName                  PIC X(15).
        05 lastName                   PIC X(15).
        05 gender                     PIC X(10).
        05 birthDate                  PIC X(10).
        05 subscriptionDate           PIC X(10).
        05 emailAddress               PIC X(40).
        05 subscriptionProgram        PIC X(10).
        05 marketingOptOut            PIC X(1).
        05 billingCountry             PIC X(2).
        05 billingRegion              PIC X(10).
        05 billingPostalCode          PIC X(10).
        05 promoCode                  PIC X(10).
        05 promoEnrolDate             PIC X(10).
        05 emailUndeliverable         PIC X(1).
        05 emailBounceDate            PIC X(10).
        05 FILLER                     PIC X(316).
        05 subscriberStatus           PIC X(10).
       01 WS-Prev-Customer-Acct       PIC X(10) VALUE LOW-VALUES.
       01 WS-Customer-Found-Switch    PIC X VALUE 'N'.
        88 WS-Customer-Found              VALUE 'Y'.
        88 WS-Customer-Not-Found          VALUE 'N'.

      * Customer Transaction (CWBPAIF6's CUSTTRAN layout) - an action
      * code in front of a full image of the customer master record
      * and an effective date at 511-520. The image is tonight's
      * master row with only the bounce flag or the opt-out changed.
      * The program name in Tran-Operator-Id marks it as generated :
      * CWBPAIF6 then takes only the changed field onto the master.
       01 WS-Tran-File.
        05 Tran-Action                PIC X(1).
        05 Tran-Operator-Id           PIC X(8).
        05 FILLER                     PIC X(1).
        05 Tran-Customer-Image        PIC X(500).
        05 Tran-Effective-Date        PIC X(10).

      * Soft-Bounce History Row - per account, the address that soft-
      * bounced, how many times since the window opened, the first
      * and latest bounce dates and the latest diagnostic. A window
      * stays open for the parameter's number of days from its first
      * bounce; a soft bounce after that opens a new one.
       01 WS-Soft-Hist-Row.
        05 SH-Account-Number          PIC X(10).
        05 SH-Email-Address           PIC X(40).
        05 SH-Bounce-Count            PIC 9(3).
        05 SH-First-Date              PIC X(10).
        05 SH-Last-Date               PIC X(10).
        05 SH-Diagnostic              PIC X(27).
       01 WS-Next-Hist-Row            PIC X(100).
       01 WS-Hist-Key                 PIC X(10).
       01 WS-Old-Hist-Row             PIC X(100).
       01 WS-Old-Hist-Switch          PIC X VALUE 'N'.
        88 WS-Old-Hist-Present            VALUE 'Y'.
        88 WS-Old-Hist-Absent             VALUE 'N'.
       01 WS-Prev-Hist-Acct           PIC X(10) VALUE LOW-VALUES.

      * Bounce Parameter Card - soft bounces that make a repeat
      * offender (cols 1-2, default 3) and the window they are
      * counted over in days (cols 4-6, default 30)
       01 WS-Bounce-Parm-Card.
        05 Bpm-Repeat-Threshold        PIC 9(2).
        05 FILLER                      PIC X(1).
        05 Bpm-Window-Days             PIC 9(3).
        05 FILLER                      PIC X(74).
       01 WS-Repeat-Threshold          PIC 9(2) VALUE 3.
       01 WS-Window-Days               PIC 9(3) VALUE 30.

      * Current account and what was reported for it today
       01 WS-Current-Acct              PIC X(10).
       01 WS-Sort-Key                  PIC X(10).
       01 WS-Acct-Events.
        05 WS-Acct-Event-Count         PIC 9(5).
        05 WS-Acct-Hard-Switch         PIC X.
         88 WS-Acct-Hard                   VALUE 'Y'.
        05 WS-Acct-Hard-Date           PIC X(10).
        05 WS-Acct-Hard-Email          PIC X(40).
        05 WS-Acct-Complaint-Switch    PIC X.
         88 WS-Acct-Complaint              VALUE 'Y'.
        05 WS-Acct-Soft-Count          PIC 9(3).
        05 WS-Acct-Soft-First          PIC X(10).
        05 WS-Acct-Soft-Last           PIC X(10).
        05 WS-Acct-Soft-Email          PIC X(40).
        05 WS-Acct-Soft-Diagnostic     PIC X(27).
       01 WS-Tran-Needed-Switch        PIC X VALUE 'N'.
        88 WS-Tran-Needed                  VALUE 'Y'.
        88 WS-Tran-Not-Needed              VALUE 'N'.
       01 WS-New-Offender-Switch       PIC X VALUE 'N'.
        88 WS-New-Offender                 VALUE 'Y'.
        88 WS-Not-New-Offender             VALUE 'N'.

      * Address comparison - the provider may echo the address in a
      * different case
       01 WS-Compare-Email-1           PIC X(40).
       01 WS-Compare-Email-2           PIC X(40).

      * Date to day number - zero when the date is not valid
       01 WS-Date-Parse.
        05 WS-Date-YYYY                PIC X(4).
        05 WS-Date-Sep-1               PIC X(1).
        05 WS-Date-MM                  PIC X(2).
        05 WS-Date-Sep-2               PIC X(1).
        05 WS-Date-DD                  PIC X(2).
       01 WS-Date-Num REDEFINES WS-Date-Parse.
        05 WS-Date-YYYY-9              PIC 9(4).
        05 FILLER                      PIC X(1).
        05 WS-Date-MM-9                PIC 9(2).
        05 FILLER                      PIC X(1).
        05 WS-Date-DD-9                PIC 9(2).
       01 WS-Date-Integer              PIC 9(8).
       01 WS-Day-Number                PIC 9(7).
       01 WS-Business-Day              PIC 9(7).
       01 WS-Window-Age                PIC S9(7).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Returns            PIC 9(9) VALUE ZERO.
        05 WS-Count-Invalid            PIC 9(9) VALUE ZERO.
        05 WS-Count-Hard               PIC 9(9) VALUE ZERO.
        05 WS-Count-Soft               PIC 9(9) VALUE ZERO.
        05 WS-Count-Complaint          PIC 9(9) VALUE ZERO.
        05 WS-Count-Unmatched          PIC 9(9) VALUE ZERO.
        05 WS-Count-Stale-Address      PIC 9(9) VALUE ZERO.
        05 WS-Count-Flagged            PIC 9(9) VALUE ZERO.
        05 WS-Count-Already-Flagged    PIC 9(9) VALUE ZERO.
        05 WS-Count-Opted-Out          PIC 9(9) VALUE ZERO.
        05 WS-Count-Already-Opted-Out  PIC 9(9) VALUE ZERO.
        05 WS-Count-Tran               PIC 9(9) VALUE ZERO.
        05 WS-Count-Hist-In            PIC 9(9) VALUE ZERO.
        05 WS-Count-Hist-Out           PIC 9(9) VALUE ZERO.
        05 WS-Count-Offenders          PIC 9(9) VALUE ZERO.
        05 WS-Count-New-Offenders      PIC 9(9) VALUE ZERO.
        05 WS-Count-Customers          PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-BOUNCE-FILE             PIC XX.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-SOFT-HIST-IN-FILE       PIC XX.
        05 STATUS-SOFT-HIST-OUT-FILE      PIC XX.
        05 STATUS-BOUNCE-TRAN-FILE        PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-BOUNCE-PARM-FILE        PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business date is the effective date
      * of the transactions and the date soft-bounce windows are aged
      * against
       01 WS-Control-Card.
        05 Ctrl-Business-Date.
         10 Ctrl-Business-YYYY         PIC 9(4).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-MM           PIC 9(2).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-DD           PIC 9(2).
        05 FILLER                      PIC X(70).

       01 WS-Business-Date               PIC X(10).

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
       01 End-Of-File-B                  PIC X VALUE 'N'.
       01 End-Of-File-C                  PIC X VALUE 'N'.
       01 End-Of-File-H                  PIC X VALUE 'N'.
       01 End-Of-Sort                    PIC X VALUE 'N'.

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
        05 FILLER                 PIC X(17) Value SPACES.
        05 FILLER                 PIC X(46)
              Value 'AIFlix - Mailer Bounce and Complaint Feedback'.
        05 FILLER                 PIC X(17) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(20) Value 'Business Date : '.
        05 BDL-Business-Date      PIC X(10).
        05 FILLER                 PIC X(40) Value SPACES.
       01 Offender-Title-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(33)
              Value 'Soft-Bounce Repeat Offenders - '.
        05 OTL-Threshold          PIC Z9.
        05 FILLER                 PIC X(13) Value ' or more in '.
        05 OTL-Window             PIC ZZ9.
        05 FILLER                 PIC X(27) Value ' days'.
       01 Offender-Heading-Line-1.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(12) Value 'Account'.
        05 FILLER                 PIC X(32) Value 'Customer'.
        05 FILLER                 PIC X(5)  Value 'Count'.
        05 FILLER                 PIC X(13) Value '  First'.
        05 FILLER                 PIC X(12) Value 'Latest'.
        05 FILLER                 PIC X(4)  Value 'New'.
       01 Offender-Heading-Line-2.
        05 FILLER                 PIC X(14) Value SPACES.
        05 FILLER                 PIC X(42) Value 'Email Address'.
        05 FILLER                 PIC X(24) Value 'Latest Diagnostic'.
       01 Offender-Detail-Line-1.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Off-Account            PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Off-Name               PIC X(30).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Off-Count              PIC ZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Off-First-Date         PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Off-Last-Date          PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Off-New                PIC X(3).
        05 FILLER                 PIC X(3)  Value SPACES.
       01 Offender-Detail-Line-2.
        05 FILLER                 PIC X(14) Value SPACES.
        05 Off-Email              PIC X(40).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Off-Diagnostic         PIC X(24).

      * Control Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                                 SRT-Event-Date
                INPUT PROCEDURE 2000-Release-Returns
                OUTPUT PROCEDURE 3000-Apply-Returns
           PERFORM 6900-Write-Control-Totals
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Returns
      *
      * Input procedure : a row without an account number or with an
      * event type we do not know is counted and left out; a row
      * without a usable date is taken as reported today.
      *-----------------------------------------------------------------

       2000-Release-Returns.

           OPEN INPUT BOUNCE-FILE
           IF STATUS-BOUNCE-FILE NOT = '00'
               DISPLAY 'Error while opening BNCFILE - FS : '
                          STATUS-BOUNCE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 9200-Read-Bounce-Record
           PERFORM UNTIL End-Of-File-B = 'Y'
               ADD 1 TO WS-Count-Returns
               EVALUATE TRUE
               WHEN Bnc-Account-Number = SPACES
               WHEN NOT (Bnc-Hard-Bounce OR Bnc-Soft-Bounce
                         OR Bnc-Complaint)
                    ADD 1 TO WS-Count-Invalid
                    DISPLAY 'Return record not usable : '
                            Bnc-Account-Number ' ' Bnc-Event-Type
               WHEN OTHER
                    MOVE Bnc-Event-Date TO WS-Date-Parse
                    PERFORM 5100-Date-To-Day-Number
                    IF WS-Day-Number = ZERO
                        MOVE WS-Business-Date TO Bnc-Event-Date
                    END-IF
                    RELEASE SORT-WORK-RECORD FROM WS-Bounce-File
               END-EVALUATE
               PERFORM 9200-Read-Bounce-Record
           END-PERFORM

           CLOSE BOUNCE-FILE
           IF WS-Count-Invalid > 0
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Apply Returns
      *
      * Output procedure : the sorted returns, the carried soft-bounce
      * history and the customer master are all ascending by account;
      * each account present in the returns or the history is handled
      * once, with its master row.
      *-----------------------------------------------------------------

       3000-Apply-Returns.

           PERFORM 9230-Return-Sort-Record
           PERFORM 9210-Read-Soft-Hist-Record
           PERFORM 9220-Read-Customer-Record

           PERFORM 3100-Process-Account
             UNTIL WS-Sort-Key = HIGH-VALUES
             AND WS-Hist-Key = HIGH-VALUES.

      *-----------------------------------------------------------------
      * Process Account
      *-----------------------------------------------------------------

       3100-Process-Account.

           IF WS-Sort-Key <= WS-Hist-Key
               MOVE WS-Sort-Key TO WS-Current-Acct
           ELSE
               MOVE WS-Hist-Key TO WS-Current-Acct
           END-IF

           PERFORM 9220-Read-Customer-Record
             UNTIL accountNumber of WS-Customer-File >= WS-Current-Acct
           IF accountNumber of WS-Customer-File = WS-Current-Acct
               SET WS-Customer-Found TO TRUE
           ELSE
               SET WS-Customer-Not-Found TO TRUE
           END-IF

           SET WS-Old-Hist-Absent TO TRUE
           IF WS-Hist-Key = WS-Current-Acct
               MOVE WS-Next-Hist-Row TO WS-Old-Hist-Row
               SET WS-Old-Hist-Present TO TRUE
               PERFORM 9210-Read-Soft-Hist-Record
           END-IF

           INITIALIZE WS-Acct-Events
           MOVE SPACES TO WS-Tran-File
           PERFORM 3200-Tally-Event
             UNTIL WS-Sort-Key NOT = WS-Current-Acct

           EVALUATE TRUE
           WHEN WS-Acct-Event-Count = ZERO
                PERFORM 3600-Carry-Soft-History
           WHEN WS-Customer-Not-Found
                ADD 1 TO WS-Count-Unmatched
                DISPLAY 'Returns for account not on Customer Master : '
                        WS-Current-Acct
           WHEN OTHER
                PERFORM 3300-Apply-Account-Returns
                PERFORM 3500-Update-Soft-History
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Tally Event
      *-----------------------------------------------------------------

       3200-Tally-Event.

           ADD 1 TO WS-Acct-Event-Count
           EVALUATE SRT-Event-Type
           WHEN 'HARD'
                ADD 1 TO WS-Count-Hard
                MOVE 'Y' TO WS-Acct-Hard-Switch
                MOVE SRT-Event-Date TO WS-Acct-Hard-Date
                MOVE SRT-Email-Address TO WS-Acct-Hard-Email
           WHEN 'SOFT'
                ADD 1 TO WS-Count-Soft
                ADD 1 TO WS-Acct-Soft-Count
                IF WS-Acct-Soft-First = SPACES
                    MOVE SRT-Event-Date TO WS-Acct-Soft-First
                END-IF
                MOVE SRT-Event-Date TO WS-Acct-Soft-Last
                MOVE SRT-Email-Address TO WS-Acct-Soft-Email
                MOVE SRT-Diagnostic TO WS-Acct-Soft-Diagnostic
           WHEN OTHER
                ADD 1 TO WS-Count-Complaint
                MOVE 'Y' TO WS-Acct-Complaint-Switch
           END-EVALUATE
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Apply Account Returns
      *
      * A hard bounce only counts against the address the master still
      * holds - if the customer has since changed it, the new address
      * is not condemned for the old one. A complaint opts the
      * customer out whichever address it came from. Both changes for
      * one account go out as one transaction, so neither image
      * overwrites the other in CWBPAIF6.
      *-----------------------------------------------------------------

       3300-Apply-Account-Returns.

           SET WS-Tran-Not-Needed TO TRUE
           MOVE SPACES TO WS-Tran-File
           MOVE WS-Customer-File TO Tran-Customer-Image

           IF WS-Acct-Hard
               MOVE FUNCTION UPPER-CASE (WS-Acct-Hard-Email)
                    TO WS-Compare-Email-1
               MOVE FUNCTION UPPER-CASE
                    (emailAddress of WS-Customer-File)
                    TO WS-Compare-Email-2
               EVALUATE TRUE
               WHEN WS-Compare-Email-1 NOT = WS-Compare-Email-2
                    ADD 1 TO WS-Count-Stale-Address
               WHEN emailUndeliverable of WS-Customer-File = 'Y'
                    ADD 1 TO WS-Count-Already-Flagged
               WHEN OTHER
                    MOVE 'Y' TO Tran-Customer-Image (164:1)
                    MOVE WS-Acct-Hard-Date
                         TO Tran-Customer-Image (165:10)
                    SET WS-Tran-Needed TO TRUE
                    ADD 1 TO WS-Count-Flagged
               END-EVALUATE
           END-IF

           IF WS-Acct-Complaint
               IF marketingOptOut of WS-Customer-File = 'Y'
                   ADD 1 TO WS-Count-Already-Opted-Out
               ELSE
                   MOVE 'Y' TO Tran-Customer-Image (121:1)
                   SET WS-Tran-Needed TO TRUE
                   ADD 1 TO WS-Count-Opted-Out
               END-IF
           END-IF

           IF WS-Tran-Needed
               MOVE 'C' TO Tran-Action
               MOVE 'CWBPAIFX' TO Tran-Operator-Id
               MOVE WS-Business-Date TO Tran-Effective-Date
               PERFORM 9330-Write-Tran-Record
           END-IF.

      *-----------------------------------------------------------------
      * Update Soft History
      *
      * Today's soft bounces on the current address are added to the
      * open window, or open a new one. An address that is (or is
      * about to be) flagged undeliverable, or that is no longer the
      * one on the master, is not tracked any further.
      *-----------------------------------------------------------------

       3500-Update-Soft-History.

           IF emailUndeliverable of WS-Customer-File = 'Y'
              OR Tran-Customer-Image (164:1) = 'Y'
               CONTINUE
           ELSE
               IF WS-Acct-Soft-Count > 0
                   MOVE FUNCTION UPPER-CASE (WS-Acct-Soft-Email)
                        TO WS-Compare-Email-1
                   MOVE FUNCTION UPPER-CASE
                        (emailAddress of WS-Customer-File)
                        TO WS-Compare-Email-2
                   IF WS-Compare-Email-1 NOT = WS-Compare-Email-2
                       ADD 1 TO WS-Count-Stale-Address
                       MOVE ZERO TO WS-Acct-Soft-Count
                   END-IF
               END-IF
               IF WS-Acct-Soft-Count = 0
                   PERFORM 3600-Carry-Soft-History
               ELSE
                   PERFORM 3550-Add-Soft-Bounces
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add Soft Bounces
      *-----------------------------------------------------------------

       3550-Add-Soft-Bounces.

           SET WS-Not-New-Offender TO TRUE
           IF WS-Old-Hist-Present
               MOVE WS-Old-Hist-Row TO WS-Soft-Hist-Row
               PERFORM 3700-Check-History-Current
           END-IF

           IF WS-Old-Hist-Present
               IF SH-Bounce-Count < WS-Repeat-Threshold
                   SET WS-New-Offender TO TRUE
               END-IF
               IF SH-Bounce-Count + WS-Acct-Soft-Count > 999
                   MOVE 999 TO SH-Bounce-Count
               ELSE
                   ADD WS-Acct-Soft-Count TO SH-Bounce-Count
               END-IF
           ELSE
               SET WS-New-Offender TO TRUE
               MOVE SPACES TO WS-Soft-Hist-Row
               MOVE WS-Current-Acct TO SH-Account-Number
               MOVE emailAddress of WS-Customer-File
                    TO SH-Email-Address
               MOVE WS-Acct-Soft-Count TO SH-Bounce-Count
               MOVE WS-Acct-Soft-First TO SH-First-Date
           END-IF
           MOVE WS-Acct-Soft-Last TO SH-Last-Date
           MOVE WS-Acct-Soft-Diagnostic TO SH-Diagnostic

           PERFORM 9340-Write-Soft-Hist-Record
           IF SH-Bounce-Count >= WS-Repeat-Threshold
               PERFORM 6100-Write-Offender-Lines
           END-IF.

      *-----------------------------------------------------------------
      * Carry Soft History
      *
      * An account with no soft bounce today keeps its open window
      * (and stays on the offender list while it qualifies) as long
      * as the window has not run out and the address is unchanged
      * and still deliverable.
      *-----------------------------------------------------------------

       3600-Carry-Soft-History.

           IF WS-Old-Hist-Present
               MOVE WS-Old-Hist-Row TO WS-Soft-Hist-Row
               IF WS-Customer-Found
                  AND emailUndeliverable of WS-Customer-File NOT = 'Y'
                  AND Tran-Customer-Image (164:1) NOT = 'Y'
                   PERFORM 3700-Check-History-Current
               ELSE
                   SET WS-Old-Hist-Absent TO TRUE
               END-IF
           END-IF

           IF WS-Old-Hist-Present
               SET WS-Not-New-Offender TO TRUE
               PERFORM 9340-Write-Soft-Hist-Record
               IF SH-Bounce-Count >= WS-Repeat-Threshold
                   PERFORM 6100-Write-Offender-Lines
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Check History Current
      *
      * The history row in WS-Soft-Hist-Row is dropped (marked absent)
      * when its address is no longer the master's or its window has
      * run out.
      *-----------------------------------------------------------------

       3700-Check-History-Current.

           MOVE FUNCTION UPPER-CASE (SH-Email-Address)
                TO WS-Compare-Email-1
           MOVE FUNCTION UPPER-CASE (emailAddress of WS-Customer-File)
                TO WS-Compare-Email-2
           IF WS-Compare-Email-1 NOT = WS-Compare-Email-2
               SET WS-Old-Hist-Absent TO TRUE
           ELSE
               MOVE SH-First-Date TO WS-Date-Parse
               PERFORM 5100-Date-To-Day-Number
               COMPUTE WS-Window-Age = WS-Business-Day - WS-Day-Number
               IF WS-Day-Number = ZERO
                  OR WS-Window-Age >= WS-Window-Days
                   SET WS-Old-Hist-Absent TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Date To Day Number
      *-----------------------------------------------------------------

       5100-Date-To-Day-Number.

           MOVE ZERO TO WS-Day-Number
           IF WS-Date-YYYY NUMERIC
              AND WS-Date-MM NUMERIC
              AND WS-Date-DD NUMERIC
              AND WS-Date-Sep-1 = '-'
              AND WS-Date-Sep-2 = '-'
              AND WS-Date-YYYY-9 > 1600
              AND WS-Date-MM-9 >= 1 AND WS-Date-MM-9 <= 12
              AND WS-Date-DD-9 >= 1 AND WS-Date-DD-9 <= 31
               COMPUTE WS-Date-Integer = WS-Date-YYYY-9 * 10000
                                       + WS-Date-MM-9 * 100
                                       + WS-Date-DD-9
               COMPUTE WS-Day-Number =
                       FUNCTION INTEGER-OF-DATE (WS-Date-Integer)
           END-IF.

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
      * Write Offender Lines
      *-----------------------------------------------------------------

       6100-Write-Offender-Lines.

           ADD 1 TO WS-Count-Offenders
           MOVE SH-Account-Number TO Off-Account
           MOVE SPACES TO Off-Name
           STRING firstName of WS-Customer-File DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  lastName of WS-Customer-File DELIMITED BY '  '
                  INTO Off-Name
           MOVE SH-Bounce-Count TO Off-Count
           MOVE SH-First-Date TO Off-First-Date
           MOVE SH-Last-Date TO Off-Last-Date
           IF WS-New-Offender
               MOVE 'YES' TO Off-New
               ADD 1 TO WS-Count-New-Offenders
           ELSE
               MOVE SPACES TO Off-New
           END-IF
           MOVE Offender-Detail-Line-1 TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE SH-Email-Address TO Off-Email
           MOVE SH-Diagnostic TO Off-Diagnostic
           MOVE Offender-Detail-Line-2 TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Control Totals
      *-----------------------------------------------------------------

       6900-Write-Control-Totals.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'Return Records Read : ' TO Control-Count-Label
           MOVE WS-Count-Returns TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Not Usable : ' TO Control-Count-Label
           MOVE WS-Count-Invalid TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Hard Bounces : ' TO Control-Count-Label
           MOVE WS-Count-Hard TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Soft Bounces : ' TO Control-Count-Label
           MOVE WS-Count-Soft TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Spam Complaints : ' TO Control-Count-Label
           MOVE WS-Count-Complaint TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Accounts Not on Customer Master : '
                TO Control-Count-Label
           MOVE WS-Count-Unmatched TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Bounces on an Address Since Changed : '
                TO Control-Count-Label
           MOVE WS-Count-Stale-Address TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Addresses Flagged Undeliverable : '
                TO Control-Count-Label
           MOVE WS-Count-Flagged TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Already Flagged : ' TO Control-Count-Label
           MOVE WS-Count-Already-Flagged TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Accounts Opted Out After Complaint : '
                TO Control-Count-Label
           MOVE WS-Count-Opted-Out TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Already Opted Out : ' TO Control-Count-Label
           MOVE WS-Count-Already-Opted-Out TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Change Transactions Written : ' TO Control-Count-Label
           MOVE WS-Count-Tran TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Soft-Bounce History In : ' TO Control-Count-Label
           MOVE WS-Count-Hist-In TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Soft-Bounce History Out : ' TO Control-Count-Label
           MOVE WS-Count-Hist-Out TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Repeat Offenders Listed : ' TO Control-Count-Label
           MOVE WS-Count-Offenders TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  New Today : ' TO Control-Count-Label
           MOVE WS-Count-New-Offenders TO Control-Count-Value
           PERFORM 6950-Write-Control-Line.

      *-----------------------------------------------------------------
      * Write Control Line
      *-----------------------------------------------------------------

       6950-Write-Control-Line.

           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9520-Read-Bounce-Parm
           PERFORM 6000-Move-Working-Variables

           MOVE WS-Business-Date TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           MOVE WS-Day-Number TO WS-Business-Day.

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
           END-IF.

      *-----------------------------------------------------------------
      * Read Bounce Parameter Card
      *
      * A missing BNCPARM, or a column left blank or zero, keeps the
      * default.
      *-----------------------------------------------------------------

       9520-Read-Bounce-Parm.

           MOVE SPACES TO WS-Bounce-Parm-Card
           OPEN INPUT BOUNCE-PARM-FILE
           IF STATUS-BOUNCE-PARM-FILE = '00'
               READ BOUNCE-PARM-FILE INTO WS-Bounce-Parm-Card
                   AT END MOVE SPACES TO WS-Bounce-Parm-Card
               END-READ
               CLOSE BOUNCE-PARM-FILE
           ELSE
               DISPLAY 'BNCPARM not found - default limits used : '
                       STATUS-BOUNCE-PARM-FILE
           END-IF

           IF Bpm-Repeat-Threshold NUMERIC
              AND Bpm-Repeat-Threshold > 0
               MOVE Bpm-Repeat-Threshold TO WS-Repeat-Threshold
           END-IF
           IF Bpm-Window-Days NUMERIC
              AND Bpm-Window-Days > 0
               MOVE Bpm-Window-Days TO WS-Window-Days
           END-IF
           DISPLAY 'Soft-Bounce Repeat Threshold : '
                   WS-Repeat-Threshold
           DISPLAY 'Soft-Bounce Window Days : ' WS-Window-Days.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTFILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

      * No history yet on the first run
           OPEN INPUT SOFT-HIST-IN-FILE
           IF STATUS-SOFT-HIST-IN-FILE = '35'
               DISPLAY 'SBHSTI not found - no soft-bounce history'
               MOVE 'Y' TO End-Of-File-H
           ELSE
               IF STATUS-SOFT-HIST-IN-FILE NOT = '00'
                   DISPLAY 'Error while opening SBHSTI - FS : '
                              STATUS-SOFT-HIST-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           OPEN OUTPUT SOFT-HIST-OUT-FILE
           IF STATUS-SOFT-HIST-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening SBHSTO - FS : '
                          STATUS-SOFT-HIST-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT BOUNCE-TRAN-FILE
           IF STATUS-BOUNCE-TRAN-FILE NOT = '00'
               DISPLAY 'Error while opening BNCTRAN - FS : '
                          STATUS-BOUNCE-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening BNCRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

      * Time-Line
           MOVE Time-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Header-Line
           MOVE Header-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Business-Date TO BDL-Business-Date
           MOVE Business-Date-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Offender list heading
           MOVE WS-Repeat-Threshold TO OTL-Threshold
           MOVE WS-Window-Days TO OTL-Window
           MOVE Offender-Title-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Offender-Heading-Line-1 TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Offender-Heading-Line-2 TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Read Bounce Record
      *-----------------------------------------------------------------

       9200-Read-Bounce-Record.

           IF End-Of-File-B = 'N'
               READ BOUNCE-FILE INTO WS-Bounce-File
                   AT END MOVE 'Y' TO End-Of-File-B
               END-READ
               IF STATUS-BOUNCE-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading BNCFILE - FS : '
                              STATUS-BOUNCE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-B = 'N'
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read Soft History Record
      *-----------------------------------------------------------------

       9210-Read-Soft-Hist-Record.

           IF End-Of-File-H = 'N'
               READ SOFT-HIST-IN-FILE INTO WS-Next-Hist-Row
                   AT END MOVE 'Y' TO End-Of-File-H
               END-READ
               IF STATUS-SOFT-HIST-IN-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading SBHSTI - FS : '
                              STATUS-SOFT-HIST-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF
           IF End-Of-File-H = 'Y'
               MOVE HIGH-VALUES TO WS-Hist-Key
           ELSE
               MOVE WS-Next-Hist-Row (1:10) TO WS-Hist-Key
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Count-Hist-In
               IF WS-Hist-Key <= WS-Prev-Hist-Acct
                   DISPLAY 'SBHSTI out of sequence : ' WS-Hist-Key
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE WS-Hist-Key TO WS-Prev-Hist-Acct
           END-IF.

      *-----------------------------------------------------------------
      * Read Customer Record
      *-----------------------------------------------------------------

       9220-Read-Customer-Record.

           IF End-Of-File-C = 'N'
               READ CUSTOMER-FILE INTO WS-Customer-File
                   AT END MOVE 'Y' TO End-Of-File-C
               END-READ
               IF STATUS-CUSTOMER-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading CUSTFILE - FS : '
                              STATUS-CUSTOMER-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF
           IF End-Of-File-C = 'Y'
               MOVE HIGH-VALUES TO accountNumber of WS-Customer-File
           ELSE
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Count-Customers
               IF accountNumber of WS-Customer-File <=
                  WS-Prev-Customer-Acct
                   DISPLAY 'CUSTFILE out of sequence : '
                           accountNumber of WS-Customer-File
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE accountNumber of WS-Customer-File
                    TO WS-Prev-Customer-Acct
           END-IF.

      *-----------------------------------------------------------------
      * Return Sort Record
      *-----------------------------------------------------------------

       9230-Return-Sort-Record.

           IF End-Of-Sort = 'N'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO End-Of-Sort
               END-RETURN
           END-IF
           IF End-Of-Sort = 'Y'
               MOVE HIGH-VALUES TO WS-Sort-Key
           ELSE
               MOVE SRT-Account-Number TO WS-Sort-Key
           END-IF.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to BNCRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Transaction Record
      *-----------------------------------------------------------------

       9330-Write-Tran-Record.

           WRITE BOUNCE-TRAN-RECORD FROM WS-Tran-File
           ADD 1 TO WS-Audit-Records-Written
           ADD 1 TO WS-Count-Tran
           IF STATUS-BOUNCE-TRAN-FILE NOT = '00'
               DISPLAY 'Error while writing to BNCTRAN - FS : '
                          STATUS-BOUNCE-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Soft History Record
      *-----------------------------------------------------------------

       9340-Write-Soft-Hist-Record.

           WRITE SOFT-HIST-OUT-RECORD FROM WS-Soft-Hist-Row
           ADD 1 TO WS-Audit-Records-Written
           ADD 1 TO WS-Count-Hist-Out
           IF STATUS-SOFT-HIST-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to SBHSTO - FS : '
                          STATUS-SOFT-HIST-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

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

           IF STATUS-SOFT-HIST-IN-FILE NOT = '35'
               CLOSE SOFT-HIST-IN-FILE
           END-IF

           CLOSE SOFT-HIST-OUT-FILE
           IF STATUS-SOFT-HIST-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing SBHSTO - FS : '
                          STATUS-SOFT-HIST-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE BOUNCE-TRAN-FILE
           IF STATUS-BOUNCE-TRAN-FILE NOT = '00'
               DISPLAY 'Error while closing BNCTRAN - FS : '
                          STATUS-BOUNCE-TRAN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing BNCRPT - FS : '
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
           MOVE 'CWBPAIFX' TO RA-Program-Id
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
      *-----------------------------------------------------------------

       9999-Finalize.

           DISPLAY 'Return Records Read : ' WS-Count-Returns
           DISPLAY 'Addresses Flagged Undeliverable : '
                   WS-Count-Flagged
           DISPLAY 'Accounts Opted Out After Complaint : '
                   WS-Count-Opted-Out
           DISPLAY 'Change Transactions Written : ' WS-Count-Tran
           DISPLAY 'Soft-Bounce Repeat Offenders : '
                   WS-Count-Offenders
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
