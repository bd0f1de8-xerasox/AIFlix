       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It keeps the receivables ledger : tonight's BILLFILE charges
      * and the payment processor's settlement/decline file are
      * posted against a running balance per accountNumber (open
      * items, oldest first), the ledger is aged into current / 30 /
      * 60 / 90+ day buckets for the aged-debt report, dunning notice
      * extracts are written as an account reaches each stage, and
      * an account overdue past the suspension limit gets a CUSTTRAN
      * 'C' transaction setting subscriberStatus to SUSPENDED, which
      * CWBPAIF6 applies the normal way. A suspended account that
      * pays is reinstated the same way.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT BILLING-FILE     ASSIGN TO BILLFILE
               FILE STATUS IS STATUS-BILLING-FILE.

           SELECT PAYMENT-FILE     ASSIGN TO PAYSETL
               FILE STATUS IS STATUS-PAYMENT-FILE.

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT AR-MASTER-IN-FILE ASSIGN TO ARMASTI
               FILE STATUS IS STATUS-AR-MASTER-IN-FILE.

           SELECT AR-MASTER-OUT-FILE ASSIGN TO ARMASTO
               FILE STATUS IS STATUS-AR-MASTER-OUT-FILE.

           SELECT DUNNING-FILE     ASSIGN TO DUNNEXT
               FILE STATUS IS STATUS-DUNNING-FILE.

           SELECT AR-TRAN-FILE     ASSIGN TO ARCUSTRN
               FILE STATUS IS STATUS-AR-TRAN-FILE.

           SELECT AGED-REPORT-FILE ASSIGN TO ARAGERPT
               FILE STATUS IS STATUS-AGED-REPORT-FILE.

           SELECT AR-PARM-FILE     ASSIGN TO ARPARM
               FILE STATUS IS STATUS-AR-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  BILLING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BILLING-RECORD             PIC X(200).

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PAYMENT-RECORD             PIC X(100).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD            PIC X(500).

       FD  AR-MASTER-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AR-MASTER-IN-RECORD        PIC X(400).

       FD  AR-MASTER-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AR-MASTER-OUT-RECORD       PIC X(400).

       FD  DUNNING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DUNNING-RECORD             PIC X(200).

       FD  AR-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AR-TRAN-RECORD             PIC X(520).

       FD  AGED-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AGED-REPORT-RECORD         PIC X(80).

       FD  AR-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AR-PARM-RECORD             PIC X(80).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
        05 SRT-Result                  PIC X(1).
        05 SRT-Date                    PIC X(10).
        05 SRT-Amount                  PIC 9(7)V99.
        05 SRT-Processor-Ref           PIC X(20).
        05 SRT-Decline-Code            PIC X(10).
        05 FILLER                      PIC X(40).

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

      * Payment Settlement Row - one row per settled or declined card
      * payment from the processor's daily file, in no particular
      * order; the file is re-sequenced by account and date through
      * the sort before posting. 'S' = settled (money received),
      * 'D' = declined (nothing received, the bill stays open).
       01 WS-Payment-Row.
        05 Pay-Account-Number         PIC X(10).
        05 Pay-Result                 PIC X(1).
         88 Pay-Settled                   VALUE 'S'.
         88 Pay-Declined                  VALUE 'D'.
        05 Pay-Date                   PIC X(10).
        05 Pay-Amount                 PIC 9(7)V99.
        05 Pay-Processor-Ref          PIC X(20).
        05 Pay-Decline-Code           PIC X(10).
        05 FILLER                     PIC X(40).

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

      * Receivables Master Row - the running balance per account,
      * read from last night's ARMASTI and rewritten to ARMASTO in
      * ascending accountNumber order. The balance is carried as up
      * to twelve open items (bill date and unpaid amount, oldest
      * first) so it can be aged; payments clear the oldest item
      * first. A payment larger than the balance is held as an
      * unapplied credit and taken off the next bill. The dunning
      * stage is the last notice sent, so each notice goes out once.
       01 WS-AR-Master.
        05 AR-Account-Number          PIC X(10).
        05 AR-Balance                 PIC 9(7)V99.
        05 AR-Unapplied-Credit        PIC 9(7)V99.
        05 AR-Hold-Status             PIC X(1).
         88 AR-Suspended                  VALUE 'S'.
         88 AR-Not-Suspended              VALUE ' '.
        05 AR-Dunning-Stage           PIC 9(1).
        05 AR-Last-Bill-Period        PIC X(7).
        05 AR-Last-Payment-Date       PIC X(10).
        05 AR-Last-Payment-Amount     PIC 9(7)V99.
        05 AR-Last-Decline-Date       PIC X(10).
        05 AR-Decline-Count           PIC 9(3).
        05 AR-Suspended-Date          PIC X(10).
        05 AR-Item-Count              PIC 9(2).
        05 AR-Open-Item OCCURS 12 TIMES.
         10 AR-Item-Date              PIC X(10).
         10 AR-Item-Amount            PIC 9(7)V99.
        05 FILLER                     PIC X(91).

      * Next ARMASTI row, read ahead of the account being posted
       01 WS-AR-Master-Next           PIC X(400).

      * Dunning Notice Extract - one row per account reaching a new
      * dunning stage, for the mailer. These are service notices, so
      * marketingOptOut does not suppress them.
       01 WS-Dunning-File.
        05 Dun-Account-Number         PIC X(10).
        05 Dun-Stage                  PIC 9(1).
        05 Dun-Stage-Name             PIC X(10).
        05 Dun-Email-Address          PIC X(40).
        05 Dun-First-Name             PIC X(15).
        05 Dun-Last-Name              PIC X(15).
        05 Dun-Balance                PIC 9(7)V99.
        05 Dun-Overdue-Amount         PIC 9(7)V99.
        05 Dun-Days-Overdue           PIC 9(3).
        05 Dun-Oldest-Item-Date       PIC X(10).
        05 Dun-Notice-Date            PIC X(10).
        05 Dun-Program                PIC X(10).
        05 FILLER                     PIC X(58).

      * Customer Transaction (CWBPAIF6's CUSTTRAN layout) - an action
      * code in front of a full image of the customer master record
      * and an effective date at 511-520. The image is tonight's
      * master row with only subscriberStatus (491-500) changed.
      * The program name in Tran-Operator-Id marks it as generated :
      * CWBPAIF6 then takes only the changed field onto the master.
       01 WS-Tran-File.
        05 Tran-Action                PIC X(1).
        05 Tran-Operator-Id           PIC X(8).
        05 FILLER                     PIC X(1).
        05 Tran-Customer-Image        PIC X(500).
        05 Tran-Effective-Date        PIC X(10).

      * Parameter Card - dunning stage thresholds and the suspension
      * limit, all in days since the oldest unpaid bill; any column
      * left blank or zero keeps its default.
       01 WS-AR-Parm-Card.
        05 Parm-Dun-Stage-1-Days      PIC 9(3).
        05 FILLER                     PIC X(1).
        05 Parm-Dun-Stage-2-Days      PIC 9(3).
        05 FILLER                     PIC X(1).
        05 Parm-Dun-Stage-3-Days      PIC 9(3).
        05 FILLER                     PIC X(1).
        05 Parm-Suspend-Days          PIC 9(3).
        05 FILLER                     PIC X(65).

       01 WS-Dun-Stage-1-Days            PIC 9(3) VALUE 30.
       01 WS-Dun-Stage-2-Days            PIC 9(3) VALUE 60.
       01 WS-Dun-Stage-3-Days            PIC 9(3) VALUE 90.
       01 WS-Suspend-Days                PIC 9(3) VALUE 120.

      * Status
       01 FILE-STATUS.
        05 STATUS-BILLING-FILE            PIC XX.
        05 STATUS-PAYMENT-FILE            PIC XX.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-AR-MASTER-IN-FILE       PIC XX.
        05 STATUS-AR-MASTER-OUT-FILE      PIC XX.
        05 STATUS-DUNNING-FILE            PIC XX.
        05 STATUS-AR-TRAN-FILE            PIC XX.
        05 STATUS-AGED-REPORT-FILE        PIC XX.
        05 STATUS-AR-PARM-FILE            PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
        05 STATUS-RUN-AUDIT-FILE          PIC XX.

      * Batch Control Card - business processing date shared by the
      * whole nightly chain; a missing or blank card falls back to
      * the current date.
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

      * Oldest bill period a settled ledger row is still kept for -
      * the month before the business date's - so a re-presented
      * BILLFILE still finds AR-Last-Bill-Period and is not posted
      * again
       01 WS-Keep-Bill-Period.
        05 WS-Keep-Bill-YYYY          PIC 9(4).
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-Keep-Bill-MM            PIC 9(2).

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
       01 End-Of-File-P                  PIC X VALUE 'N'.
       01 End-Of-File-C                  PIC X VALUE 'N'.
       01 End-Of-File-M                  PIC X VALUE 'N'.
       01 End-Of-Sort                    PIC X VALUE 'N'.

      * Merge keys - HIGH-VALUES once a stream is exhausted, so the
      * lowest of the three is always the next account to process
       01 WS-Master-Key                  PIC X(10).
       01 WS-Bill-Key                    PIC X(10).
       01 WS-Payment-Key                 PIC X(10).
       01 WS-Current-Acct                PIC X(10).
       01 WS-Prev-Bill-Acct              PIC X(10) VALUE LOW-VALUES.
       01 WS-Prev-Master-Acct            PIC X(10) VALUE LOW-VALUES.
       01 WS-Prev-Master-Out-Acct        PIC X(10) VALUE LOW-VALUES.

       01 WS-Customer-Found-Switch       PIC X VALUE 'N'.
        88 WS-Customer-Found                 VALUE 'Y'.
        88 WS-Customer-Not-Found             VALUE 'N'.
       01 WS-Paid-Tonight-Switch         PIC X VALUE 'N'.
        88 WS-Paid-Tonight                   VALUE 'Y'.
        88 WS-Not-Paid-Tonight               VALUE 'N'.

      * Open-item work fields
       01 WS-Item-Idx                    PIC 9(2).
       01 WS-Item-Out-Idx                PIC 9(2).
       01 WS-Post-Amount                 PIC 9(7)V99.
       01 WS-Pay-Remaining               PIC 9(7)V99.
       01 WS-Item-Days                   PIC S9(6).
       01 WS-Oldest-Days                 PIC S9(6).
       01 WS-Target-Stage                PIC 9(1).

      * This account's aged buckets
       01 WS-Acct-Buckets.
        05 WS-Acct-Current               PIC 9(7)V99.
        05 WS-Acct-30                    PIC 9(7)V99.
        05 WS-Acct-60                    PIC 9(7)V99.
        05 WS-Acct-90                    PIC 9(7)V99.

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

      * Record Counts and Control Totals
       01 WS-Record-Counts.
        05 WS-Count-Master-In             PIC 9(9) VALUE ZERO.
        05 WS-Count-Master-Out            PIC 9(9) VALUE ZERO.
        05 WS-Count-Bills                 PIC 9(9) VALUE ZERO.
        05 WS-Count-Bills-Posted          PIC 9(9) VALUE ZERO.
        05 WS-Count-Bills-Duplicate       PIC 9(9) VALUE ZERO.
        05 WS-Count-Payments              PIC 9(9) VALUE ZERO.
        05 WS-Count-Settled               PIC 9(9) VALUE ZERO.
        05 WS-Count-Declined              PIC 9(9) VALUE ZERO.
        05 WS-Count-Payment-Rejected      PIC 9(9) VALUE ZERO.
        05 WS-Count-Dunning-1             PIC 9(9) VALUE ZERO.
        05 WS-Count-Dunning-2             PIC 9(9) VALUE ZERO.
        05 WS-Count-Dunning-3             PIC 9(9) VALUE ZERO.
        05 WS-Count-Suspended             PIC 9(9) VALUE ZERO.
        05 WS-Count-Reinstated            PIC 9(9) VALUE ZERO.
        05 WS-Count-Accts-Owing           PIC 9(9) VALUE ZERO.
        05 WS-Count-Accts-Current         PIC 9(9) VALUE ZERO.
        05 WS-Count-Accts-30              PIC 9(9) VALUE ZERO.
        05 WS-Count-Accts-60              PIC 9(9) VALUE ZERO.
        05 WS-Count-Accts-90              PIC 9(9) VALUE ZERO.
       01 WS-Control-Totals.
        05 WS-Total-Billed                PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-Settled               PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-Declined              PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-Current               PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-30                    PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-60                    PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-90                    PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-Balance               PIC 9(11)V99 VALUE ZERO.
        05 WS-Total-Credit                PIC 9(11)V99 VALUE ZERO.

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
       01 WS-Aged-Report-File            PIC X(80).

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
        05 FILLER                 PIC X(24) Value SPACES.
        05 FILLER                 PIC X(32)
              Value 'AIFlix Aged Receivables Report  '.
        05 FILLER                 PIC X(24) Value SPACES.

      * Aged Detail Column Headings
       01 Aged-Heading-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(10) Value 'Account'.
        05 FILLER                 PIC X(11) Value '    Current'.
        05 FILLER                 PIC X(11) Value '    30 Days'.
        05 FILLER                 PIC X(11) Value '    60 Days'.
        05 FILLER                 PIC X(11) Value '   90+ Days'.
        05 FILLER                 PIC X(11) Value '    Balance'.
        05 FILLER                 PIC X(13) Value '  Stage'.

      * Aged Detail Line
       01 Aged-Detail-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Aged-Acct              PIC X(10).
        05 FILLER                 PIC X(1) Value SPACES.
        05 Aged-Current           PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Aged-30                PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Aged-60                PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Aged-90                PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Aged-Balance           PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(3) Value SPACES.
        05 Aged-Stage             PIC 9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Aged-Hold              PIC X(3).
        05 FILLER                 PIC X(5) Value SPACES.

      * Bucket Total Line
       01 Aged-Total-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Aged-Total-Label       PIC X(35).
        05 Aged-Total-Count       PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Aged-Total-Amount      PIC ZZZZZZZZZZ9.99.
        05 FILLER                 PIC X(8) Value SPACES.

      * Summary Header / Lines
       01 Summary-Header-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(36)
              Value 'Receivables Run Summary : '.
        05 FILLER                 PIC X(34) Value SPACES.
       01 Summary-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Summary-Label          PIC X(45).
        05 Summary-Count          PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 6100-Write-Report-Header
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                                 SRT-Date
                INPUT PROCEDURE 2500-Release-Payments
                OUTPUT PROCEDURE 2000-Secondary-Process
           PERFORM 6300-Write-Report-Totals
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Secondary Process
      *
      * Output procedure of the payment sort : last night's ledger,
      * tonight's BILLFILE and the re-sequenced payments are all
      * ascending by accountNumber, so each pass takes the lowest
      * current key and posts everything the three streams hold for
      * that account. CUSTFILE co-advances for name, email and the
      * image the status transactions are built from.
      *-----------------------------------------------------------------

       2000-Secondary-Process.

      * First Reads
           PERFORM 9210-Read-Master-Record
           PERFORM 9200-Read-Bill-Record
           PERFORM 9230-Return-Sort-Record
           PERFORM 9220-Read-Customer-Record

      * Process Account Groups
           PERFORM 2100-Process-Account
             UNTIL WS-Master-Key = HIGH-VALUES
               AND WS-Bill-Key = HIGH-VALUES
               AND WS-Payment-Key = HIGH-VALUES.

      *-----------------------------------------------------------------
      * Release Payments
      *
      * Input procedure of the payment sort. A night with no
      * processor file (FS 35) simply posts no payments.
      *-----------------------------------------------------------------

       2500-Release-Payments.

           OPEN INPUT PAYMENT-FILE
           IF STATUS-PAYMENT-FILE = '35'
               DISPLAY 'PAYSETL not found - no payments tonight'
               MOVE 'Y' TO End-Of-File-P
           ELSE
               IF STATUS-PAYMENT-FILE NOT = '00'
                   DISPLAY 'Error while opening PAYSETL - FS : '
                              STATUS-PAYMENT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM 2550-Release-Payment-Record
             UNTIL End-Of-File-P = 'Y'

           IF STATUS-PAYMENT-FILE NOT = '35'
               CLOSE PAYMENT-FILE
               IF STATUS-PAYMENT-FILE NOT = '00'
                   DISPLAY 'Error while closing PAYSETL - FS : '
                              STATUS-PAYMENT-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Release Payment Record
      *
      * Only well-formed settled/declined rows reach the sort; the
      * rest are listed and the step ends with a warning so the
      * processor file gets looked at.
      *-----------------------------------------------------------------

       2550-Release-Payment-Record.

           PERFORM 9240-Read-Payment-Record
           IF End-Of-File-P = 'N'
               IF Pay-Account-Number NOT = SPACES
                  AND (Pay-Settled OR Pay-Declined)
                  AND Pay-Amount NUMERIC
                   RELEASE SORT-WORK-RECORD FROM WS-Payment-Row
               ELSE
                   DISPLAY 'Invalid payment row skipped : '
                           Pay-Account-Number ' ' Pay-Result
                           ' ' Pay-Processor-Ref
                   ADD 1 TO WS-Count-Payment-Rejected
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Process Account
      *-----------------------------------------------------------------

       2100-Process-Account.

           MOVE WS-Master-Key TO WS-Current-Acct
           IF WS-Bill-Key < WS-Current-Acct
               MOVE WS-Bill-Key TO WS-Current-Acct
           END-IF
           IF WS-Payment-Key < WS-Current-Acct
               MOVE WS-Payment-Key TO WS-Current-Acct
           END-IF

      * Ledger row - last night's, or a fresh one for a first bill
           IF WS-Master-Key = WS-Current-Acct
               MOVE WS-AR-Master-Next TO WS-AR-Master
               PERFORM 9210-Read-Master-Record
           ELSE
               MOVE SPACES TO WS-AR-Master
               MOVE WS-Current-Acct TO AR-Account-Number
               MOVE ZERO TO AR-Balance
               MOVE ZERO TO AR-Unapplied-Credit
               MOVE ZERO TO AR-Dunning-Stage
               MOVE ZERO TO AR-Last-Payment-Amount
               MOVE ZERO TO AR-Decline-Count
               MOVE ZERO TO AR-Item-Count
           END-IF

           PERFORM 9225-Advance-Customer-Stream
           SET WS-Not-Paid-Tonight TO TRUE

           PERFORM 3000-Post-Bill
             UNTIL WS-Bill-Key NOT = WS-Current-Acct

           PERFORM 3100-Post-Payment
             UNTIL WS-Payment-Key NOT = WS-Current-Acct

           PERFORM 3200-Age-Account
           PERFORM 3300-Dunning-Check
           PERFORM 3400-Suspension-Check

           IF AR-Balance > 0
               PERFORM 6200-Write-Aged-Detail
           END-IF
           ADD AR-Balance TO WS-Total-Balance
           ADD AR-Unapplied-Credit TO WS-Total-Credit

      * A settled account with nothing open, no credit and no hold
      * has nothing left to carry once its last bill period is behind
      * the previous month - until then the row stays as the guard
      * against the same bill being posted twice
           IF AR-Item-Count > 0
              OR AR-Unapplied-Credit > 0
              OR AR-Suspended
              OR (AR-Last-Bill-Period NOT = SPACES
                  AND AR-Last-Bill-Period NOT < WS-Keep-Bill-Period)
               PERFORM 9300-Write-Master-Record
           END-IF.

      *-----------------------------------------------------------------
      * Post Bill
      *
      * Each bill opens an item dated on the business date of the
      * run that delivered it, for the gross amount due including
      * sales tax (a bill from before tax was charged carries no
      * gross amount and posts its net total). A bill period the
      * ledger has already seen is a re-presented BILLFILE and is
      * not posted twice.
      *-----------------------------------------------------------------

       3000-Post-Bill.

           IF AR-Last-Bill-Period NOT = SPACES
              AND Bill-Period <= AR-Last-Bill-Period
               DISPLAY 'Bill period already posted - skipped : '
                       Bill-Account-Number ' ' Bill-Period
               ADD 1 TO WS-Count-Bills-Duplicate
               PERFORM 9990-Set-Warning-Code
           ELSE
               MOVE Bill-Period TO AR-Last-Bill-Period
               IF Bill-Total-With-Tax NUMERIC
                  AND Bill-Total-With-Tax > 0
                   MOVE Bill-Total-With-Tax TO WS-Post-Amount
               ELSE
                   MOVE Bill-Total-Amount TO WS-Post-Amount
               END-IF
               ADD WS-Post-Amount TO WS-Total-Billed
               ADD 1 TO WS-Count-Bills-Posted
               PERFORM 3600-Apply-Credit
               IF WS-Post-Amount > 0
                   PERFORM 3700-Add-Open-Item
               END-IF
           END-IF

           PERFORM 9200-Read-Bill-Record.

      *-----------------------------------------------------------------
      * Post Payment
      *-----------------------------------------------------------------

       3100-Post-Payment.

           MOVE SORT-WORK-RECORD TO WS-Payment-Row
           EVALUATE TRUE
           WHEN Pay-Settled
                ADD 1 TO WS-Count-Settled
                ADD Pay-Amount TO WS-Total-Settled
                MOVE Pay-Date TO AR-Last-Payment-Date
                MOVE Pay-Amount TO AR-Last-Payment-Amount
                SET WS-Paid-Tonight TO TRUE
                PERFORM 3150-Apply-Payment
           WHEN Pay-Declined
                ADD 1 TO WS-Count-Declined
                ADD Pay-Amount TO WS-Total-Declined
                MOVE Pay-Date TO AR-Last-Decline-Date
                IF AR-Decline-Count < 999
                    ADD 1 TO AR-Decline-Count
                END-IF
                DISPLAY 'Payment declined : ' Pay-Account-Number
                        ' ' Pay-Decline-Code
           END-EVALUATE

           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Apply Payment
      *
      * Oldest item first; an emptied item drops out of the list and
      * whatever is left after the last item becomes credit.
      *-----------------------------------------------------------------

       3150-Apply-Payment.

           MOVE Pay-Amount TO WS-Pay-Remaining
           PERFORM VARYING WS-Item-Idx FROM 1 BY 1
              UNTIL WS-Item-Idx > AR-Item-Count
                 OR WS-Pay-Remaining = 0
              IF AR-Item-Amount (WS-Item-Idx) <= WS-Pay-Remaining
                  SUBTRACT AR-Item-Amount (WS-Item-Idx)
                      FROM WS-Pay-Remaining
                  MOVE ZERO TO AR-Item-Amount (WS-Item-Idx)
              ELSE
                  SUBTRACT WS-Pay-Remaining
                      FROM AR-Item-Amount (WS-Item-Idx)
                  MOVE ZERO TO WS-Pay-Remaining
              END-IF
           END-PERFORM

           ADD WS-Pay-Remaining TO AR-Unapplied-Credit
           PERFORM 3800-Compact-Open-Items.

      *-----------------------------------------------------------------
      * Age Account
      *
      * Days since each open item's bill date on the business date
      * decide its bucket; the oldest item drives dunning and
      * suspension.
      *-----------------------------------------------------------------

       3200-Age-Account.

           MOVE ZERO TO WS-Acct-Current
           MOVE ZERO TO WS-Acct-30
           MOVE ZERO TO WS-Acct-60
           MOVE ZERO TO WS-Acct-90
           MOVE ZERO TO AR-Balance
           MOVE ZERO TO WS-Oldest-Days

           PERFORM VARYING WS-Item-Idx FROM 1 BY 1
              UNTIL WS-Item-Idx > AR-Item-Count
              MOVE AR-Item-Date (WS-Item-Idx) TO WS-Elapsed-Date-1
              MOVE WS-Business-Date TO WS-Elapsed-Date-2
              PERFORM 5600-Elapsed-Days-Calculation
              MOVE WS-Elapsed-Days-TMP TO WS-Item-Days
              IF WS-Item-Days > WS-Oldest-Days
                  MOVE WS-Item-Days TO WS-Oldest-Days
              END-IF
              ADD AR-Item-Amount (WS-Item-Idx) TO AR-Balance
              EVALUATE TRUE
              WHEN WS-Item-Days < 30
                   ADD AR-Item-Amount (WS-Item-Idx)
                       TO WS-Acct-Current
              WHEN WS-Item-Days < 60
                   ADD AR-Item-Amount (WS-Item-Idx) TO WS-Acct-30
              WHEN WS-Item-Days < 90
                   ADD AR-Item-Amount (WS-Item-Idx) TO WS-Acct-60
              WHEN OTHER
                   ADD AR-Item-Amount (WS-Item-Idx) TO WS-Acct-90
              END-EVALUATE
           END-PERFORM

           ADD WS-Acct-Current TO WS-Total-Current
           ADD WS-Acct-30 TO WS-Total-30
           ADD WS-Acct-60 TO WS-Total-60
           ADD WS-Acct-90 TO WS-Total-90
           IF AR-Balance > 0
               ADD 1 TO WS-Count-Accts-Owing
           END-IF
           IF WS-Acct-Current > 0
               ADD 1 TO WS-Count-Accts-Current
           END-IF
           IF WS-Acct-30 > 0
               ADD 1 TO WS-Count-Accts-30
           END-IF
           IF WS-Acct-60 > 0
               ADD 1 TO WS-Count-Accts-60
           END-IF
           IF WS-Acct-90 > 0
               ADD 1 TO WS-Count-Accts-90
           END-IF.

      *-----------------------------------------------------------------
      * Dunning Check
      *
      * The stage an account should be at follows from its oldest
      * unpaid item; a notice is written only when that stage is
      * higher than the last one sent. Paying down moves the stage
      * back, so a later relapse is chased again from that point.
      *-----------------------------------------------------------------

       3300-Dunning-Check.

           EVALUATE TRUE
           WHEN AR-Balance = 0
                MOVE 0 TO WS-Target-Stage
           WHEN WS-Oldest-Days >= WS-Dun-Stage-3-Days
                MOVE 3 TO WS-Target-Stage
           WHEN WS-Oldest-Days >= WS-Dun-Stage-2-Days
                MOVE 2 TO WS-Target-Stage
           WHEN WS-Oldest-Days >= WS-Dun-Stage-1-Days
                MOVE 1 TO WS-Target-Stage
           WHEN OTHER
                MOVE 0 TO WS-Target-Stage
           END-EVALUATE

           IF WS-Target-Stage > AR-Dunning-Stage
               PERFORM 3350-Build-Dunning-Record
           END-IF
           MOVE WS-Target-Stage TO AR-Dunning-Stage.

      *-----------------------------------------------------------------
      * Build Dunning Record
      *-----------------------------------------------------------------

       3350-Build-Dunning-Record.

           MOVE SPACES TO WS-Dunning-File
           MOVE AR-Account-Number TO Dun-Account-Number
           MOVE WS-Target-Stage TO Dun-Stage
           EVALUATE WS-Target-Stage
           WHEN 1
                MOVE 'REMINDER' TO Dun-Stage-Name
                ADD 1 TO WS-Count-Dunning-1
           WHEN 2
                MOVE 'SECOND' TO Dun-Stage-Name
                ADD 1 TO WS-Count-Dunning-2
           WHEN OTHER
                MOVE 'FINAL' TO Dun-Stage-Name
                ADD 1 TO WS-Count-Dunning-3
           END-EVALUATE
           IF WS-Customer-Found
               MOVE emailAddress of WS-Customer-File
                    TO Dun-Email-Address
               MOVE firstName of WS-Customer-File TO Dun-First-Name
               MOVE lastName of WS-Customer-File TO Dun-Last-Name
               MOVE subscriptionProgram of WS-Customer-File
                    TO Dun-Program
           END-IF
           MOVE AR-Balance TO Dun-Balance
           COMPUTE Dun-Overdue-Amount =
                   WS-Acct-30 + WS-Acct-60 + WS-Acct-90
           IF WS-Oldest-Days > 999
               MOVE 999 TO Dun-Days-Overdue
           ELSE
               MOVE WS-Oldest-Days TO Dun-Days-Overdue
           END-IF
           IF AR-Item-Count > 0
               MOVE AR-Item-Date (1) TO Dun-Oldest-Item-Date
           END-IF
           MOVE WS-Business-Date TO Dun-Notice-Date
           PERFORM 9310-Write-Dunning-Record.

      *-----------------------------------------------------------------
      * Suspension Check
      *
      * Past the suspension limit an ACTIVE subscriber is suspended;
      * once a suspended account pays and is back inside the limit
      * it is reinstated. Either way the change goes to CWBPAIF6 as
      * an ordinary 'C' transaction, so the master update, the audit
      * trail and every downstream program see it the normal way.
      *-----------------------------------------------------------------

       3400-Suspension-Check.

           IF AR-Not-Suspended
              AND AR-Balance > 0
              AND WS-Oldest-Days >= WS-Suspend-Days
               IF WS-Customer-Found
                  AND subscriberStatus of WS-Customer-File = 'ACTIVE'
                   MOVE 'SUSPENDED' TO WS-Customer-File (491:10)
                   PERFORM 3500-Build-Status-Tran
                   SET AR-Suspended TO TRUE
                   MOVE WS-Business-Date TO AR-Suspended-Date
                   ADD 1 TO WS-Count-Suspended
                   DISPLAY 'Account suspended for non-payment : '
                           AR-Account-Number
               END-IF
           ELSE
               IF AR-Suspended
                  AND WS-Paid-Tonight
                  AND (AR-Balance = 0
                    OR WS-Oldest-Days < WS-Suspend-Days)
                   IF WS-Customer-Found
                      AND subscriberStatus of WS-Customer-File
                          = 'SUSPENDED'
                       MOVE 'ACTIVE' TO WS-Customer-File (491:10)
                       PERFORM 3500-Build-Status-Tran
                       ADD 1 TO WS-Count-Reinstated
                       DISPLAY 'Account reinstated after payment : '
                               AR-Account-Number
                   ELSE
                       DISPLAY 'Suspended account paid - master not '
                               'suspended, hold released : '
                               AR-Account-Number
                   END-IF
                   SET AR-Not-Suspended TO TRUE
                   MOVE SPACES TO AR-Suspended-Date
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Build Status Transaction
      *-----------------------------------------------------------------

       3500-Build-Status-Tran.

           MOVE SPACES TO WS-Tran-File
           MOVE 'C' TO Tran-Action
           MOVE 'CWBPAIFL' TO Tran-Operator-Id
           MOVE WS-Customer-File TO Tran-Customer-Image
           MOVE WS-Business-Date TO Tran-Effective-Date
           PERFORM 9330-Write-Tran-Record.

      *-----------------------------------------------------------------
      * Apply Credit
      *
      * Unapplied credit from an earlier overpayment is taken off the
      * new bill before it becomes an open item.
      *-----------------------------------------------------------------

       3600-Apply-Credit.

           IF AR-Unapplied-Credit > 0
               IF AR-Unapplied-Credit >= WS-Post-Amount
                   SUBTRACT WS-Post-Amount FROM AR-Unapplied-Credit
                   MOVE ZERO TO WS-Post-Amount
               ELSE
                   SUBTRACT AR-Unapplied-Credit FROM WS-Post-Amount
                   MOVE ZERO TO AR-Unapplied-Credit
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add Open Item
      *
      * With all twelve slots taken the two oldest items are folded
      * together under the older date, which can only make the
      * account look more overdue, never less.
      *-----------------------------------------------------------------

       3700-Add-Open-Item.

           IF AR-Item-Count >= 12
               ADD AR-Item-Amount (2) TO AR-Item-Amount (1)
               PERFORM VARYING WS-Item-Idx FROM 2 BY 1
                  UNTIL WS-Item-Idx > 11
                  MOVE AR-Open-Item (WS-Item-Idx + 1)
                       TO AR-Open-Item (WS-Item-Idx)
               END-PERFORM
               MOVE 11 TO AR-Item-Count
           END-IF
           ADD 1 TO AR-Item-Count
           MOVE WS-Business-Date TO AR-Item-Date (AR-Item-Count)
           MOVE WS-Post-Amount TO AR-Item-Amount (AR-Item-Count).

      *-----------------------------------------------------------------
      * Compact Open Items
      *-----------------------------------------------------------------

       3800-Compact-Open-Items.

           MOVE ZERO TO WS-Item-Out-Idx
           PERFORM VARYING WS-Item-Idx FROM 1 BY 1
              UNTIL WS-Item-Idx > AR-Item-Count
              IF AR-Item-Amount (WS-Item-Idx) > 0
                  ADD 1 TO WS-Item-Out-Idx
                  IF WS-Item-Out-Idx NOT = WS-Item-Idx
                      MOVE AR-Open-Item (WS-Item-Idx)
                           TO AR-Open-Item (WS-Item-Out-Idx)
                  END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-Item-Idx FROM WS-Item-Out-Idx BY 1
              UNTIL WS-Item-Idx >= AR-Item-Count
              MOVE SPACES TO AR-Item-Date (WS-Item-Idx + 1)
              MOVE ZERO TO AR-Item-Amount (WS-Item-Idx + 1)
           END-PERFORM
           MOVE WS-Item-Out-Idx TO AR-Item-Count.

      *-----------------------------------------------------------------
      * Date and Time Retrieval
      *-----------------------------------------------------------------

       5500-Datetime-Retrieval.

           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
           .

      *-----------------------------------------------------------------
      * Elapsed Days Calculation
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
      * Write Report Header
      *-----------------------------------------------------------------

       6100-Write-Report-Header.

      * Time-Line
           MOVE Time-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Header-Line
           MOVE Header-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Column Headings
           MOVE Aged-Heading-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record.

      *-----------------------------------------------------------------
      * Write Aged Detail
      *-----------------------------------------------------------------

       6200-Write-Aged-Detail.

           MOVE AR-Account-Number TO Aged-Acct
           MOVE WS-Acct-Current TO Aged-Current
           MOVE WS-Acct-30 TO Aged-30
           MOVE WS-Acct-60 TO Aged-60
           MOVE WS-Acct-90 TO Aged-90
           MOVE AR-Balance TO Aged-Balance
           MOVE AR-Dunning-Stage TO Aged-Stage
           IF AR-Suspended
               MOVE 'SUS' TO Aged-Hold
           ELSE
               MOVE SPACES TO Aged-Hold
           END-IF
           MOVE Aged-Detail-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record.

      *-----------------------------------------------------------------
      * Write Report Totals
      *-----------------------------------------------------------------

       6300-Write-Report-Totals.

      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Bucket Totals - accounts with an amount in the bucket and
      * the amount itself
           MOVE 'Current (0 - 29 Days) : ' TO Aged-Total-Label
           MOVE WS-Count-Accts-Current TO Aged-Total-Count
           MOVE WS-Total-Current TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE '30 - 59 Days : ' TO Aged-Total-Label
           MOVE WS-Count-Accts-30 TO Aged-Total-Count
           MOVE WS-Total-30 TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE '60 - 89 Days : ' TO Aged-Total-Label
           MOVE WS-Count-Accts-60 TO Aged-Total-Count
           MOVE WS-Total-60 TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE '90 Days and Over : ' TO Aged-Total-Label
           MOVE WS-Count-Accts-90 TO Aged-Total-Count
           MOVE WS-Total-90 TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Total Receivables : ' TO Aged-Total-Label
           MOVE WS-Count-Accts-Owing TO Aged-Total-Count
           MOVE WS-Total-Balance TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Unapplied Credit : ' TO Aged-Total-Label
           MOVE ZERO TO Aged-Total-Count
           MOVE WS-Total-Credit TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Postings
           MOVE 'Bills Posted : ' TO Aged-Total-Label
           MOVE WS-Count-Bills-Posted TO Aged-Total-Count
           MOVE WS-Total-Billed TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Payments Settled : ' TO Aged-Total-Label
           MOVE WS-Count-Settled TO Aged-Total-Count
           MOVE WS-Total-Settled TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Payments Declined : ' TO Aged-Total-Label
           MOVE WS-Count-Declined TO Aged-Total-Count
           MOVE WS-Total-Declined TO Aged-Total-Amount
           MOVE Aged-Total-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Summary Header
           MOVE Summary-Header-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Bills Already Posted - Skipped : ' TO Summary-Label
           MOVE WS-Count-Bills-Duplicate TO Summary-Count
           MOVE Summary-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Payment Rows Rejected : ' TO Summary-Label
           MOVE WS-Count-Payment-Rejected TO Summary-Count
           MOVE Summary-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Dunning Notices - Reminder : ' TO Summary-Label
           MOVE WS-Count-Dunning-1 TO Summary-Count
           MOVE Summary-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Dunning Notices - Second : ' TO Summary-Label
           MOVE WS-Count-Dunning-2 TO Summary-Count
           MOVE Summary-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Dunning Notices - Final : ' TO Summary-Label
           MOVE WS-Count-Dunning-3 TO Summary-Count
           MOVE Summary-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Accounts Suspended : ' TO Summary-Label
           MOVE WS-Count-Suspended TO Summary-Count
           MOVE Summary-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
           MOVE 'Accounts Reinstated : ' TO Summary-Label
           MOVE WS-Count-Reinstated TO Summary-Count
           MOVE Summary-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Aged-Report-File
           PERFORM 9320-Write-Aged-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Aged-Report-File
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

           MOVE WS-Business-YYYY TO WS-Keep-Bill-YYYY
           IF WS-Business-MM > 1
               COMPUTE WS-Keep-Bill-MM = WS-Business-MM - 1
           ELSE
               SUBTRACT 1 FROM WS-Keep-Bill-YYYY
               MOVE 12 TO WS-Keep-Bill-MM
           END-IF.

      *-----------------------------------------------------------------
      * Read Parameter Card
      *
      * A missing ARPARM runs on the default stages (30 / 60 / 90)
      * and suspension limit (120 days).
      *-----------------------------------------------------------------

       9510-Read-Parm-Card.

           MOVE SPACES TO WS-AR-Parm-Card
           OPEN INPUT AR-PARM-FILE
           IF STATUS-AR-PARM-FILE = '00'
               READ AR-PARM-FILE INTO WS-AR-Parm-Card
                   AT END MOVE SPACES TO WS-AR-Parm-Card
               END-READ
               CLOSE AR-PARM-FILE
           ELSE
               DISPLAY 'ARPARM not found - default limits used : '
                       STATUS-AR-PARM-FILE
           END-IF

           IF Parm-Dun-Stage-1-Days NUMERIC
              AND Parm-Dun-Stage-1-Days > 0
               MOVE Parm-Dun-Stage-1-Days TO WS-Dun-Stage-1-Days
           END-IF
           IF Parm-Dun-Stage-2-Days NUMERIC
              AND Parm-Dun-Stage-2-Days > 0
               MOVE Parm-Dun-Stage-2-Days TO WS-Dun-Stage-2-Days
           END-IF
           IF Parm-Dun-Stage-3-Days NUMERIC
              AND Parm-Dun-Stage-3-Days > 0
               MOVE Parm-Dun-Stage-3-Days TO WS-Dun-Stage-3-Days
           END-IF
           IF Parm-Suspend-Days NUMERIC
              AND Parm-Suspend-Days > 0
               MOVE Parm-Suspend-Days TO WS-Suspend-Days
           END-IF

           IF WS-Dun-Stage-2-Days < WS-Dun-Stage-1-Days
              OR WS-Dun-Stage-3-Days < WS-Dun-Stage-2-Days
               DISPLAY 'ARPARM dunning stages out of order - '
                       'defaults used'
               MOVE 30 TO WS-Dun-Stage-1-Days
               MOVE 60 TO WS-Dun-Stage-2-Days
               MOVE 90 TO WS-Dun-Stage-3-Days
               PERFORM 9990-Set-Warning-Code
           END-IF
           DISPLAY 'Dunning Stages in effect : ' WS-Dun-Stage-1-Days
                   ' / ' WS-Dun-Stage-2-Days
                   ' / ' WS-Dun-Stage-3-Days
           DISPLAY 'Suspension Limit Days in effect : '
                   WS-Suspend-Days.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

      * No BILLFILE outside the month-end run - payments and ageing
      * still go through every night
           OPEN INPUT BILLING-FILE
           IF STATUS-BILLING-FILE = '35'
               DISPLAY 'BILLFILE not found - no bills tonight'
               MOVE 'Y' TO End-Of-File-B
           ELSE
               IF STATUS-BILLING-FILE NOT = '00'
                   DISPLAY 'Error while opening BILLFILE - FS : '
                              STATUS-BILLING-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTOMER-FILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

      * A missing ledger is the very first run - everyone starts at
      * a zero balance
           OPEN INPUT AR-MASTER-IN-FILE
           IF STATUS-AR-MASTER-IN-FILE = '35'
               DISPLAY 'ARMASTI not found - starting empty ledger'
               MOVE 'Y' TO End-Of-File-M
           ELSE
               IF STATUS-AR-MASTER-IN-FILE NOT = '00'
                   DISPLAY 'Error while opening ARMASTI - FS : '
                              STATUS-AR-MASTER-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           OPEN OUTPUT AR-MASTER-OUT-FILE
           IF STATUS-AR-MASTER-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening ARMASTO - FS : '
                          STATUS-AR-MASTER-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT DUNNING-FILE
           IF STATUS-DUNNING-FILE NOT = '00'
               DISPLAY 'Error while opening DUNNEXT - FS : '
                          STATUS-DUNNING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT AR-TRAN-FILE
           IF STATUS-AR-TRAN-FILE NOT = '00'
               DISPLAY 'Error while opening ARCUSTRN - FS : '
                          STATUS-AR-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT AGED-REPORT-FILE
           IF STATUS-AGED-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening ARAGERPT - FS : '
                          STATUS-AGED-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Bill Record
      *-----------------------------------------------------------------

       9200-Read-Bill-Record.

           IF End-Of-File-B = 'N'
               READ BILLING-FILE INTO WS-Billing-File
                   AT END MOVE 'Y' TO End-Of-File-B
                   DISPLAY 'End of BILLFILE'
               END-READ
               IF STATUS-BILLING-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading BILLFILE - FS : '
                              STATUS-BILLING-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF
           IF End-Of-File-B = 'Y'
               MOVE HIGH-VALUES TO WS-Bill-Key
           ELSE
               ADD 1 TO WS-Count-Bills
               ADD 1 TO WS-Audit-Records-Read
               IF Bill-Account-Number < WS-Prev-Bill-Acct
                   DISPLAY 'BILLFILE out of sequence : '
                           Bill-Account-Number ' after '
                           WS-Prev-Bill-Acct
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE Bill-Account-Number TO WS-Prev-Bill-Acct
               MOVE Bill-Account-Number TO WS-Bill-Key
           END-IF.

      *-----------------------------------------------------------------
      * Read Master Record
      *-----------------------------------------------------------------

       9210-Read-Master-Record.

           IF End-Of-File-M = 'N'
               READ AR-MASTER-IN-FILE INTO WS-AR-Master-Next
                   AT END MOVE 'Y' TO End-Of-File-M
                   DISPLAY 'End of ARMASTI'
               END-READ
               IF STATUS-AR-MASTER-IN-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading ARMASTI - FS : '
                              STATUS-AR-MASTER-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF
           IF End-Of-File-M = 'Y'
               MOVE HIGH-VALUES TO WS-Master-Key
           ELSE
               ADD 1 TO WS-Count-Master-In
               ADD 1 TO WS-Audit-Records-Read
               IF AR-MASTER-IN-RECORD (1:10) <= WS-Prev-Master-Acct
                   DISPLAY 'ARMASTI out of sequence : '
                           AR-MASTER-IN-RECORD (1:10)
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE AR-MASTER-IN-RECORD (1:10) TO WS-Prev-Master-Acct
               MOVE AR-MASTER-IN-RECORD (1:10) TO WS-Master-Key
           END-IF.

      *-----------------------------------------------------------------
      * Read Customer Record
      *-----------------------------------------------------------------

       9220-Read-Customer-Record.

           IF End-Of-File-C = 'N'
               READ CUSTOMER-FILE
                   AT END MOVE 'Y' TO End-Of-File-C
                   MOVE HIGH-VALUES TO CUSTOMER-RECORD
               END-READ
               MOVE CUSTOMER-RECORD TO WS-Customer-File
               IF STATUS-CUSTOMER-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading Customer-File - FS : '
                              STATUS-CUSTOMER-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Advance Customer Stream
      *
      * CUSTFILE is ascending by accountNumber like the ledger, so
      * the customer stream advances until it meets or passes the
      * account being processed.
      *-----------------------------------------------------------------

       9225-Advance-Customer-Stream.

           PERFORM UNTIL End-Of-File-C = 'Y'
              OR accountNumber of WS-Customer-File >= WS-Current-Acct
              PERFORM 9220-Read-Customer-Record
           END-PERFORM
           IF End-Of-File-C = 'N'
              AND accountNumber of WS-Customer-File = WS-Current-Acct
               SET WS-Customer-Found TO TRUE
           ELSE
               SET WS-Customer-Not-Found TO TRUE
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
               MOVE HIGH-VALUES TO WS-Payment-Key
           ELSE
               MOVE SRT-Account-Number TO WS-Payment-Key
           END-IF.

      *-----------------------------------------------------------------
      * Read Payment Record
      *-----------------------------------------------------------------

       9240-Read-Payment-Record.

           IF End-Of-File-P = 'N'
               READ PAYMENT-FILE INTO WS-Payment-Row
                   AT END MOVE 'Y' TO End-Of-File-P
                   DISPLAY 'End of PAYSETL'
               END-READ
               IF STATUS-PAYMENT-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading PAYSETL - FS : '
                              STATUS-PAYMENT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-P = 'N'
                   ADD 1 TO WS-Count-Payments
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write Master Record
      *-----------------------------------------------------------------

        9300-Write-Master-Record.

           IF AR-Account-Number <= WS-Prev-Master-Out-Acct
               DISPLAY 'ARMASTO out of sequence : ' AR-Account-Number
                       ' after ' WS-Prev-Master-Out-Acct
               PERFORM 9995-Fatal-File-Error
           END-IF
           MOVE AR-Account-Number TO WS-Prev-Master-Out-Acct

           WRITE AR-MASTER-OUT-RECORD FROM WS-AR-Master
           IF STATUS-AR-MASTER-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to ARMASTO - FS : '
                          STATUS-AR-MASTER-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Master-Out
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Dunning Record
      *-----------------------------------------------------------------

        9310-Write-Dunning-Record.

           WRITE DUNNING-RECORD FROM WS-Dunning-File
           IF STATUS-DUNNING-FILE NOT = '00'
               DISPLAY 'Error while writing to DUNNEXT - FS : '
                          STATUS-DUNNING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Aged Report Record
      *-----------------------------------------------------------------

        9320-Write-Aged-Report-Record.

           WRITE AGED-REPORT-RECORD FROM WS-Aged-Report-File
           IF STATUS-AGED-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to ARAGERPT - FS : '
                          STATUS-AGED-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Tran Record
      *-----------------------------------------------------------------

        9330-Write-Tran-Record.

           WRITE AR-TRAN-RECORD FROM WS-Tran-File
           IF STATUS-AR-TRAN-FILE NOT = '00'
               DISPLAY 'Error while writing to ARCUSTRN - FS : '
                          STATUS-AR-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           IF STATUS-BILLING-FILE NOT = '35'
               CLOSE BILLING-FILE
               IF STATUS-BILLING-FILE NOT = '00'
                   DISPLAY 'Error while closing BILLFILE - FS : '
                              STATUS-BILLING-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           CLOSE CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while closing CUSTOMER-FILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           IF STATUS-AR-MASTER-IN-FILE NOT = '35'
               CLOSE AR-MASTER-IN-FILE
               IF STATUS-AR-MASTER-IN-FILE NOT = '00'
                   DISPLAY 'Error while closing ARMASTI - FS : '
                              STATUS-AR-MASTER-IN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           CLOSE AR-MASTER-OUT-FILE
           IF STATUS-AR-MASTER-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing ARMASTO - FS : '
                          STATUS-AR-MASTER-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE DUNNING-FILE
           IF STATUS-DUNNING-FILE NOT = '00'
               DISPLAY 'Error while closing DUNNEXT - FS : '
                          STATUS-DUNNING-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE AR-TRAN-FILE
           IF STATUS-AR-TRAN-FILE NOT = '00'
               DISPLAY 'Error while closing ARCUSTRN - FS : '
                          STATUS-AR-TRAN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE AGED-REPORT-FILE
           IF STATUS-AGED-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing ARAGERPT - FS : '
                          STATUS-AGED-REPORT-FILE
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
           MOVE 'CWBPAIFL' TO RA-Program-Id
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

           DISPLAY 'Ledger Records Read : ' WS-Count-Master-In
           DISPLAY 'Ledger Records Written : ' WS-Count-Master-Out
           DISPLAY 'Bills Read : ' WS-Count-Bills
           DISPLAY 'Bills Posted : ' WS-Count-Bills-Posted
           DISPLAY 'Payment Rows Read : ' WS-Count-Payments
           DISPLAY 'Payments Settled : ' WS-Count-Settled
           DISPLAY 'Payments Declined : ' WS-Count-Declined
           DISPLAY 'Dunning Notices Written : '
                   WS-Count-Dunning-1 ' / ' WS-Count-Dunning-2
                   ' / ' WS-Count-Dunning-3
           DISPLAY 'Accounts Suspended : ' WS-Count-Suspended
           DISPLAY 'Accounts Reinstated : ' WS-Count-Reinstated
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
