       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It runs once a month after billing and looks for customers on
      * the wrong subscriptionProgram : accounts that keep paying
      * overage or keep being flagged by CWBPAIFF for streaming over
      * their allowance, where a higher plan would cost less or fit
      * better, and low-engagement premium accounts that would be
      * better served by a cheaper plan. For every billed account it
      * takes the month's BILLFILE row (usage adjustment and watch
      * minutes), the highest concurrent-stream count CWBPAIFF
      * reported for it during the month (STRMENF) and its SEGFILE
      * engagement band, prices every plan in force on RATEPLAN the
      * way CWBPAIF5 would bill it, and recommends the cheapest plan
      * that fits. Recommendations go to the mailer on RPLNFILE
      * (marketingOptOut and undeliverable addresses are left out),
      * and the report shows what the recommendations would do to
      * monthly revenue if every one of them were taken up.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT BILLING-FILE     ASSIGN TO BILLFILE
               FILE STATUS IS STATUS-BILLING-FILE.

           SELECT SEGMENT-FILE     ASSIGN TO SEGFILE
               FILE STATUS IS STATUS-SEGMENT-FILE.

           SELECT ENFORCE-FILE     ASSIGN TO STRMENF
               FILE STATUS IS STATUS-ENFORCE-FILE.

           SELECT RATE-PLAN-FILE   ASSIGN TO RATEPLAN
               FILE STATUS IS STATUS-RATE-PLAN-FILE.

           SELECT RIGHT-PLAN-FILE  ASSIGN TO RPLNFILE
               FILE STATUS IS STATUS-RIGHT-PLAN-FILE.

           SELECT REPORT-FILE      ASSIGN TO RPLNRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT RIGHT-PLAN-PARM-FILE ASSIGN TO RPLNPARM
               FILE STATUS IS STATUS-RIGHT-PLAN-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD            PIC X(500).

       FD  BILLING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BILLING-RECORD             PIC X(200).

       FD  SEGMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SEGMENT-RECORD             PIC X(100).

       FD  ENFORCE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ENFORCE-RECORD             PIC X(100).

       FD  RATE-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RATE-PLAN-RECORD           PIC X(80).

       FD  RIGHT-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RIGHT-PLAN-RECORD          PIC X(200).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  RIGHT-PLAN-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RIGHT-PLAN-PARM-RECORD     PIC X(80).

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

      * Sort record - the month's stream-enforcement rows, by account
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
        05 SRT-Email-Address           PIC X(40).
        05 SRT-Program                 PIC X(10).
        05 SRT-Allowance               PIC 9(2).
        05 FILLER                      PIC X(1).
        05 SRT-Max-Concurrent          PIC 9(3).
        05 FILLER                      PIC X(1).
        05 SRT-Business-Date           PIC X(10).
        05 FILLER                      PIC X(23).

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

      * Customer-File - subscriptionProgram at 111, marketingOptOut
      * at 121 and emailUndeliverable at 164, as CWBPAIF6 holds them
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

      * Billing Extract Record - CWBPAIF5's BILLFILE, one per account
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
       01 WS-Bill-Key                 PIC X(10).
       01 WS-Prev-Bill-Acct           PIC X(10) VALUE LOW-VALUES.

      * Segmentation Extract Record - CWBPAIFA's SEGFILE
       01 WS-Segment-File.
        05 Seg-Account-Number         PIC X(10).
        05 Seg-Inactive-Days          PIC 9(3).
        05 Seg-Watch-Number           PIC 9(9).
        05 Seg-Watch-Time-Spent       PIC 9(9).
        05 Seg-Avg-Watch-Percent      PIC 9(3).
        05 Seg-Recency-Score          PIC 9(2).
        05 Seg-Frequency-Score        PIC 9(2).
        05 Seg-Duration-Score         PIC 9(2).
        05 Seg-Completion-Score       PIC 9(2).
        05 Seg-Total-Score            PIC 9(3).
        05 Seg-Score-Band             PIC X(1).
        05 FILLER                     PIC X(54).
       01 WS-Seg-Key                  PIC X(10).
       01 WS-Prev-Seg-Acct            PIC X(10) VALUE LOW-VALUES.

      * Stream Enforcement Record - CWBPAIFF's STRMENF, one row per
      * account and day the account streamed over its allowance; a
      * month of daily files is concatenated on the DD
       01 WS-Enforce-File.
        05 Enf-Account-Number          PIC X(10).
        05 Enf-Email-Address           PIC X(40).
        05 Enf-Program                 PIC X(10).
        05 Enf-Allowance               PIC 9(2).
        05 FILLER                      PIC X(1).
        05 Enf-Max-Concurrent          PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Enf-Business-Date           PIC X(10).
        05 FILLER                      PIC X(23).
       01 WS-Sort-Key                  PIC X(10).

      * Rate-Plan Master Row - as CWBPAIF5 reads RATEPLAN, one row
      * per subscriptionProgram and effective-date range; an
      * open-ended row carries spaces in Rate-Eff-To
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

      * Rate-Plan Table - loaded once from RATEPLAN at startup and
      * probed for the row in force on the business date
       01 WS-Rate-Plan-Table.
        05 WS-RPT-Count               PIC 9(3) VALUE ZERO.
        05 WS-RPT-Entry OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-RPT-Count
              INDEXED BY WS-RPT-Idx.
         10 WS-RPT-Program            PIC X(10).
         10 WS-RPT-Eff-From           PIC X(10).
         10 WS-RPT-Eff-To             PIC X(10).
         10 WS-RPT-Monthly            PIC 9(3)V99.
         10 WS-RPT-Incl-Minutes       PIC 9(7).
         10 WS-RPT-Block-Size         PIC 9(3).
         10 WS-RPT-Block-Rate         PIC 9(3)V99.
       01 WS-RPT-Found-Switch         PIC X VALUE 'N'.
        88 WS-RPT-Found                   VALUE 'Y'.
        88 WS-RPT-Not-Found               VALUE 'N'.
       01 WS-Rate-Lookup-Program      PIC X(10).

      * Plans that can be recommended, lowest first, with the
      * simultaneous streams each allows - the same allowances
      * CWBPAIFF enforces (WS-Stream-Allowances there). A program not
      * in this list (trial) is never recommended and its accounts
      * are not reviewed.
       01 WS-Plan-Values.
        05 FILLER PIC X(12) VALUE 'standard  01'.
        05 FILLER PIC X(12) VALUE 'extended  02'.
        05 FILLER PIC X(12) VALUE 'premium   04'.
       01 WS-Plan-Table REDEFINES WS-Plan-Values.
        05 WS-Plan-Entry OCCURS 3 TIMES.
         10 WS-Plan-Program           PIC X(10).
         10 WS-Plan-Allowance         PIC 9(2).
       01 WS-Plan-Count               PIC 9(2) VALUE 3.
       01 WS-Plan-Sub                 PIC 9(2).
       01 WS-Plan-To-Sub              PIC 9(2).
       01 WS-Max-Allowance            PIC 9(2) VALUE ZERO.

      * Pricing of every plan for the account in hand
       01 WS-Plan-Pricing.
        05 WS-Plan-Price OCCURS 3 TIMES.
         10 WS-Plan-Priced-Switch     PIC X.
          88 WS-Plan-Priced               VALUE 'Y'.
         10 WS-Plan-Monthly           PIC 9(3)V99.
         10 WS-Plan-Usage             PIC 9(5)V99.
         10 WS-Plan-Cost              PIC 9(5)V99.

      * Plan moves recommended this run - accounts, how many of them
      * went to the mailer, and the monthly revenue change, by
      * current plan and recommended plan
       01 WS-Move-Table.
        05 WS-Move-From OCCURS 3 TIMES.
         10 WS-Move-To OCCURS 3 TIMES.
          15 WS-Move-Count            PIC 9(9).
          15 WS-Move-Mailed           PIC 9(9).
          15 WS-Move-Amount           PIC S9(9)V99.

      * Right-Plan Parameter Card - the least monthly saving worth
      * recommending a plan change for on price alone, in cents
      * (cols 1-5, default 00100 = 1.00). A plan change for an
      * account over its stream allowance is always recommended.
       01 WS-Right-Plan-Parm-Card.
        05 Rpm-Min-Saving              PIC 9(3)V99.
        05 FILLER                      PIC X(75).
       01 WS-Min-Saving                PIC 9(3)V99 VALUE 1.00.

      * Account in hand
       01 WS-Current-Acct              PIC X(10).
       01 WS-Current-Sub               PIC 9(2).
       01 WS-Best-Sub                  PIC 9(2).
       01 WS-High-Water                PIC 9(3).
       01 WS-Streams-Needed            PIC 9(3).
       01 WS-Current-Cost              PIC 9(5)V99.
       01 WS-Price-Difference          PIC S9(5)V99.
       01 WS-Saving                    PIC S9(5)V99.
       01 WS-Score-Band                PIC X(1).
        88 WS-Low-Engagement               VALUE 'C' 'D'.
       01 WS-Reason                    PIC X(10).
       01 WS-Overage-Minutes           PIC 9(9).
       01 WS-Overage-Blocks            PIC 9(9).
       01 WS-Review-Period             PIC X(7) VALUE SPACES.
       01 WS-Recommend-Switch          PIC X VALUE 'N'.
        88 WS-Recommend                    VALUE 'Y'.
        88 WS-No-Recommend                 VALUE 'N'.

      * Right-Plan Extract Record - one per recommendation the mailer
      * may send : who, the plan they are on and what it cost them
      * this month, the plan recommended and what it would have cost,
      * the monthly difference (sign first, '+' the customer would
      * pay more), upgrade or downgrade, and why - STREAMS (over the
      * stream allowance), OVERAGE (paying for minutes beyond the
      * plan), LOW USE (low engagement on a dearer plan) or PRICE
       01 WS-Right-Plan-File.
        05 Rpl-Account-Number         PIC X(10).
        05 Rpl-Email-Address          PIC X(40).
        05 Rpl-First-Name             PIC X(15).
        05 Rpl-Current-Program        PIC X(10).
        05 Rpl-Current-Cost           PIC 9(5)V99.
        05 Rpl-Recommended-Program    PIC X(10).
        05 Rpl-Recommended-Cost       PIC 9(5)V99.
        05 Rpl-Difference-Sign        PIC X(1).
        05 Rpl-Price-Difference       PIC 9(5)V99.
        05 Rpl-Direction              PIC X(9).
        05 Rpl-Reason                 PIC X(10).
        05 Rpl-Stream-High-Water      PIC 9(3).
        05 Rpl-Watch-Time-Spent       PIC 9(9).
        05 Rpl-Score-Band             PIC X(1).
        05 Rpl-Bill-Period            PIC X(7).
        05 Rpl-Business-Date          PIC X(10).
        05 FILLER                     PIC X(44).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Customers          PIC 9(9) VALUE ZERO.
        05 WS-Count-Not-Billed         PIC 9(9) VALUE ZERO.
        05 WS-Count-Churned            PIC 9(9) VALUE ZERO.
        05 WS-Count-Other-Period       PIC 9(9) VALUE ZERO.
        05 WS-Count-Plan-Changed       PIC 9(9) VALUE ZERO.
        05 WS-Count-Not-Priced         PIC 9(9) VALUE ZERO.
        05 WS-Count-Reviewed           PIC 9(9) VALUE ZERO.
        05 WS-Count-Over-Allowance     PIC 9(9) VALUE ZERO.
        05 WS-Count-No-Segment         PIC 9(9) VALUE ZERO.
        05 WS-Count-Right-Plan         PIC 9(9) VALUE ZERO.
        05 WS-Count-Recommended        PIC 9(9) VALUE ZERO.
        05 WS-Count-Upgrades           PIC 9(9) VALUE ZERO.
        05 WS-Count-Downgrades         PIC 9(9) VALUE ZERO.
        05 WS-Count-Mailed             PIC 9(9) VALUE ZERO.
        05 WS-Count-Opted-Out          PIC 9(9) VALUE ZERO.
        05 WS-Count-Undeliverable      PIC 9(9) VALUE ZERO.
        05 WS-Count-Bills              PIC 9(9) VALUE ZERO.
        05 WS-Count-Bills-Unmatched    PIC 9(9) VALUE ZERO.
        05 WS-Count-Segments           PIC 9(9) VALUE ZERO.
        05 WS-Count-Enforce            PIC 9(9) VALUE ZERO.
        05 WS-Count-Enforce-Other      PIC 9(9) VALUE ZERO.
        05 WS-Count-Enforce-Invalid    PIC 9(9) VALUE ZERO.

      * Revenue effect if every recommendation were taken up
       01 WS-Revenue-Effect.
        05 WS-Upgrade-Amount           PIC S9(9)V99 VALUE ZERO.
        05 WS-Downgrade-Amount         PIC S9(9)V99 VALUE ZERO.
        05 WS-Net-Amount               PIC S9(9)V99 VALUE ZERO.
        05 WS-Annual-Amount            PIC S9(11)V99 VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-BILLING-FILE            PIC XX.
        05 STATUS-SEGMENT-FILE            PIC XX.
        05 STATUS-ENFORCE-FILE            PIC XX.
        05 STATUS-RATE-PLAN-FILE          PIC XX.
        05 STATUS-RIGHT-PLAN-FILE         PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-RIGHT-PLAN-PARM-FILE    PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business date picks the rate rows in
      * force
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
       01 End-Of-File-C                  PIC X VALUE 'N'.
       01 End-Of-File-B                  PIC X VALUE 'N'.
       01 End-Of-File-S                  PIC X VALUE 'N'.
       01 End-Of-File-E                  PIC X VALUE 'N'.
       01 End-Of-File-R                  PIC X VALUE 'N'.
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
        05 FILLER                 PIC X(20) Value SPACES.
        05 FILLER                 PIC X(40)
              Value 'AIFlix - Right-Plan Recommendations'.
        05 FILLER                 PIC X(20) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(20) Value 'Business Date : '.
        05 BDL-Business-Date      PIC X(10).
        05 FILLER                 PIC X(6)  Value SPACES.
        05 FILLER                 PIC X(16) Value 'Bill Period : '.
        05 BDL-Bill-Period        PIC X(7).
        05 FILLER                 PIC X(11) Value SPACES.
       01 Move-Title-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(78)
              Value 'Recommended Plan Moves'.
       01 Move-Heading-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(12) Value 'From Plan'.
        05 FILLER                 PIC X(12) Value 'To Plan'.
        05 FILLER                 PIC X(13) Value '   Accounts'.
        05 FILLER                 PIC X(13) Value '     Mailed'.
        05 FILLER                 PIC X(28) Value ' Monthly Change'.
       01 Move-Detail-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Mov-From-Program       PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Mov-To-Program         PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Mov-Count              PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Mov-Mailed             PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Mov-Amount             PIC -(9)9.99.
        05 FILLER                 PIC X(15) Value SPACES.
       01 No-Move-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(78)
              Value 'No plan changes recommended'.
       01 Revenue-Title-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(78)
              Value 'Revenue Effect if All Recommendations Taken Up'.

      * Control Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Control-Amount-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Amount-Label   PIC X(45).
        05 Control-Amount-Value   PIC -(11)9.99.
        05 FILLER                 PIC X(10) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                INPUT PROCEDURE 2000-Release-Stream-Flags
                OUTPUT PROCEDURE 3000-Review-Accounts
           PERFORM 6100-Write-Move-Summary
           PERFORM 6900-Write-Control-Totals
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Stream Flags
      *
      * Input procedure : the month's STRMENF rows. Each daily file is
      * in account order but the concatenation is not, so the rows
      * are sorted here. Rows from outside the bill period are left
      * out, so an extra day on the DD does not change the month.
      *-----------------------------------------------------------------

       2000-Release-Stream-Flags.

           OPEN INPUT ENFORCE-FILE
           IF STATUS-ENFORCE-FILE = '35'
               DISPLAY 'STRMENF not found - no stream flags this month'
               MOVE 'Y' TO End-Of-File-E
           ELSE
               IF STATUS-ENFORCE-FILE NOT = '00'
                   DISPLAY 'Error while opening STRMENF - FS : '
                              STATUS-ENFORCE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM 9240-Read-Enforce-Record
           PERFORM UNTIL End-Of-File-E = 'Y'
               ADD 1 TO WS-Count-Enforce
               EVALUATE TRUE
               WHEN Enf-Account-Number = SPACES
               WHEN Enf-Max-Concurrent NOT NUMERIC
                    ADD 1 TO WS-Count-Enforce-Invalid
                    DISPLAY 'Stream flag not usable : '
                            Enf-Account-Number ' ' Enf-Business-Date
               WHEN Enf-Business-Date (1:7) NOT = WS-Review-Period
                    ADD 1 TO WS-Count-Enforce-Other
               WHEN OTHER
                    RELEASE SORT-WORK-RECORD FROM WS-Enforce-File
               END-EVALUATE
               PERFORM 9240-Read-Enforce-Record
           END-PERFORM

           IF STATUS-ENFORCE-FILE NOT = '35'
               CLOSE ENFORCE-FILE
           END-IF
           IF WS-Count-Enforce-Invalid > 0
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Review Accounts
      *
      * Output procedure : the customer master drives; BILLFILE,
      * SEGFILE and the sorted stream flags are all ascending by
      * account and are matched against it.
      *-----------------------------------------------------------------

       3000-Review-Accounts.

           PERFORM 9230-Return-Sort-Record
           PERFORM 9220-Read-Customer-Record

           PERFORM 3100-Review-Account
             UNTIL accountNumber of WS-Customer-File = HIGH-VALUES

           PERFORM 3150-Skip-Unmatched-Bill
             UNTIL WS-Bill-Key = HIGH-VALUES.

      *-----------------------------------------------------------------
      * Review Account
      *-----------------------------------------------------------------

       3100-Review-Account.

           MOVE accountNumber of WS-Customer-File TO WS-Current-Acct

           PERFORM 3150-Skip-Unmatched-Bill
             UNTIL WS-Bill-Key >= WS-Current-Acct
           PERFORM 9210-Read-Segment-Record
             UNTIL WS-Seg-Key >= WS-Current-Acct
           MOVE ZERO TO WS-High-Water
           PERFORM 3200-Tally-Stream-Flag
             UNTIL WS-Sort-Key > WS-Current-Acct

           EVALUATE TRUE
           WHEN WS-Bill-Key NOT = WS-Current-Acct
                ADD 1 TO WS-Count-Not-Billed
           WHEN subscriberStatus of WS-Customer-File = 'CHURNED'
                ADD 1 TO WS-Count-Churned
           WHEN Bill-Period NOT = WS-Review-Period
                ADD 1 TO WS-Count-Other-Period
                DISPLAY 'Bill from another period skipped : '
                        WS-Current-Acct ' ' Bill-Period
           WHEN Bill-Program NOT =
                subscriptionProgram of WS-Customer-File
                ADD 1 TO WS-Count-Plan-Changed
           WHEN OTHER
                PERFORM 3300-Price-Plans
           END-EVALUATE

           IF WS-Bill-Key = WS-Current-Acct
               PERFORM 9200-Read-Billing-Record
           END-IF
           PERFORM 9220-Read-Customer-Record.

      *-----------------------------------------------------------------
      * Skip Unmatched Bill
      *-----------------------------------------------------------------

       3150-Skip-Unmatched-Bill.

           ADD 1 TO WS-Count-Bills-Unmatched
           DISPLAY 'Bill for account not on Customer Master : '
                   WS-Bill-Key
           PERFORM 9200-Read-Billing-Record.

      *-----------------------------------------------------------------
      * Tally Stream Flag
      *
      * Flags for an account not on the master are passed over.
      *-----------------------------------------------------------------

       3200-Tally-Stream-Flag.

           IF WS-Sort-Key = WS-Current-Acct
              AND SRT-Max-Concurrent > WS-High-Water
               MOVE SRT-Max-Concurrent TO WS-High-Water
           END-IF
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Price Plans
      *
      * Every plan is priced for this month's viewing the way CWBPAIF5
      * bills it - the monthly rate in force plus a charge for each
      * started block of minutes beyond the plan's included minutes.
      * The current plan is taken at what the customer actually
      * paid for usage this month.
      *-----------------------------------------------------------------

       3300-Price-Plans.

           MOVE ZERO TO WS-Current-Sub
           PERFORM VARYING WS-Plan-Sub FROM 1 BY 1
                   UNTIL WS-Plan-Sub > WS-Plan-Count
               IF WS-Plan-Program (WS-Plan-Sub) =
                  subscriptionProgram of WS-Customer-File
                   MOVE WS-Plan-Sub TO WS-Current-Sub
               END-IF
               PERFORM 3310-Price-Plan
           END-PERFORM

           IF WS-Current-Sub = ZERO
               ADD 1 TO WS-Count-Not-Priced
           ELSE
               IF NOT WS-Plan-Priced (WS-Current-Sub)
                   ADD 1 TO WS-Count-Not-Priced
                   DISPLAY 'No rate row in force for current plan : '
                           WS-Current-Acct ' '
                           subscriptionProgram of WS-Customer-File
               ELSE
                   ADD 1 TO WS-Count-Reviewed
                   COMPUTE WS-Current-Cost =
                           WS-Plan-Monthly (WS-Current-Sub)
                         + Bill-Usage-Adjust
                   PERFORM 3400-Choose-Plan
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Price Plan
      *-----------------------------------------------------------------

       3310-Price-Plan.

           MOVE 'N' TO WS-Plan-Priced-Switch (WS-Plan-Sub)
           MOVE ZERO TO WS-Plan-Monthly (WS-Plan-Sub)
           MOVE ZERO TO WS-Plan-Usage (WS-Plan-Sub)
           MOVE ZERO TO WS-Plan-Cost (WS-Plan-Sub)

           MOVE WS-Plan-Program (WS-Plan-Sub) TO WS-Rate-Lookup-Program
           PERFORM 3050-Select-Rate-Plan
           IF WS-RPT-Found
               MOVE 'Y' TO WS-Plan-Priced-Switch (WS-Plan-Sub)
               MOVE WS-RPT-Monthly (WS-RPT-Idx)
                    TO WS-Plan-Monthly (WS-Plan-Sub)
               IF Bill-Watch-Time-Spent >
                  WS-RPT-Incl-Minutes (WS-RPT-Idx)
                  AND WS-RPT-Block-Size (WS-RPT-Idx) > 0
                   COMPUTE WS-Overage-Minutes =
                           Bill-Watch-Time-Spent
                         - WS-RPT-Incl-Minutes (WS-RPT-Idx)
                   COMPUTE WS-Overage-Blocks =
                           (WS-Overage-Minutes
                          + WS-RPT-Block-Size (WS-RPT-Idx) - 1)
                         / WS-RPT-Block-Size (WS-RPT-Idx)
                   COMPUTE WS-Plan-Usage (WS-Plan-Sub) ROUNDED =
                           WS-Overage-Blocks
                         * WS-RPT-Block-Rate (WS-RPT-Idx)
               END-IF
               COMPUTE WS-Plan-Cost (WS-Plan-Sub) =
                       WS-Plan-Monthly (WS-Plan-Sub)
                     + WS-Plan-Usage (WS-Plan-Sub)
           END-IF.

      *-----------------------------------------------------------------
      * Select Rate Plan
      *
      * Finds the rate row in force on the business date : program
      * matches and Eff-From <= business date <= Eff-To (spaces in
      * Eff-To means open-ended).
      *-----------------------------------------------------------------

       3050-Select-Rate-Plan.

           SET WS-RPT-Not-Found TO TRUE
           IF WS-RPT-Count > 0
              SET WS-RPT-Idx TO 1
              SEARCH WS-RPT-Entry VARYING WS-RPT-Idx
                 AT END CONTINUE
                 WHEN WS-RPT-Program (WS-RPT-Idx) =
                      WS-Rate-Lookup-Program
                    AND WS-RPT-Eff-From (WS-RPT-Idx) <=
                        WS-Business-Date
                    AND (WS-RPT-Eff-To (WS-RPT-Idx) = SPACES
                      OR WS-RPT-Eff-To (WS-RPT-Idx) >=
                         WS-Business-Date)
                      SET WS-RPT-Found TO TRUE
              END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Choose Plan
      *
      * A plan fits when it allows as many simultaneous streams as the
      * account needs : the most CWBPAIFF saw it use this month, and
      * never fewer than it has now unless the account is in a
      * low-engagement band (C or D) - a stream flag is only raised
      * over the allowance, so an unflagged account may well be
      * using every stream it has. Of the plans that fit, the
      * cheapest wins, the current plan on a tie. An account over
      * its allowance is always told about the plan that fits; any
      * other move must save at least the parameter amount.
      *-----------------------------------------------------------------

       3400-Choose-Plan.

           IF WS-Seg-Key = WS-Current-Acct
               MOVE Seg-Score-Band TO WS-Score-Band
           ELSE
               MOVE SPACES TO WS-Score-Band
               ADD 1 TO WS-Count-No-Segment
           END-IF

           IF WS-Low-Engagement
               MOVE 1 TO WS-Streams-Needed
           ELSE
               MOVE WS-Plan-Allowance (WS-Current-Sub)
                    TO WS-Streams-Needed
           END-IF
           IF WS-High-Water > WS-Streams-Needed
               MOVE WS-High-Water TO WS-Streams-Needed
           END-IF
           IF WS-Streams-Needed > WS-Max-Allowance
               MOVE WS-Max-Allowance TO WS-Streams-Needed
           END-IF
           IF WS-High-Water > WS-Plan-Allowance (WS-Current-Sub)
               ADD 1 TO WS-Count-Over-Allowance
           END-IF

           MOVE ZERO TO WS-Best-Sub
           IF WS-Plan-Allowance (WS-Current-Sub) >= WS-Streams-Needed
               MOVE WS-Current-Sub TO WS-Best-Sub
           END-IF
           PERFORM VARYING WS-Plan-Sub FROM 1 BY 1
                   UNTIL WS-Plan-Sub > WS-Plan-Count
               IF WS-Plan-Priced (WS-Plan-Sub)
                  AND WS-Plan-Allowance (WS-Plan-Sub) >=
                      WS-Streams-Needed
                   IF WS-Best-Sub = ZERO
                       MOVE WS-Plan-Sub TO WS-Best-Sub
                   ELSE
                       IF WS-Plan-Cost (WS-Plan-Sub) <
                          WS-Plan-Cost (WS-Best-Sub)
                           MOVE WS-Plan-Sub TO WS-Best-Sub
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           SET WS-No-Recommend TO TRUE
           IF WS-Best-Sub NOT = ZERO
              AND WS-Best-Sub NOT = WS-Current-Sub
               COMPUTE WS-Price-Difference =
                       WS-Plan-Cost (WS-Best-Sub) - WS-Current-Cost
               COMPUTE WS-Saving = ZERO - WS-Price-Difference
               EVALUATE TRUE
               WHEN WS-High-Water > WS-Plan-Allowance (WS-Current-Sub)
                    MOVE 'STREAMS' TO WS-Reason
                    SET WS-Recommend TO TRUE
               WHEN WS-Saving < WS-Min-Saving
                    CONTINUE
               WHEN Bill-Usage-Adjust > ZERO
                    MOVE 'OVERAGE' TO WS-Reason
                    SET WS-Recommend TO TRUE
               WHEN WS-Low-Engagement
                    MOVE 'LOW USE' TO WS-Reason
                    SET WS-Recommend TO TRUE
               WHEN OTHER
                    MOVE 'PRICE' TO WS-Reason
                    SET WS-Recommend TO TRUE
               END-EVALUATE
           END-IF

           IF WS-Recommend
               PERFORM 3500-Record-Recommendation
           ELSE
               ADD 1 TO WS-Count-Right-Plan
           END-IF.

      *-----------------------------------------------------------------
      * Record Recommendation
      *
      * Every recommendation counts towards the revenue effect; only
      * customers who take marketing mail and whose address is still
      * deliverable go to the mailer.
      *-----------------------------------------------------------------

       3500-Record-Recommendation.

           ADD 1 TO WS-Count-Recommended
           MOVE WS-Best-Sub TO WS-Plan-To-Sub
           ADD 1 TO WS-Move-Count (WS-Current-Sub, WS-Plan-To-Sub)
           ADD WS-Price-Difference
               TO WS-Move-Amount (WS-Current-Sub, WS-Plan-To-Sub)
           ADD WS-Price-Difference TO WS-Net-Amount

           MOVE SPACES TO WS-Right-Plan-File
           IF WS-Plan-Allowance (WS-Best-Sub) >
              WS-Plan-Allowance (WS-Current-Sub)
               MOVE 'UPGRADE' TO Rpl-Direction
               ADD 1 TO WS-Count-Upgrades
               ADD WS-Price-Difference TO WS-Upgrade-Amount
           ELSE
               MOVE 'DOWNGRADE' TO Rpl-Direction
               ADD 1 TO WS-Count-Downgrades
               ADD WS-Price-Difference TO WS-Downgrade-Amount
           END-IF

           EVALUATE TRUE
           WHEN marketingOptOut of WS-Customer-File = 'Y'
                ADD 1 TO WS-Count-Opted-Out
           WHEN emailUndeliverable of WS-Customer-File = 'Y'
                ADD 1 TO WS-Count-Undeliverable
           WHEN OTHER
                ADD 1 TO WS-Move-Mailed (WS-Current-Sub, WS-Plan-To-Sub)
                MOVE WS-Current-Acct TO Rpl-Account-Number
                MOVE emailAddress of WS-Customer-File
                     TO Rpl-Email-Address
                MOVE firstName of WS-Customer-File TO Rpl-First-Name
                MOVE WS-Plan-Program (WS-Current-Sub)
                     TO Rpl-Current-Program
                MOVE WS-Current-Cost TO Rpl-Current-Cost
                MOVE WS-Plan-Program (WS-Best-Sub)
                     TO Rpl-Recommended-Program
                MOVE WS-Plan-Cost (WS-Best-Sub)
                     TO Rpl-Recommended-Cost
                IF WS-Price-Difference < ZERO
                    MOVE '-' TO Rpl-Difference-Sign
                ELSE
                    MOVE '+' TO Rpl-Difference-Sign
                END-IF
                MOVE WS-Price-Difference TO Rpl-Price-Difference
                MOVE WS-Reason TO Rpl-Reason
                MOVE WS-High-Water TO Rpl-Stream-High-Water
                MOVE Bill-Watch-Time-Spent TO Rpl-Watch-Time-Spent
                MOVE WS-Score-Band TO Rpl-Score-Band
                MOVE Bill-Period TO Rpl-Bill-Period
                MOVE WS-Business-Date TO Rpl-Business-Date
                PERFORM 9300-Write-Right-Plan-Record
           END-EVALUATE.

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
      * Write Move Summary
      *
      * One line per current plan and recommended plan pair that had
      * any recommendation, then the revenue effect : what upgrades
      * would bring in, what downgrades would give up, and the net by
      * month and by year.
      *-----------------------------------------------------------------

       6100-Write-Move-Summary.

           MOVE Move-Title-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Move-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           IF WS-Count-Recommended = ZERO
               MOVE No-Move-Line TO REPORT-RECORD
               PERFORM 9320-Write-Report-Record
           END-IF
           PERFORM VARYING WS-Plan-Sub FROM 1 BY 1
                   UNTIL WS-Plan-Sub > WS-Plan-Count
               PERFORM VARYING WS-Plan-To-Sub FROM 1 BY 1
                       UNTIL WS-Plan-To-Sub > WS-Plan-Count
                   IF WS-Move-Count (WS-Plan-Sub, WS-Plan-To-Sub) > 0
                       PERFORM 6150-Write-Move-Line
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Revenue-Title-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           COMPUTE WS-Annual-Amount = WS-Net-Amount * 12
           MOVE 'Monthly Change from Upgrades : '
                TO Control-Amount-Label
           MOVE WS-Upgrade-Amount TO Control-Amount-Value
           PERFORM 6960-Write-Amount-Line
           MOVE 'Monthly Change from Downgrades : '
                TO Control-Amount-Label
           MOVE WS-Downgrade-Amount TO Control-Amount-Value
           PERFORM 6960-Write-Amount-Line
           MOVE 'Net Monthly Revenue Effect : '
                TO Control-Amount-Label
           MOVE WS-Net-Amount TO Control-Amount-Value
           PERFORM 6960-Write-Amount-Line
           MOVE 'Net Annual Revenue Effect : '
                TO Control-Amount-Label
           MOVE WS-Annual-Amount TO Control-Amount-Value
           PERFORM 6960-Write-Amount-Line.

      *-----------------------------------------------------------------
      * Write Move Line
      *-----------------------------------------------------------------

       6150-Write-Move-Line.

           MOVE WS-Plan-Program (WS-Plan-Sub) TO Mov-From-Program
           MOVE WS-Plan-Program (WS-Plan-To-Sub) TO Mov-To-Program
           MOVE WS-Move-Count (WS-Plan-Sub, WS-Plan-To-Sub)
                TO Mov-Count
           MOVE WS-Move-Mailed (WS-Plan-Sub, WS-Plan-To-Sub)
                TO Mov-Mailed
           MOVE WS-Move-Amount (WS-Plan-Sub, WS-Plan-To-Sub)
                TO Mov-Amount
           MOVE Move-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Control Totals
      *-----------------------------------------------------------------

       6900-Write-Control-Totals.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'Customer Records Read : ' TO Control-Count-Label
           MOVE WS-Count-Customers TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Not Billed This Period : ' TO Control-Count-Label
           MOVE WS-Count-Not-Billed TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Churned : ' TO Control-Count-Label
           MOVE WS-Count-Churned TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Billed for Another Period : ' TO Control-Count-Label
           MOVE WS-Count-Other-Period TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Plan Changed Since Billing : '
                TO Control-Count-Label
           MOVE WS-Count-Plan-Changed TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Plan Not Priced : ' TO Control-Count-Label
           MOVE WS-Count-Not-Priced TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Accounts Reviewed : ' TO Control-Count-Label
           MOVE WS-Count-Reviewed TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Over Stream Allowance : ' TO Control-Count-Label
           MOVE WS-Count-Over-Allowance TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  No Engagement Band : ' TO Control-Count-Label
           MOVE WS-Count-No-Segment TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Already on the Right Plan : '
                TO Control-Count-Label
           MOVE WS-Count-Right-Plan TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Plan Changes Recommended : ' TO Control-Count-Label
           MOVE WS-Count-Recommended TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Upgrades : ' TO Control-Count-Label
           MOVE WS-Count-Upgrades TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Downgrades : ' TO Control-Count-Label
           MOVE WS-Count-Downgrades TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Sent to Mailer : ' TO Control-Count-Label
           MOVE WS-Count-Mailed TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Suppressed - Marketing Opt-Out : '
                TO Control-Count-Label
           MOVE WS-Count-Opted-Out TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Suppressed - Email Undeliverable : '
                TO Control-Count-Label
           MOVE WS-Count-Undeliverable TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Billing Records Read : ' TO Control-Count-Label
           MOVE WS-Count-Bills TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Not on Customer Master : ' TO Control-Count-Label
           MOVE WS-Count-Bills-Unmatched TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Segment Records Read : ' TO Control-Count-Label
           MOVE WS-Count-Segments TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Stream Flags Read : ' TO Control-Count-Label
           MOVE WS-Count-Enforce TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Outside Bill Period : ' TO Control-Count-Label
           MOVE WS-Count-Enforce-Other TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Not Usable : ' TO Control-Count-Label
           MOVE WS-Count-Enforce-Invalid TO Control-Count-Value
           PERFORM 6950-Write-Control-Line.

      *-----------------------------------------------------------------
      * Write Control Line
      *-----------------------------------------------------------------

       6950-Write-Control-Line.

           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Amount Line
      *-----------------------------------------------------------------

       6960-Write-Amount-Line.

           MOVE Control-Amount-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9520-Read-Right-Plan-Parm
           PERFORM 9510-Load-Rate-Plan-Table
           PERFORM 6000-Move-Working-Variables

           INITIALIZE WS-Move-Table
           PERFORM VARYING WS-Plan-Sub FROM 1 BY 1
                   UNTIL WS-Plan-Sub > WS-Plan-Count
               IF WS-Plan-Allowance (WS-Plan-Sub) > WS-Max-Allowance
                   MOVE WS-Plan-Allowance (WS-Plan-Sub)
                        TO WS-Max-Allowance
               END-IF
           END-PERFORM.

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
      * Load Rate Plan Table
      *
      * The whole rate-plan master is small (a handful of rows per
      * program), so it is table-loaded once at startup, as CWBPAIF5
      * does. A row whose numeric columns do not verify is skipped
      * with a warning.
      *-----------------------------------------------------------------

       9510-Load-Rate-Plan-Table.

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
                      AND Rate-Incl-Minutes NUMERIC
                      AND Rate-Ovr-Block-Size NUMERIC
                      AND Rate-Ovr-Block-Rate NUMERIC
                       IF WS-RPT-Count < 500
                           ADD 1 TO WS-RPT-Count
                           MOVE Rate-Program
                                TO WS-RPT-Program (WS-RPT-Count)
                           MOVE Rate-Eff-From
                                TO WS-RPT-Eff-From (WS-RPT-Count)
                           MOVE Rate-Eff-To
                                TO WS-RPT-Eff-To (WS-RPT-Count)
                           MOVE Rate-Monthly
                                TO WS-RPT-Monthly (WS-RPT-Count)
                           MOVE Rate-Incl-Minutes
                                TO WS-RPT-Incl-Minutes (WS-RPT-Count)
                           MOVE Rate-Ovr-Block-Size
                                TO WS-RPT-Block-Size (WS-RPT-Count)
                           MOVE Rate-Ovr-Block-Rate
                                TO WS-RPT-Block-Rate (WS-RPT-Count)
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
           END-IF

           DISPLAY 'Rate-Plan rows loaded : ' WS-RPT-Count
           IF WS-RPT-Count = 0
               DISPLAY 'RATEPLAN empty - no plan can be priced'
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Right-Plan Parameter Card
      *
      * A missing RPLNPARM, or a minimum saving that is not numeric,
      * keeps the default.
      *-----------------------------------------------------------------

       9520-Read-Right-Plan-Parm.

           MOVE SPACES TO WS-Right-Plan-Parm-Card
           OPEN INPUT RIGHT-PLAN-PARM-FILE
           IF STATUS-RIGHT-PLAN-PARM-FILE = '00'
               READ RIGHT-PLAN-PARM-FILE INTO WS-Right-Plan-Parm-Card
                   AT END MOVE SPACES TO WS-Right-Plan-Parm-Card
               END-READ
               CLOSE RIGHT-PLAN-PARM-FILE
           ELSE
               DISPLAY 'RPLNPARM not found - default saving used : '
                       STATUS-RIGHT-PLAN-PARM-FILE
           END-IF

           IF Rpm-Min-Saving NUMERIC
               MOVE Rpm-Min-Saving TO WS-Min-Saving
           END-IF
           DISPLAY 'Minimum Monthly Saving : ' WS-Min-Saving.

      *-----------------------------------------------------------------
      * Read Rate Plan Record
      *-----------------------------------------------------------------

       9530-Read-Rate-Plan-Record.

           IF End-Of-File-R = 'N'
               READ RATE-PLAN-FILE INTO WS-Rate-Plan-File
                   AT END MOVE 'Y' TO End-Of-File-R
               END-READ
               IF STATUS-RATE-PLAN-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading RATEPLAN - FS : '
                              STATUS-RATE-PLAN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-R = 'N'
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Open Files
      *
      * The bill period under review is the period on the first
      * BILLFILE row - the month CWBPAIF5 has just billed.
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTFILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN INPUT BILLING-FILE
           IF STATUS-BILLING-FILE NOT = '00'
               DISPLAY 'Error while opening BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

      * No segmentation yet is not fatal - every account then keeps
      * at least the streams it has
           OPEN INPUT SEGMENT-FILE
           IF STATUS-SEGMENT-FILE = '35'
               DISPLAY 'SEGFILE not found - no engagement bands'
               MOVE 'Y' TO End-Of-File-S
               PERFORM 9990-Set-Warning-Code
           ELSE
               IF STATUS-SEGMENT-FILE NOT = '00'
                   DISPLAY 'Error while opening SEGFILE - FS : '
                              STATUS-SEGMENT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           OPEN OUTPUT RIGHT-PLAN-FILE
           IF STATUS-RIGHT-PLAN-FILE NOT = '00'
               DISPLAY 'Error while opening RPLNFILE - FS : '
                          STATUS-RIGHT-PLAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening RPLNRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 9200-Read-Billing-Record
           PERFORM 9210-Read-Segment-Record
           IF WS-Bill-Key = HIGH-VALUES
               DISPLAY 'BILLFILE empty - no accounts to review'
               PERFORM 9990-Set-Warning-Code
           ELSE
               MOVE Bill-Period TO WS-Review-Period
           END-IF
           DISPLAY 'Bill Period Reviewed : ' WS-Review-Period

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
           MOVE WS-Review-Period TO BDL-Bill-Period
           MOVE Business-Date-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Read Billing Record
      *-----------------------------------------------------------------

       9200-Read-Billing-Record.

           IF End-Of-File-B = 'N'
               READ BILLING-FILE INTO WS-Billing-File
                   AT END MOVE 'Y' TO End-Of-File-B
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
               MOVE Bill-Account-Number TO WS-Bill-Key
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Count-Bills
               IF WS-Bill-Key <= WS-Prev-Bill-Acct
                   DISPLAY 'BILLFILE out of sequence : ' WS-Bill-Key
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE WS-Bill-Key TO WS-Prev-Bill-Acct
           END-IF.

      *-----------------------------------------------------------------
      * Read Segment Record
      *-----------------------------------------------------------------

       9210-Read-Segment-Record.

           IF End-Of-File-S = 'N'
               READ SEGMENT-FILE INTO WS-Segment-File
                   AT END MOVE 'Y' TO End-Of-File-S
               END-READ
               IF STATUS-SEGMENT-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading SEGFILE - FS : '
                              STATUS-SEGMENT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF
           IF End-Of-File-S = 'Y'
               MOVE HIGH-VALUES TO WS-Seg-Key
           ELSE
               MOVE Seg-Account-Number TO WS-Seg-Key
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Count-Segments
               IF WS-Seg-Key <= WS-Prev-Seg-Acct
                   DISPLAY 'SEGFILE out of sequence : ' WS-Seg-Key
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE WS-Seg-Key TO WS-Prev-Seg-Acct
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
      * Read Enforcement Record
      *-----------------------------------------------------------------

       9240-Read-Enforce-Record.

           IF End-Of-File-E = 'N'
               READ ENFORCE-FILE INTO WS-Enforce-File
                   AT END MOVE 'Y' TO End-Of-File-E
               END-READ
               IF STATUS-ENFORCE-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading STRMENF - FS : '
                              STATUS-ENFORCE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-E = 'N'
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write Right-Plan Record
      *-----------------------------------------------------------------

       9300-Write-Right-Plan-Record.

           WRITE RIGHT-PLAN-RECORD FROM WS-Right-Plan-File
           ADD 1 TO WS-Audit-Records-Written
           ADD 1 TO WS-Count-Mailed
           IF STATUS-RIGHT-PLAN-FILE NOT = '00'
               DISPLAY 'Error while writing to RPLNFILE - FS : '
                          STATUS-RIGHT-PLAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to RPLNRPT - FS : '
                          STATUS-REPORT-FILE
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

           CLOSE BILLING-FILE
           IF STATUS-BILLING-FILE NOT = '00'
               DISPLAY 'Error while closing BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           IF STATUS-SEGMENT-FILE NOT = '35'
               CLOSE SEGMENT-FILE
           END-IF

           CLOSE RIGHT-PLAN-FILE
           IF STATUS-RIGHT-PLAN-FILE NOT = '00'
               DISPLAY 'Error while closing RPLNFILE - FS : '
                          STATUS-RIGHT-PLAN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing RPLNRPT - FS : '
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
           MOVE 'CWBPAIFY' TO RA-Program-Id
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

           DISPLAY 'Accounts Reviewed : ' WS-Count-Reviewed
           DISPLAY 'Plan Changes Recommended : ' WS-Count-Recommended
           DISPLAY '  Upgrades : ' WS-Count-Upgrades
           DISPLAY '  Downgrades : ' WS-Count-Downgrades
           DISPLAY 'Recommendations Sent to Mailer : ' WS-Count-Mailed
           DISPLAY 'Net Monthly Revenue Effect : ' WS-Net-Amount
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
