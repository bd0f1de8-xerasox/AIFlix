       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It produces the monthly promotion redemption report : for
      * every code on the promotion master, the accounts enrolled on
      * it, how many are still inside the discount period, and of
      * those whose promotion has ended how many are still active,
      * suspended or churned - the retention the promotion bought.
      * The discount given is taken from the billing extract for the
      * period and accumulated to date on a carried-forward history
      * (PROMHSTI read, PROMHSTO written for next month); a rerun of
      * the same period replaces that period's figures instead of
      * adding them twice.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT PROMOTION-FILE   ASSIGN TO PROMOMST
               FILE STATUS IS STATUS-PROMOTION-FILE.

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT BILLING-FILE     ASSIGN TO BILLFILE
               FILE STATUS IS STATUS-BILLING-FILE.

           SELECT HISTORY-IN-FILE  ASSIGN TO PROMHSTI
               FILE STATUS IS STATUS-HISTORY-IN-FILE.

           SELECT HISTORY-OUT-FILE ASSIGN TO PROMHSTO
               FILE STATUS IS STATUS-HISTORY-OUT-FILE.

           SELECT REPORT-FILE      ASSIGN TO PROMORPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  PROMOTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PROMOTION-RECORD           PIC X(100).

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

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

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

      * Promotion Master Row (as maintained by CWBPAIF6)
       01 WS-Promotion-File.
        05 Promo-Code                 PIC X(10).
        05 FILLER                     PIC X(1).
        05 Promo-Type                 PIC X(1).
         88 Promo-Percent                 VALUE 'P'.
         88 Promo-Fixed                   VALUE 'F'.
         88 Promo-Free-Months             VALUE 'M'.
        05 FILLER                     PIC X(1).
        05 Promo-Value                PIC 9(3)V99.
        05 FILLER                     PIC X(1).
        05 Promo-Months               PIC 9(2).
        05 FILLER                     PIC X(1).
        05 Promo-Valid-From           PIC X(10).
        05 FILLER                     PIC X(1).
        05 Promo-Valid-To             PIC X(10).
        05 FILLER                     PIC X(1).
        05 Promo-Max-Redemptions      PIC 9(7).
        05 FILLER                     PIC X(1).
        05 Promo-Redeemed             PIC 9(7).
        05 FILLER                     PIC X(1).
        05 Promo-Eligible-List.
         10 Promo-Eligible-Program    PIC X(10) OCCURS 3 TIMES.
        05 FILLER                     PIC X(10).

      * Customer-File - promoCode and promoEnrolDate (144-163) as set
      * by CWBPAIF6's promotion enrolments
       01 WS-Customer-File.
        05 accountNumber              PIC X(10).
        05 firstName                  PIC X(15).
        05 lastName                   PIC X(15).
        05 gender                     PIC X(10).
        05 birthDate                  PIC X(10).
        05 subscriptionDate           PIC X(10).
        05 emailAddress               PIC X(40).
        05 subscriptionProgram        PIC X(10).
        05 FILLER                     PIC X(1).
        05 billingCountry             PIC X(2).
        05 billingRegion              PIC X(10).
        05 billingPostalCode          PIC X(10).
        05 promoCode                  PIC X(10).
        05 promoEnrolDate.
         10 promoEnrolYYYY            PIC 9(4).
         10 FILLER                    PIC X(1).
         10 promoEnrolMM              PIC 9(2).
         10 FILLER                    PIC X(3).
        05 FILLER                     PIC X(327).
        05 subscriberStatus           PIC X(10).

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

      * Redemption History Row - discount given per code to date,
      * and the period last added with its own figures so a rerun of
      * that period can take them back out first
       01 WS-History-File.
        05 Hist-Promo-Code            PIC X(10).
        05 FILLER                     PIC X(1).
        05 Hist-Last-Period           PIC X(7).
        05 FILLER                     PIC X(1).
        05 Hist-Bills-To-Date         PIC 9(9).
        05 FILLER                     PIC X(1).
        05 Hist-Discount-To-Date      PIC 9(9)V99.
        05 FILLER                     PIC X(1).
        05 Hist-Last-Bills            PIC 9(9).
        05 FILLER                     PIC X(1).
        05 Hist-Last-Discount         PIC 9(7)V99.
        05 FILLER                     PIC X(20).

      * Promotion Table - one entry per code on PROMOMST, plus any
      * code only the history still knows (carried forward, not
      * reported)
       01 WS-Promotion-Table.
        05 WS-PRT-Count               PIC 9(4) VALUE ZERO.
        05 WS-PRT-Entry OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-PRT-Count
              INDEXED BY WS-PRT-Idx.
         10 WS-PRT-Code               PIC X(10).
         10 WS-PRT-Master-Switch      PIC X(1).
          88 WS-PRT-On-Master             VALUE 'Y'.
          88 WS-PRT-History-Only          VALUE 'N'.
         10 WS-PRT-Type               PIC X(1).
         10 WS-PRT-Value              PIC 9(3)V99.
         10 WS-PRT-Months             PIC 9(2).
         10 WS-PRT-Valid-From         PIC X(10).
         10 WS-PRT-Valid-To           PIC X(10).
         10 WS-PRT-Max                PIC 9(7).
         10 WS-PRT-Redeemed           PIC 9(7).
         10 WS-PRT-Enrolled           PIC 9(9).
         10 WS-PRT-In-Promotion       PIC 9(9).
         10 WS-PRT-Ended-Active       PIC 9(9).
         10 WS-PRT-Ended-Suspended    PIC 9(9).
         10 WS-PRT-Ended-Churned      PIC 9(9).
         10 WS-PRT-Bills              PIC 9(9).
         10 WS-PRT-Discount           PIC 9(9)V99.
         10 WS-PRT-Prior-Bills        PIC 9(9).
         10 WS-PRT-Prior-Discount     PIC 9(9)V99.
       01 WS-PRT-Found-Switch         PIC X VALUE 'N'.
        88 WS-PRT-Found                   VALUE 'Y'.
        88 WS-PRT-Not-Found               VALUE 'N'.
       01 WS-PRT-Lookup               PIC X(10).

      * Promotion-ended work fields - month numbers are
      * year * 12 + month, as in CWBPAIF5's discount check
       01 WS-Promo-Work-Fields.
        05 WS-Promo-Enrol-Month-No    PIC 9(6).
        05 WS-Promo-Report-Month-No   PIC 9(6).
       01 WS-Promo-Ended-Switch       PIC X VALUE 'N'.
        88 WS-Promo-Ended                 VALUE 'Y'.
        88 WS-Promo-Running               VALUE 'N'.

      * Status
       01 FILE-STATUS.
        05 STATUS-PROMOTION-FILE          PIC XX.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-BILLING-FILE            PIC XX.
        05 STATUS-HISTORY-IN-FILE         PIC XX.
        05 STATUS-HISTORY-OUT-FILE        PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
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
       01 WS-Report-Period               PIC X(7).

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
       01 End-Of-File-P                  PIC X VALUE 'N'.
       01 End-Of-File-C                  PIC X VALUE 'N'.
       01 End-Of-File-B                  PIC X VALUE 'N'.
       01 End-Of-File-H                  PIC X VALUE 'N'.

      * Record Counts and Control Totals
       01 WS-Count-Customers              PIC 9(9) VALUE ZERO.
       01 WS-Count-Enrolled               PIC 9(9) VALUE ZERO.
       01 WS-Count-Enrol-Unknown          PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills                  PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Discounted       PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Unknown          PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Other-Period     PIC 9(9) VALUE ZERO.
       01 WS-Count-History-Rows           PIC 9(9) VALUE ZERO.
       01 WS-Total-Discount               PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Discount-To-Date       PIC 9(11)V99 VALUE ZERO.

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
              Value 'AIFlix Promotion Redemption Report'.
        05 FILLER                 PIC X(22) Value SPACES.

      * Promotion Heading Line
       01 Promo-Heading-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(12) Value 'Promotion : '.
        05 Promo-Head-Code        PIC X(10).
        05 FILLER                 PIC X(9) Value '  Type : '.
        05 Promo-Head-Type        PIC X(1).
        05 FILLER                 PIC X(10) Value '  Value : '.
        05 Promo-Head-Value       PIC ZZ9.99.
        05 FILLER                 PIC X(11) Value '  Months : '.
        05 Promo-Head-Months      PIC Z9.
        05 FILLER                 PIC X(17) Value SPACES.
       01 Promo-Validity-Line.
        05 FILLER                 PIC X(14) Value SPACES.
        05 FILLER                 PIC X(11) Value 'Valid from '.
        05 Promo-Valid-From-Out   PIC X(10).
        05 FILLER                 PIC X(4) Value ' to '.
        05 Promo-Valid-To-Out     PIC X(10).
        05 FILLER                 PIC X(31) Value SPACES.

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

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 2000-Secondary-Process
           PERFORM 9350-Write-History-File
           PERFORM 6100-Write-Redemption-Report
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Secondary Process
      *-----------------------------------------------------------------

       2000-Secondary-Process.

      * Customer pass - who is enrolled and where they stand now
           PERFORM 9200-Read-Customer-Record
           PERFORM 2100-Tally-Customer
             UNTIL End-Of-File-C = 'Y'

      * Billing pass - discount given this period
           PERFORM 9210-Read-Bill-Record
           PERFORM 2200-Tally-Bill
             UNTIL End-Of-File-B = 'Y'.

      *-----------------------------------------------------------------
      * Tally Customer
      *
      * An enrolled account is still in its promotion while the
      * discount period runs; once it has ended the account counts as
      * still active, suspended or churned by its subscriberStatus.
      *-----------------------------------------------------------------

       2100-Tally-Customer.

           ADD 1 TO WS-Count-Customers

           IF promoCode of WS-Customer-File NOT = SPACES
               MOVE promoCode of WS-Customer-File TO WS-PRT-Lookup
               PERFORM 3900-Find-Promotion
               IF WS-PRT-Found
                   ADD 1 TO WS-Count-Enrolled
                   ADD 1 TO WS-PRT-Enrolled (WS-PRT-Idx)
                   PERFORM 3100-Check-Promotion-Ended
                   EVALUATE TRUE
                   WHEN WS-Promo-Running
                        ADD 1 TO WS-PRT-In-Promotion (WS-PRT-Idx)
                   WHEN subscriberStatus of WS-Customer-File
                        = 'CHURNED'
                        ADD 1 TO WS-PRT-Ended-Churned (WS-PRT-Idx)
                   WHEN subscriberStatus of WS-Customer-File
                        = 'SUSPENDED'
                        ADD 1 TO WS-PRT-Ended-Suspended (WS-PRT-Idx)
                   WHEN OTHER
                        ADD 1 TO WS-PRT-Ended-Active (WS-PRT-Idx)
                   END-EVALUATE
               ELSE
                   DISPLAY 'Account enrolled on a code not on '
                           'PROMOMST : ' accountNumber of
                           WS-Customer-File ' '
                           promoCode of WS-Customer-File
                   ADD 1 TO WS-Count-Enrol-Unknown
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           PERFORM 9200-Read-Customer-Record.

      *-----------------------------------------------------------------
      * Tally Bill
      *
      * Bills of another period are counted but not added, since a
      * mixed extract usually means the wrong BILLFILE generation and
      * would put the wrong month into the history.
      *-----------------------------------------------------------------

       2200-Tally-Bill.

           ADD 1 TO WS-Count-Bills

           IF Bill-Promo-Code NOT = SPACES
              AND Bill-Discount-Amount NUMERIC
               IF Bill-Period NOT = WS-Report-Period
                   ADD 1 TO WS-Count-Bills-Other-Period
               ELSE
                   MOVE Bill-Promo-Code TO WS-PRT-Lookup
                   PERFORM 3900-Find-Promotion
                   IF WS-PRT-Found
                      AND WS-PRT-On-Master (WS-PRT-Idx)
                       ADD 1 TO WS-PRT-Bills (WS-PRT-Idx)
                       ADD Bill-Discount-Amount
                           TO WS-PRT-Discount (WS-PRT-Idx)
                       ADD 1 TO WS-Count-Bills-Discounted
                       ADD Bill-Discount-Amount TO WS-Total-Discount
                   ELSE
                       DISPLAY 'Discounted bill on a code not on '
                               'PROMOMST : ' Bill-Account-Number ' '
                               Bill-Promo-Code
                       ADD 1 TO WS-Count-Bills-Unknown
                       PERFORM 9990-Set-Warning-Code
                   END-IF
               END-IF
           END-IF

           PERFORM 9210-Read-Bill-Record.

      *-----------------------------------------------------------------
      * Check Promotion Ended
      *
      * Same test as CWBPAIF5 applies before discounting : the
      * discount period is Promo-Months billing months from the
      * enrolment month, or up to Promo-Valid-To when Promo-Months is
      * zero. An enrolment without a usable date gets no discount,
      * so it counts as ended.
      *-----------------------------------------------------------------

       3100-Check-Promotion-Ended.

           SET WS-Promo-Running TO TRUE
           COMPUTE WS-Promo-Report-Month-No =
                   WS-Business-YYYY * 12 + WS-Business-MM

           IF promoEnrolYYYY NUMERIC
              AND promoEnrolMM NUMERIC
               COMPUTE WS-Promo-Enrol-Month-No =
                       promoEnrolYYYY * 12 + promoEnrolMM
               EVALUATE TRUE
               WHEN WS-Promo-Enrol-Month-No > WS-Promo-Report-Month-No
                    CONTINUE
               WHEN WS-PRT-Months (WS-PRT-Idx) = 0
                    IF WS-PRT-Valid-To (WS-PRT-Idx) NOT = SPACES
                       AND WS-PRT-Valid-To (WS-PRT-Idx)
                           < WS-Business-Date
                        SET WS-Promo-Ended TO TRUE
                    END-IF
               WHEN WS-Promo-Report-Month-No - WS-Promo-Enrol-Month-No
                    >= WS-PRT-Months (WS-PRT-Idx)
                    SET WS-Promo-Ended TO TRUE
               WHEN OTHER
                    CONTINUE
               END-EVALUATE
           ELSE
               SET WS-Promo-Ended TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Find Promotion
      *
      * Positions WS-PRT-Idx on the entry WS-PRT-Lookup names.
      *-----------------------------------------------------------------

       3900-Find-Promotion.

           SET WS-PRT-Not-Found TO TRUE
           IF WS-PRT-Count > 0
              SET WS-PRT-Idx TO 1
              SEARCH WS-PRT-Entry VARYING WS-PRT-Idx
                 AT END CONTINUE
                 WHEN WS-PRT-Code (WS-PRT-Idx) = WS-PRT-Lookup
                      SET WS-PRT-Found TO TRUE
              END-SEARCH
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
      * Write Redemption Report
      *-----------------------------------------------------------------

       6100-Write-Redemption-Report.

      * Time-Line
           MOVE Time-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Header-Line
           MOVE Header-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Report Period
           MOVE 'Report Period : ' TO Control-Check-Label
           MOVE WS-Report-Period TO Control-Check-Result
           MOVE Control-Check-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * One block per promotion code
           PERFORM VARYING WS-PRT-Idx FROM 1 BY 1
              UNTIL WS-PRT-Idx > WS-PRT-Count
              IF WS-PRT-On-Master (WS-PRT-Idx)
                  PERFORM 6150-Write-Promotion-Block
              END-IF
           END-PERFORM
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Control Totals
           MOVE 'Total CUSTFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Customers TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Accounts Enrolled On A Promotion : '
                TO Control-Count-Label
           MOVE WS-Count-Enrolled TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Accounts On A Code Not On PROMOMST : '
                TO Control-Count-Label
           MOVE WS-Count-Enrol-Unknown TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Total BILLFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Bills TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Bills Discounted This Period : '
                TO Control-Count-Label
           MOVE WS-Count-Bills-Discounted TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Discounted Bills On An Unknown Code : '
                TO Control-Count-Label
           MOVE WS-Count-Bills-Unknown TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Discounted Bills Of Another Period : '
                TO Control-Count-Label
           MOVE WS-Count-Bills-Other-Period TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Total Discount Given This Period : '
                TO Control-Amount-Label
           MOVE WS-Total-Discount TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Total Discount Given To Date : '
                TO Control-Amount-Label
           MOVE WS-Total-Discount-To-Date TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Promotion Block
      *-----------------------------------------------------------------

       6150-Write-Promotion-Block.

           MOVE WS-PRT-Code (WS-PRT-Idx) TO Promo-Head-Code
           MOVE WS-PRT-Type (WS-PRT-Idx) TO Promo-Head-Type
           MOVE WS-PRT-Value (WS-PRT-Idx) TO Promo-Head-Value
           MOVE WS-PRT-Months (WS-PRT-Idx) TO Promo-Head-Months
           MOVE Promo-Heading-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE WS-PRT-Valid-From (WS-PRT-Idx) TO Promo-Valid-From-Out
           MOVE WS-PRT-Valid-To (WS-PRT-Idx) TO Promo-Valid-To-Out
           MOVE Promo-Validity-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record

           MOVE 'Redemptions (PROMOMST) : ' TO Control-Count-Label
           MOVE WS-PRT-Redeemed (WS-PRT-Idx) TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Maximum Redemptions (0 = No Limit) : '
                TO Control-Count-Label
           MOVE WS-PRT-Max (WS-PRT-Idx) TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Accounts Enrolled : ' TO Control-Count-Label
           MOVE WS-PRT-Enrolled (WS-PRT-Idx) TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE '  Still In Promotion : ' TO Control-Count-Label
           MOVE WS-PRT-In-Promotion (WS-PRT-Idx)
                TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE '  Promotion Ended - Still Active : '
                TO Control-Count-Label
           MOVE WS-PRT-Ended-Active (WS-PRT-Idx)
                TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE '  Promotion Ended - Suspended : '
                TO Control-Count-Label
           MOVE WS-PRT-Ended-Suspended (WS-PRT-Idx)
                TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE '  Promotion Ended - Churned : '
                TO Control-Count-Label
           MOVE WS-PRT-Ended-Churned (WS-PRT-Idx)
                TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Bills Discounted This Period : '
                TO Control-Count-Label
           MOVE WS-PRT-Bills (WS-PRT-Idx) TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Discount Given This Period : '
                TO Control-Amount-Label
           MOVE WS-PRT-Discount (WS-PRT-Idx) TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE 'Discount Given To Date : ' TO Control-Amount-Label
           COMPUTE Control-Amount-Value =
                   WS-PRT-Prior-Discount (WS-PRT-Idx)
                   + WS-PRT-Discount (WS-PRT-Idx)
           MOVE Control-Amount-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9300-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Report-File
           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 6000-Move-Working-Variables
           PERFORM 9510-Load-Promotion-Table
           PERFORM 9520-Load-History.

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
           MOVE WS-Business-Date (1:7) TO WS-Report-Period
           DISPLAY 'Report Period : ' WS-Report-Period.

      *-----------------------------------------------------------------
      * Load Promotion Table
      *
      * No PROMOMST means no promotion has been set up yet - the
      * report is produced with its control totals only.
      *-----------------------------------------------------------------

       9510-Load-Promotion-Table.

           OPEN INPUT PROMOTION-FILE
           IF STATUS-PROMOTION-FILE = '35'
               DISPLAY 'PROMOMST not found - no promotions reported'
               MOVE 'Y' TO End-Of-File-P
           ELSE
               IF STATUS-PROMOTION-FILE NOT = '00'
                   DISPLAY 'Error while opening PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM 9515-Read-Promotion-Record
           PERFORM UNTIL End-Of-File-P = 'Y'
               IF Promo-Code NOT = SPACES
                   IF WS-PRT-Count < 1000
                       ADD 1 TO WS-PRT-Count
                       SET WS-PRT-Idx TO WS-PRT-Count
                       PERFORM 9530-Clear-Promotion-Entry
                       SET WS-PRT-On-Master (WS-PRT-Idx) TO TRUE
                       MOVE Promo-Code TO WS-PRT-Code (WS-PRT-Idx)
                       MOVE Promo-Type TO WS-PRT-Type (WS-PRT-Idx)
                       IF Promo-Value NUMERIC
                           MOVE Promo-Value
                                TO WS-PRT-Value (WS-PRT-Idx)
                       END-IF
                       IF Promo-Months NUMERIC
                           MOVE Promo-Months
                                TO WS-PRT-Months (WS-PRT-Idx)
                       END-IF
                       MOVE Promo-Valid-From
                            TO WS-PRT-Valid-From (WS-PRT-Idx)
                       MOVE Promo-Valid-To
                            TO WS-PRT-Valid-To (WS-PRT-Idx)
                       IF Promo-Max-Redemptions NUMERIC
                           MOVE Promo-Max-Redemptions
                                TO WS-PRT-Max (WS-PRT-Idx)
                       END-IF
                       IF Promo-Redeemed NUMERIC
                           MOVE Promo-Redeemed
                                TO WS-PRT-Redeemed (WS-PRT-Idx)
                       END-IF
                   ELSE
                       DISPLAY 'Promotion table full - skipping : '
                               Promo-Code
                       PERFORM 9990-Set-Warning-Code
                   END-IF
               END-IF
               PERFORM 9515-Read-Promotion-Record
           END-PERFORM

           IF STATUS-PROMOTION-FILE NOT = '35'
               CLOSE PROMOTION-FILE
               IF STATUS-PROMOTION-FILE NOT = '00'
                   DISPLAY 'Error while closing PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           DISPLAY 'Promotions loaded : ' WS-PRT-Count.

      *-----------------------------------------------------------------
      * Read Promotion Record
      *-----------------------------------------------------------------

       9515-Read-Promotion-Record.

           IF End-Of-File-P = 'N'
               READ PROMOTION-FILE INTO WS-Promotion-File
                   AT END MOVE 'Y' TO End-Of-File-P
               END-READ
               IF STATUS-PROMOTION-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Load History
      *
      * Last month's PROMHSTO. A row already carrying this period was
      * written by an earlier run of the same period - its own
      * figures are taken back out so they are replaced, not doubled.
      * A code no longer on PROMOMST is carried forward unchanged.
      *-----------------------------------------------------------------

       9520-Load-History.

           OPEN INPUT HISTORY-IN-FILE
           IF STATUS-HISTORY-IN-FILE = '35'
               DISPLAY 'PROMHSTI not found - discount to date starts '
                       'this period'
               MOVE 'Y' TO End-Of-File-H
           ELSE
               IF STATUS-HISTORY-IN-FILE NOT = '00'
                   DISPLAY 'Error while opening PROMHSTI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM 9525-Read-History-Record
           PERFORM UNTIL End-Of-File-H = 'Y'
               IF Hist-Bills-To-Date NUMERIC
                  AND Hist-Discount-To-Date NUMERIC
                  AND Hist-Last-Bills NUMERIC
                  AND Hist-Last-Discount NUMERIC
                  AND Hist-Promo-Code NOT = SPACES
                   ADD 1 TO WS-Count-History-Rows
                   MOVE Hist-Promo-Code TO WS-PRT-Lookup
                   PERFORM 3900-Find-Promotion
                   IF WS-PRT-Not-Found
                       IF WS-PRT-Count < 1000
                           ADD 1 TO WS-PRT-Count
                           SET WS-PRT-Idx TO WS-PRT-Count
                           PERFORM 9530-Clear-Promotion-Entry
                           SET WS-PRT-History-Only (WS-PRT-Idx)
                               TO TRUE
                           MOVE Hist-Promo-Code
                                TO WS-PRT-Code (WS-PRT-Idx)
                           SET WS-PRT-Found TO TRUE
                       ELSE
                           DISPLAY 'Promotion table full - history '
                                   'row dropped : ' Hist-Promo-Code
                           PERFORM 9991-Set-Error-Code
                       END-IF
                   END-IF
                   IF WS-PRT-Found
                       IF Hist-Last-Period = WS-Report-Period
                           DISPLAY 'PROMHSTI already holds period '
                                   WS-Report-Period ' for '
                                   Hist-Promo-Code ' - replaced'
                           SUBTRACT Hist-Last-Bills
                               FROM Hist-Bills-To-Date
                           SUBTRACT Hist-Last-Discount
                               FROM Hist-Discount-To-Date
                       END-IF
                       MOVE Hist-Bills-To-Date
                            TO WS-PRT-Prior-Bills (WS-PRT-Idx)
                       MOVE Hist-Discount-To-Date
                            TO WS-PRT-Prior-Discount (WS-PRT-Idx)
                   END-IF
               ELSE
                   DISPLAY 'Invalid PROMHSTI row skipped : '
                           Hist-Promo-Code
                   PERFORM 9990-Set-Warning-Code
               END-IF
               PERFORM 9525-Read-History-Record
           END-PERFORM

           IF STATUS-HISTORY-IN-FILE NOT = '35'
               CLOSE HISTORY-IN-FILE
               IF STATUS-HISTORY-IN-FILE NOT = '00'
                   DISPLAY 'Error while closing PROMHSTI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read History Record
      *-----------------------------------------------------------------

       9525-Read-History-Record.

           IF End-Of-File-H = 'N'
               READ HISTORY-IN-FILE INTO WS-History-File
                   AT END MOVE 'Y' TO End-Of-File-H
               END-READ
               IF STATUS-HISTORY-IN-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading PROMHSTI - FS : '
                              STATUS-HISTORY-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-H = 'N'
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Clear Promotion Entry
      *-----------------------------------------------------------------

       9530-Clear-Promotion-Entry.

           MOVE SPACES TO WS-PRT-Code (WS-PRT-Idx)
           MOVE SPACES TO WS-PRT-Type (WS-PRT-Idx)
           MOVE SPACES TO WS-PRT-Valid-From (WS-PRT-Idx)
           MOVE SPACES TO WS-PRT-Valid-To (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Value (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Months (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Max (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Redeemed (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Enrolled (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-In-Promotion (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Ended-Active (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Ended-Suspended (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Ended-Churned (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Bills (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Discount (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Prior-Bills (WS-PRT-Idx)
           MOVE ZERO TO WS-PRT-Prior-Discount (WS-PRT-Idx).

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

           OPEN INPUT BILLING-FILE
           IF STATUS-BILLING-FILE NOT = '00'
               DISPLAY 'Error while opening BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening PROMORPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT HISTORY-OUT-FILE
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening PROMHSTO - FS : '
                          STATUS-HISTORY-OUT-FILE
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
      * Read Bill Record
      *-----------------------------------------------------------------

       9210-Read-Bill-Record.

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
      * Write Report Record
      *-----------------------------------------------------------------

        9300-Write-Report-Record.

           WRITE REPORT-RECORD FROM WS-Report-File
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to PROMORPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write History File
      *
      * One row per code : discount to date including this period,
      * with this period's own figures kept beside it.
      *-----------------------------------------------------------------

        9350-Write-History-File.

           PERFORM VARYING WS-PRT-Idx FROM 1 BY 1
              UNTIL WS-PRT-Idx > WS-PRT-Count
              MOVE SPACES TO WS-History-File
              MOVE WS-PRT-Code (WS-PRT-Idx) TO Hist-Promo-Code
              MOVE WS-Report-Period TO Hist-Last-Period
              COMPUTE Hist-Bills-To-Date =
                      WS-PRT-Prior-Bills (WS-PRT-Idx)
                      + WS-PRT-Bills (WS-PRT-Idx)
              COMPUTE Hist-Discount-To-Date =
                      WS-PRT-Prior-Discount (WS-PRT-Idx)
                      + WS-PRT-Discount (WS-PRT-Idx)
              MOVE WS-PRT-Bills (WS-PRT-Idx) TO Hist-Last-Bills
              MOVE WS-PRT-Discount (WS-PRT-Idx) TO Hist-Last-Discount
              ADD Hist-Discount-To-Date TO WS-Total-Discount-To-Date
              WRITE HISTORY-OUT-RECORD FROM WS-History-File
              IF STATUS-HISTORY-OUT-FILE NOT = '00'
                  DISPLAY 'Error while writing to PROMHSTO - FS : '
                             STATUS-HISTORY-OUT-FILE
                  PERFORM 9995-Fatal-File-Error
              END-IF
              ADD 1 TO WS-Audit-Records-Written
           END-PERFORM.

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

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing PROMORPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE HISTORY-OUT-FILE
           IF STATUS-HISTORY-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing PROMHSTO - FS : '
                          STATUS-HISTORY-OUT-FILE
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
           MOVE 'CWBPAIFO' TO RA-Program-Id
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
           DISPLAY 'Accounts Enrolled On A Promotion : '
                   WS-Count-Enrolled
           DISPLAY 'BILLFILE Records Read : ' WS-Count-Bills
           DISPLAY 'Bills Discounted This Period : '
                   WS-Count-Bills-Discounted
           DISPLAY 'Total Discount Given This Period : '
                   WS-Total-Discount
           DISPLAY 'History Rows Carried In : ' WS-Count-History-Rows
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
