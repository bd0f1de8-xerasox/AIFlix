       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It fulfils subject access requests - the customer's right to
      * a copy of the data we hold on them, the counterpart of the
      * erasure requests CWBPAIFG executes. Fed a card file of
      * account numbers, it collects for each account the customer
      * master row, the opt-out status, the full CUSTAUDT change
      * trail, the VIEWHIST rows with their titles, the billing
      * records, the retention contact history, the SEGFILE scores
      * and band, the RECMFILE recommendations and any STRMENF
      * concurrent-stream enforcement entries, and writes :
      *   - SARRPT, a readable report, one block per account, for the
      *     customer;
      *   - SAREXPF, the same data as a machine-readable CSV, one line
      *     per account / dataset / row / field / value;
      *   - one fulfilment log line per account appended to SARLOG for
      *     the privacy office, with the date, the rows included from
      *     each dataset and whether every source was available.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT SAR-CARD-FILE    ASSIGN TO SARCARD
               FILE STATUS IS STATUS-SAR-CARD-FILE.

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT OPTOUT-FILE      ASSIGN TO OPTOUTF
               FILE STATUS IS STATUS-OPTOUT-FILE.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO CUSTAUDT
               FILE STATUS IS STATUS-CUSTOMER-AUDIT-FILE.

           SELECT VIEWHIST-FILE    ASSIGN TO VIEWHIST
               FILE STATUS IS STATUS-VIEWHIST-FILE.

           SELECT BILLING-FILE     ASSIGN TO BILLFILE
               FILE STATUS IS STATUS-BILLING-FILE.

           SELECT CONTACT-HIST-IN-FILE ASSIGN TO CNTHSTI
               FILE STATUS IS STATUS-CONTACT-HIST-IN-FILE.

           SELECT SEGMENT-FILE     ASSIGN TO SEGFILE
               FILE STATUS IS STATUS-SEGMENT-FILE.

           SELECT RECOMMEND-FILE   ASSIGN TO RECMFILE
               FILE STATUS IS STATUS-RECOMMEND-FILE.

           SELECT ENFORCE-FILE     ASSIGN TO STRMENF
               FILE STATUS IS STATUS-ENFORCE-FILE.

           SELECT REPORT-FILE      ASSIGN TO SARRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT EXPORT-FILE      ASSIGN TO SAREXPF
               FILE STATUS IS STATUS-EXPORT-FILE.

           SELECT FULFIL-LOG-FILE  ASSIGN TO SARLOG
               FILE STATUS IS STATUS-FULFIL-LOG-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  SAR-CARD-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SAR-CARD-RECORD            PIC X(80).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD            PIC X(500).

       FD  OPTOUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  OPTOUT-RECORD              PIC X(20).

       FD  CUSTOMER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-AUDIT-RECORD      PIC X(1060).

       FD  VIEWHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  VIEWHIST-RECORD            PIC X(200).

       FD  BILLING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BILLING-RECORD             PIC X(200).

       FD  CONTACT-HIST-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CONTACT-HIST-IN-RECORD     PIC X(20).

       FD  SEGMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SEGMENT-RECORD             PIC X(100).

       FD  RECOMMEND-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RECOMMEND-RECORD           PIC X(300).

       FD  ENFORCE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ENFORCE-RECORD             PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  EXPORT-RECORD              PIC X(300).

       FD  FULFIL-LOG-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  FULFIL-LOG-RECORD          PIC X(120).

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

      * Sort record - every row found for a requested account, tagged
      * with its dataset; a section 00 row per requested account makes
      * sure an account we hold nothing on still gets its answer
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
        05 SRT-Section                 PIC 9(2).
        05 SRT-Sequence                PIC 9(9).
        05 SRT-Data                    PIC X(1060).

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

      * Request Card - one account number per card, cols 1-10
       01 WS-Sar-Card.
        05 SC-Account-Number          PIC X(10).
        05 FILLER                     PIC X(70).

      * Request Table - every account on the card deck
       01 WS-Sar-Table.
        05 WS-SAR-Count               PIC 9(4) VALUE ZERO.
        05 WS-SAR-Entry OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-SAR-Count
              INDEXED BY WS-SAR-Idx.
         10 WS-SAR-Account            PIC X(10).
       01 WS-SAR-Found-Switch         PIC X VALUE 'N'.
        88 WS-SAR-Found                   VALUE 'Y'.
        88 WS-SAR-Not-Found               VALUE 'N'.
       01 WS-Sar-Lookup-Acct          PIC X(10).
       01 WS-Release-Seq              PIC 9(9) VALUE ZERO.

      * Datasets - name used on the report and in the export, and
      * whether the source file could be read this run
       01 WS-Dataset-Values.
        05 FILLER PIC X(40) VALUE
           'CUSTOMER  Customer Record               '.
        05 FILLER PIC X(40) VALUE
           'OPTOUT    Marketing Opt-Out             '.
        05 FILLER PIC X(40) VALUE
           'AUDIT     Customer Change History       '.
        05 FILLER PIC X(40) VALUE
           'VIEWING   Viewing History               '.
        05 FILLER PIC X(40) VALUE
           'BILLING   Billing Records               '.
        05 FILLER PIC X(40) VALUE
           'CONTACT   Retention Offers Sent         '.
        05 FILLER PIC X(40) VALUE
           'SEGMENT   Engagement Score and Band     '.
        05 FILLER PIC X(40) VALUE
           'RECOMMEND Recommendations Sent          '.
        05 FILLER PIC X(40) VALUE
           'STREAMING Concurrent Stream Enforcement '.
       01 WS-Dataset-Table REDEFINES WS-Dataset-Values.
        05 WS-Dataset-Entry OCCURS 9 TIMES.
         10 WS-Dataset-Code           PIC X(10).
         10 WS-Dataset-Title          PIC X(30).
       01 WS-Source-Availability.
        05 WS-Source-Switch           PIC X OCCURS 9 TIMES.
       01 WS-Sec-Idx                  PIC 9(2).

      * Customer master fields - name, offset and length in the
      * 500-byte image, used for the master row and for both images
      * of every audit row
       01 WS-Cust-Field-Values.
        05 FILLER PIC X(25) VALUE 'accountNumber       00110'.
        05 FILLER PIC X(25) VALUE 'firstName           01115'.
        05 FILLER PIC X(25) VALUE 'lastName            02615'.
        05 FILLER PIC X(25) VALUE 'gender              04110'.
        05 FILLER PIC X(25) VALUE 'birthDate           05110'.
        05 FILLER PIC X(25) VALUE 'subscriptionDate    06110'.
        05 FILLER PIC X(25) VALUE 'emailAddress        07140'.
        05 FILLER PIC X(25) VALUE 'subscriptionProgram 11110'.
        05 FILLER PIC X(25) VALUE 'marketingOptOut     12101'.
        05 FILLER PIC X(25) VALUE 'billingCountry      12202'.
        05 FILLER PIC X(25) VALUE 'billingRegion       12410'.
        05 FILLER PIC X(25) VALUE 'billingPostalCode   13410'.
        05 FILLER PIC X(25) VALUE 'promoCode           14410'.
        05 FILLER PIC X(25) VALUE 'promoEnrolDate      15410'.
        05 FILLER PIC X(25) VALUE 'emailUndeliverable  16401'.
        05 FILLER PIC X(25) VALUE 'emailBounceDate     16510'.
        05 FILLER PIC X(25) VALUE 'subscriberStatus    49110'.
       01 WS-Cust-Field-Table REDEFINES WS-Cust-Field-Values.
        05 WS-Cust-Field OCCURS 17 TIMES.
         10 WS-CF-Name                PIC X(20).
         10 WS-CF-Offset              PIC 9(3).
         10 WS-CF-Length              PIC 9(2).
       01 WS-CF-Idx                   PIC 9(2).
       01 WS-CF-Count                 PIC 9(2) VALUE 17.

      * Customer image in hand
       01 WS-Customer-Image           PIC X(500).

      * Audit Record - before/after images as CWBPAIF6 writes them
       01 WS-Audit-File.
        05 Audit-Action               PIC X(1).
        05 FILLER                     PIC X(1).
        05 Audit-Result               PIC X(8).
        05 Audit-Reason               PIC X(30).
        05 Audit-Before-Image         PIC X(500).
        05 Audit-After-Image          PIC X(500).
        05 Audit-Applied-Date         PIC X(10).
        05 Audit-Operator-Id          PIC X(8).
        05 FILLER                     PIC X(2).

      * View History Row (as CWBPAIF4 writes it)
       01 WS-View-Hist-File.
        05 VH-Account-Number           PIC X(10).
        05 VH-Content-Id               PIC X(10).
        05 VH-Primary-Title            PIC X(100).
        05 VH-Genres                   PIC X(35).
        05 VH-Start-Time               PIC X(10).
        05 VH-Watch-Percent            PIC X(5).
        05 VH-Media-Type               PIC X(5).
        05 VH-Profile-Id               PIC X(10).
        05 FILLER                      PIC X(15).

      * Billing Record (as CWBPAIF5 writes it)
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

      * Contact-History Row (as CWBPAIF7 writes it)
       01 WS-Contact-Hist-Row.
        05 CH-Account-Number          PIC X(10).
        05 CH-Contact-Date            PIC X(10).

      * Segmentation Extract Record (as CWBPAIFA writes it)
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

      * Recommendation Record (as CWBPAIFI writes it)
       01 WS-Recommend-File.
        05 Rec-Account-Number          PIC X(10).
        05 Rec-Top-Genre OCCURS 3 TIMES
                                       PIC X(15).
        05 Rec-Suggestion OCCURS 5 TIMES.
         10 Rec-Content-Id             PIC X(10).
         10 Rec-Title                  PIC X(38).
        05 FILLER                      PIC X(5).
       01 WS-Rec-Idx                   PIC 9(1).

      * Enforcement Extract Record (as CWBPAIFF writes it)
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

      * Current account being answered
       01 WS-Current-Acct              PIC X(10).
       01 WS-Current-Section           PIC 9(2).
       01 WS-Row-Num                   PIC 9(7).
       01 WS-Acct-Counts.
        05 WS-Acct-Count               PIC 9(7) OCCURS 9 TIMES.
       01 WS-Acct-Total                PIC 9(9).
       01 WS-Acct-Status               PIC X(10).

      * Export line build - account, dataset, row, field, value
       01 WS-Export-Line               PIC X(300).
       01 WS-Exp-Pointer               PIC 9(3).
       01 WS-Exp-Field-Name            PIC X(40).
       01 WS-Exp-Field-Value           PIC X(100).
       01 WS-Exp-Row-Edit              PIC Z(6)9.
       01 WS-Exp-Amount-Edit           PIC Z(6)9.99.
       01 WS-Exp-Number-Edit           PIC Z(8)9.
       01 WS-Exp-Rate-Edit             PIC Z9.9999.

      * Fulfilment Log Line - one per account answered; per dataset
      * the rows included and whether the source could be read (Y/N)
       01 WS-Fulfil-Log-Row.
        05 Log-Account-Number         PIC X(10).
        05 FILLER                     PIC X(1).
        05 Log-Fulfil-Date            PIC X(10).
        05 FILLER                     PIC X(1).
        05 Log-Status                 PIC X(10).
        05 FILLER                     PIC X(1).
        05 Log-Dataset OCCURS 9 TIMES.
         10 Log-Dataset-Rows          PIC 9(7).
         10 Log-Dataset-Available     PIC X(1).
         10 FILLER                    PIC X(1).
        05 FILLER                     PIC X(6).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Requests           PIC 9(9) VALUE ZERO.
        05 WS-Count-Complete           PIC 9(9) VALUE ZERO.
        05 WS-Count-Incomplete         PIC 9(9) VALUE ZERO.
        05 WS-Count-No-Data            PIC 9(9) VALUE ZERO.
        05 WS-Count-Export-Lines       PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-SAR-CARD-FILE           PIC XX.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-OPTOUT-FILE             PIC XX.
        05 STATUS-CUSTOMER-AUDIT-FILE     PIC XX.
        05 STATUS-VIEWHIST-FILE           PIC XX.
        05 STATUS-BILLING-FILE            PIC XX.
        05 STATUS-CONTACT-HIST-IN-FILE    PIC XX.
        05 STATUS-SEGMENT-FILE            PIC XX.
        05 STATUS-RECOMMEND-FILE          PIC XX.
        05 STATUS-ENFORCE-FILE            PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-EXPORT-FILE             PIC XX.
        05 STATUS-FULFIL-LOG-FILE         PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
       01 WS-Open-Status                  PIC XX.

      * Batch Control Card - business date stamped on the answer and
      * the fulfilment log
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
       01 End-Of-File-E                  PIC X VALUE 'N'.
       01 End-Of-File-In                 PIC X VALUE 'N'.
       01 End-Of-Sort                    PIC X VALUE 'N'.

      * Separation Lines
       01 Separation-Lines.
        05 Blank-Line                  PIC X(80) Value SPACES.
        05 Dash-Line                   PIC X(80) Value ALL '-'.
        05 Equal-Line                  PIC X(80) Value ALL '='.

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
              Value 'AIFlix - Copy of the Data We Hold on You'.
        05 FILLER                 PIC X(20) Value SPACES.
       01 Account-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(17) Value 'Account Number : '.
        05 Acc-Account-Number     PIC X(10).
        05 FILLER                 PIC X(13) Value SPACES.
        05 FILLER                 PIC X(16) Value 'Prepared on   : '.
        05 Acc-Business-Date      PIC X(10).
        05 FILLER                 PIC X(12) Value SPACES.
       01 Section-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Sec-Title              PIC X(30).
        05 FILLER                 PIC X(48) Value SPACES.

      * Field Line - one customer field
       01 Field-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 Fld-Name               PIC X(20).
        05 FILLER                 PIC X(3)  Value ' : '.
        05 Fld-Value              PIC X(53).

      * Detail Line - free text under a section
       01 Detail-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 Det-Text               PIC X(76).

      * Change Lines - one audit row and the fields it changed
       01 Change-Head-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 Chg-Date               PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Chg-Action             PIC X(8).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Chg-Result             PIC X(8).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Chg-Reason             PIC X(30).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Chg-Operator           PIC X(8).
        05 FILLER                 PIC X(7)  Value SPACES.
       01 Change-Field-Line.
        05 FILLER                 PIC X(8)  Value SPACES.
        05 Chf-Name               PIC X(20).
        05 Chf-Label              PIC X(6).
        05 Chf-Value              PIC X(46).

      * Viewing Lines
       01 View-Heading-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 FILLER                 PIC X(12) Value 'Date'.
        05 FILLER                 PIC X(11) Value 'Title Id'.
        05 FILLER                 PIC X(33) Value 'Title'.
        05 FILLER                 PIC X(6)  Value 'Pct'.
        05 FILLER                 PIC X(6)  Value 'Media'.
        05 FILLER                 PIC X(8)  Value 'Profile'.
       01 View-Detail-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 Vw-Start-Time          PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Vw-Content-Id          PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Vw-Title               PIC X(32).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Vw-Watch-Percent       PIC X(5).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Vw-Media-Type          PIC X(5).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Vw-Profile-Id          PIC X(8).

      * Billing Lines
       01 Bill-Heading-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 FILLER                 PIC X(9)  Value 'Period'.
        05 FILLER                 PIC X(11) Value 'Plan'.
        05 FILLER                 PIC X(11) Value '     Amount'.
        05 FILLER                 PIC X(11) Value '        Tax'.
        05 FILLER                 PIC X(11) Value '   Discount'.
        05 FILLER                 PIC X(12) Value '  Total Paid'.
        05 FILLER                 PIC X(11) Value '  Promotion'.
       01 Bill-Detail-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 Bl-Period              PIC X(7).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Bl-Program             PIC X(10).
        05 Bl-Amount              PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Bl-Tax                 PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Bl-Discount            PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Bl-Total               PIC ZZZZZZZ9.99.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Bl-Promo-Code          PIC X(10).

      * Summary Lines - what this answer contains
       01 Summary-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 Sum-Title              PIC X(30).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Sum-Value              PIC X(30).
        05 FILLER                 PIC X(14) Value SPACES.
       01 Sum-Count-Edit          PIC ZZZZZZ9.

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
           PERFORM 2000-Load-Sar-Cards
           IF WS-SAR-Count = 0
               DISPLAY 'No subject access requests - nothing to do'
           ELSE
               PERFORM 9100-Open-Files
               SORT SORT-WORK-FILE
                    ON ASCENDING KEY SRT-Account-Number
                                     SRT-Section
                                     SRT-Sequence
                    INPUT PROCEDURE 2500-Collect-Account-Data
                    OUTPUT PROCEDURE 3000-Write-Account-Answers
               PERFORM 6900-Write-Control-Totals
               PERFORM 9900-Close-Files
           END-IF
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Load Request Cards
      *-----------------------------------------------------------------

       2000-Load-Sar-Cards.

           OPEN INPUT SAR-CARD-FILE
           IF STATUS-SAR-CARD-FILE NOT = '00'
               DISPLAY 'Error while opening SARCARD - FS : '
                          STATUS-SAR-CARD-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 2100-Read-Sar-Card
           PERFORM UNTIL End-Of-File-E = 'Y'
               IF SC-Account-Number NOT = SPACES
                   MOVE SC-Account-Number TO WS-Sar-Lookup-Acct
                   PERFORM 2400-Probe-Sar-Table
                   IF WS-SAR-Found
                       DISPLAY 'Request repeated on SARCARD : '
                               SC-Account-Number
                   ELSE
                       IF WS-SAR-Count < 1000
                           ADD 1 TO WS-SAR-Count
                           MOVE SC-Account-Number
                                TO WS-SAR-Account (WS-SAR-Count)
                       ELSE
                           DISPLAY 'Request table full - skipping : '
                                   SC-Account-Number
                           PERFORM 9990-Set-Warning-Code
                       END-IF
                   END-IF
               END-IF
               PERFORM 2100-Read-Sar-Card
           END-PERFORM

           CLOSE SAR-CARD-FILE
           MOVE WS-SAR-Count TO WS-Count-Requests
           DISPLAY 'Subject Access Requests Loaded : ' WS-SAR-Count.

      *-----------------------------------------------------------------
      * Read Request Card
      *-----------------------------------------------------------------

       2100-Read-Sar-Card.

           IF End-Of-File-E = 'N'
               READ SAR-CARD-FILE INTO WS-Sar-Card
                   AT END MOVE 'Y' TO End-Of-File-E
                   MOVE HIGH-VALUES TO SAR-CARD-RECORD
               END-READ
               IF STATUS-SAR-CARD-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading SARCARD - FS : '
                              STATUS-SAR-CARD-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-E = 'N'
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Probe Request Table
      *-----------------------------------------------------------------

       2400-Probe-Sar-Table.

           SET WS-SAR-Not-Found TO TRUE
           IF WS-SAR-Count > 0
              SET WS-SAR-Idx TO 1
              SEARCH WS-SAR-Entry VARYING WS-SAR-Idx
                 AT END CONTINUE
                 WHEN WS-SAR-Account (WS-SAR-Idx) =
                      WS-Sar-Lookup-Acct
                      SET WS-SAR-Found TO TRUE
              END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Collect Account Data
      *
      * Input procedure : one pass over each source, releasing the
      * rows that belong to a requested account. A source that is not
      * there is reported and the answers are marked incomplete
      * rather than sent without saying so.
      *-----------------------------------------------------------------

       2500-Collect-Account-Data.

           PERFORM VARYING WS-SAR-Idx FROM 1 BY 1
              UNTIL WS-SAR-Idx > WS-SAR-Count
              MOVE SPACES TO SORT-WORK-RECORD
              MOVE WS-SAR-Account (WS-SAR-Idx) TO SRT-Account-Number
              MOVE ZERO TO SRT-Section
              MOVE ZERO TO SRT-Sequence
              RELEASE SORT-WORK-RECORD
           END-PERFORM

           PERFORM 2510-Collect-Customer
           PERFORM 2520-Collect-Optout
           PERFORM 2530-Collect-Audit
           PERFORM 2540-Collect-Viewhist
           PERFORM 2550-Collect-Billing
           PERFORM 2560-Collect-Contact
           PERFORM 2570-Collect-Segment
           PERFORM 2580-Collect-Recommend
           PERFORM 2590-Collect-Enforce.

      *-----------------------------------------------------------------
      * Collect Customer
      *-----------------------------------------------------------------

       2510-Collect-Customer.

           MOVE 1 TO WS-Sec-Idx
           OPEN INPUT CUSTOMER-FILE
           MOVE STATUS-CUSTOMER-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (1) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ CUSTOMER-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-CUSTOMER-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE CUSTOMER-RECORD (1:10)
                           TO WS-Sar-Lookup-Acct
                      MOVE CUSTOMER-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect Opt-Out
      *-----------------------------------------------------------------

       2520-Collect-Optout.

           MOVE 2 TO WS-Sec-Idx
           OPEN INPUT OPTOUT-FILE
           MOVE STATUS-OPTOUT-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (2) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ OPTOUT-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-OPTOUT-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE OPTOUT-RECORD (1:10) TO WS-Sar-Lookup-Acct
                      MOVE OPTOUT-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE OPTOUT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect Audit Trail - a row belongs to the account in either
      * its before or its after image
      *-----------------------------------------------------------------

       2530-Collect-Audit.

           MOVE 3 TO WS-Sec-Idx
           OPEN INPUT CUSTOMER-AUDIT-FILE
           MOVE STATUS-CUSTOMER-AUDIT-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (3) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ CUSTOMER-AUDIT-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-CUSTOMER-AUDIT-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE CUSTOMER-AUDIT-RECORD (41:10)
                           TO WS-Sar-Lookup-Acct
                      IF WS-Sar-Lookup-Acct = SPACES
                          MOVE CUSTOMER-AUDIT-RECORD (541:10)
                               TO WS-Sar-Lookup-Acct
                      END-IF
                      MOVE CUSTOMER-AUDIT-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect View History - label records are skipped
      *-----------------------------------------------------------------

       2540-Collect-Viewhist.

           MOVE 4 TO WS-Sec-Idx
           OPEN INPUT VIEWHIST-FILE
           MOVE STATUS-VIEWHIST-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (4) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ VIEWHIST-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-VIEWHIST-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      IF VIEWHIST-RECORD (1:3) NOT = 'HDR'
                         AND VIEWHIST-RECORD (1:3) NOT = 'TRL'
                          MOVE VIEWHIST-RECORD (1:10)
                               TO WS-Sar-Lookup-Acct
                          MOVE VIEWHIST-RECORD TO SRT-Data
                          PERFORM 2750-Release-If-Requested
                      END-IF
                  END-IF
               END-PERFORM
               CLOSE VIEWHIST-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect Billing
      *-----------------------------------------------------------------

       2550-Collect-Billing.

           MOVE 5 TO WS-Sec-Idx
           OPEN INPUT BILLING-FILE
           MOVE STATUS-BILLING-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (5) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ BILLING-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-BILLING-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE BILLING-RECORD (1:10) TO WS-Sar-Lookup-Acct
                      MOVE BILLING-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect Contact History
      *-----------------------------------------------------------------

       2560-Collect-Contact.

           MOVE 6 TO WS-Sec-Idx
           OPEN INPUT CONTACT-HIST-IN-FILE
           MOVE STATUS-CONTACT-HIST-IN-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (6) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ CONTACT-HIST-IN-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-CONTACT-HIST-IN-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE CONTACT-HIST-IN-RECORD (1:10)
                           TO WS-Sar-Lookup-Acct
                      MOVE CONTACT-HIST-IN-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE CONTACT-HIST-IN-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect Segment
      *-----------------------------------------------------------------

       2570-Collect-Segment.

           MOVE 7 TO WS-Sec-Idx
           OPEN INPUT SEGMENT-FILE
           MOVE STATUS-SEGMENT-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (7) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ SEGMENT-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-SEGMENT-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE SEGMENT-RECORD (1:10) TO WS-Sar-Lookup-Acct
                      MOVE SEGMENT-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE SEGMENT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect Recommendations
      *-----------------------------------------------------------------

       2580-Collect-Recommend.

           MOVE 8 TO WS-Sec-Idx
           OPEN INPUT RECOMMEND-FILE
           MOVE STATUS-RECOMMEND-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (8) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ RECOMMEND-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-RECOMMEND-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE RECOMMEND-RECORD (1:10)
                           TO WS-Sar-Lookup-Acct
                      MOVE RECOMMEND-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE RECOMMEND-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Collect Stream Enforcement
      *-----------------------------------------------------------------

       2590-Collect-Enforce.

           MOVE 9 TO WS-Sec-Idx
           OPEN INPUT ENFORCE-FILE
           MOVE STATUS-ENFORCE-FILE TO WS-Open-Status
           PERFORM 2700-Check-Source-Open
           IF WS-Source-Switch (9) = 'Y'
               MOVE 'N' TO End-Of-File-In
               PERFORM UNTIL End-Of-File-In = 'Y'
                  READ ENFORCE-FILE
                      AT END MOVE 'Y' TO End-Of-File-In
                  END-READ
                  MOVE STATUS-ENFORCE-FILE TO WS-Open-Status
                  IF End-Of-File-In = 'N'
                      PERFORM 2710-Check-Source-Read
                      MOVE ENFORCE-RECORD (1:10) TO WS-Sar-Lookup-Acct
                      MOVE ENFORCE-RECORD TO SRT-Data
                      PERFORM 2750-Release-If-Requested
                  END-IF
               END-PERFORM
               CLOSE ENFORCE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Check Source Open - a missing source (FS 35) is a warning and
      * marks the source unavailable; anything else is fatal
      *-----------------------------------------------------------------

       2700-Check-Source-Open.

           EVALUATE WS-Open-Status
           WHEN '00'
                MOVE 'Y' TO WS-Source-Switch (WS-Sec-Idx)
           WHEN '35'
                MOVE 'N' TO WS-Source-Switch (WS-Sec-Idx)
                DISPLAY WS-Dataset-Code (WS-Sec-Idx)
                        ' source not found - answers incomplete'
                PERFORM 9990-Set-Warning-Code
           WHEN OTHER
                DISPLAY 'Error while opening '
                        WS-Dataset-Code (WS-Sec-Idx)
                        ' source - FS : ' WS-Open-Status
                PERFORM 9995-Fatal-File-Error
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Check Source Read
      *-----------------------------------------------------------------

       2710-Check-Source-Read.

           IF WS-Open-Status NOT = '00'
               DISPLAY 'Error while reading '
                       WS-Dataset-Code (WS-Sec-Idx)
                       ' source - FS : ' WS-Open-Status
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Read.

      *-----------------------------------------------------------------
      * Release If Requested
      *-----------------------------------------------------------------

       2750-Release-If-Requested.

           PERFORM 2400-Probe-Sar-Table
           IF WS-SAR-Found
               MOVE WS-Sar-Lookup-Acct TO SRT-Account-Number
               MOVE WS-Sec-Idx TO SRT-Section
               ADD 1 TO WS-Release-Seq
               MOVE WS-Release-Seq TO SRT-Sequence
               RELEASE SORT-WORK-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * Write Account Answers
      *
      * Output procedure : one block on the report, the export lines
      * and the fulfilment log line per requested account.
      *-----------------------------------------------------------------

       3000-Write-Account-Answers.

           PERFORM 9230-Return-Sort-Record
           PERFORM 3100-Answer-Account
             UNTIL End-Of-Sort = 'Y'.

      *-----------------------------------------------------------------
      * Answer Account
      *-----------------------------------------------------------------

       3100-Answer-Account.

           MOVE SRT-Account-Number TO WS-Current-Acct
           MOVE ZERO TO WS-Current-Section
           INITIALIZE WS-Acct-Counts

           MOVE Equal-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Current-Acct TO Acc-Account-Number
           MOVE WS-Business-Date TO Acc-Business-Date
           MOVE Account-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM 3200-Answer-Row
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Account-Number NOT = WS-Current-Acct

           PERFORM 3900-Close-Account.

      *-----------------------------------------------------------------
      * Answer Row - a section heading at the first row of each
      * dataset, then the row itself
      *-----------------------------------------------------------------

       3200-Answer-Row.

           IF SRT-Section > ZERO
               MOVE SRT-Section TO WS-Sec-Idx
               IF SRT-Section NOT = WS-Current-Section
                   MOVE SRT-Section TO WS-Current-Section
                   MOVE ZERO TO WS-Row-Num
                   MOVE Blank-Line TO REPORT-RECORD
                   PERFORM 9320-Write-Report-Record
                   MOVE WS-Dataset-Title (WS-Sec-Idx) TO Sec-Title
                   MOVE Section-Line TO REPORT-RECORD
                   PERFORM 9320-Write-Report-Record
                   EVALUATE WS-Sec-Idx
                   WHEN 4
                        MOVE View-Heading-Line TO REPORT-RECORD
                        PERFORM 9320-Write-Report-Record
                   WHEN 5
                        MOVE Bill-Heading-Line TO REPORT-RECORD
                        PERFORM 9320-Write-Report-Record
                   WHEN OTHER
                        CONTINUE
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-Row-Num
               ADD 1 TO WS-Acct-Count (WS-Sec-Idx)

               EVALUATE WS-Sec-Idx
               WHEN 1 PERFORM 4100-Answer-Customer
               WHEN 2 PERFORM 4200-Answer-Optout
               WHEN 3 PERFORM 4300-Answer-Audit
               WHEN 4 PERFORM 4400-Answer-Viewhist
               WHEN 5 PERFORM 4500-Answer-Billing
               WHEN 6 PERFORM 4600-Answer-Contact
               WHEN 7 PERFORM 4700-Answer-Segment
               WHEN 8 PERFORM 4800-Answer-Recommend
               WHEN 9 PERFORM 4900-Answer-Enforce
               END-EVALUATE
           END-IF
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Close Account - what the answer contains, for the customer and
      * for the privacy office
      *-----------------------------------------------------------------

       3900-Close-Account.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'This copy contains' TO Sec-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'COMPLETE' TO WS-Acct-Status
           MOVE ZERO TO WS-Acct-Total
           MOVE SPACES TO WS-Fulfil-Log-Row
           PERFORM VARYING WS-Sec-Idx FROM 1 BY 1
              UNTIL WS-Sec-Idx > 9
              MOVE WS-Dataset-Title (WS-Sec-Idx) TO Sum-Title
              MOVE SPACES TO Sum-Value
              IF WS-Source-Switch (WS-Sec-Idx) = 'Y'
                  MOVE WS-Acct-Count (WS-Sec-Idx) TO Sum-Count-Edit
                  STRING FUNCTION TRIM (Sum-Count-Edit)
                         DELIMITED BY SIZE
                         ' record(s)' DELIMITED BY SIZE
                         INTO Sum-Value
              ELSE
                  MOVE 'not available - to follow' TO Sum-Value
                  MOVE 'INCOMPLETE' TO WS-Acct-Status
              END-IF
              MOVE Summary-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
              ADD WS-Acct-Count (WS-Sec-Idx) TO WS-Acct-Total
              MOVE WS-Acct-Count (WS-Sec-Idx)
                   TO Log-Dataset-Rows (WS-Sec-Idx)
              MOVE WS-Source-Switch (WS-Sec-Idx)
                   TO Log-Dataset-Available (WS-Sec-Idx)
           END-PERFORM
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           IF WS-Acct-Total = ZERO
              AND WS-Acct-Status = 'COMPLETE'
               MOVE 'NO DATA' TO WS-Acct-Status
           END-IF
           EVALUATE WS-Acct-Status
           WHEN 'COMPLETE'    ADD 1 TO WS-Count-Complete
           WHEN 'INCOMPLETE'  ADD 1 TO WS-Count-Incomplete
           WHEN OTHER         ADD 1 TO WS-Count-No-Data
           END-EVALUATE

           MOVE WS-Current-Acct TO Log-Account-Number
           MOVE WS-Business-Date TO Log-Fulfil-Date
           MOVE WS-Acct-Status TO Log-Status
           PERFORM 9340-Write-Fulfil-Log
           DISPLAY 'Answered : ' WS-Current-Acct ' ' WS-Acct-Status.

      *-----------------------------------------------------------------
      * Answer Customer - every master field, by name
      *-----------------------------------------------------------------

       4100-Answer-Customer.

           MOVE SRT-Data (1:500) TO WS-Customer-Image
           PERFORM VARYING WS-CF-Idx FROM 1 BY 1
              UNTIL WS-CF-Idx > WS-CF-Count
              MOVE WS-CF-Name (WS-CF-Idx) TO Fld-Name
              MOVE WS-Customer-Image (WS-CF-Offset (WS-CF-Idx):
                                      WS-CF-Length (WS-CF-Idx))
                   TO Fld-Value
              MOVE Field-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
              MOVE WS-CF-Name (WS-CF-Idx) TO WS-Exp-Field-Name
              MOVE Fld-Value TO WS-Exp-Field-Value
              PERFORM 6800-Write-Export-Field
           END-PERFORM.

      *-----------------------------------------------------------------
      * Answer Opt-Out
      *-----------------------------------------------------------------

       4200-Answer-Optout.

           MOVE 'You have opted out of marketing communications.'
                TO Det-Text
           MOVE Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'marketingOptOut' TO WS-Exp-Field-Name
           MOVE 'Y' TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field.

      *-----------------------------------------------------------------
      * Answer Audit - the change, then each field it changed with the
      * value before and after
      *-----------------------------------------------------------------

       4300-Answer-Audit.

           MOVE SRT-Data TO WS-Audit-File
           MOVE Audit-Applied-Date TO Chg-Date
           EVALUATE Audit-Action
           WHEN 'A'     MOVE 'ADD'       TO Chg-Action
           WHEN 'C'     MOVE 'CHANGE'    TO Chg-Action
           WHEN 'D'     MOVE 'DELETE'    TO Chg-Action
           WHEN 'P'     MOVE 'PROMO'     TO Chg-Action
           WHEN OTHER   MOVE Audit-Action TO Chg-Action
           END-EVALUATE
           MOVE Audit-Result TO Chg-Result
           MOVE Audit-Reason TO Chg-Reason
           MOVE Audit-Operator-Id TO Chg-Operator
           MOVE Change-Head-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'appliedDate' TO WS-Exp-Field-Name
           MOVE Audit-Applied-Date TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'action' TO WS-Exp-Field-Name
           MOVE Chg-Action TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'result' TO WS-Exp-Field-Name
           MOVE Audit-Result TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'reason' TO WS-Exp-Field-Name
           MOVE Audit-Reason TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'operatorId' TO WS-Exp-Field-Name
           MOVE Audit-Operator-Id TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field

           PERFORM VARYING WS-CF-Idx FROM 1 BY 1
              UNTIL WS-CF-Idx > WS-CF-Count
              IF Audit-Before-Image (WS-CF-Offset (WS-CF-Idx):
                                     WS-CF-Length (WS-CF-Idx))
                 NOT = Audit-After-Image (WS-CF-Offset (WS-CF-Idx):
                                          WS-CF-Length (WS-CF-Idx))
                  PERFORM 4350-Answer-Changed-Field
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Answer Changed Field
      *-----------------------------------------------------------------

       4350-Answer-Changed-Field.

           MOVE WS-CF-Name (WS-CF-Idx) TO Chf-Name
           MOVE 'was : ' TO Chf-Label
           MOVE Audit-Before-Image (WS-CF-Offset (WS-CF-Idx):
                                    WS-CF-Length (WS-CF-Idx))
                TO Chf-Value
           MOVE Change-Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE SPACES TO Chf-Name
           MOVE 'now : ' TO Chf-Label
           MOVE Audit-After-Image (WS-CF-Offset (WS-CF-Idx):
                                   WS-CF-Length (WS-CF-Idx))
                TO Chf-Value
           MOVE Change-Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE SPACES TO WS-Exp-Field-Name
           STRING FUNCTION TRIM (WS-CF-Name (WS-CF-Idx))
                  DELIMITED BY SIZE
                  '.before' DELIMITED BY SIZE
                  INTO WS-Exp-Field-Name
           MOVE Audit-Before-Image (WS-CF-Offset (WS-CF-Idx):
                                    WS-CF-Length (WS-CF-Idx))
                TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE SPACES TO WS-Exp-Field-Name
           STRING FUNCTION TRIM (WS-CF-Name (WS-CF-Idx))
                  DELIMITED BY SIZE
                  '.after' DELIMITED BY SIZE
                  INTO WS-Exp-Field-Name
           MOVE Audit-After-Image (WS-CF-Offset (WS-CF-Idx):
                                   WS-CF-Length (WS-CF-Idx))
                TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field.

      *-----------------------------------------------------------------
      * Answer View History
      *-----------------------------------------------------------------

       4400-Answer-Viewhist.

           MOVE SRT-Data (1:200) TO WS-View-Hist-File
           MOVE VH-Start-Time TO Vw-Start-Time
           MOVE VH-Content-Id TO Vw-Content-Id
           MOVE VH-Primary-Title TO Vw-Title
           MOVE VH-Watch-Percent TO Vw-Watch-Percent
           MOVE VH-Media-Type TO Vw-Media-Type
           MOVE VH-Profile-Id TO Vw-Profile-Id
           MOVE View-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'startTime' TO WS-Exp-Field-Name
           MOVE VH-Start-Time TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'contentId' TO WS-Exp-Field-Name
           MOVE VH-Content-Id TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'primaryTitle' TO WS-Exp-Field-Name
           MOVE VH-Primary-Title TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'genres' TO WS-Exp-Field-Name
           MOVE VH-Genres TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'watchPercent' TO WS-Exp-Field-Name
           MOVE VH-Watch-Percent TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'mediaType' TO WS-Exp-Field-Name
           MOVE VH-Media-Type TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'profileId' TO WS-Exp-Field-Name
           MOVE VH-Profile-Id TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field.

      *-----------------------------------------------------------------
      * Answer Billing
      *-----------------------------------------------------------------

       4500-Answer-Billing.

           MOVE SRT-Data (1:200) TO WS-Billing-File
           MOVE Bill-Period TO Bl-Period
           MOVE Bill-Program TO Bl-Program
           MOVE Bill-Total-Amount TO Bl-Amount
           MOVE Bill-Tax-Amount TO Bl-Tax
           MOVE Bill-Discount-Amount TO Bl-Discount
           MOVE Bill-Total-With-Tax TO Bl-Total
           MOVE Bill-Promo-Code TO Bl-Promo-Code
           MOVE Bill-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'billingPeriod' TO WS-Exp-Field-Name
           MOVE Bill-Period TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'subscriptionProgram' TO WS-Exp-Field-Name
           MOVE Bill-Program TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'baseAmount' TO WS-Exp-Field-Name
           MOVE Bill-Base-Amount TO WS-Exp-Amount-Edit
           MOVE WS-Exp-Amount-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'usageAdjustment' TO WS-Exp-Field-Name
           MOVE Bill-Usage-Adjust TO WS-Exp-Amount-Edit
           MOVE WS-Exp-Amount-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'netAmount' TO WS-Exp-Field-Name
           MOVE Bill-Total-Amount TO WS-Exp-Amount-Edit
           MOVE WS-Exp-Amount-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'taxJurisdiction' TO WS-Exp-Field-Name
           MOVE Bill-Tax-Jurisdiction TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'taxRate' TO WS-Exp-Field-Name
           MOVE Bill-Tax-Rate TO WS-Exp-Rate-Edit
           MOVE WS-Exp-Rate-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'taxAmount' TO WS-Exp-Field-Name
           MOVE Bill-Tax-Amount TO WS-Exp-Amount-Edit
           MOVE WS-Exp-Amount-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'promoCode' TO WS-Exp-Field-Name
           MOVE Bill-Promo-Code TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'discountAmount' TO WS-Exp-Field-Name
           MOVE Bill-Discount-Amount TO WS-Exp-Amount-Edit
           MOVE WS-Exp-Amount-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'totalCharged' TO WS-Exp-Field-Name
           MOVE Bill-Total-With-Tax TO WS-Exp-Amount-Edit
           MOVE WS-Exp-Amount-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'titlesWatched' TO WS-Exp-Field-Name
           MOVE Bill-Watch-Number TO WS-Exp-Number-Edit
           MOVE WS-Exp-Number-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'minutesWatched' TO WS-Exp-Field-Name
           MOVE Bill-Watch-Time-Spent TO WS-Exp-Number-Edit
           MOVE WS-Exp-Number-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field.

      *-----------------------------------------------------------------
      * Answer Contact History
      *-----------------------------------------------------------------

       4600-Answer-Contact.

           MOVE SRT-Data (1:20) TO WS-Contact-Hist-Row
           MOVE SPACES TO Det-Text
           STRING 'Retention offer last sent on ' DELIMITED BY SIZE
                  CH-Contact-Date DELIMITED BY SIZE
                  INTO Det-Text
           MOVE Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'contactDate' TO WS-Exp-Field-Name
           MOVE CH-Contact-Date TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field.

      *-----------------------------------------------------------------
      * Answer Segment
      *-----------------------------------------------------------------

       4700-Answer-Segment.

           MOVE SRT-Data (1:100) TO WS-Segment-File
           MOVE 'Score band' TO Fld-Name
           MOVE Seg-Score-Band TO Fld-Value
           MOVE Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Total score (0-100)' TO Fld-Name
           MOVE Seg-Total-Score TO Fld-Value
           MOVE Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Recency score' TO Fld-Name
           MOVE Seg-Recency-Score TO Fld-Value
           MOVE Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Frequency score' TO Fld-Name
           MOVE Seg-Frequency-Score TO Fld-Value
           MOVE Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Duration score' TO Fld-Name
           MOVE Seg-Duration-Score TO Fld-Value
           MOVE Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Completion score' TO Fld-Name
           MOVE Seg-Completion-Score TO Fld-Value
           MOVE Field-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'scoreBand' TO WS-Exp-Field-Name
           MOVE Seg-Score-Band TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'totalScore' TO WS-Exp-Field-Name
           MOVE Seg-Total-Score TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'recencyScore' TO WS-Exp-Field-Name
           MOVE Seg-Recency-Score TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'frequencyScore' TO WS-Exp-Field-Name
           MOVE Seg-Frequency-Score TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'durationScore' TO WS-Exp-Field-Name
           MOVE Seg-Duration-Score TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'completionScore' TO WS-Exp-Field-Name
           MOVE Seg-Completion-Score TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'inactiveDays' TO WS-Exp-Field-Name
           MOVE Seg-Inactive-Days TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'watchNumber' TO WS-Exp-Field-Name
           MOVE Seg-Watch-Number TO WS-Exp-Number-Edit
           MOVE WS-Exp-Number-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'watchTimeSpent' TO WS-Exp-Field-Name
           MOVE Seg-Watch-Time-Spent TO WS-Exp-Number-Edit
           MOVE WS-Exp-Number-Edit TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'avgWatchPercent' TO WS-Exp-Field-Name
           MOVE Seg-Avg-Watch-Percent TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field.

      *-----------------------------------------------------------------
      * Answer Recommendations
      *-----------------------------------------------------------------

       4800-Answer-Recommend.

           MOVE SRT-Data (1:300) TO WS-Recommend-File
           MOVE SPACES TO Det-Text
           STRING 'Favourite genres : ' DELIMITED BY SIZE
                  Rec-Top-Genre (1) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  Rec-Top-Genre (2) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  Rec-Top-Genre (3) DELIMITED BY '  '
                  INTO Det-Text
           MOVE Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           PERFORM VARYING WS-Rec-Idx FROM 1 BY 1
              UNTIL WS-Rec-Idx > 3
              MOVE SPACES TO WS-Exp-Field-Name
              STRING 'topGenre' DELIMITED BY SIZE
                     WS-Rec-Idx DELIMITED BY SIZE
                     INTO WS-Exp-Field-Name
              MOVE Rec-Top-Genre (WS-Rec-Idx) TO WS-Exp-Field-Value
              PERFORM 6800-Write-Export-Field
           END-PERFORM

           PERFORM VARYING WS-Rec-Idx FROM 1 BY 1
              UNTIL WS-Rec-Idx > 5
              IF Rec-Content-Id (WS-Rec-Idx) NOT = SPACES
                  MOVE SPACES TO Det-Text
                  STRING 'Suggested : ' DELIMITED BY SIZE
                         Rec-Content-Id (WS-Rec-Idx) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         Rec-Title (WS-Rec-Idx) DELIMITED BY SIZE
                         INTO Det-Text
                  MOVE Detail-Line TO REPORT-RECORD
                  PERFORM 9320-Write-Report-Record
                  MOVE SPACES TO WS-Exp-Field-Name
                  STRING 'suggestion' DELIMITED BY SIZE
                         WS-Rec-Idx DELIMITED BY SIZE
                         '.contentId' DELIMITED BY SIZE
                         INTO WS-Exp-Field-Name
                  MOVE Rec-Content-Id (WS-Rec-Idx)
                       TO WS-Exp-Field-Value
                  PERFORM 6800-Write-Export-Field
                  MOVE SPACES TO WS-Exp-Field-Name
                  STRING 'suggestion' DELIMITED BY SIZE
                         WS-Rec-Idx DELIMITED BY SIZE
                         '.title' DELIMITED BY SIZE
                         INTO WS-Exp-Field-Name
                  MOVE Rec-Title (WS-Rec-Idx) TO WS-Exp-Field-Value
                  PERFORM 6800-Write-Export-Field
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Answer Stream Enforcement
      *-----------------------------------------------------------------

       4900-Answer-Enforce.

           MOVE SRT-Data (1:100) TO WS-Enforce-File
           MOVE SPACES TO Det-Text
           STRING Enf-Business-Date DELIMITED BY SIZE
                  ' : ' DELIMITED BY SIZE
                  Enf-Max-Concurrent DELIMITED BY SIZE
                  ' streams at once on plan ' DELIMITED BY SIZE
                  Enf-Program DELIMITED BY SPACE
                  ' (allowance ' DELIMITED BY SIZE
                  Enf-Allowance DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO Det-Text
           MOVE Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'businessDate' TO WS-Exp-Field-Name
           MOVE Enf-Business-Date TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'emailAddress' TO WS-Exp-Field-Name
           MOVE Enf-Email-Address TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'subscriptionProgram' TO WS-Exp-Field-Name
           MOVE Enf-Program TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'streamAllowance' TO WS-Exp-Field-Name
           MOVE Enf-Allowance TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field
           MOVE 'maxConcurrentStreams' TO WS-Exp-Field-Name
           MOVE Enf-Max-Concurrent TO WS-Exp-Field-Value
           PERFORM 6800-Write-Export-Field.

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
      * Write Export Field
      *
      * One CSV line : account, dataset, row, field, value. The value
      * is quoted; a double quote inside it becomes a single quote.
      *-----------------------------------------------------------------

       6800-Write-Export-Field.

           INSPECT WS-Exp-Field-Value REPLACING ALL '"' BY "'"
           MOVE WS-Row-Num TO WS-Exp-Row-Edit
           MOVE SPACES TO WS-Export-Line
           MOVE 1 TO WS-Exp-Pointer
           STRING WS-Current-Acct DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-Dataset-Code (WS-Sec-Idx) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-Exp-Row-Edit) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-Exp-Field-Name) DELIMITED BY SIZE
                  ',"' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-Exp-Field-Value) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO WS-Export-Line
                  WITH POINTER WS-Exp-Pointer
           PERFORM 9330-Write-Export-Record.

      *-----------------------------------------------------------------
      * Write Control Totals
      *-----------------------------------------------------------------

       6900-Write-Control-Totals.

           MOVE Equal-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Requests Answered : ' TO Control-Count-Label
           MOVE WS-Count-Requests TO Control-Count-Value
           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE '  Complete : ' TO Control-Count-Label
           MOVE WS-Count-Complete TO Control-Count-Value
           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE '  Incomplete - source not available : '
                TO Control-Count-Label
           MOVE WS-Count-Incomplete TO Control-Count-Value
           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE '  No data held : ' TO Control-Count-Label
           MOVE WS-Count-No-Data TO Control-Count-Value
           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Export Lines Written : ' TO Control-Count-Label
           MOVE WS-Count-Export-Lines TO Control-Count-Value
           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE ALL 'N' TO WS-Source-Availability
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
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening SARRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT EXPORT-FILE
           IF STATUS-EXPORT-FILE NOT = '00'
               DISPLAY 'Error while opening SAREXPF - FS : '
                          STATUS-EXPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

      * The fulfilment log accumulates across runs
           OPEN EXTEND FULFIL-LOG-FILE
           IF STATUS-FULFIL-LOG-FILE = '35'
               OPEN OUTPUT FULFIL-LOG-FILE
           END-IF
           IF STATUS-FULFIL-LOG-FILE NOT = '00'
               DISPLAY 'Error while opening SARLOG - FS : '
                          STATUS-FULFIL-LOG-FILE
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

           MOVE 'accountNumber,dataset,row,field,value'
                TO WS-Export-Line
           PERFORM 9330-Write-Export-Record.

      *-----------------------------------------------------------------
      * Return Sort Record
      *-----------------------------------------------------------------

       9230-Return-Sort-Record.

           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO End-Of-Sort
           END-RETURN.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to SARRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Export Record
      *-----------------------------------------------------------------

       9330-Write-Export-Record.

           WRITE EXPORT-RECORD FROM WS-Export-Line
           ADD 1 TO WS-Audit-Records-Written
           ADD 1 TO WS-Count-Export-Lines
           IF STATUS-EXPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to SAREXPF - FS : '
                          STATUS-EXPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Fulfilment Log Record
      *-----------------------------------------------------------------

       9340-Write-Fulfil-Log.

           WRITE FULFIL-LOG-RECORD FROM WS-Fulfil-Log-Row
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-FULFIL-LOG-FILE NOT = '00'
               DISPLAY 'Error while writing to SARLOG - FS : '
                          STATUS-FULFIL-LOG-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing SARRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE EXPORT-FILE
           IF STATUS-EXPORT-FILE NOT = '00'
               DISPLAY 'Error while closing SAREXPF - FS : '
                          STATUS-EXPORT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE FULFIL-LOG-FILE
           IF STATUS-FULFIL-LOG-FILE NOT = '00'
               DISPLAY 'Error while closing SARLOG - FS : '
                          STATUS-FULFIL-LOG-FILE
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
           MOVE 'CWBPAIFW' TO RA-Program-Id
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

           DISPLAY 'Subject Access Requests Answered : '
                   WS-Count-Requests
           DISPLAY 'Incomplete Answers : ' WS-Count-Incomplete
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
