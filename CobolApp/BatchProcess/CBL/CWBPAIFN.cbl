       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It produces the monthly sales-tax register from the billing
      * extract : bills, taxable amount and tax charged per tax
      * jurisdiction and rate, jurisdiction subtotals and a grand
      * total, the figures the tax remittance filing is made from.
      * Accounts billed without tax (no billing address, or no
      * TAXRATE row in force) are listed under their own headings so
      * the gap is visible. A register that does not tie back to the
      * Bill-Total-With-Tax sum ends RC=8.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT BILLING-FILE     ASSIGN TO BILLFILE
               FILE STATUS IS STATUS-BILLING-FILE.

           SELECT TAX-REGISTER-FILE ASSIGN TO TAXREG
               FILE STATUS IS STATUS-TAX-REGISTER-FILE.

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

       FD  TAX-REGISTER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TAX-REGISTER-RECORD        PIC X(80).

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

      * Jurisdiction Table - one entry per jurisdiction and rate,
      * kept in ascending jurisdiction / rate order as entries are
      * added so the register prints grouped without a sort step
       01 WS-Tax-Register-Table.
        05 WS-TRG-Count                  PIC 9(3) VALUE ZERO.
        05 WS-TRG-Entry OCCURS 0 TO 500 TIMES
             DEPENDING ON WS-TRG-Count
             INDEXED BY WS-TRG-Idx.
         10 WS-TRG-Jurisdiction          PIC X(10).
         10 WS-TRG-Rate                  PIC 9(2)V9(4).
         10 WS-TRG-Bills                 PIC 9(9).
         10 WS-TRG-Taxable               PIC 9(11)V99.
         10 WS-TRG-Tax                   PIC 9(11)V99.
       01 WS-TRG-Found-Switch            PIC X VALUE 'N'.
        88 WS-TRG-Found                      VALUE 'Y'.
        88 WS-TRG-Not-Found                  VALUE 'N'.
       01 WS-TRG-Insert                  PIC 9(3).
       01 WS-TRG-Shift                   PIC 9(3).

      * Jurisdiction subtotal accumulators
       01 WS-Jurisdiction-Totals.
        05 WS-JUR-Name                   PIC X(10).
        05 WS-JUR-Bills                  PIC 9(9).
        05 WS-JUR-Taxable                PIC 9(11)V99.
        05 WS-JUR-Tax                    PIC 9(11)V99.
        05 WS-JUR-Rates                  PIC 9(3).

      * Status
       01 FILE-STATUS.
        05 STATUS-BILLING-FILE            PIC XX.
        05 STATUS-TAX-REGISTER-FILE       PIC XX.
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
       01 WS-Register-Period             PIC X(7).

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

      * Reconciliation Result
       01 WS-Tie-Switch                  PIC X VALUE 'Y'.
        88 WS-Register-Tied                   VALUE 'Y'.
        88 WS-Register-Not-Tied               VALUE 'N'.

      * Record Counts and Control Totals
       01 WS-Count-Bills                  PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Registered       PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Rejected         PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-Other-Period     PIC 9(9) VALUE ZERO.
       01 WS-Total-Taxable                PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Tax                    PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Gross                  PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Gross-Check            PIC 9(11)V99 VALUE ZERO.

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
       01 WS-Tax-Register-File           PIC X(80).

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
              Value 'AIFlix Sales Tax Register'.
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

      * Register Lines
       01 Register-Heading-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(12) Value 'Jurisdiction'.
        05 FILLER                 PIC X(10) Value '    Rate %'.
        05 FILLER                 PIC X(13) Value '        Bills'.
        05 FILLER                 PIC X(15) Value '        Taxable'.
        05 FILLER                 PIC X(15) Value '            Tax'.
        05 FILLER                 PIC X(13) Value SPACES.
       01 Register-Detail-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Register-Jurisdiction  PIC X(10).
        05 FILLER                 PIC X(4) Value SPACES.
        05 Register-Rate          PIC ZZ9.9999.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Register-Bills         PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Register-Taxable       PIC ZZZZZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Register-Tax           PIC ZZZZZZZZZZ9.99.
        05 FILLER                 PIC X(13) Value SPACES.
       01 Register-Total-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Register-Total-Label   PIC X(24).
        05 Register-Total-Bills   PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Register-Total-Taxable PIC ZZZZZZZZZZ9.99.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Register-Total-Tax     PIC ZZZZZZZZZZ9.99.
        05 FILLER                 PIC X(13) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 2000-Secondary-Process
           PERFORM 5000-Reconciliation-Check
           PERFORM 6100-Write-Tax-Register
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Secondary Process
      *-----------------------------------------------------------------

       2000-Secondary-Process.

           PERFORM 9200-Read-Bill-Record
           PERFORM 2100-Register-Bill
             UNTIL End-Of-File-B = 'Y'.

      *-----------------------------------------------------------------
      * Register Bill
      *
      * A bill without numeric tax fields was written before tax was
      * charged, or is damaged; it cannot be filed and breaks the
      * tie-out. Bills of another period are registered all the same
      * (the register files what was billed) but counted, since a
      * mixed extract usually means the wrong BILLFILE generation.
      *-----------------------------------------------------------------

       2100-Register-Bill.

           ADD 1 TO WS-Count-Bills

           IF Bill-Total-Amount NOT NUMERIC
              OR Bill-Tax-Rate NOT NUMERIC
              OR Bill-Tax-Amount NOT NUMERIC
              OR Bill-Total-With-Tax NOT NUMERIC
              OR Bill-Tax-Jurisdiction = SPACES
               DISPLAY 'Billing record carries no tax - not '
                       'registered : ' Bill-Account-Number
               ADD 1 TO WS-Count-Bills-Rejected
           ELSE
               IF Bill-Period NOT = WS-Register-Period
                   ADD 1 TO WS-Count-Bills-Other-Period
               END-IF
               PERFORM 3900-Find-Jurisdiction
               ADD 1 TO WS-TRG-Bills (WS-TRG-Idx)
               ADD Bill-Total-Amount TO WS-TRG-Taxable (WS-TRG-Idx)
               ADD Bill-Tax-Amount TO WS-TRG-Tax (WS-TRG-Idx)
               ADD Bill-Total-Amount TO WS-Total-Taxable
               ADD Bill-Tax-Amount TO WS-Total-Tax
               ADD Bill-Total-With-Tax TO WS-Total-Gross
               ADD 1 TO WS-Count-Bills-Registered
           END-IF

           PERFORM 9200-Read-Bill-Record.

      *-----------------------------------------------------------------
      * Find Jurisdiction
      *
      * Positions WS-TRG-Idx on the entry for the bill's jurisdiction
      * and rate. A new entry is inserted at its place in ascending
      * order, the entries after it moved down one.
      *-----------------------------------------------------------------

       3900-Find-Jurisdiction.

           SET WS-TRG-Not-Found TO TRUE
           MOVE ZERO TO WS-TRG-Insert
           PERFORM VARYING WS-TRG-Idx FROM 1 BY 1
              UNTIL WS-TRG-Idx > WS-TRG-Count
                 OR WS-TRG-Found
                 OR WS-TRG-Insert > 0
              IF WS-TRG-Jurisdiction (WS-TRG-Idx) =
                 Bill-Tax-Jurisdiction
                 AND WS-TRG-Rate (WS-TRG-Idx) = Bill-Tax-Rate
                  SET WS-TRG-Found TO TRUE
              ELSE
                  IF WS-TRG-Jurisdiction (WS-TRG-Idx) >
                     Bill-Tax-Jurisdiction
                     OR (WS-TRG-Jurisdiction (WS-TRG-Idx) =
                         Bill-Tax-Jurisdiction
                     AND WS-TRG-Rate (WS-TRG-Idx) > Bill-Tax-Rate)
                      SET WS-TRG-Insert TO WS-TRG-Idx
                  END-IF
              END-IF
           END-PERFORM

           IF WS-TRG-Found
               SET WS-TRG-Idx DOWN BY 1
           ELSE
               IF WS-TRG-Count >= 500
                   DISPLAY 'Jurisdiction table full - register '
                           'incomplete : ' Bill-Tax-Jurisdiction
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-TRG-Count
               IF WS-TRG-Insert = 0
                   MOVE WS-TRG-Count TO WS-TRG-Insert
               ELSE
                   PERFORM VARYING WS-TRG-Shift FROM WS-TRG-Count
                      BY -1 UNTIL WS-TRG-Shift <= WS-TRG-Insert
                      MOVE WS-TRG-Entry (WS-TRG-Shift - 1)
                           TO WS-TRG-Entry (WS-TRG-Shift)
                   END-PERFORM
               END-IF
               SET WS-TRG-Idx TO WS-TRG-Insert
               MOVE Bill-Tax-Jurisdiction
                    TO WS-TRG-Jurisdiction (WS-TRG-Idx)
               MOVE Bill-Tax-Rate TO WS-TRG-Rate (WS-TRG-Idx)
               MOVE ZERO TO WS-TRG-Bills (WS-TRG-Idx)
               MOVE ZERO TO WS-TRG-Taxable (WS-TRG-Idx)
               MOVE ZERO TO WS-TRG-Tax (WS-TRG-Idx)
           END-IF.

      *-----------------------------------------------------------------
      * Reconciliation Check
      *
      * The register ties when every BILLFILE record was registered
      * and the taxable amount plus the tax equals the
      * Bill-Total-With-Tax sum. A break ends the run RC=8 so the
      * register is not filed.
      *-----------------------------------------------------------------

       5000-Reconciliation-Check.

           COMPUTE WS-Total-Gross-Check =
                   WS-Total-Taxable + WS-Total-Tax

           IF WS-Count-Bills-Registered = WS-Count-Bills
              AND WS-Total-Gross-Check = WS-Total-Gross
               SET WS-Register-Tied TO TRUE
           ELSE
               SET WS-Register-Not-Tied TO TRUE
               DISPLAY 'Register does not tie to BILLFILE - Records : '
                       WS-Count-Bills ' Registered : '
                       WS-Count-Bills-Registered
               DISPLAY 'Bill-Total-With-Tax sum : ' WS-Total-Gross
                       ' Taxable plus tax : ' WS-Total-Gross-Check
               PERFORM 9991-Set-Error-Code
           END-IF

           IF WS-Count-Bills-Other-Period > 0
               DISPLAY 'Bills of another period registered : '
                       WS-Count-Bills-Other-Period
               PERFORM 9990-Set-Warning-Code
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
      * Write Tax Register
      *-----------------------------------------------------------------

       6100-Write-Tax-Register.

      * Time-Line
           MOVE Time-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Blank Line
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Header-Line
           MOVE Header-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Dash Line
           MOVE Dash-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Blank Line
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Register Period
           MOVE 'Register Period : ' TO Control-Check-Label
           MOVE WS-Register-Period TO Control-Check-Result
           MOVE Control-Check-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Blank Line
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Register by jurisdiction and rate
           MOVE Register-Heading-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE SPACES TO WS-JUR-Name
           PERFORM VARYING WS-TRG-Idx FROM 1 BY 1
              UNTIL WS-TRG-Idx > WS-TRG-Count
              IF WS-TRG-Jurisdiction (WS-TRG-Idx) NOT = WS-JUR-Name
                  IF WS-JUR-Name NOT = SPACES
                      PERFORM 6150-Write-Jurisdiction-Total
                  END-IF
                  MOVE WS-TRG-Jurisdiction (WS-TRG-Idx) TO WS-JUR-Name
                  MOVE ZERO TO WS-JUR-Bills
                  MOVE ZERO TO WS-JUR-Taxable
                  MOVE ZERO TO WS-JUR-Tax
                  MOVE ZERO TO WS-JUR-Rates
              END-IF
              MOVE WS-TRG-Jurisdiction (WS-TRG-Idx)
                   TO Register-Jurisdiction
              MOVE WS-TRG-Rate (WS-TRG-Idx) TO Register-Rate
              MOVE WS-TRG-Bills (WS-TRG-Idx) TO Register-Bills
              MOVE WS-TRG-Taxable (WS-TRG-Idx) TO Register-Taxable
              MOVE WS-TRG-Tax (WS-TRG-Idx) TO Register-Tax
              MOVE Register-Detail-Line TO WS-Tax-Register-File
              PERFORM 9300-Write-Register-Record
              ADD WS-TRG-Bills (WS-TRG-Idx) TO WS-JUR-Bills
              ADD WS-TRG-Taxable (WS-TRG-Idx) TO WS-JUR-Taxable
              ADD WS-TRG-Tax (WS-TRG-Idx) TO WS-JUR-Tax
              ADD 1 TO WS-JUR-Rates
           END-PERFORM
           IF WS-JUR-Name NOT = SPACES
               PERFORM 6150-Write-Jurisdiction-Total
           END-IF
      * Grand Total
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE 'Total All Jurisdictions' TO Register-Total-Label
           MOVE WS-Count-Bills-Registered TO Register-Total-Bills
           MOVE WS-Total-Taxable TO Register-Total-Taxable
           MOVE WS-Total-Tax TO Register-Total-Tax
           MOVE Register-Total-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Blank Line
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Dash Line
           MOVE Dash-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Blank Line
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Control Totals
           MOVE 'Total BILLFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Bills TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE 'Total Records Registered : ' TO Control-Count-Label
           MOVE WS-Count-Bills-Registered TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE 'Total Records Rejected : ' TO Control-Count-Label
           MOVE WS-Count-Bills-Rejected TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE 'Records Of Another Period : ' TO Control-Count-Label
           MOVE WS-Count-Bills-Other-Period TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE 'Bill-Total-With-Tax Sum : ' TO Control-Amount-Label
           MOVE WS-Total-Gross TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE 'Register = BILLFILE Count and Total : '
                TO Control-Check-Label
           IF WS-Register-Tied
               MOVE 'TIED' TO Control-Check-Result
           ELSE
               MOVE 'NOT TIED' TO Control-Check-Result
           END-IF
           MOVE Control-Check-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Blank Line
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
      * Dash Line
           MOVE Dash-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record.

      *-----------------------------------------------------------------
      * Write Jurisdiction Total
      *-----------------------------------------------------------------

       6150-Write-Jurisdiction-Total.

           MOVE SPACES TO Register-Total-Label
           STRING '  Total ' DELIMITED BY SIZE
                  WS-JUR-Name DELIMITED BY SPACE
                  INTO Register-Total-Label
           MOVE WS-JUR-Bills TO Register-Total-Bills
           MOVE WS-JUR-Taxable TO Register-Total-Taxable
           MOVE WS-JUR-Tax TO Register-Total-Tax
           MOVE Register-Total-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record
           MOVE Blank-Line TO WS-Tax-Register-File
           PERFORM 9300-Write-Register-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Tax-Register-File
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
           MOVE WS-Business-Date (1:7) TO WS-Register-Period
           DISPLAY 'Register Period : ' WS-Register-Period.

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

           OPEN OUTPUT TAX-REGISTER-FILE
           IF STATUS-TAX-REGISTER-FILE NOT = '00'
               DISPLAY 'Error while opening TAXREG - FS : '
                          STATUS-TAX-REGISTER-FILE
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
      * Write Tax Register Record
      *-----------------------------------------------------------------

        9300-Write-Register-Record.

           WRITE TAX-REGISTER-RECORD FROM WS-Tax-Register-File
           IF STATUS-TAX-REGISTER-FILE NOT = '00'
               DISPLAY 'Error while writing to TAXREG - FS : '
                          STATUS-TAX-REGISTER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

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

           CLOSE TAX-REGISTER-FILE
           IF STATUS-TAX-REGISTER-FILE NOT = '00'
               DISPLAY 'Error while closing TAXREG - FS : '
                          STATUS-TAX-REGISTER-FILE
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
           MOVE 'CWBPAIFN' TO RA-Program-Id
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
           DISPLAY 'Records Registered : ' WS-Count-Bills-Registered
           DISPLAY 'Jurisdiction / Rate Lines : ' WS-TRG-Count
           DISPLAY 'Total Tax Charged : ' WS-Total-Tax
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
