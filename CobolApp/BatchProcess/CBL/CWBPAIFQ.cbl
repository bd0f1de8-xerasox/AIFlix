       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It settles content licensor royalties for the month : the
      * month's accumulated view history is valued against each
      * title's licence terms from the catalog unload (licensorId,
      * royaltyBasis, royaltyRate), with episodes rolled up under
      * their parentSeriesId. Per-view and per-minute terms are paid
      * on the views and minutes watched; revenue-share terms take
      * their percentage of the month's subscription revenue from
      * BILLFILE, shared by minutes watched across the platform.
      * Output is a statement per licensor (ROYSTMT), a payables
      * extract for accounts payable (ROYPAYF) and a control report
      * (ROYCTLRP) tying the settlement back to the month's VIEWHIST
      * row count.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT VIEWHIST-FILE    ASSIGN TO VIEWHIST
               FILE STATUS IS STATUS-VIEWHIST-FILE.

           SELECT TITLE-FILE       ASSIGN TO TITLFILE
               FILE STATUS IS STATUS-TITLE-FILE.

           SELECT BILLING-FILE     ASSIGN TO BILLFILE
               FILE STATUS IS STATUS-BILLING-FILE.

           SELECT STATEMENT-FILE   ASSIGN TO ROYSTMT
               FILE STATUS IS STATUS-STATEMENT-FILE.

           SELECT PAYABLES-FILE    ASSIGN TO ROYPAYF
               FILE STATUS IS STATUS-PAYABLES-FILE.

           SELECT REPORT-FILE      ASSIGN TO ROYCTLRP
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  VIEWHIST-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  VIEWHIST-RECORD            PIC X(200).

       FD  TITLE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TITLE-RECORD               PIC X(500).

       FD  BILLING-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BILLING-RECORD             PIC X(200).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  STATEMENT-RECORD           PIC X(80).

       FD  PAYABLES-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PAYABLES-RECORD            PIC X(100).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Licensor-Id             PIC X(10).
        05 SRT-Settle-Id               PIC X(10).
        05 SRT-Royalty-Basis           PIC X(1).
        05 SRT-Royalty-Rate            PIC 9(3)V9(4).
        05 SRT-Watch-Minutes           PIC 9(7).

      *-----------------------------------------------------------------
      * Working-Storage Section

       WORKING-STORAGE SECTION.

      * View-History-File (as written by CWBPAIF4)
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

      * Title-File (the CATGUNLD unload; licence terms at 312-329)
       01 WS-Title-File.
        05 contentId                   PIC X(10).
        05 titleType                   PIC X(15).
        05 primaryTitle                PIC X(100).
        05 originalTitle               PIC X(100).
        05 isAdult                     PIC X(5).
        05 startYear                   PIC 9(4).
        05 FILLER                      PIC X(1).
        05 endYear                     PIC 9(4).
        05 FILLER                      PIC X(1).
        05 runtimeMinutes              PIC X(5).
        05 genres                      PIC X(35).
        05 titleActionCode             PIC X(1).
        05 parentSeriesId              PIC X(10).
        05 availabilityStart           PIC X(10).
        05 availabilityEnd             PIC X(10).
        05 licensorId                  PIC X(10).
        05 royaltyBasis                PIC X(1).
        05 royaltyRate                 PIC 9(3)V9(4).
        05 FILLER                      PIC X(171).

      * Title Lookup Table - runtime, series parent and licence terms
      * per contentId; same keyed SEARCH ALL idiom as CWBPAIF4
       01 WS-Title-Lookup-Table.
        05 WS-TLT-Count                  PIC 9(5) VALUE ZERO.
        05 WS-TLT-Entry OCCURS 0 TO 99999 TIMES
              DEPENDING ON WS-TLT-Count
              ASCENDING KEY IS WS-TLT-Content-Id
              INDEXED BY WS-TLT-Idx.
         10 WS-TLT-Content-Id            PIC X(10).
         10 WS-TLT-Primary-Title         PIC X(24).
         10 WS-TLT-Runtime-Minutes       PIC 9(5).
         10 WS-TLT-Parent-Id             PIC X(10).
         10 WS-TLT-Licensor-Id           PIC X(10).
         10 WS-TLT-Royalty-Basis         PIC X(1).
         10 WS-TLT-Royalty-Rate          PIC 9(3)V9(4).
       01 WS-TLT-Found-Switch            PIC X VALUE 'N'.
        88 WS-TLT-Found                       VALUE 'Y'.
        88 WS-TLT-Not-Found                   VALUE 'N'.
       01 WS-TLT-Lookup-Id               PIC X(10).
       01 WS-Prev-Title-Id               PIC X(10) VALUE LOW-VALUES.

      * Billing-File (as written by CWBPAIF5)
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

      * Royalty Payable Row - one per licensor owed for the period,
      * for the accounts-payable load
       01 WS-Payable-Row.
        05 Pay-Licensor-Id            PIC X(10).
        05 FILLER                     PIC X(1).
        05 Pay-Period                 PIC X(7).
        05 FILLER                     PIC X(1).
        05 Pay-Amount-Due             PIC 9(9)V99.
        05 FILLER                     PIC X(1).
        05 Pay-Title-Count            PIC 9(5).
        05 FILLER                     PIC X(1).
        05 Pay-View-Count             PIC 9(9).
        05 FILLER                     PIC X(1).
        05 Pay-Watch-Minutes          PIC 9(11).
        05 FILLER                     PIC X(1).
        05 Pay-Business-Date          PIC X(10).
        05 FILLER                     PIC X(31).

      * File Integrity Labels - the payables extract starts with an
      * 'HDR' record carrying the business date and ends with a 'TRL'
      * record carrying the payable count and the amount hash total
      * the accounts-payable load checks; the month's VIEWHIST
      * dailies arrive with the same 'HDR'/'TRL' labels and every
      * segment's count is verified on the way in.
       01 WS-File-Label.
        05 Label-Tag                  PIC X(3).
        05 FILLER                     PIC X(1).
        05 Label-Data.
         10 Label-Business-Date      PIC X(10).
        05 Label-Data-Num REDEFINES Label-Data.
         10 Label-Trailer-Count      PIC 9(9).
         10 FILLER                   PIC X(1).
        05 FILLER                     PIC X(1).
        05 Label-Amount-Total         PIC 9(11)V99.
        05 FILLER                     PIC X(72).
       01 WS-VH-Label-Check.
        05 VH-Labelled                PIC X VALUE 'N'.
        05 VH-Segment-Open            PIC X VALUE 'N'.
        05 VH-Data-Count              PIC 9(9) VALUE ZERO.
       01 WS-Label-Count-Parse           PIC X(9).
       01 WS-Label-Count-Num REDEFINES WS-Label-Count-Parse
                                         PIC 9(9).

      * Status
       01 FILE-STATUS.
        05 STATUS-VIEWHIST-FILE           PIC XX.
        05 STATUS-TITLE-FILE              PIC XX.
        05 STATUS-BILLING-FILE            PIC XX.
        05 STATUS-STATEMENT-FILE          PIC XX.
        05 STATUS-PAYABLES-FILE           PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
        05 STATUS-RUN-AUDIT-FILE          PIC XX.

      * Batch Control Card - business processing date shared by the
      * whole nightly chain; the settlement period is its year and
      * month, as for the GL journal period in CWBPAIFM
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
       01 WS-Settle-Period               PIC X(7).

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
       01 End-Of-File-V                  PIC X VALUE 'N'.
       01 End-Of-File-T                  PIC X VALUE 'N'.
       01 End-Of-File-B                  PIC X VALUE 'N'.
       01 End-Of-Sort                    PIC X VALUE 'N'.

      * Resolved settlement terms of the view in hand - the series
      * row's terms when it carries any, else the episode's own
       01 WS-View-Settlement.
        05 WS-View-Settle-Id             PIC X(10).
        05 WS-View-Licensor-Id           PIC X(10).
        05 WS-View-Royalty-Basis         PIC X(1).
         88 WS-View-Basis-Per-View           VALUE 'V'.
         88 WS-View-Basis-Per-Minute         VALUE 'M'.
         88 WS-View-Basis-Rev-Share          VALUE 'S'.
        05 WS-View-Royalty-Rate          PIC 9(3)V9(4).
        05 WS-View-Parent-Id             PIC X(10).

      * Current licensor / title group of the sorted stream
       01 WS-Current-Licensor            PIC X(10).
       01 WS-Current-Title.
        05 WS-Current-Settle-Id          PIC X(10).
        05 WS-Current-Basis              PIC X(1).
         88 WS-Current-Per-View              VALUE 'V'.
         88 WS-Current-Per-Minute            VALUE 'M'.
         88 WS-Current-Rev-Share             VALUE 'S'.
        05 WS-Current-Rate               PIC 9(3)V9(4).
       01 WS-Title-Views                 PIC 9(9) VALUE ZERO.
       01 WS-Title-Minutes               PIC 9(11) VALUE ZERO.
       01 WS-Title-Amount                PIC 9(9)V99 VALUE ZERO.
       01 WS-Lic-Titles                  PIC 9(5) VALUE ZERO.
       01 WS-Lic-Views                   PIC 9(9) VALUE ZERO.
       01 WS-Lic-Minutes                 PIC 9(11) VALUE ZERO.
       01 WS-Lic-Amount                  PIC 9(9)V99 VALUE ZERO.

      * Record Counts and Control Totals
       01 WS-Count-Title-Rows             PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills                  PIC 9(9) VALUE ZERO.
       01 WS-Count-Bills-In-Period        PIC 9(9) VALUE ZERO.
       01 WS-Count-VH-Segments            PIC 9(9) VALUE ZERO.
       01 WS-Count-VH-Trailer-Total       PIC 9(9) VALUE ZERO.
       01 WS-Count-VH-Rows                PIC 9(9) VALUE ZERO.
       01 WS-Count-Views-Released         PIC 9(9) VALUE ZERO.
       01 WS-Count-Views-Settled          PIC 9(9) VALUE ZERO.
       01 WS-Count-Views-Rolled-Up        PIC 9(9) VALUE ZERO.
       01 WS-Count-Views-No-Terms         PIC 9(9) VALUE ZERO.
       01 WS-Count-Views-Unknown          PIC 9(9) VALUE ZERO.
       01 WS-Count-Views-Off-Period       PIC 9(9) VALUE ZERO.
       01 WS-Count-Views-Accounted        PIC 9(9) VALUE ZERO.
       01 WS-Count-Licensors              PIC 9(9) VALUE ZERO.
       01 WS-Count-Statement-Lines        PIC 9(9) VALUE ZERO.
       01 WS-Total-Platform-Minutes       PIC 9(11) VALUE ZERO.
       01 WS-Total-Period-Revenue         PIC 9(11)V99 VALUE ZERO.
       01 WS-Total-Royalty-Due            PIC 9(11)V99 VALUE ZERO.

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
        05 WS-watchPercent               PIC 9(5) VALUE ZERO.
        05 WS-runtimeMinutes             PIC 9(5) VALUE ZERO.
        05 WS-Watch-Time-TMP             PIC 9(10) VALUE ZERO.

      * Report records
       01 WS-Statement-File              PIC X(80).
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

      * Header-Lines
       01 Header-Line.
        05 FILLER                 PIC X(22) Value SPACES.
        05 FILLER                 PIC X(36)
              Value 'AIFlix Licensor Royalty Statement'.
        05 FILLER                 PIC X(22) Value SPACES.
       01 Control-Header-Line.
        05 FILLER                 PIC X(22) Value SPACES.
        05 FILLER                 PIC X(36)
              Value 'AIFlix Royalty Settlement Control'.
        05 FILLER                 PIC X(22) Value SPACES.

      * Statement Lines
       01 Stmt-Licensor-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(11) Value 'Licensor : '.
        05 Stmt-Licensor-Id       PIC X(10).
        05 FILLER                 PIC X(4) Value SPACES.
        05 FILLER                 PIC X(9) Value 'Period : '.
        05 Stmt-Period            PIC X(7).
        05 FILLER                 PIC X(37) Value SPACES.
       01 Stmt-Heading-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(11) Value 'Title'.
        05 FILLER                 PIC X(25) Value 'Name'.
        05 FILLER                 PIC X(2) Value 'T'.
        05 FILLER                 PIC X(9) Value '    Rate'.
        05 FILLER                 PIC X(8) Value '   Views'.
        05 FILLER                 PIC X(10) Value '   Minutes'.
        05 FILLER                 PIC X(13) Value '     Amount'.
       01 Stmt-Detail-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 Stmt-Title-Id          PIC X(10).
        05 FILLER                 PIC X(1) Value SPACES.
        05 Stmt-Title-Name        PIC X(24).
        05 FILLER                 PIC X(1) Value SPACES.
        05 Stmt-Basis             PIC X(1).
        05 FILLER                 PIC X(1) Value SPACES.
        05 Stmt-Rate              PIC ZZ9.9999.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Stmt-Views             PIC ZZZZZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Stmt-Minutes           PIC ZZZZZZZZ9.
        05 FILLER                 PIC X(1) Value SPACES.
        05 Stmt-Amount            PIC ZZZZZZ9.99.
        05 FILLER                 PIC X(3) Value SPACES.
       01 Stmt-Total-Line.
        05 FILLER                 PIC X(2) Value SPACES.
        05 FILLER                 PIC X(9) Value 'Titles : '.
        05 Stmt-Total-Titles      PIC ZZZZ9.
        05 FILLER                 PIC X(10) Value '  Views : '.
        05 Stmt-Total-Views       PIC ZZZZZZZZ9.
        05 FILLER                 PIC X(12) Value '  Minutes : '.
        05 Stmt-Total-Minutes     PIC ZZZZZZZZZZ9.
        05 FILLER                 PIC X(8) Value '  Due : '.
        05 Stmt-Total-Amount      PIC ZZZZZZZZ9.99.
        05 FILLER                 PIC X(2) Value SPACES.

      * Control Count / Amount / Check Lines
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
           PERFORM 9205-Load-Title-Table
           PERFORM 9240-Total-Period-Revenue
           PERFORM 6050-Write-Payables-Header
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Licensor-Id
                                 SRT-Settle-Id
                                 SRT-Royalty-Basis
                                 SRT-Royalty-Rate
                INPUT PROCEDURE 2000-Release-Viewhist
                OUTPUT PROCEDURE 3000-Build-Statements
           PERFORM 6060-Write-Payables-Trailer
           PERFORM 6100-Write-Control-Report
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Viewhist
      *
      * Input procedure of the settlement sort : reads the month's
      * accumulated view history, screens out the per-day header and
      * trailer labels (verifying each segment's record count on the
      * way through) and releases each payable view, keyed by
      * licensor and settlement title.
      *-----------------------------------------------------------------

       2000-Release-Viewhist.

           OPEN INPUT VIEWHIST-FILE
           IF STATUS-VIEWHIST-FILE NOT = '00'
               DISPLAY 'Error while opening VIEWHIST - FS : '
                          STATUS-VIEWHIST-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 2050-Release-Viewhist-Record
             UNTIL End-Of-File-V = 'Y'

           PERFORM 9271-Verify-VIEWHIST-Labels

           CLOSE VIEWHIST-FILE
           IF STATUS-VIEWHIST-FILE NOT = '00'
               DISPLAY 'Error while closing VIEWHIST - FS : '
                          STATUS-VIEWHIST-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Release Viewhist Record
      *-----------------------------------------------------------------

       2050-Release-Viewhist-Record.

           IF End-Of-File-V = 'N'
               READ VIEWHIST-FILE
                   AT END MOVE 'Y' TO End-Of-File-V
                   MOVE HIGH-VALUES TO VIEWHIST-RECORD
               END-READ
               IF STATUS-VIEWHIST-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading Viewhist-File - FS : '
                              STATUS-VIEWHIST-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF VIEWHIST-RECORD NOT = HIGH-VALUES
                   ADD 1 TO WS-Audit-Records-Read
                   IF VIEWHIST-RECORD (1:3) = 'HDR'
                      OR VIEWHIST-RECORD (1:3) = 'TRL'
                       PERFORM 9261-Check-VIEWHIST-Label
                   ELSE
                       IF VH-Segment-Open NOT = 'Y'
                           DISPLAY 'VIEWHIST record outside '
                                   'header - file not trusted'
                           PERFORM 9995-Fatal-File-Error
                       END-IF
                       ADD 1 TO VH-Data-Count
                       ADD 1 TO WS-Count-VH-Rows
                       MOVE VIEWHIST-RECORD TO WS-View-Hist-File
                       PERFORM 2100-Value-View
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Value View
      *
      * Watch minutes are watchPercent applied to the runtime, as in
      * CWBPAIFC, and every view of a known title counts toward the
      * platform minutes the revenue share is divided by. An episode
      * settles under its series : the series row's terms apply when
      * it carries any, otherwise the episode's own. Views outside
      * the settlement month, of titles missing from the catalog or
      * with no licence terms are counted but not settled.
      *-----------------------------------------------------------------

       2100-Value-View.

           IF VH-Start-Time (1:7) NOT = WS-Settle-Period
               ADD 1 TO WS-Count-Views-Off-Period
           ELSE
               MOVE VH-Content-Id TO WS-TLT-Lookup-Id
               PERFORM 5100-Lookup-Title
               IF WS-TLT-Not-Found
                   ADD 1 TO WS-Count-Views-Unknown
               ELSE
                   MOVE VH-Watch-Percent TO WS-watchPercent
                   MOVE WS-TLT-Runtime-Minutes (WS-TLT-Idx)
                        TO WS-runtimeMinutes
                   COMPUTE WS-Watch-Time-TMP =
                   WS-watchPercent / 100 * WS-runtimeMinutes
                   ADD WS-Watch-Time-TMP TO WS-Total-Platform-Minutes

                   MOVE VH-Content-Id TO WS-View-Settle-Id
                   MOVE WS-TLT-Licensor-Id (WS-TLT-Idx)
                        TO WS-View-Licensor-Id
                   MOVE WS-TLT-Royalty-Basis (WS-TLT-Idx)
                        TO WS-View-Royalty-Basis
                   MOVE WS-TLT-Royalty-Rate (WS-TLT-Idx)
                        TO WS-View-Royalty-Rate
                   MOVE WS-TLT-Parent-Id (WS-TLT-Idx)
                        TO WS-View-Parent-Id

                   IF WS-View-Parent-Id NOT = SPACES
                      AND WS-View-Parent-Id NOT = 'null'
                       PERFORM 2150-Roll-Up-To-Series
                   END-IF

                   IF WS-View-Licensor-Id NOT = SPACES
                      AND (WS-View-Basis-Per-View
                        OR WS-View-Basis-Per-Minute
                        OR WS-View-Basis-Rev-Share)
                       MOVE WS-View-Licensor-Id TO SRT-Licensor-Id
                       MOVE WS-View-Settle-Id TO SRT-Settle-Id
                       MOVE WS-View-Royalty-Basis
                            TO SRT-Royalty-Basis
                       MOVE WS-View-Royalty-Rate TO SRT-Royalty-Rate
                       MOVE WS-Watch-Time-TMP TO SRT-Watch-Minutes
                       RELEASE SORT-WORK-RECORD
                       ADD 1 TO WS-Count-Views-Released
                   ELSE
                       ADD 1 TO WS-Count-Views-No-Terms
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Roll Up To Series
      *-----------------------------------------------------------------

       2150-Roll-Up-To-Series.

           ADD 1 TO WS-Count-Views-Rolled-Up
           MOVE WS-View-Parent-Id TO WS-View-Settle-Id
           MOVE WS-View-Parent-Id TO WS-TLT-Lookup-Id
           PERFORM 5100-Lookup-Title
           IF WS-TLT-Found
              AND WS-TLT-Licensor-Id (WS-TLT-Idx) NOT = SPACES
               MOVE WS-TLT-Licensor-Id (WS-TLT-Idx)
                    TO WS-View-Licensor-Id
               MOVE WS-TLT-Royalty-Basis (WS-TLT-Idx)
                    TO WS-View-Royalty-Basis
               MOVE WS-TLT-Royalty-Rate (WS-TLT-Idx)
                    TO WS-View-Royalty-Rate
           END-IF.

      *-----------------------------------------------------------------
      * Build Statements
      *
      * The sorted stream breaks by licensor, and inside the licensor
      * by settlement title and terms : one statement per licensor,
      * one line per title, and one payable per licensor.
      *-----------------------------------------------------------------

       3000-Build-Statements.

           PERFORM 6070-Write-Statement-Header
           PERFORM 9230-Return-Sort-Record
           PERFORM 3100-Process-Licensor
             UNTIL End-Of-Sort = 'Y'.

      *-----------------------------------------------------------------
      * Process Licensor
      *-----------------------------------------------------------------

       3100-Process-Licensor.

           MOVE SRT-Licensor-Id TO WS-Current-Licensor
           MOVE ZERO TO WS-Lic-Titles
           MOVE ZERO TO WS-Lic-Views
           MOVE ZERO TO WS-Lic-Minutes
           MOVE ZERO TO WS-Lic-Amount

           MOVE Dash-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
           MOVE WS-Current-Licensor TO Stmt-Licensor-Id
           MOVE WS-Settle-Period TO Stmt-Period
           MOVE Stmt-Licensor-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
           MOVE Blank-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
           MOVE Stmt-Heading-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record

           PERFORM 3200-Process-Title
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Licensor-Id NOT = WS-Current-Licensor

           MOVE Blank-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
           MOVE WS-Lic-Titles TO Stmt-Total-Titles
           MOVE WS-Lic-Views TO Stmt-Total-Views
           MOVE WS-Lic-Minutes TO Stmt-Total-Minutes
           MOVE WS-Lic-Amount TO Stmt-Total-Amount
           MOVE Stmt-Total-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
           MOVE Blank-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record

           MOVE SPACES TO WS-Payable-Row
           MOVE WS-Current-Licensor TO Pay-Licensor-Id
           MOVE WS-Settle-Period TO Pay-Period
           MOVE WS-Lic-Amount TO Pay-Amount-Due
           MOVE WS-Lic-Titles TO Pay-Title-Count
           MOVE WS-Lic-Views TO Pay-View-Count
           MOVE WS-Lic-Minutes TO Pay-Watch-Minutes
           MOVE WS-Business-Date TO Pay-Business-Date
           PERFORM 9300-Write-Payable-Record

           ADD 1 TO WS-Count-Licensors
           ADD WS-Lic-Amount TO WS-Total-Royalty-Due.

      *-----------------------------------------------------------------
      * Process Title
      *
      * Per-view and per-minute amounts are the rate applied to the
      * title's views or minutes; a revenue share is the rate
      * percent of the period's subscription revenue, in proportion
      * to the title's share of all minutes watched.
      *-----------------------------------------------------------------

       3200-Process-Title.

           MOVE SRT-Settle-Id TO WS-Current-Settle-Id
           MOVE SRT-Royalty-Basis TO WS-Current-Basis
           MOVE SRT-Royalty-Rate TO WS-Current-Rate
           MOVE ZERO TO WS-Title-Views
           MOVE ZERO TO WS-Title-Minutes

           PERFORM 3250-Accumulate-View
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Licensor-Id NOT = WS-Current-Licensor
             OR SRT-Settle-Id NOT = WS-Current-Settle-Id
             OR SRT-Royalty-Basis NOT = WS-Current-Basis
             OR SRT-Royalty-Rate NOT = WS-Current-Rate

           EVALUATE TRUE
           WHEN WS-Current-Per-View
                COMPUTE WS-Title-Amount ROUNDED =
                WS-Title-Views * WS-Current-Rate
           WHEN WS-Current-Per-Minute
                COMPUTE WS-Title-Amount ROUNDED =
                WS-Title-Minutes * WS-Current-Rate
           WHEN OTHER
                IF WS-Total-Platform-Minutes > 0
                    COMPUTE WS-Title-Amount ROUNDED =
                    WS-Total-Period-Revenue * WS-Current-Rate / 100
                    * WS-Title-Minutes / WS-Total-Platform-Minutes
                ELSE
                    MOVE ZERO TO WS-Title-Amount
                END-IF
           END-EVALUATE

           MOVE WS-Current-Settle-Id TO Stmt-Title-Id
           MOVE WS-Current-Settle-Id TO WS-TLT-Lookup-Id
           PERFORM 5100-Lookup-Title
           IF WS-TLT-Found
               MOVE WS-TLT-Primary-Title (WS-TLT-Idx)
                    TO Stmt-Title-Name
           ELSE
               MOVE '*SERIES NOT IN CATALOG*' TO Stmt-Title-Name
           END-IF
           MOVE WS-Current-Basis TO Stmt-Basis
           MOVE WS-Current-Rate TO Stmt-Rate
           MOVE WS-Title-Views TO Stmt-Views
           MOVE WS-Title-Minutes TO Stmt-Minutes
           MOVE WS-Title-Amount TO Stmt-Amount
           MOVE Stmt-Detail-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
           ADD 1 TO WS-Count-Statement-Lines

           ADD 1 TO WS-Lic-Titles
           ADD WS-Title-Views TO WS-Lic-Views
           ADD WS-Title-Minutes TO WS-Lic-Minutes
           ADD WS-Title-Amount TO WS-Lic-Amount.

      *-----------------------------------------------------------------
      * Accumulate View
      *-----------------------------------------------------------------

       3250-Accumulate-View.

           ADD 1 TO WS-Title-Views
           ADD SRT-Watch-Minutes TO WS-Title-Minutes
           ADD 1 TO WS-Count-Views-Settled
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Lookup Title
      *-----------------------------------------------------------------

       5100-Lookup-Title.

           SET WS-TLT-Not-Found TO TRUE
           IF WS-TLT-Count > 0
              SEARCH ALL WS-TLT-Entry
                 AT END CONTINUE
                 WHEN WS-TLT-Content-Id (WS-TLT-Idx) =
                      WS-TLT-Lookup-Id
                      SET WS-TLT-Found TO TRUE
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
      * Write Payables Header
      *-----------------------------------------------------------------

       6050-Write-Payables-Header.

           MOVE SPACES TO WS-File-Label
           MOVE 'HDR' TO Label-Tag
           MOVE WS-Business-Date TO Label-Business-Date
           MOVE ZERO TO Label-Amount-Total
           WRITE PAYABLES-RECORD FROM WS-File-Label
           IF STATUS-PAYABLES-FILE NOT = '00'
               DISPLAY 'Error while writing to ROYPAYF - FS : '
                          STATUS-PAYABLES-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Payables Trailer
      *-----------------------------------------------------------------

       6060-Write-Payables-Trailer.

           MOVE SPACES TO WS-File-Label
           MOVE 'TRL' TO Label-Tag
           MOVE WS-Count-Licensors TO Label-Trailer-Count
           MOVE WS-Total-Royalty-Due TO Label-Amount-Total
           WRITE PAYABLES-RECORD FROM WS-File-Label
           IF STATUS-PAYABLES-FILE NOT = '00'
               DISPLAY 'Error while writing to ROYPAYF - FS : '
                          STATUS-PAYABLES-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Statement Header
      *-----------------------------------------------------------------

       6070-Write-Statement-Header.

      * Time-Line
           MOVE Time-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
      * Blank Line
           MOVE Blank-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
      * Header-Line
           MOVE Header-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record
      * Blank Line
           MOVE Blank-Line TO WS-Statement-File
           PERFORM 9310-Write-Statement-Record.

      *-----------------------------------------------------------------
      * Write Control Report
      *
      * Every data row of the month's VIEWHIST is accounted for :
      * settled, outside the period, unknown title or no licence
      * terms. A difference, or settled views that did not come back
      * from the sort, ends the run RC=8 - the payables must not be
      * released on a settlement that does not tie.
      *-----------------------------------------------------------------

       6100-Write-Control-Report.

      * Time-Line
           MOVE Time-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Header-Line
           MOVE Control-Header-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Period and Revenue
           MOVE 'Settlement Period : ' TO Control-Check-Label
           MOVE WS-Settle-Period TO Control-Check-Result
           MOVE Control-Check-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Total TITLFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Title-Rows TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Total BILLFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Bills TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Bills In Settlement Period : ' TO Control-Count-Label
           MOVE WS-Count-Bills-In-Period TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Period Subscription Revenue : '
                TO Control-Amount-Label
           MOVE WS-Total-Period-Revenue TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * View History Tie-Out
           MOVE 'VIEWHIST Daily Segments : ' TO Control-Count-Label
           MOVE WS-Count-VH-Segments TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'VIEWHIST Trailer Row Count : ' TO Control-Count-Label
           MOVE WS-Count-VH-Trailer-Total TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'VIEWHIST Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-VH-Rows TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE '  Views Settled : ' TO Control-Count-Label
           MOVE WS-Count-Views-Settled TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE '    of which Episodes Rolled Up : '
                TO Control-Count-Label
           MOVE WS-Count-Views-Rolled-Up TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE '  Views With No Licence Terms : '
                TO Control-Count-Label
           MOVE WS-Count-Views-No-Terms TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE '  Views Of Titles Not In Catalog : '
                TO Control-Count-Label
           MOVE WS-Count-Views-Unknown TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE '  Views Outside Settlement Period : '
                TO Control-Count-Label
           MOVE WS-Count-Views-Off-Period TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record

           COMPUTE WS-Count-Views-Accounted =
                   WS-Count-Views-Settled + WS-Count-Views-No-Terms
                 + WS-Count-Views-Unknown + WS-Count-Views-Off-Period
           MOVE 'VIEWHIST Rows = Views Accounted For : '
                TO Control-Check-Label
           IF WS-Count-Views-Accounted = WS-Count-VH-Rows
              AND WS-Count-VH-Rows = WS-Count-VH-Trailer-Total
              AND WS-Count-Views-Settled = WS-Count-Views-Released
               MOVE 'IN BALANCE' TO Control-Check-Result
           ELSE
               MOVE 'OUT OF BAL' TO Control-Check-Result
               DISPLAY 'Royalty settlement does not tie to VIEWHIST'
               PERFORM 9991-Set-Error-Code
           END-IF
           MOVE Control-Check-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Settlement Totals
           MOVE 'Platform Minutes Watched : ' TO Control-Count-Label
           MOVE WS-Total-Platform-Minutes TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Licensors Settled : ' TO Control-Count-Label
           MOVE WS-Count-Licensors TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Statement Title Lines : ' TO Control-Count-Label
           MOVE WS-Count-Statement-Lines TO Control-Count-Value
           MOVE Control-Count-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
           MOVE 'Total Royalties Payable : ' TO Control-Amount-Label
           MOVE WS-Total-Royalty-Due TO Control-Amount-Value
           MOVE Control-Amount-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO WS-Report-File
           PERFORM 9320-Write-Report-Record

           IF WS-Count-Views-Unknown > 0
               DISPLAY 'Views of titles not in catalog : '
                       WS-Count-Views-Unknown
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Statement-File
           MOVE SPACES TO WS-Report-File
           INITIALIZE WS-Title-File
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
           MOVE WS-Business-Date (1:7) TO WS-Settle-Period
           DISPLAY 'Settlement Period : ' WS-Settle-Period.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN OUTPUT STATEMENT-FILE
           IF STATUS-STATEMENT-FILE NOT = '00'
               DISPLAY 'Error while opening ROYSTMT - FS : '
                          STATUS-STATEMENT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT PAYABLES-FILE
           IF STATUS-PAYABLES-FILE NOT = '00'
               DISPLAY 'Error while opening ROYPAYF - FS : '
                          STATUS-PAYABLES-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening ROYCTLRP - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Load Title Table
      *-----------------------------------------------------------------

       9205-Load-Title-Table.

           OPEN INPUT TITLE-FILE
           IF STATUS-TITLE-FILE = '00'
               PERFORM 9220-Read-Title-Record
               PERFORM UNTIL End-Of-File-T = 'Y'
                   IF WS-Title-File NOT = HIGH-VALUES
                       IF contentId of WS-Title-File <=
                          WS-Prev-Title-Id
                           DISPLAY 'Title-File Out Of Sequence - '
                                   'skipping : '
                                   contentId of WS-Title-File
                                   ' after ' WS-Prev-Title-Id
                       ELSE
                           IF WS-TLT-Count < 99999
                               PERFORM 9210-Add-Title-Entry
                           ELSE
                               DISPLAY 'Title Lookup table full - '
                                       'skipping : '
                                       contentId of WS-Title-File
                               PERFORM 9990-Set-Warning-Code
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 9220-Read-Title-Record
               END-PERFORM
               CLOSE TITLE-FILE
           ELSE
               DISPLAY 'Error while opening TITLE-FILE - FS : '
                          STATUS-TITLE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Add Title Entry
      *-----------------------------------------------------------------

       9210-Add-Title-Entry.

           ADD 1 TO WS-TLT-Count
           SET WS-TLT-Idx TO WS-TLT-Count
           MOVE contentId of WS-Title-File
                TO WS-TLT-Content-Id (WS-TLT-Idx)
           MOVE primaryTitle of WS-Title-File
                TO WS-TLT-Primary-Title (WS-TLT-Idx)
           IF runtimeMinutes of WS-Title-File NUMERIC
               MOVE runtimeMinutes of WS-Title-File
                    TO WS-TLT-Runtime-Minutes (WS-TLT-Idx)
           ELSE
               MOVE ZERO TO WS-TLT-Runtime-Minutes (WS-TLT-Idx)
           END-IF
           MOVE parentSeriesId of WS-Title-File
                TO WS-TLT-Parent-Id (WS-TLT-Idx)
           MOVE licensorId of WS-Title-File
                TO WS-TLT-Licensor-Id (WS-TLT-Idx)
           MOVE royaltyBasis of WS-Title-File
                TO WS-TLT-Royalty-Basis (WS-TLT-Idx)
           IF royaltyRate of WS-Title-File NUMERIC
               MOVE royaltyRate of WS-Title-File
                    TO WS-TLT-Royalty-Rate (WS-TLT-Idx)
           ELSE
               MOVE ZERO TO WS-TLT-Royalty-Rate (WS-TLT-Idx)
           END-IF
           MOVE contentId of WS-Title-File TO WS-Prev-Title-Id.

      *-----------------------------------------------------------------
      * Read Title Record
      *-----------------------------------------------------------------

       9220-Read-Title-Record.

           IF End-Of-File-T = 'N'
               READ TITLE-FILE
                   AT END MOVE 'Y' TO End-Of-File-T
                   MOVE HIGH-VALUES TO TITLE-RECORD
               END-READ
               MOVE TITLE-RECORD TO WS-Title-File
               IF STATUS-TITLE-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading Title-File - FS : '
                              STATUS-TITLE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-T = 'N'
                   ADD 1 TO WS-Count-Title-Rows
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Return Sort Record
      *-----------------------------------------------------------------

       9230-Return-Sort-Record.

           IF End-Of-Sort = 'N'
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO End-Of-Sort
               END-RETURN
           END-IF.

      *-----------------------------------------------------------------
      * Total Period Revenue
      *
      * The revenue share is taken on the period's subscription
      * revenue net of tax - Bill-Total-Amount of every bill for the
      * settlement period. Bills of other periods are not shared.
      *-----------------------------------------------------------------

       9240-Total-Period-Revenue.

           OPEN INPUT BILLING-FILE
           IF STATUS-BILLING-FILE NOT = '00'
               DISPLAY 'Error while opening BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 9250-Read-Bill-Record
           PERFORM UNTIL End-Of-File-B = 'Y'
               IF Bill-Period = WS-Settle-Period
                   ADD 1 TO WS-Count-Bills-In-Period
                   ADD Bill-Total-Amount TO WS-Total-Period-Revenue
               END-IF
               PERFORM 9250-Read-Bill-Record
           END-PERFORM

           CLOSE BILLING-FILE
           IF STATUS-BILLING-FILE NOT = '00'
               DISPLAY 'Error while closing BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           DISPLAY 'Period Subscription Revenue : '
                   WS-Total-Period-Revenue.

      *-----------------------------------------------------------------
      * Read Bill Record
      *-----------------------------------------------------------------

       9250-Read-Bill-Record.

           READ BILLING-FILE INTO WS-Billing-File
               AT END MOVE 'Y' TO End-Of-File-B
           END-READ
           IF STATUS-BILLING-FILE NOT = '00' AND '10'
               DISPLAY 'Error while reading BILLFILE - FS : '
                          STATUS-BILLING-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF End-Of-File-B = 'N'
               ADD 1 TO WS-Count-Bills
               ADD 1 TO WS-Audit-Records-Read
           END-IF.

      *-----------------------------------------------------------------
      * Check VIEWHIST Label
      *-----------------------------------------------------------------

       9261-Check-VIEWHIST-Label.

           IF VIEWHIST-RECORD (1:3) = 'HDR'
               MOVE 'Y' TO VH-Labelled
               MOVE 'Y' TO VH-Segment-Open
               MOVE ZERO TO VH-Data-Count
               ADD 1 TO WS-Count-VH-Segments
           ELSE
               IF VH-Segment-Open NOT = 'Y'
                   DISPLAY 'VIEWHIST trailer without header'
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE 'N' TO VH-Segment-Open
               MOVE VIEWHIST-RECORD (5:9) TO WS-Label-Count-Parse
               IF WS-Label-Count-Parse NOT NUMERIC
                   DISPLAY 'VIEWHIST trailer count not numeric'
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF WS-Label-Count-Num NOT = VH-Data-Count
                   DISPLAY 'VIEWHIST trailer count '
                           WS-Label-Count-Num
                           ' does not match records read '
                           VH-Data-Count
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD WS-Label-Count-Num TO WS-Count-VH-Trailer-Total
           END-IF.

      *-----------------------------------------------------------------
      * Verify VIEWHIST Labels
      *-----------------------------------------------------------------

       9271-Verify-VIEWHIST-Labels.

           IF VH-Labelled NOT = 'Y'
               DISPLAY 'VIEWHIST has no header record - '
                       'file not trusted'
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF VH-Segment-Open = 'Y'
               DISPLAY 'VIEWHIST trailer record missing - '
                       'file may be truncated'
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Payable Record
      *-----------------------------------------------------------------

        9300-Write-Payable-Record.

           WRITE PAYABLES-RECORD FROM WS-Payable-Row
           IF STATUS-PAYABLES-FILE NOT = '00'
               DISPLAY 'Error while writing to ROYPAYF - FS : '
                          STATUS-PAYABLES-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Statement Record
      *-----------------------------------------------------------------

        9310-Write-Statement-Record.

           WRITE STATEMENT-RECORD FROM WS-Statement-File
           IF STATUS-STATEMENT-FILE NOT = '00'
               DISPLAY 'Error while writing to ROYSTMT - FS : '
                          STATUS-STATEMENT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

        9320-Write-Report-Record.

           WRITE REPORT-RECORD FROM WS-Report-File
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to ROYCTLRP - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE STATEMENT-FILE
           IF STATUS-STATEMENT-FILE NOT = '00'
               DISPLAY 'Error while closing ROYSTMT - FS : '
                          STATUS-STATEMENT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE PAYABLES-FILE
           IF STATUS-PAYABLES-FILE NOT = '00'
               DISPLAY 'Error while closing ROYPAYF - FS : '
                          STATUS-PAYABLES-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing ROYCTLRP - FS : '
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
           MOVE 'CWBPAIFQ' TO RA-Program-Id
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

           DISPLAY 'VIEWHIST Rows Read : ' WS-Count-VH-Rows
           DISPLAY 'Views Settled : ' WS-Count-Views-Settled
           DISPLAY 'Licensors Settled : ' WS-Count-Licensors
           DISPLAY 'Total Royalties Payable : ' WS-Total-Royalty-Due
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
