       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It attributes responses to the marketing campaigns. The send
      * ledgers written by the mailer extracts (CWBPAIF8 win-back,
      * CWBPAIF7 retention, CWBPAIFI recommendations) are added to
      * the carried campaign ledger, and every send still inside its
      * response window is checked against the day's merged watch
      * events, LASTSEEN resets and CUSTAUDT reactivations. The
      * response-rate report compares the accounts mailed with the
      * holdout group each extract deliberately left out, per
      * campaign type and subscriptionProgram, to show the
      * incremental lift.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT SEND-LEDGER-FILE ASSIGN TO CMPSEND
               FILE STATUS IS STATUS-SEND-LEDGER-FILE.

           SELECT LEDGER-IN-FILE   ASSIGN TO CMPLEDGI
               FILE STATUS IS STATUS-LEDGER-IN-FILE.

           SELECT LEDGER-OUT-FILE  ASSIGN TO CMPLEDGO
               FILE STATUS IS STATUS-LEDGER-OUT-FILE.

           SELECT MERGED-FILE      ASSIGN TO MERGFILE
               FILE STATUS IS STATUS-MERGED-FILE.

           SELECT LASTSEEN-FILE    ASSIGN TO LSEENFLE
               FILE STATUS IS STATUS-LASTSEEN-FILE.

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO CUSTAUDT
               FILE STATUS IS STATUS-CUSTOMER-AUDIT-FILE.

           SELECT REPORT-FILE      ASSIGN TO CMPRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT CAMPAIGN-PARM-FILE ASSIGN TO CMPPARM
               FILE STATUS IS STATUS-CAMPAIGN-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  SEND-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SEND-LEDGER-RECORD         PIC X(120).

       FD  LEDGER-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LEDGER-IN-RECORD           PIC X(120).

       FD  LEDGER-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LEDGER-OUT-RECORD          PIC X(120).

       FD  MERGED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MERGED-RECORD              PIC X(700).

       FD  LASTSEEN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  LASTSEEN-RECORD            PIC X(20).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-RECORD            PIC X(500).

       FD  CUSTOMER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-AUDIT-RECORD      PIC X(1060).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  CAMPAIGN-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CAMPAIGN-PARM-RECORD       PIC X(80).

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

      * Sort record - ledger rows and reactivations by account; the
      * reactivations ('A') sort ahead of the account's ledger rows
      * ('L'), and a carried row ('C') ahead of a new send ('N') with
      * the same campaign and send date, so a rerun extract is not
      * counted twice
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
        05 SRT-Class                   PIC X(1).
        05 SRT-Campaign-Type           PIC X(10).
        05 SRT-Send-Date               PIC X(10).
        05 SRT-Origin                  PIC X(1).
        05 SRT-Row                     PIC X(120).

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

      * Campaign Send Ledger Row - as the mailer extracts write it;
      * the response date and type are filled in here
       01 WS-Send-Ledger-Row.
        05 Led-Account-Number          PIC X(10).
        05 FILLER                      PIC X(1).
        05 Led-Campaign-Type           PIC X(10).
        05 FILLER                      PIC X(1).
        05 Led-Send-Date               PIC X(10).
        05 FILLER                      PIC X(1).
        05 Led-Group                   PIC X(1).
         88 Led-Sent                       VALUE 'S'.
         88 Led-Held-Out                   VALUE 'H'.
        05 FILLER                      PIC X(1).
        05 Led-Program                 PIC X(10).
        05 FILLER                      PIC X(1).
        05 Led-Source-Program          PIC X(8).
        05 FILLER                      PIC X(1).
        05 Led-Suggested-Id OCCURS 5 TIMES
                                       PIC X(10).
        05 FILLER                      PIC X(1).
        05 Led-Response-Date           PIC X(10).
        05 FILLER                      PIC X(1).
        05 Led-Response-Type           PIC X(1).
         88 Led-Resp-Reactivated           VALUE 'R'.
         88 Led-Resp-Watched               VALUE 'W'.
         88 Led-Resp-Lastseen-Reset        VALUE 'L'.
         88 Led-Resp-Title-Watched         VALUE 'T'.
        05 FILLER                      PIC X(2).

      * Campaign Parameter Card - shared with the mailer extracts :
      * holdout percentage (cols 1-2, used by the extracts), response
      * window days (cols 4-6, default 30) and days a closed window
      * stays on the ledger and the report (cols 8-10, default 90)
       01 WS-Campaign-Parm-Card.
        05 Cmp-Holdout-Pct             PIC 9(2).
        05 FILLER                      PIC X(1).
        05 Cmp-Response-Window         PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Cmp-Report-Days             PIC 9(3).
        05 FILLER                      PIC X(70).
       01 WS-Response-Window           PIC 9(3) VALUE 30.
       01 WS-Report-Days               PIC 9(3) VALUE 90.

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

      * Last-Seen Row (as written by CWBPAIF1's 9410)
       01 WS-Last-Seen-Row.
        05 LS-Account-Number          PIC X(10).
        05 LS-Inactive-Days           PIC 9(3).
        05 FILLER                     PIC X(7).

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

      * Customer audit fields (CWBPAIF6's CUSTAUDT image offsets)
       01 WS-Audit-Action             PIC X(1).
       01 WS-Audit-Result             PIC X(8).
       01 WS-Audit-Before-Status      PIC X(10).
       01 WS-Audit-After-Status       PIC X(10).

      * Current account group and what it did today
       01 WS-Current-Acct              PIC X(10).
       01 WS-Current-Program           PIC X(10).
       01 WS-Acct-React-Day            PIC 9(7).
       01 WS-Acct-React-Date           PIC X(10).
       01 WS-Acct-Watched-Switch       PIC X VALUE 'N'.
        88 WS-Acct-Watched                 VALUE 'Y'.
        88 WS-Acct-Not-Watched             VALUE 'N'.
       01 WS-Acct-Reset-Switch         PIC X VALUE 'N'.
        88 WS-Acct-Lastseen-Reset          VALUE 'Y'.
        88 WS-Acct-No-Reset                VALUE 'N'.
       01 WS-Watched-Titles.
        05 WS-WTC-Count                PIC 9(4) VALUE ZERO.
        05 WS-WTC-Content-Id OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-WTC-Count
                                       PIC X(10).
       01 WS-WTC-Idx                   PIC 9(4).
       01 WS-Sug-Idx                   PIC 9(1).
       01 WS-Title-Match-Switch        PIC X VALUE 'N'.
        88 WS-Title-Matched                VALUE 'Y'.
        88 WS-Title-Not-Matched            VALUE 'N'.
       01 WS-Prev-Ledger-Key           PIC X(20).

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
       01 WS-Send-Day                  PIC 9(7).
       01 WS-Days-Since-Send           PIC S9(7).

      * Response Tally - campaign type x program (5 = other, 6 =
      * all) x window (1 = closed, 2 = still open) x group (1 =
      * mailed, 2 = held out)
       01 WS-Response-Tally.
        05 WS-Tly-Type OCCURS 3 TIMES.
         10 WS-Tly-Program OCCURS 6 TIMES.
          15 WS-Tly-Window OCCURS 2 TIMES.
           20 WS-Tly-Group OCCURS 2 TIMES.
            25 WS-Tly-Count            PIC 9(9).
            25 WS-Tly-Responses        PIC 9(9).
       01 WS-Type-Idx                  PIC 9(1).
       01 WS-Prog-Idx                  PIC 9(1).
       01 WS-Window-Idx                PIC 9(1).
       01 WS-Group-Idx                 PIC 9(1).

       01 WS-Campaign-Type-Values.
        05 FILLER                      PIC X(10) VALUE 'WINBACK'.
        05 FILLER                      PIC X(10) VALUE 'RETENTION'.
        05 FILLER                      PIC X(10) VALUE 'RECOMMEND'.
       01 WS-Campaign-Type-Table REDEFINES WS-Campaign-Type-Values.
        05 WS-Campaign-Type-Name       PIC X(10) OCCURS 3 TIMES.
       01 WS-Program-Values.
        05 FILLER                      PIC X(10) VALUE 'standard'.
        05 FILLER                      PIC X(10) VALUE 'extended'.
        05 FILLER                      PIC X(10) VALUE 'premium'.
        05 FILLER                      PIC X(10) VALUE 'trial'.
        05 FILLER                      PIC X(10) VALUE 'other'.
        05 FILLER                      PIC X(10) VALUE 'ALL'.
       01 WS-Program-Table REDEFINES WS-Program-Values.
        05 WS-Program-Name             PIC X(10) OCCURS 6 TIMES.

      * Rate work fields
       01 WS-Sent-Rate                 PIC 9(3)V9(2).
       01 WS-Hold-Rate                 PIC 9(3)V9(2).
       01 WS-Lift-Points               PIC S9(3)V9(2).
       01 WS-Incremental               PIC S9(9).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Carried            PIC 9(9) VALUE ZERO.
        05 WS-Count-New-Sends          PIC 9(9) VALUE ZERO.
        05 WS-Count-New-Held-Out       PIC 9(9) VALUE ZERO.
        05 WS-Count-Rejected           PIC 9(9) VALUE ZERO.
        05 WS-Count-Duplicate          PIC 9(9) VALUE ZERO.
        05 WS-Count-Reactivations      PIC 9(9) VALUE ZERO.
        05 WS-Count-Responses-Today    PIC 9(9) VALUE ZERO.
        05 WS-Count-Expired            PIC 9(9) VALUE ZERO.
        05 WS-Count-Ledger-Out         PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-SEND-LEDGER-FILE        PIC XX.
        05 STATUS-LEDGER-IN-FILE          PIC XX.
        05 STATUS-LEDGER-OUT-FILE         PIC XX.
        05 STATUS-MERGED-FILE             PIC XX.
        05 STATUS-LASTSEEN-FILE           PIC XX.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-CUSTOMER-AUDIT-FILE     PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-CAMPAIGN-PARM-FILE      PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business processing date is the day
      * whose activity is attributed; a missing or blank card falls
      * back to the current date
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
       01 End-Of-File-S                  PIC X VALUE 'N'.
       01 End-Of-File-I                  PIC X VALUE 'N'.
       01 End-Of-File-M                  PIC X VALUE 'N'.
       01 End-Of-File-L                  PIC X VALUE 'N'.
       01 End-Of-File-C                  PIC X VALUE 'N'.
       01 End-Of-File-A                  PIC X VALUE 'N'.
       01 End-Of-Sort                    PIC X VALUE 'N'.

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
        05 FILLER                 PIC X(21) Value SPACES.
        05 FILLER                 PIC X(38)
              Value 'AIFlix Campaign Response Attribution'.
        05 FILLER                 PIC X(21) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(16) Value 'Business Date : '.
        05 Business-Date-Value    PIC X(10).
        05 FILLER                 PIC X(44) Value SPACES.
       01 Window-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(24)
              Value 'Response Window Days : '.
        05 Window-Days-Value      PIC ZZ9.
        05 FILLER                 PIC X(27)
              Value '   Closed Windows Kept : '.
        05 Report-Days-Value      PIC ZZ9.
        05 FILLER                 PIC X(13) Value SPACES.
       01 Section-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Section-Title          PIC X(70).

      * Summary Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

      * Response Lines
       01 Response-Heading-Line-1.
        05 FILLER                 PIC X(14) Value SPACES.
        05 FILLER                 PIC X(22)
              Value '------- Mailed -------'.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(22)
              Value '------ Held Out ------'.
        05 FILLER                 PIC X(20) Value SPACES.
       01 Response-Heading-Line-2.
        05 FILLER                 PIC X(14) Value '  Program'.
        05 FILLER                 PIC X(24)
              Value '   Count   Resp.  Rate  '.
        05 FILLER                 PIC X(24)
              Value '   Count   Resp.  Rate  '.
        05 FILLER                 PIC X(18)
              Value '   Lift Incr.Resp '.
       01 Response-Detail-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Rsp-Program            PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Rsp-Sent               PIC ZZZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Rsp-Sent-Resp          PIC ZZZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Rsp-Sent-Rate          PIC ZZ9.9.
        05 FILLER                 PIC X(1)  Value '%'.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Rsp-Held               PIC ZZZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Rsp-Held-Resp          PIC ZZZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Rsp-Held-Rate          PIC ZZ9.9.
        05 FILLER                 PIC X(1)  Value '%'.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Rsp-Lift               PIC +++9.9.
        05 Rsp-Lift-X REDEFINES Rsp-Lift
                                  PIC X(6).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Rsp-Incremental        PIC ---------9.
        05 Rsp-Incremental-X REDEFINES Rsp-Incremental
                                  PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                                 SRT-Class
                                 SRT-Campaign-Type
                                 SRT-Send-Date
                                 SRT-Origin
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE 2000-Release-Ledger
                OUTPUT PROCEDURE 3000-Attribute-Responses
           PERFORM 6100-Write-Response-Report
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Ledger
      *
      * Input procedure : the carried ledger, the day's send ledgers
      * from the mailer extracts and the day's CUSTAUDT reactivations
      * go into one account-ordered stream. A missing carried ledger
      * starts the ledger today; a missing send ledger means nothing
      * was mailed today.
      *-----------------------------------------------------------------

       2000-Release-Ledger.

           OPEN INPUT LEDGER-IN-FILE
           IF STATUS-LEDGER-IN-FILE = '00'
               PERFORM 2100-Release-Carried-Row
                 UNTIL End-Of-File-I = 'Y'
               CLOSE LEDGER-IN-FILE
           ELSE
               DISPLAY 'CMPLEDGI not found - ledger starts today : '
                       STATUS-LEDGER-IN-FILE
           END-IF

           OPEN INPUT SEND-LEDGER-FILE
           IF STATUS-SEND-LEDGER-FILE = '00'
               PERFORM 2200-Release-New-Send
                 UNTIL End-Of-File-S = 'Y'
               CLOSE SEND-LEDGER-FILE
           ELSE
               DISPLAY 'CMPSEND not found - no sends today : '
                       STATUS-SEND-LEDGER-FILE
           END-IF

           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF STATUS-CUSTOMER-AUDIT-FILE = '35'
               DISPLAY 'CUSTAUDT not found - no reactivations'
               PERFORM 9990-Set-Warning-Code
           ELSE
               IF STATUS-CUSTOMER-AUDIT-FILE NOT = '00'
                   DISPLAY 'Error while opening CUSTAUDT - FS : '
                              STATUS-CUSTOMER-AUDIT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               PERFORM 2300-Release-Reactivation
                 UNTIL End-Of-File-A = 'Y'
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Release Carried Row
      *-----------------------------------------------------------------

       2100-Release-Carried-Row.

           READ LEDGER-IN-FILE INTO WS-Send-Ledger-Row
               AT END MOVE 'Y' TO End-Of-File-I
           END-READ
           IF End-Of-File-I = 'N'
               IF STATUS-LEDGER-IN-FILE NOT = '00'
                   DISPLAY 'Error while reading CMPLEDGI - FS : '
                              STATUS-LEDGER-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-Carried
               ADD 1 TO WS-Audit-Records-Read
               MOVE 'C' TO SRT-Origin
               PERFORM 2400-Release-Ledger-Row
           END-IF.

      *-----------------------------------------------------------------
      * Release New Send
      *
      * A new row needs a known campaign type, a group and a valid
      * send date; anything else is left out and reported.
      *-----------------------------------------------------------------

       2200-Release-New-Send.

           READ SEND-LEDGER-FILE INTO WS-Send-Ledger-Row
               AT END MOVE 'Y' TO End-Of-File-S
           END-READ
           IF End-Of-File-S = 'N'
               IF STATUS-SEND-LEDGER-FILE NOT = '00'
                   DISPLAY 'Error while reading CMPSEND - FS : '
                              STATUS-SEND-LEDGER-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               MOVE Led-Send-Date TO WS-Date-Parse
               PERFORM 5100-Date-To-Day-Number
               IF Led-Account-Number = SPACES
                  OR (Led-Campaign-Type NOT = 'WINBACK'
                      AND Led-Campaign-Type NOT = 'RETENTION'
                      AND Led-Campaign-Type NOT = 'RECOMMEND')
                  OR (NOT Led-Sent AND NOT Led-Held-Out)
                  OR WS-Day-Number = ZERO
                   ADD 1 TO WS-Count-Rejected
                   DISPLAY 'Send ledger row rejected : '
                           Led-Account-Number ' '
                           Led-Campaign-Type ' ' Led-Send-Date
                   PERFORM 9990-Set-Warning-Code
               ELSE
                   ADD 1 TO WS-Count-New-Sends
                   IF Led-Held-Out
                       ADD 1 TO WS-Count-New-Held-Out
                   END-IF
                   MOVE SPACES TO Led-Response-Date
                   MOVE SPACES TO Led-Response-Type
                   MOVE 'N' TO SRT-Origin
                   PERFORM 2400-Release-Ledger-Row
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Release Reactivation
      *
      * An applied add, or a change taking the account out of
      * CHURNED, is a reactivation on its applied date.
      *-----------------------------------------------------------------

       2300-Release-Reactivation.

           READ CUSTOMER-AUDIT-FILE
               AT END MOVE 'Y' TO End-Of-File-A
           END-READ
           IF End-Of-File-A = 'N'
               IF STATUS-CUSTOMER-AUDIT-FILE NOT = '00'
                   DISPLAY 'Error while reading CUSTAUDT - FS : '
                              STATUS-CUSTOMER-AUDIT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               MOVE CUSTOMER-AUDIT-RECORD (1:1) TO WS-Audit-Action
               MOVE CUSTOMER-AUDIT-RECORD (3:8) TO WS-Audit-Result
               MOVE CUSTOMER-AUDIT-RECORD (531:10)
                    TO WS-Audit-Before-Status
               MOVE CUSTOMER-AUDIT-RECORD (1031:10)
                    TO WS-Audit-After-Status
               IF WS-Audit-Result = 'APPLIED'
                  AND (WS-Audit-Action = 'A' OR WS-Audit-Action = 'C')
                  AND WS-Audit-After-Status NOT = 'CHURNED'
                  AND (WS-Audit-Before-Status = 'CHURNED'
                       OR WS-Audit-Action = 'A')
                   ADD 1 TO WS-Count-Reactivations
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE CUSTOMER-AUDIT-RECORD (41:10)
                        TO SRT-Account-Number
                   IF SRT-Account-Number = SPACES
                       MOVE CUSTOMER-AUDIT-RECORD (541:10)
                            TO SRT-Account-Number
                   END-IF
                   MOVE 'A' TO SRT-Class
                   MOVE CUSTOMER-AUDIT-RECORD (1041:10)
                        TO SRT-Row (1:10)
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Release Ledger Row
      *-----------------------------------------------------------------

       2400-Release-Ledger-Row.

           MOVE Led-Account-Number TO SRT-Account-Number
           MOVE 'L' TO SRT-Class
           MOVE Led-Campaign-Type TO SRT-Campaign-Type
           MOVE Led-Send-Date TO SRT-Send-Date
           MOVE WS-Send-Ledger-Row TO SRT-Row
           RELEASE SORT-WORK-RECORD.

      *-----------------------------------------------------------------
      * Attribute Responses
      *
      * Output procedure : the sorted ledger, the merged watch events,
      * LASTSEEN and CUSTFILE are all in accountNumber order and are
      * matched in one pass, one ledger account at a time.
      *-----------------------------------------------------------------

       3000-Attribute-Responses.

           PERFORM 9230-Return-Sort-Record
           PERFORM 9200-Read-Merged-Record
           PERFORM 9210-Read-Lastseen-Record
           PERFORM 9220-Read-Customer-Record

           PERFORM 3100-Process-Account-Group
             UNTIL End-Of-Sort = 'Y'

      * The rest of the merge is read so its trailer count is proved
           PERFORM 9200-Read-Merged-Record
             UNTIL End-Of-File-M = 'Y'
           PERFORM 9270-Verify-MERGFILE-Labels.

      *-----------------------------------------------------------------
      * Process Account Group
      *-----------------------------------------------------------------

       3100-Process-Account-Group.

           MOVE SRT-Account-Number TO WS-Current-Acct
           MOVE ZERO TO WS-Acct-React-Day
           MOVE SPACES TO WS-Acct-React-Date
           SET WS-Acct-Not-Watched TO TRUE
           SET WS-Acct-No-Reset TO TRUE
           MOVE ZERO TO WS-WTC-Count
           MOVE SPACES TO WS-Current-Program
           MOVE LOW-VALUES TO WS-Prev-Ledger-Key

           PERFORM 3150-Note-Reactivation
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Account-Number NOT = WS-Current-Acct
             OR SRT-Class NOT = 'A'

           PERFORM 3200-Gather-Account-Activity

           PERFORM 3300-Attribute-Ledger-Row
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Account-Number NOT = WS-Current-Acct.

      *-----------------------------------------------------------------
      * Note Reactivation - the latest applied date is kept
      *-----------------------------------------------------------------

       3150-Note-Reactivation.

           MOVE SRT-Row (1:10) TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           IF WS-Day-Number > WS-Acct-React-Day
               MOVE WS-Day-Number TO WS-Acct-React-Day
               MOVE SRT-Row (1:10) TO WS-Acct-React-Date
           END-IF
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Gather Account Activity
      *
      * The merge, LASTSEEN and CUSTFILE streams advance to the
      * ledger account; the day's watched titles are collected for
      * the recommendation check.
      *-----------------------------------------------------------------

       3200-Gather-Account-Activity.

           PERFORM UNTIL End-Of-File-M = 'Y'
              OR accountNumber of WS-Merged-File >= WS-Current-Acct
              PERFORM 9200-Read-Merged-Record
           END-PERFORM
           PERFORM UNTIL End-Of-File-M = 'Y'
              OR accountNumber of WS-Merged-File NOT = WS-Current-Acct
              SET WS-Acct-Watched TO TRUE
              IF WS-WTC-Count < 1000
                  ADD 1 TO WS-WTC-Count
                  MOVE contentId of WS-Merged-File
                       TO WS-WTC-Content-Id (WS-WTC-Count)
              END-IF
              PERFORM 9200-Read-Merged-Record
           END-PERFORM

           PERFORM UNTIL End-Of-File-L = 'Y'
              OR LS-Account-Number >= WS-Current-Acct
              PERFORM 9210-Read-Lastseen-Record
           END-PERFORM
           IF End-Of-File-L = 'N'
              AND LS-Account-Number = WS-Current-Acct
              AND LS-Inactive-Days = ZERO
               SET WS-Acct-Lastseen-Reset TO TRUE
           END-IF

           PERFORM UNTIL End-Of-File-C = 'Y'
              OR accountNumber of WS-Customer-File >= WS-Current-Acct
              PERFORM 9220-Read-Customer-Record
           END-PERFORM
           IF End-Of-File-C = 'N'
              AND accountNumber of WS-Customer-File = WS-Current-Acct
               MOVE subscriptionProgram of WS-Customer-File
                    TO WS-Current-Program
           END-IF.

      *-----------------------------------------------------------------
      * Attribute Ledger Row
      *
      * A send is open for a response from the day after it was sent
      * until the window has run; the first response seen is kept.
      * Rows are dropped once their window closed more than the
      * reporting days ago.
      *-----------------------------------------------------------------

       3300-Attribute-Ledger-Row.

           IF SRT-Campaign-Type = WS-Prev-Ledger-Key (1:10)
              AND SRT-Send-Date = WS-Prev-Ledger-Key (11:10)
               ADD 1 TO WS-Count-Duplicate
           ELSE
               MOVE SRT-Campaign-Type TO WS-Prev-Ledger-Key (1:10)
               MOVE SRT-Send-Date TO WS-Prev-Ledger-Key (11:10)
               MOVE SRT-Row TO WS-Send-Ledger-Row
               IF Led-Program = SPACES
                   MOVE WS-Current-Program TO Led-Program
               END-IF

               MOVE Led-Send-Date TO WS-Date-Parse
               PERFORM 5100-Date-To-Day-Number
               MOVE WS-Day-Number TO WS-Send-Day
               COMPUTE WS-Days-Since-Send =
                       WS-Business-Day - WS-Send-Day

               IF Led-Response-Type = SPACE
                  AND WS-Days-Since-Send > ZERO
                  AND WS-Days-Since-Send <= WS-Response-Window
                   PERFORM 3400-Check-Response
               END-IF

               IF WS-Days-Since-Send >
                  WS-Response-Window + WS-Report-Days
                   ADD 1 TO WS-Count-Expired
               ELSE
                   PERFORM 3500-Tally-Ledger-Row
                   PERFORM 9300-Write-Ledger-Record
               END-IF
           END-IF
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Check Response
      *
      * A recommendation counts only when one of the suggested titles
      * is watched. Win-back and retention count a reactivation after
      * the send, any viewing, or a LASTSEEN reset.
      *-----------------------------------------------------------------

       3400-Check-Response.

           IF Led-Campaign-Type = 'RECOMMEND'
               SET WS-Title-Not-Matched TO TRUE
               PERFORM VARYING WS-Sug-Idx FROM 1 BY 1
                  UNTIL WS-Sug-Idx > 5 OR WS-Title-Matched
                  IF Led-Suggested-Id (WS-Sug-Idx) NOT = SPACES
                      PERFORM VARYING WS-WTC-Idx FROM 1 BY 1
                         UNTIL WS-WTC-Idx > WS-WTC-Count
                         OR WS-Title-Matched
                         IF WS-WTC-Content-Id (WS-WTC-Idx) =
                            Led-Suggested-Id (WS-Sug-Idx)
                             SET WS-Title-Matched TO TRUE
                         END-IF
                      END-PERFORM
                  END-IF
               END-PERFORM
               IF WS-Title-Matched
                   SET Led-Resp-Title-Watched TO TRUE
                   MOVE WS-Business-Date TO Led-Response-Date
               END-IF
           ELSE
               EVALUATE TRUE
               WHEN WS-Acct-React-Day > WS-Send-Day
                    AND WS-Acct-React-Day - WS-Send-Day
                        <= WS-Response-Window
                    SET Led-Resp-Reactivated TO TRUE
                    MOVE WS-Acct-React-Date TO Led-Response-Date
               WHEN WS-Acct-Watched
                    SET Led-Resp-Watched TO TRUE
                    MOVE WS-Business-Date TO Led-Response-Date
               WHEN WS-Acct-Lastseen-Reset
                    SET Led-Resp-Lastseen-Reset TO TRUE
                    MOVE WS-Business-Date TO Led-Response-Date
               WHEN OTHER
                    CONTINUE
               END-EVALUATE
           END-IF

           IF Led-Response-Type NOT = SPACE
               ADD 1 TO WS-Count-Responses-Today
           END-IF.

      *-----------------------------------------------------------------
      * Tally Ledger Row
      *-----------------------------------------------------------------

       3500-Tally-Ledger-Row.

           EVALUATE Led-Campaign-Type
           WHEN 'WINBACK'     MOVE 1 TO WS-Type-Idx
           WHEN 'RETENTION'   MOVE 2 TO WS-Type-Idx
           WHEN 'RECOMMEND'   MOVE 3 TO WS-Type-Idx
           WHEN OTHER         MOVE 0 TO WS-Type-Idx
           END-EVALUATE

           EVALUATE Led-Program
           WHEN 'standard'    MOVE 1 TO WS-Prog-Idx
           WHEN 'extended'    MOVE 2 TO WS-Prog-Idx
           WHEN 'premium'     MOVE 3 TO WS-Prog-Idx
           WHEN 'trial'       MOVE 4 TO WS-Prog-Idx
           WHEN OTHER         MOVE 5 TO WS-Prog-Idx
           END-EVALUATE

           IF WS-Days-Since-Send >= WS-Response-Window
               MOVE 1 TO WS-Window-Idx
           ELSE
               MOVE 2 TO WS-Window-Idx
           END-IF

           IF Led-Held-Out
               MOVE 2 TO WS-Group-Idx
           ELSE
               MOVE 1 TO WS-Group-Idx
           END-IF

           IF WS-Type-Idx > ZERO
               ADD 1 TO WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                                      WS-Window-Idx, WS-Group-Idx)
               ADD 1 TO WS-Tly-Count (WS-Type-Idx, 6,
                                      WS-Window-Idx, WS-Group-Idx)
               IF Led-Response-Type NOT = SPACE
                   ADD 1 TO WS-Tly-Responses (WS-Type-Idx,
                            WS-Prog-Idx, WS-Window-Idx, WS-Group-Idx)
                   ADD 1 TO WS-Tly-Responses (WS-Type-Idx, 6,
                            WS-Window-Idx, WS-Group-Idx)
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
      * Write Response Report
      *-----------------------------------------------------------------

       6100-Write-Response-Report.

      * Time-Line
           MOVE Time-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Header-Line
           MOVE Header-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Business-Date TO Business-Date-Value
           MOVE Business-Date-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Response-Window TO Window-Days-Value
           MOVE WS-Report-Days TO Report-Days-Value
           MOVE Window-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM 6200-Write-Summary

           PERFORM VARYING WS-Window-Idx FROM 1 BY 1
              UNTIL WS-Window-Idx > 2
              PERFORM VARYING WS-Type-Idx FROM 1 BY 1
                 UNTIL WS-Type-Idx > 3
                 PERFORM 6300-Write-Campaign-Block
              END-PERFORM
           END-PERFORM

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Summary
      *-----------------------------------------------------------------

       6200-Write-Summary.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Carried Ledger Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-Carried TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'New Send Ledger Rows : ' TO Control-Count-Label
           MOVE WS-Count-New-Sends TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE '  of which Held Out : ' TO Control-Count-Label
           MOVE WS-Count-New-Held-Out TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'New Send Ledger Rows Rejected : '
                TO Control-Count-Label
           MOVE WS-Count-Rejected TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Duplicate Sends Dropped : ' TO Control-Count-Label
           MOVE WS-Count-Duplicate TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'CUSTAUDT Reactivations : ' TO Control-Count-Label
           MOVE WS-Count-Reactivations TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Responses Attributed Today : ' TO Control-Count-Label
           MOVE WS-Count-Responses-Today TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Ledger Rows Expired : ' TO Control-Count-Label
           MOVE WS-Count-Expired TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Ledger Rows Carried Forward : ' TO Control-Count-Label
           MOVE WS-Count-Ledger-Out TO Control-Count-Value
           PERFORM 6900-Write-Count-Line.

      *-----------------------------------------------------------------
      * Write Campaign Block
      *-----------------------------------------------------------------

       6300-Write-Campaign-Block.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE SPACES TO Section-Title
           IF WS-Window-Idx = 1
               STRING WS-Campaign-Type-Name (WS-Type-Idx)
                      DELIMITED BY SPACE
                      ' - Closed Response Windows' DELIMITED BY SIZE
                      INTO Section-Title
           ELSE
               STRING WS-Campaign-Type-Name (WS-Type-Idx)
                      DELIMITED BY SPACE
                      ' - Windows Still Open (to date)'
                      DELIMITED BY SIZE
                      INTO Section-Title
           END-IF
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Response-Heading-Line-1 TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Response-Heading-Line-2 TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM VARYING WS-Prog-Idx FROM 1 BY 1
              UNTIL WS-Prog-Idx > 6
              PERFORM 6400-Write-Response-Line
           END-PERFORM.

      *-----------------------------------------------------------------
      * Write Response Line
      *
      * Lift is the mailed response rate less the holdout rate, in
      * percentage points; incremental responses are the mailed
      * responses beyond what the holdout rate would have given.
      *-----------------------------------------------------------------

       6400-Write-Response-Line.

           MOVE WS-Program-Name (WS-Prog-Idx) TO Rsp-Program
           MOVE WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                              WS-Window-Idx, 1) TO Rsp-Sent
           MOVE WS-Tly-Responses (WS-Type-Idx, WS-Prog-Idx,
                                  WS-Window-Idx, 1) TO Rsp-Sent-Resp
           MOVE WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                              WS-Window-Idx, 2) TO Rsp-Held
           MOVE WS-Tly-Responses (WS-Type-Idx, WS-Prog-Idx,
                                  WS-Window-Idx, 2) TO Rsp-Held-Resp

           MOVE ZERO TO WS-Sent-Rate
           MOVE ZERO TO WS-Hold-Rate
           IF WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                            WS-Window-Idx, 1) > ZERO
               COMPUTE WS-Sent-Rate ROUNDED =
                   WS-Tly-Responses (WS-Type-Idx, WS-Prog-Idx,
                                     WS-Window-Idx, 1) * 100
                 / WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                                 WS-Window-Idx, 1)
           END-IF
           IF WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                            WS-Window-Idx, 2) > ZERO
               COMPUTE WS-Hold-Rate ROUNDED =
                   WS-Tly-Responses (WS-Type-Idx, WS-Prog-Idx,
                                     WS-Window-Idx, 2) * 100
                 / WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                                 WS-Window-Idx, 2)
           END-IF
           COMPUTE Rsp-Sent-Rate ROUNDED = WS-Sent-Rate
           COMPUTE Rsp-Held-Rate ROUNDED = WS-Hold-Rate

           IF WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                            WS-Window-Idx, 1) > ZERO
              AND WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                                WS-Window-Idx, 2) > ZERO
               COMPUTE WS-Lift-Points = WS-Sent-Rate - WS-Hold-Rate
               COMPUTE Rsp-Lift ROUNDED = WS-Lift-Points
               COMPUTE WS-Incremental ROUNDED =
                   WS-Tly-Responses (WS-Type-Idx, WS-Prog-Idx,
                                     WS-Window-Idx, 1)
                 - WS-Tly-Count (WS-Type-Idx, WS-Prog-Idx,
                                 WS-Window-Idx, 1)
                   * WS-Hold-Rate / 100
               MOVE WS-Incremental TO Rsp-Incremental
           ELSE
               MOVE '   n/a' TO Rsp-Lift-X
               MOVE '       n/a' TO Rsp-Incremental-X
           END-IF

           MOVE Response-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Count Line
      *-----------------------------------------------------------------

       6900-Write-Count-Line.

           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Merged-File
           MOVE SPACES TO WS-Customer-File
           MOVE SPACES TO WS-Last-Seen-Row
           INITIALIZE WS-Response-Tally
           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9520-Read-Campaign-Parm
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

           MOVE WS-Business-Date TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           IF WS-Day-Number = ZERO
               DISPLAY 'Business date not valid : ' WS-Business-Date
               PERFORM 9995-Fatal-File-Error
           END-IF
           MOVE WS-Day-Number TO WS-Business-Day.

      *-----------------------------------------------------------------
      * Read Campaign Parameter Card
      *
      * A missing CMPPARM runs on a 30-day response window with
      * closed windows kept for 90 days.
      *-----------------------------------------------------------------

       9520-Read-Campaign-Parm.

           MOVE SPACES TO WS-Campaign-Parm-Card
           OPEN INPUT CAMPAIGN-PARM-FILE
           IF STATUS-CAMPAIGN-PARM-FILE = '00'
               READ CAMPAIGN-PARM-FILE INTO WS-Campaign-Parm-Card
                   AT END MOVE SPACES TO WS-Campaign-Parm-Card
               END-READ
               CLOSE CAMPAIGN-PARM-FILE
           ELSE
               DISPLAY 'CMPPARM not found - default response window '
                       'used : ' STATUS-CAMPAIGN-PARM-FILE
           END-IF

           IF Cmp-Response-Window NUMERIC
              AND Cmp-Response-Window > 0
               MOVE Cmp-Response-Window TO WS-Response-Window
           END-IF
           IF Cmp-Report-Days NUMERIC
               MOVE Cmp-Report-Days TO WS-Report-Days
           END-IF
           DISPLAY 'Response Window Days in effect : '
                   WS-Response-Window
           DISPLAY 'Closed Window Days Kept in effect : '
                   WS-Report-Days.

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

           OPEN INPUT LASTSEEN-FILE
           IF STATUS-LASTSEEN-FILE NOT = '00'
               DISPLAY 'Error while opening LSEENFLE - FS : '
                          STATUS-LASTSEEN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTOMER-FILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT LEDGER-OUT-FILE
           IF STATUS-LEDGER-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening CMPLEDGO - FS : '
                          STATUS-LEDGER-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening CMPRPT - FS : '
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
      * Read Lastseen Record
      *-----------------------------------------------------------------

       9210-Read-Lastseen-Record.

           IF End-Of-File-L = 'N'
               READ LASTSEEN-FILE INTO WS-Last-Seen-Row
                   AT END MOVE 'Y' TO End-Of-File-L
                   MOVE HIGH-VALUES TO WS-Last-Seen-Row
               END-READ
               IF STATUS-LASTSEEN-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading Lastseen-File - FS : '
                              STATUS-LASTSEEN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-L = 'N'
                   ADD 1 TO WS-Audit-Records-Read
               END-IF
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
               IF End-Of-File-C = 'N'
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
      * Write Ledger Record
      *-----------------------------------------------------------------

       9300-Write-Ledger-Record.

           WRITE LEDGER-OUT-RECORD FROM WS-Send-Ledger-Row
           IF STATUS-LEDGER-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to CMPLEDGO - FS : '
                          STATUS-LEDGER-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Ledger-Out
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to CMPRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

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

           CLOSE LASTSEEN-FILE
           IF STATUS-LASTSEEN-FILE NOT = '00'
               DISPLAY 'Error while closing LSEENFLE - FS : '
                          STATUS-LASTSEEN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while closing CUSTOMER-FILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE LEDGER-OUT-FILE
           IF STATUS-LEDGER-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing CMPLEDGO - FS : '
                          STATUS-LEDGER-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing CMPRPT - FS : '
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
           MOVE 'CWBPAIFU' TO RA-Program-Id
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

           DISPLAY 'Carried Ledger Rows Read : ' WS-Count-Carried
           DISPLAY 'New Send Ledger Rows : ' WS-Count-New-Sends
           DISPLAY 'Responses Attributed Today : '
                   WS-Count-Responses-Today
           DISPLAY 'Ledger Rows Carried Forward : '
                   WS-Count-Ledger-Out
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
