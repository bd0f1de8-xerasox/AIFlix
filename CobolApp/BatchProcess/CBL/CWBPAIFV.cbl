       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It builds a masked test copy of a production snapshot of the
      * chain's input files - CUSTFILE, WATCFILE, CUSTTRAN, RATEPLAN
      * and the TITLFILE unload - so changes can be tested on
      * realistic volumes without real names, emails or birth dates
      * leaving production :
      *   - accountNumbers are remapped in every file through one
      *     account map, numbered in ascending account order, so the
      *     masked files stay in the sort order CWBPAIF1 and CWBPAIF6
      *     merge on and still match each other;
      *   - names, emails, watch profile ids and operator ids are
      *     replaced by keyed hashes of their value, so two rows that
      *     carried the same value still carry the same masked one and
      *     the duplicate checks in CWBPAIF6 behave as in production;
      *   - birthDates are re-drawn inside the customer's age band (as
      *     CWBPAIFB bands them on the business date), and billing
      *     postal codes are cut back to their first three characters;
      *   - RATEPLAN and TITLFILE hold no personal data and are copied
      *     as they are;
      *   - HDR/TRL labels are carried over with each trailer count
      *     restated for the records actually written;
      *   - an optional sampling interval keeps every Nth account with
      *     all its watch events and transactions.
      * The account map pairs real and masked account numbers, so it
      * is a temporary work file only and must never be kept.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT WATCH-FILE       ASSIGN TO WATCFILE
               FILE STATUS IS STATUS-WATCH-FILE.

           SELECT CUSTOMER-TRAN-FILE ASSIGN TO CUSTTRAN
               FILE STATUS IS STATUS-CUSTOMER-TRAN-FILE.

           SELECT RATE-PLAN-FILE   ASSIGN TO RATEPLAN
               FILE STATUS IS STATUS-RATE-PLAN-FILE.

           SELECT TITLE-FILE       ASSIGN TO TITLFILE
               FILE STATUS IS STATUS-TITLE-FILE.

           SELECT MASK-CUSTOMER-FILE ASSIGN TO MSKCUST
               FILE STATUS IS STATUS-MASK-CUSTOMER-FILE.

           SELECT MASK-WATCH-FILE  ASSIGN TO MSKWATC
               FILE STATUS IS STATUS-MASK-WATCH-FILE.

           SELECT MASK-TRAN-FILE   ASSIGN TO MSKTRAN
               FILE STATUS IS STATUS-MASK-TRAN-FILE.

           SELECT MASK-RATE-PLAN-FILE ASSIGN TO MSKRATE
               FILE STATUS IS STATUS-MASK-RATE-PLAN-FILE.

           SELECT MASK-TITLE-FILE  ASSIGN TO MSKTITL
               FILE STATUS IS STATUS-MASK-TITLE-FILE.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO ACCTMAP
               FILE STATUS IS STATUS-ACCOUNT-MAP-FILE.

           SELECT REPORT-FILE      ASSIGN TO MSKRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT MASK-PARM-FILE   ASSIGN TO MSKPARM
               FILE STATUS IS STATUS-MASK-PARM-FILE.

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

       FD  WATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  WATCH-RECORD               PIC X(200).

       FD  CUSTOMER-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-TRAN-RECORD       PIC X(520).

       FD  RATE-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RATE-PLAN-RECORD           PIC X(80).

       FD  TITLE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TITLE-RECORD               PIC X(500).

       FD  MASK-CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MASK-CUSTOMER-RECORD       PIC X(500).

       FD  MASK-WATCH-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MASK-WATCH-RECORD          PIC X(200).

       FD  MASK-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MASK-TRAN-RECORD           PIC X(520).

       FD  MASK-RATE-PLAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MASK-RATE-PLAN-RECORD      PIC X(80).

       FD  MASK-TITLE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MASK-TITLE-RECORD          PIC X(500).

       FD  ACCOUNT-MAP-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ACCOUNT-MAP-RECORD         PIC X(30).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  MASK-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MASK-PARM-RECORD           PIC X(80).

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

      * Sort record - every accountNumber seen in the three account
      * files, sorted so the map can be numbered in account order
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).

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

      * Customer-File - the master image, also the image carried on
      * every CUSTTRAN record
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
        05 FILLER                     PIC X(327).
        05 subscriberStatus           PIC X(10).

      * Watch-File
       01 WS-Watch-File.
        05 accountNumber              PIC X(10).
        05 contentId                  PIC X(10).
        05 watchPercent               PIC X(5).
        05 startTime                  PIC X(10).
        05 mediaType                  PIC X(5).
        05 profileId                  PIC X(10).
        05 sessionId                  PIC X(10).
        05 eventStartTs               PIC X(19).
        05 eventEndTs                 PIC X(19).
        05 FILLER                     PIC X(102).

      * Customer-Tran-File - action, operator id, master image and
      * effective date, as CWBPAIF6 reads it
       01 WS-Tran-File.
        05 Tran-Action                PIC X(1).
        05 Tran-Operator-Id           PIC X(8).
        05 FILLER                     PIC X(1).
        05 Tran-Customer-Image        PIC X(500).
        05 Tran-Effective-Date        PIC X(10).

      * Account Map Row - real accountNumber, masked accountNumber and
      * whether the account is in the sample
       01 WS-Account-Map-Row.
        05 Map-Old-Account            PIC X(10).
        05 Map-New-Account.
         10 Map-New-Prefix            PIC X(1).
         10 Map-New-Ordinal           PIC 9(9).
        05 Map-Sample-Flag            PIC X(1).
         88 Map-Sampled                   VALUE 'Y'.
         88 Map-Not-Sampled               VALUE 'N'.
        05 FILLER                     PIC X(9).
       01 WS-Prev-Sort-Account        PIC X(10).
       01 WS-Map-Ordinal              PIC 9(9) VALUE ZERO.
       01 WS-Map-Lookup-Acct          PIC X(10).
       01 WS-Map-Keep-Switch          PIC X VALUE 'Y'.
        88 WS-Map-Keep                    VALUE 'Y'.
        88 WS-Map-Drop                    VALUE 'N'.

      * Mask Parameter Card - sampling interval (cols 1-5, every Nth
      * account, default 1 = all accounts) and the masking key (cols
      * 7-22) mixed into every hash, so masked values cannot be
      * rebuilt by hashing a list of likely names without it
       01 WS-Mask-Parm-Card.
        05 Msk-Sample-Interval        PIC 9(5).
        05 FILLER                     PIC X(1).
        05 Msk-Key                    PIC X(16).
        05 FILLER                     PIC X(58).
       01 WS-Sample-Interval          PIC 9(5) VALUE 1.
       01 WS-Mask-Key                 PIC X(16) VALUE 'AIFLIX-TESTBED'.

      * Keyed hash - two independent running hashes over the masking
      * key followed by the value
       01 WS-Hash-Input.
        05 WS-Hash-Key                PIC X(16).
        05 WS-Hash-Value              PIC X(40).
       01 WS-Hash-Pos                 PIC 9(2).
       01 WS-Hash-1                   PIC 9(10).
       01 WS-Hash-2                   PIC 9(10).
       01 WS-Hash-Work                PIC 9(10).
       01 WS-Hash-Digits-1            PIC 9(9).
       01 WS-Hash-Digits-2            PIC 9(9).

      * Replacement names
       01 WS-First-Name-Values.
        05 FILLER PIC X(30) VALUE 'Alex      Sam       Jordan    '.
        05 FILLER PIC X(30) VALUE 'Taylor    Morgan    Casey     '.
        05 FILLER PIC X(30) VALUE 'Riley     Jamie     Robin     '.
        05 FILLER PIC X(30) VALUE 'Avery     Quinn     Drew      '.
        05 FILLER PIC X(30) VALUE 'Blake     Cameron   Dana      '.
        05 FILLER PIC X(30) VALUE 'Elliot    Frankie   Hayden    '.
        05 FILLER PIC X(30) VALUE 'Jesse     Kendall   Logan     '.
        05 FILLER PIC X(30) VALUE 'Parker    Reese     Skyler    '.
       01 WS-First-Name-Table REDEFINES WS-First-Name-Values.
        05 WS-First-Name              PIC X(10) OCCURS 24 TIMES.
       01 WS-Surname-Start-Values.
        05 FILLER PIC X(48) VALUE
           'Ash   Brook Clay  Dun   Elm   Fair  Green Hart  '.
        05 FILLER PIC X(48) VALUE
           'Kings Lang  Mill  North Oak   Red   Stone West  '.
       01 WS-Surname-Start-Table REDEFINES WS-Surname-Start-Values.
        05 WS-Surname-Start           PIC X(6) OCCURS 16 TIMES.
       01 WS-Surname-End-Values.
        05 FILLER PIC X(48) VALUE
           'ford  wood  field ley   ton   by    well  worth '.
        05 FILLER PIC X(48) VALUE
           'ridge more  ham   croft dale  wick  shaw  stead '.
       01 WS-Surname-End-Table REDEFINES WS-Surname-End-Values.
        05 WS-Surname-End             PIC X(6) OCCURS 16 TIMES.
       01 WS-Name-Idx-1               PIC 9(2).
       01 WS-Name-Idx-2               PIC 9(2).
       01 WS-At-Sign-Count            PIC 9(2).

      * Birth date and age band - the age arithmetic is the same as
      * 5520 in CWBPAIF2 and the bands are CWBPAIFB's, so every
      * customer lands in the same band of the demographics report
       01 WS-BirthDate.
        05 WS-BirthDate-YYYY          PIC X(4).
        05 FILLER                     PIC X(1).
        05 WS-BirthDate-MM            PIC X(2).
        05 FILLER                     PIC X(1).
        05 WS-BirthDate-DD            PIC X(2).
       01 WS-BirthDate-Num REDEFINES WS-BirthDate.
        05 WS-BirthDate-YYYY-9        PIC 9(4).
        05 FILLER                     PIC X(1).
        05 WS-BirthDate-MM-9          PIC 9(2).
        05 FILLER                     PIC X(1).
        05 WS-BirthDate-DD-9          PIC 9(2).
       01 WS-New-BirthDate.
        05 WS-New-Birth-YYYY          PIC 9(4).
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-New-Birth-MM            PIC 9(2).
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-New-Birth-DD            PIC 9(2).
       01 WS-Age-Cust-TMP             PIC 9(3).
       01 WS-Age-Band                 PIC 9(1).
       01 WS-New-Age                  PIC 9(3).
       01 WS-Age-Band-Values.
        05 FILLER                     PIC X(6) VALUE '000017'.
        05 FILLER                     PIC X(6) VALUE '018024'.
        05 FILLER                     PIC X(6) VALUE '025034'.
        05 FILLER                     PIC X(6) VALUE '035044'.
        05 FILLER                     PIC X(6) VALUE '045054'.
        05 FILLER                     PIC X(6) VALUE '055064'.
        05 FILLER                     PIC X(6) VALUE '065089'.
       01 WS-Age-Band-Table REDEFINES WS-Age-Band-Values.
        05 WS-Age-Band-Entry OCCURS 7 TIMES.
         10 WS-Age-Band-Low           PIC 9(3).
         10 WS-Age-Band-High          PIC 9(3).

      * Record Counts - per file read, written, labels carried and
      * records left out of the sample
       01 WS-Record-Counts.
        05 WS-Count-Accounts          PIC 9(9) VALUE ZERO.
        05 WS-Count-Sampled           PIC 9(9) VALUE ZERO.
        05 WS-File-Counts OCCURS 5 TIMES.
         10 WS-Cnt-Read               PIC 9(9).
         10 WS-Cnt-Written            PIC 9(9).
         10 WS-Cnt-Labels             PIC 9(9).
         10 WS-Cnt-Dropped            PIC 9(9).
       01 WS-File-Idx                 PIC 9(1).
       01 WS-File-Name-Values.
        05 FILLER                     PIC X(8) VALUE 'CUSTFILE'.
        05 FILLER                     PIC X(8) VALUE 'WATCFILE'.
        05 FILLER                     PIC X(8) VALUE 'CUSTTRAN'.
        05 FILLER                     PIC X(8) VALUE 'RATEPLAN'.
        05 FILLER                     PIC X(8) VALUE 'TITLFILE'.
       01 WS-File-Name-Table REDEFINES WS-File-Name-Values.
        05 WS-File-Name               PIC X(8) OCCURS 5 TIMES.

      * File Integrity Labels - an 'HDR' record is carried over as it
      * is; a 'TRL' record gets the count of data records written
      * since its header
       01 WS-Label-Count-Parse           PIC X(9).
       01 WS-Label-Count-Num REDEFINES WS-Label-Count-Parse
                                         PIC 9(9).
       01 WS-Seg-Written                 PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-WATCH-FILE              PIC XX.
        05 STATUS-CUSTOMER-TRAN-FILE      PIC XX.
        05 STATUS-RATE-PLAN-FILE          PIC XX.
        05 STATUS-TITLE-FILE              PIC XX.
        05 STATUS-MASK-CUSTOMER-FILE      PIC XX.
        05 STATUS-MASK-WATCH-FILE         PIC XX.
        05 STATUS-MASK-TRAN-FILE          PIC XX.
        05 STATUS-MASK-RATE-PLAN-FILE     PIC XX.
        05 STATUS-MASK-TITLE-FILE         PIC XX.
        05 STATUS-ACCOUNT-MAP-FILE        PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-MASK-PARM-FILE          PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business processing date is the date
      * the age bands are worked out on; a missing or blank card
      * falls back to the current date
       01 WS-Control-Card.
        05 Ctrl-Business-Date.
         10 Ctrl-Business-YYYY         PIC 9(4).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-MM           PIC 9(2).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-DD           PIC 9(2).
        05 FILLER                      PIC X(70).

       01 WS-Business-Date.
        05 WS-Business-YYYY            PIC 9(4).
        05 FILLER                      PIC X(1) VALUE '-'.
        05 WS-Business-MM              PIC 9(2).
        05 FILLER                      PIC X(1) VALUE '-'.
        05 WS-Business-DD              PIC 9(2).

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
       01 End-Of-File-W                  PIC X VALUE 'N'.
       01 End-Of-File-T                  PIC X VALUE 'N'.
       01 End-Of-File-R                  PIC X VALUE 'N'.
       01 End-Of-File-L                  PIC X VALUE 'N'.
       01 End-Of-File-A                  PIC X VALUE 'N'.
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
        05 FILLER                 PIC X(24) Value SPACES.
        05 FILLER                 PIC X(32)
              Value 'AIFlix Masked Test Data Build'.
        05 FILLER                 PIC X(24) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(16) Value 'Business Date : '.
        05 Business-Date-Value    PIC X(10).
        05 FILLER                 PIC X(44) Value SPACES.

      * Summary Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

      * File Lines
       01 File-Heading-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(10) Value 'File'.
        05 FILLER                 PIC X(12) Value '        Read'.
        05 FILLER                 PIC X(12) Value '     Written'.
        05 FILLER                 PIC X(12) Value '      Labels'.
        05 FILLER                 PIC X(12) Value ' Not Sampled'.
        05 FILLER                 PIC X(12) Value SPACES.
       01 File-Detail-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Fil-Name               PIC X(8).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Fil-Read               PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Fil-Written            PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Fil-Labels             PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Fil-Dropped            PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(12) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                INPUT PROCEDURE 2000-Release-Accounts
                OUTPUT PROCEDURE 2500-Build-Account-Map
           PERFORM 3000-Mask-Customer-File
           PERFORM 3200-Mask-Watch-File
           PERFORM 3400-Mask-Tran-File
           PERFORM 3600-Copy-Rate-Plan-File
           PERFORM 3800-Copy-Title-File
           PERFORM 6100-Write-Mask-Report
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Accounts
      *
      * Input procedure : the accountNumber of every data record in
      * CUSTFILE, WATCFILE and CUSTTRAN; labels and blank accounts
      * take no part in the map.
      *-----------------------------------------------------------------

       2000-Release-Accounts.

           OPEN INPUT CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTOMER-FILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           PERFORM 9200-Read-Customer-Record
           PERFORM UNTIL End-Of-File-C = 'Y'
              MOVE CUSTOMER-RECORD (1:10) TO SRT-Account-Number
              PERFORM 2100-Release-Account
              PERFORM 9200-Read-Customer-Record
           END-PERFORM
           CLOSE CUSTOMER-FILE

           OPEN INPUT WATCH-FILE
           IF STATUS-WATCH-FILE NOT = '00'
               DISPLAY 'Error while opening WATCH-FILE - FS : '
                          STATUS-WATCH-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           PERFORM 9210-Read-Watch-Record
           PERFORM UNTIL End-Of-File-W = 'Y'
              MOVE WATCH-RECORD (1:10) TO SRT-Account-Number
              PERFORM 2100-Release-Account
              PERFORM 9210-Read-Watch-Record
           END-PERFORM
           CLOSE WATCH-FILE

           OPEN INPUT CUSTOMER-TRAN-FILE
           IF STATUS-CUSTOMER-TRAN-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTTRAN - FS : '
                          STATUS-CUSTOMER-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           PERFORM 9220-Read-Tran-Record
           PERFORM UNTIL End-Of-File-T = 'Y'
              MOVE CUSTOMER-TRAN-RECORD (11:10) TO SRT-Account-Number
              PERFORM 2100-Release-Account
              PERFORM 9220-Read-Tran-Record
           END-PERFORM
           CLOSE CUSTOMER-TRAN-FILE

           MOVE 'N' TO End-Of-File-C
           MOVE 'N' TO End-Of-File-W
           MOVE 'N' TO End-Of-File-T.

      *-----------------------------------------------------------------
      * Release Account
      *-----------------------------------------------------------------

       2100-Release-Account.

           IF SRT-Account-Number (1:4) NOT = 'HDR '
              AND SRT-Account-Number (1:4) NOT = 'TRL '
              AND SRT-Account-Number NOT = SPACES
               RELEASE SORT-WORK-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * Build Account Map
      *
      * Output procedure : one map row per distinct accountNumber,
      * numbered in ascending order so the masked numbers sort the
      * same way the real ones did. Every Nth account is marked as
      * in the sample.
      *-----------------------------------------------------------------

       2500-Build-Account-Map.

           OPEN OUTPUT ACCOUNT-MAP-FILE
           IF STATUS-ACCOUNT-MAP-FILE NOT = '00'
               DISPLAY 'Error while opening ACCTMAP - FS : '
                          STATUS-ACCOUNT-MAP-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           MOVE LOW-VALUES TO WS-Prev-Sort-Account
           PERFORM 9230-Return-Sort-Record
           PERFORM UNTIL End-Of-Sort = 'Y'
              IF SRT-Account-Number NOT = WS-Prev-Sort-Account
                  MOVE SRT-Account-Number TO WS-Prev-Sort-Account
                  ADD 1 TO WS-Map-Ordinal
                  MOVE SPACES TO WS-Account-Map-Row
                  MOVE SRT-Account-Number TO Map-Old-Account
                  MOVE 'T' TO Map-New-Prefix
                  MOVE WS-Map-Ordinal TO Map-New-Ordinal
                  IF FUNCTION MOD (WS-Map-Ordinal - 1,
                                   WS-Sample-Interval) = 0
                      SET Map-Sampled TO TRUE
                      ADD 1 TO WS-Count-Sampled
                  ELSE
                      SET Map-Not-Sampled TO TRUE
                  END-IF
                  WRITE ACCOUNT-MAP-RECORD FROM WS-Account-Map-Row
                  IF STATUS-ACCOUNT-MAP-FILE NOT = '00'
                      DISPLAY 'Error while writing to ACCTMAP - FS : '
                                 STATUS-ACCOUNT-MAP-FILE
                      PERFORM 9995-Fatal-File-Error
                  END-IF
              END-IF
              PERFORM 9230-Return-Sort-Record
           END-PERFORM
           MOVE WS-Map-Ordinal TO WS-Count-Accounts

           CLOSE ACCOUNT-MAP-FILE
           IF STATUS-ACCOUNT-MAP-FILE NOT = '00'
               DISPLAY 'Error while closing ACCTMAP - FS : '
                          STATUS-ACCOUNT-MAP-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Mask Customer File
      *-----------------------------------------------------------------

       3000-Mask-Customer-File.

           OPEN INPUT CUSTOMER-FILE
           IF STATUS-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTOMER-FILE - FS : '
                          STATUS-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           OPEN OUTPUT MASK-CUSTOMER-FILE
           IF STATUS-MASK-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while opening MSKCUST - FS : '
                          STATUS-MASK-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           PERFORM 9240-Open-Account-Map

           MOVE 1 TO WS-File-Idx
           MOVE ZERO TO WS-Seg-Written
           PERFORM 9200-Read-Customer-Record
           PERFORM 3050-Copy-Customer-Record
             UNTIL End-Of-File-C = 'Y'

           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-MAP-FILE
           CLOSE MASK-CUSTOMER-FILE
           IF STATUS-MASK-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while closing MSKCUST - FS : '
                          STATUS-MASK-CUSTOMER-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Copy Customer Record
      *-----------------------------------------------------------------

       3050-Copy-Customer-Record.

           EVALUATE TRUE
           WHEN CUSTOMER-RECORD (1:4) = 'HDR '
                MOVE ZERO TO WS-Seg-Written
                ADD 1 TO WS-Cnt-Labels (1)
                MOVE CUSTOMER-RECORD TO MASK-CUSTOMER-RECORD
                PERFORM 9300-Write-Mask-Customer
           WHEN CUSTOMER-RECORD (1:4) = 'TRL '
                ADD 1 TO WS-Cnt-Labels (1)
                MOVE CUSTOMER-RECORD TO MASK-CUSTOMER-RECORD
                MOVE WS-Seg-Written TO MASK-CUSTOMER-RECORD (5:9)
                PERFORM 9300-Write-Mask-Customer
           WHEN OTHER
                MOVE CUSTOMER-RECORD TO WS-Customer-File
                MOVE accountNumber of WS-Customer-File
                     TO WS-Map-Lookup-Acct
                PERFORM 5100-Map-Account
                IF WS-Map-Keep
                    MOVE WS-Map-Lookup-Acct
                         TO accountNumber of WS-Customer-File
                    PERFORM 5200-Mask-Customer-Image
                    MOVE WS-Customer-File TO MASK-CUSTOMER-RECORD
                    ADD 1 TO WS-Seg-Written
                    PERFORM 9300-Write-Mask-Customer
                ELSE
                    ADD 1 TO WS-Cnt-Dropped (1)
                END-IF
           END-EVALUATE
           PERFORM 9200-Read-Customer-Record.

      *-----------------------------------------------------------------
      * Mask Watch File
      *-----------------------------------------------------------------

       3200-Mask-Watch-File.

           OPEN INPUT WATCH-FILE
           IF STATUS-WATCH-FILE NOT = '00'
               DISPLAY 'Error while opening WATCH-FILE - FS : '
                          STATUS-WATCH-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           OPEN OUTPUT MASK-WATCH-FILE
           IF STATUS-MASK-WATCH-FILE NOT = '00'
               DISPLAY 'Error while opening MSKWATC - FS : '
                          STATUS-MASK-WATCH-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           PERFORM 9240-Open-Account-Map

           MOVE 2 TO WS-File-Idx
           MOVE ZERO TO WS-Seg-Written
           PERFORM 9210-Read-Watch-Record
           PERFORM 3250-Copy-Watch-Record
             UNTIL End-Of-File-W = 'Y'

           CLOSE WATCH-FILE
           CLOSE ACCOUNT-MAP-FILE
           CLOSE MASK-WATCH-FILE
           IF STATUS-MASK-WATCH-FILE NOT = '00'
               DISPLAY 'Error while closing MSKWATC - FS : '
                          STATUS-MASK-WATCH-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Copy Watch Record
      *
      * The viewing profile id can carry a household member's name,
      * so it is replaced like the other personal values.
      *-----------------------------------------------------------------

       3250-Copy-Watch-Record.

           EVALUATE TRUE
           WHEN WATCH-RECORD (1:4) = 'HDR '
                MOVE ZERO TO WS-Seg-Written
                ADD 1 TO WS-Cnt-Labels (2)
                MOVE WATCH-RECORD TO MASK-WATCH-RECORD
                PERFORM 9310-Write-Mask-Watch
           WHEN WATCH-RECORD (1:4) = 'TRL '
                ADD 1 TO WS-Cnt-Labels (2)
                MOVE WATCH-RECORD TO MASK-WATCH-RECORD
                MOVE WS-Seg-Written TO MASK-WATCH-RECORD (5:9)
                PERFORM 9310-Write-Mask-Watch
           WHEN OTHER
                MOVE WATCH-RECORD TO WS-Watch-File
                MOVE accountNumber of WS-Watch-File
                     TO WS-Map-Lookup-Acct
                PERFORM 5100-Map-Account
                IF WS-Map-Keep
                    MOVE WS-Map-Lookup-Acct
                         TO accountNumber of WS-Watch-File
                    IF profileId of WS-Watch-File NOT = SPACES
                        MOVE profileId of WS-Watch-File
                             TO WS-Hash-Value
                        PERFORM 5300-Hash-Value
                        MOVE SPACES TO profileId of WS-Watch-File
                        STRING 'P' DELIMITED BY SIZE
                               WS-Hash-Digits-1 DELIMITED BY SIZE
                               INTO profileId of WS-Watch-File
                    END-IF
                    MOVE WS-Watch-File TO MASK-WATCH-RECORD
                    ADD 1 TO WS-Seg-Written
                    PERFORM 9310-Write-Mask-Watch
                ELSE
                    ADD 1 TO WS-Cnt-Dropped (2)
                END-IF
           END-EVALUATE
           PERFORM 9210-Read-Watch-Record.

      *-----------------------------------------------------------------
      * Mask Tran File
      *-----------------------------------------------------------------

       3400-Mask-Tran-File.

           OPEN INPUT CUSTOMER-TRAN-FILE
           IF STATUS-CUSTOMER-TRAN-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTTRAN - FS : '
                          STATUS-CUSTOMER-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           OPEN OUTPUT MASK-TRAN-FILE
           IF STATUS-MASK-TRAN-FILE NOT = '00'
               DISPLAY 'Error while opening MSKTRAN - FS : '
                          STATUS-MASK-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           PERFORM 9240-Open-Account-Map

           MOVE 3 TO WS-File-Idx
           MOVE ZERO TO WS-Seg-Written
           PERFORM 9220-Read-Tran-Record
           PERFORM 3450-Copy-Tran-Record
             UNTIL End-Of-File-T = 'Y'

           CLOSE CUSTOMER-TRAN-FILE
           CLOSE ACCOUNT-MAP-FILE
           CLOSE MASK-TRAN-FILE
           IF STATUS-MASK-TRAN-FILE NOT = '00'
               DISPLAY 'Error while closing MSKTRAN - FS : '
                          STATUS-MASK-TRAN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Copy Tran Record
      *
      * The carried image is masked exactly as the master is, so an
      * add or change lands on the same masked values; the operator
      * id of an online request is replaced as well.
      *-----------------------------------------------------------------

       3450-Copy-Tran-Record.

           EVALUATE TRUE
           WHEN CUSTOMER-TRAN-RECORD (1:4) = 'HDR '
                MOVE ZERO TO WS-Seg-Written
                ADD 1 TO WS-Cnt-Labels (3)
                MOVE CUSTOMER-TRAN-RECORD TO MASK-TRAN-RECORD
                PERFORM 9320-Write-Mask-Tran
           WHEN CUSTOMER-TRAN-RECORD (1:4) = 'TRL '
                ADD 1 TO WS-Cnt-Labels (3)
                MOVE CUSTOMER-TRAN-RECORD TO MASK-TRAN-RECORD
                MOVE WS-Seg-Written TO MASK-TRAN-RECORD (5:9)
                PERFORM 9320-Write-Mask-Tran
           WHEN OTHER
                MOVE CUSTOMER-TRAN-RECORD TO WS-Tran-File
                MOVE Tran-Customer-Image TO WS-Customer-File
                MOVE accountNumber of WS-Customer-File
                     TO WS-Map-Lookup-Acct
                PERFORM 5100-Map-Account
                IF WS-Map-Keep
                    MOVE WS-Map-Lookup-Acct
                         TO accountNumber of WS-Customer-File
                    PERFORM 5200-Mask-Customer-Image
                    MOVE WS-Customer-File TO Tran-Customer-Image
                    IF Tran-Operator-Id NOT = SPACES
                        MOVE Tran-Operator-Id TO WS-Hash-Value
                        PERFORM 5300-Hash-Value
                        MOVE SPACES TO Tran-Operator-Id
                        STRING 'OP' DELIMITED BY SIZE
                               WS-Hash-Digits-1 (4:6)
                               DELIMITED BY SIZE
                               INTO Tran-Operator-Id
                    END-IF
                    MOVE WS-Tran-File TO MASK-TRAN-RECORD
                    ADD 1 TO WS-Seg-Written
                    PERFORM 9320-Write-Mask-Tran
                ELSE
                    ADD 1 TO WS-Cnt-Dropped (3)
                END-IF
           END-EVALUATE
           PERFORM 9220-Read-Tran-Record.

      *-----------------------------------------------------------------
      * Copy Rate Plan File
      *-----------------------------------------------------------------

       3600-Copy-Rate-Plan-File.

           OPEN INPUT RATE-PLAN-FILE
           IF STATUS-RATE-PLAN-FILE NOT = '00'
               DISPLAY 'Error while opening RATEPLAN - FS : '
                          STATUS-RATE-PLAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           OPEN OUTPUT MASK-RATE-PLAN-FILE
           IF STATUS-MASK-RATE-PLAN-FILE NOT = '00'
               DISPLAY 'Error while opening MSKRATE - FS : '
                          STATUS-MASK-RATE-PLAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 9250-Read-Rate-Plan-Record
           PERFORM UNTIL End-Of-File-R = 'Y'
              IF RATE-PLAN-RECORD (1:4) = 'HDR '
                 OR RATE-PLAN-RECORD (1:4) = 'TRL '
                  ADD 1 TO WS-Cnt-Labels (4)
              END-IF
              WRITE MASK-RATE-PLAN-RECORD FROM RATE-PLAN-RECORD
              IF STATUS-MASK-RATE-PLAN-FILE NOT = '00'
                  DISPLAY 'Error while writing to MSKRATE - FS : '
                             STATUS-MASK-RATE-PLAN-FILE
                  PERFORM 9995-Fatal-File-Error
              END-IF
              ADD 1 TO WS-Cnt-Written (4)
              ADD 1 TO WS-Audit-Records-Written
              PERFORM 9250-Read-Rate-Plan-Record
           END-PERFORM

           CLOSE RATE-PLAN-FILE
           CLOSE MASK-RATE-PLAN-FILE
           IF STATUS-MASK-RATE-PLAN-FILE NOT = '00'
               DISPLAY 'Error while closing MSKRATE - FS : '
                          STATUS-MASK-RATE-PLAN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Copy Title File - the whole catalog is kept whatever the
      * sample, so every sampled watch event still finds its title
      *-----------------------------------------------------------------

       3800-Copy-Title-File.

           OPEN INPUT TITLE-FILE
           IF STATUS-TITLE-FILE NOT = '00'
               DISPLAY 'Error while opening TITLFILE - FS : '
                          STATUS-TITLE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           OPEN OUTPUT MASK-TITLE-FILE
           IF STATUS-MASK-TITLE-FILE NOT = '00'
               DISPLAY 'Error while opening MSKTITL - FS : '
                          STATUS-MASK-TITLE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 9260-Read-Title-Record
           PERFORM UNTIL End-Of-File-L = 'Y'
              IF TITLE-RECORD (1:4) = 'HDR '
                 OR TITLE-RECORD (1:4) = 'TRL '
                  ADD 1 TO WS-Cnt-Labels (5)
              END-IF
              WRITE MASK-TITLE-RECORD FROM TITLE-RECORD
              IF STATUS-MASK-TITLE-FILE NOT = '00'
                  DISPLAY 'Error while writing to MSKTITL - FS : '
                             STATUS-MASK-TITLE-FILE
                  PERFORM 9995-Fatal-File-Error
              END-IF
              ADD 1 TO WS-Cnt-Written (5)
              ADD 1 TO WS-Audit-Records-Written
              PERFORM 9260-Read-Title-Record
           END-PERFORM

           CLOSE TITLE-FILE
           CLOSE MASK-TITLE-FILE
           IF STATUS-MASK-TITLE-FILE NOT = '00'
               DISPLAY 'Error while closing MSKTITL - FS : '
                          STATUS-MASK-TITLE-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Map Account
      *
      * The file being masked and the map are both in account order,
      * so the map only ever moves forward; an account the map has
      * already passed means the file is out of sequence and the
      * masked copy would not merge, so the run stops. A blank
      * account stays blank and is kept, for the reject paths.
      *-----------------------------------------------------------------

       5100-Map-Account.

           SET WS-Map-Keep TO TRUE
           IF WS-Map-Lookup-Acct NOT = SPACES
               PERFORM UNTIL End-Of-File-A = 'Y'
                  OR Map-Old-Account >= WS-Map-Lookup-Acct
                  PERFORM 9241-Read-Account-Map
               END-PERFORM
               IF End-Of-File-A = 'Y'
                  OR Map-Old-Account NOT = WS-Map-Lookup-Acct
                   DISPLAY WS-File-Name (WS-File-Idx)
                           ' not in accountNumber order at : '
                           WS-Map-Lookup-Acct
                   PERFORM 9995-Fatal-File-Error
               END-IF
               MOVE Map-New-Account TO WS-Map-Lookup-Acct
               IF Map-Not-Sampled
                   SET WS-Map-Drop TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Mask Customer Image
      *
      * Every replacement is a function of the original value and the
      * masking key only, so the master and the transaction images
      * agree and equal values stay equal. Blank fields stay blank; an
      * email without an '@' stays without one so the validation
      * paths still see it.
      *-----------------------------------------------------------------

       5200-Mask-Customer-Image.

           IF firstName of WS-Customer-File NOT = SPACES
               MOVE firstName of WS-Customer-File TO WS-Hash-Value
               PERFORM 5300-Hash-Value
               COMPUTE WS-Name-Idx-1 = FUNCTION MOD (WS-Hash-1, 24) + 1
               MOVE WS-First-Name (WS-Name-Idx-1)
                    TO firstName of WS-Customer-File
           END-IF

           IF lastName of WS-Customer-File NOT = SPACES
               MOVE lastName of WS-Customer-File TO WS-Hash-Value
               PERFORM 5300-Hash-Value
               COMPUTE WS-Name-Idx-1 = FUNCTION MOD (WS-Hash-1, 16) + 1
               COMPUTE WS-Name-Idx-2 = FUNCTION MOD (WS-Hash-2, 16) + 1
               MOVE SPACES TO lastName of WS-Customer-File
               STRING WS-Surname-Start (WS-Name-Idx-1)
                      DELIMITED BY SPACE
                      WS-Surname-End (WS-Name-Idx-2)
                      DELIMITED BY SPACE
                      INTO lastName of WS-Customer-File
           END-IF

           IF emailAddress of WS-Customer-File NOT = SPACES
               MOVE ZERO TO WS-At-Sign-Count
               INSPECT emailAddress of WS-Customer-File
                       TALLYING WS-At-Sign-Count FOR ALL '@'
               MOVE FUNCTION LOWER-CASE
                    (emailAddress of WS-Customer-File)
                    TO WS-Hash-Value
               PERFORM 5300-Hash-Value
               MOVE SPACES TO emailAddress of WS-Customer-File
               IF WS-At-Sign-Count > 0
                   STRING 'u' DELIMITED BY SIZE
                          WS-Hash-Digits-1 DELIMITED BY SIZE
                          WS-Hash-Digits-2 DELIMITED BY SIZE
                          '@example.com' DELIMITED BY SIZE
                          INTO emailAddress of WS-Customer-File
               ELSE
                   STRING 'u' DELIMITED BY SIZE
                          WS-Hash-Digits-1 DELIMITED BY SIZE
                          WS-Hash-Digits-2 DELIMITED BY SIZE
                          INTO emailAddress of WS-Customer-File
               END-IF
           END-IF

           PERFORM 5400-Shift-Birth-Date

           IF billingPostalCode of WS-Customer-File NOT = SPACES
               MOVE SPACES TO billingPostalCode of WS-Customer-File
                              (4:7)
           END-IF.

      *-----------------------------------------------------------------
      * Hash Value
      *
      * Two running hashes (multipliers 31 and 37, modulo the prime
      * 999999937) over the masking key and the value, giving 18
      * digits between them.
      *-----------------------------------------------------------------

       5300-Hash-Value.

           MOVE WS-Mask-Key TO WS-Hash-Key
           MOVE ZERO TO WS-Hash-1
           MOVE 7 TO WS-Hash-2
           PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
              UNTIL WS-Hash-Pos > 56
              COMPUTE WS-Hash-1 = FUNCTION MOD
                      (WS-Hash-1 * 31
                       + FUNCTION ORD (WS-Hash-Input (WS-Hash-Pos:1)),
                       999999937)
              COMPUTE WS-Hash-2 = FUNCTION MOD
                      (WS-Hash-2 * 37
                       + FUNCTION ORD (WS-Hash-Input (WS-Hash-Pos:1)),
                       999999937)
           END-PERFORM
           MOVE WS-Hash-1 TO WS-Hash-Digits-1
           MOVE WS-Hash-2 TO WS-Hash-Digits-2.

      *-----------------------------------------------------------------
      * Shift Birth Date
      *
      * A new age is drawn inside the original age band and the new
      * birthDate is set that many years before the business date, in
      * a month and day not later in the year than the business date,
      * so the age arithmetic gives the new age exactly. Blank or
      * malformed dates are left alone for the validation paths.
      *-----------------------------------------------------------------

       5400-Shift-Birth-Date.

           MOVE birthDate of WS-Customer-File TO WS-BirthDate
           IF WS-BirthDate-YYYY NUMERIC
              AND WS-BirthDate-MM NUMERIC
              AND WS-BirthDate-DD NUMERIC
              AND WS-BirthDate-YYYY-9 <= WS-Business-YYYY
               COMPUTE WS-Age-Cust-TMP =
               WS-Business-YYYY - WS-BirthDate-YYYY-9
               IF WS-BirthDate-MM-9  > WS-Business-MM
                IF WS-BirthDate-DD-9  > WS-Business-DD
                      SUBTRACT 1 FROM WS-Age-Cust-TMP
                END-IF
               END-IF

               EVALUATE WS-Age-Cust-TMP
               WHEN 0 THRU 17    MOVE 1 TO WS-Age-Band
               WHEN 18 THRU 24   MOVE 2 TO WS-Age-Band
               WHEN 25 THRU 34   MOVE 3 TO WS-Age-Band
               WHEN 35 THRU 44   MOVE 4 TO WS-Age-Band
               WHEN 45 THRU 54   MOVE 5 TO WS-Age-Band
               WHEN 55 THRU 64   MOVE 6 TO WS-Age-Band
               WHEN OTHER        MOVE 7 TO WS-Age-Band
               END-EVALUATE

               MOVE birthDate of WS-Customer-File TO WS-Hash-Value
               PERFORM 5300-Hash-Value
               COMPUTE WS-New-Age =
                       WS-Age-Band-Low (WS-Age-Band)
                     + FUNCTION MOD (WS-Hash-1,
                           WS-Age-Band-High (WS-Age-Band)
                         - WS-Age-Band-Low (WS-Age-Band) + 1)
               COMPUTE WS-New-Birth-YYYY =
                       WS-Business-YYYY - WS-New-Age
               COMPUTE WS-New-Birth-MM =
                       FUNCTION MOD (WS-Hash-2, WS-Business-MM) + 1
               COMPUTE WS-Hash-Work = WS-Hash-1 / 1000
               COMPUTE WS-New-Birth-DD =
                       FUNCTION MOD (WS-Hash-Work, 28) + 1
               IF WS-New-Birth-MM = WS-Business-MM
                  AND WS-New-Birth-DD > WS-Business-DD
                   MOVE WS-Business-DD TO WS-New-Birth-DD
               END-IF
               MOVE WS-New-BirthDate TO birthDate of WS-Customer-File
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
      * Write Mask Report
      *-----------------------------------------------------------------

       6100-Write-Mask-Report.

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening MSKRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

      * Time-Line
           MOVE Time-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
      * Header-Line
           MOVE Header-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
           MOVE WS-Business-Date TO Business-Date-Value
           MOVE Business-Date-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
           MOVE 'Sampling Interval (every Nth account) : '
                TO Control-Count-Label
           MOVE WS-Sample-Interval TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Accounts Mapped : ' TO Control-Count-Label
           MOVE WS-Count-Accounts TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Accounts in Sample : ' TO Control-Count-Label
           MOVE WS-Count-Sampled TO Control-Count-Value
           PERFORM 6900-Write-Count-Line

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
           MOVE File-Heading-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
           PERFORM VARYING WS-File-Idx FROM 1 BY 1
              UNTIL WS-File-Idx > 5
              MOVE WS-File-Name (WS-File-Idx) TO Fil-Name
              MOVE WS-Cnt-Read (WS-File-Idx) TO Fil-Read
              MOVE WS-Cnt-Written (WS-File-Idx) TO Fil-Written
              MOVE WS-Cnt-Labels (WS-File-Idx) TO Fil-Labels
              MOVE WS-Cnt-Dropped (WS-File-Idx) TO Fil-Dropped
              MOVE File-Detail-Line TO REPORT-RECORD
              PERFORM 9330-Write-Report-Record
           END-PERFORM

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing MSKRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Write Count Line
      *-----------------------------------------------------------------

       6900-Write-Count-Line.

           MOVE Control-Count-Line TO REPORT-RECORD
           PERFORM 9330-Write-Report-Record.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           INITIALIZE WS-Record-Counts
           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9520-Read-Mask-Parm
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
               MOVE Ctrl-Business-YYYY TO WS-Business-YYYY
               MOVE Ctrl-Business-MM TO WS-Business-MM
               MOVE Ctrl-Business-DD TO WS-Business-DD
               DISPLAY 'Business Processing Date : '
                       Ctrl-Business-Date
           ELSE
               MOVE WS-Current-YYYY TO WS-Business-YYYY
               MOVE WS-Current-MM TO WS-Business-MM
               MOVE WS-Current-DD TO WS-Business-DD
               DISPLAY 'CTRLCARD missing or invalid - using '
                       'defaults - FS : ' STATUS-CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Read Mask Parameter Card
      *
      * Without MSKPARM every account is kept; without a masking key
      * the installation default is used, which is flagged because
      * anyone holding it could rebuild the masked names.
      *-----------------------------------------------------------------

       9520-Read-Mask-Parm.

           MOVE SPACES TO WS-Mask-Parm-Card
           OPEN INPUT MASK-PARM-FILE
           IF STATUS-MASK-PARM-FILE = '00'
               READ MASK-PARM-FILE INTO WS-Mask-Parm-Card
                   AT END MOVE SPACES TO WS-Mask-Parm-Card
               END-READ
               CLOSE MASK-PARM-FILE
           ELSE
               DISPLAY 'MSKPARM not found - default sampling used : '
                       STATUS-MASK-PARM-FILE
           END-IF

           IF Msk-Sample-Interval NUMERIC
              AND Msk-Sample-Interval > 0
               MOVE Msk-Sample-Interval TO WS-Sample-Interval
           END-IF
           IF Msk-Key NOT = SPACES
               MOVE Msk-Key TO WS-Mask-Key
           ELSE
               DISPLAY 'MSKPARM masking key blank - default key used'
               PERFORM 9990-Set-Warning-Code
           END-IF
           DISPLAY 'Sampling Interval in effect : '
                   WS-Sample-Interval.

      *-----------------------------------------------------------------
      * Read Customer Record
      *-----------------------------------------------------------------

       9200-Read-Customer-Record.

           READ CUSTOMER-FILE
               AT END MOVE 'Y' TO End-Of-File-C
           END-READ
           IF End-Of-File-C = 'N'
               IF STATUS-CUSTOMER-FILE NOT = '00'
                   DISPLAY 'Error while reading Customer-File - FS : '
                              STATUS-CUSTOMER-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               IF WS-File-Idx = 1
                   ADD 1 TO WS-Cnt-Read (1)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read Watch Record
      *-----------------------------------------------------------------

       9210-Read-Watch-Record.

           READ WATCH-FILE
               AT END MOVE 'Y' TO End-Of-File-W
           END-READ
           IF End-Of-File-W = 'N'
               IF STATUS-WATCH-FILE NOT = '00'
                   DISPLAY 'Error while reading Watch-File - FS : '
                              STATUS-WATCH-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               IF WS-File-Idx = 2
                   ADD 1 TO WS-Cnt-Read (2)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read Tran Record
      *-----------------------------------------------------------------

       9220-Read-Tran-Record.

           READ CUSTOMER-TRAN-FILE
               AT END MOVE 'Y' TO End-Of-File-T
           END-READ
           IF End-Of-File-T = 'N'
               IF STATUS-CUSTOMER-TRAN-FILE NOT = '00'
                   DISPLAY 'Error while reading CUSTTRAN - FS : '
                              STATUS-CUSTOMER-TRAN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               IF WS-File-Idx = 3
                   ADD 1 TO WS-Cnt-Read (3)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Return Sort Record
      *-----------------------------------------------------------------

       9230-Return-Sort-Record.

           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO End-Of-Sort
           END-RETURN.

      *-----------------------------------------------------------------
      * Open Account Map
      *-----------------------------------------------------------------

       9240-Open-Account-Map.

           OPEN INPUT ACCOUNT-MAP-FILE
           IF STATUS-ACCOUNT-MAP-FILE NOT = '00'
               DISPLAY 'Error while opening ACCTMAP - FS : '
                          STATUS-ACCOUNT-MAP-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           MOVE 'N' TO End-Of-File-A
           MOVE LOW-VALUES TO WS-Account-Map-Row.

      *-----------------------------------------------------------------
      * Read Account Map
      *-----------------------------------------------------------------

       9241-Read-Account-Map.

           READ ACCOUNT-MAP-FILE INTO WS-Account-Map-Row
               AT END MOVE 'Y' TO End-Of-File-A
           END-READ
           IF End-Of-File-A = 'N'
              AND STATUS-ACCOUNT-MAP-FILE NOT = '00'
               DISPLAY 'Error while reading ACCTMAP - FS : '
                          STATUS-ACCOUNT-MAP-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Rate Plan Record
      *-----------------------------------------------------------------

       9250-Read-Rate-Plan-Record.

           READ RATE-PLAN-FILE
               AT END MOVE 'Y' TO End-Of-File-R
           END-READ
           IF End-Of-File-R = 'N'
               IF STATUS-RATE-PLAN-FILE NOT = '00'
                   DISPLAY 'Error while reading RATEPLAN - FS : '
                              STATUS-RATE-PLAN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Cnt-Read (4)
           END-IF.

      *-----------------------------------------------------------------
      * Read Title Record
      *-----------------------------------------------------------------

       9260-Read-Title-Record.

           READ TITLE-FILE
               AT END MOVE 'Y' TO End-Of-File-L
           END-READ
           IF End-Of-File-L = 'N'
               IF STATUS-TITLE-FILE NOT = '00'
                   DISPLAY 'Error while reading TITLFILE - FS : '
                              STATUS-TITLE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Cnt-Read (5)
           END-IF.

      *-----------------------------------------------------------------
      * Write Mask Customer Record
      *-----------------------------------------------------------------

       9300-Write-Mask-Customer.

           WRITE MASK-CUSTOMER-RECORD
           IF STATUS-MASK-CUSTOMER-FILE NOT = '00'
               DISPLAY 'Error while writing to MSKCUST - FS : '
                          STATUS-MASK-CUSTOMER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Cnt-Written (1)
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Mask Watch Record
      *-----------------------------------------------------------------

       9310-Write-Mask-Watch.

           WRITE MASK-WATCH-RECORD
           IF STATUS-MASK-WATCH-FILE NOT = '00'
               DISPLAY 'Error while writing to MSKWATC - FS : '
                          STATUS-MASK-WATCH-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Cnt-Written (2)
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Mask Tran Record
      *-----------------------------------------------------------------

       9320-Write-Mask-Tran.

           WRITE MASK-TRAN-RECORD
           IF STATUS-MASK-TRAN-FILE NOT = '00'
               DISPLAY 'Error while writing to MSKTRAN - FS : '
                          STATUS-MASK-TRAN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Cnt-Written (3)
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9330-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to MSKRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
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
           MOVE 'CWBPAIFV' TO RA-Program-Id
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

           DISPLAY 'Accounts Mapped : ' WS-Count-Accounts
           DISPLAY 'Accounts in Sample : ' WS-Count-Sampled
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
