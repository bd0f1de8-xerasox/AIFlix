       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It produces the month-end subscription cohort retention
      * analysis : accounts are grouped by the month of their
      * subscriptionDate and, for every month since, the share of
      * each cohort still subscribed at that month end is worked out
      * from subscriberStatus on CUSTFILE and the status-change dates
      * in the CUSTAUDT trail. The retention triangle is reported for
      * all accounts and per subscriptionProgram, trial accounts that
      * converted shown apart from those that did not, and written in
      * full to a CSV file for the finance model.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT CUSTOMER-FILE    ASSIGN TO CUSTFILE
               FILE STATUS IS STATUS-CUSTOMER-FILE.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO CUSTAUDT
               FILE STATUS IS STATUS-CUSTOMER-AUDIT-FILE.

           SELECT REPORT-FILE      ASSIGN TO COHRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT CSV-COHORT-FILE  ASSIGN TO COHCSV
               FILE STATUS IS STATUS-CSV-COHORT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

           SELECT PARM-FILE        ASSIGN TO COHPARM
               FILE STATUS IS STATUS-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

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

       FD  CSV-COHORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CSV-COHORT-RECORD          PIC X(400).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
        05 SRT-Applied-Date            PIC X(10).
        05 SRT-Change-Kind             PIC X(1).
        05 SRT-Subscription-Date       PIC X(10).
        05 SRT-Program                 PIC X(10).
        05 FILLER                      PIC X(9).

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

      * Audit row fields picked out of the 1060-byte record :
      * action (1), result (3-10), account (41-50), before-image
      * subscriptionDate (101-110), program (151-160) and status
      * (531-540), after-image status (1031-1040), applied date
      * (1041-1050)
       01 WS-Audit-Action             PIC X(1).
       01 WS-Audit-Result             PIC X(8).
       01 WS-Audit-Before-Status      PIC X(10).
       01 WS-Audit-After-Status       PIC X(10).

      * Status Change - one departure or return taken from the trail
      * and sorted into accountNumber + applied date order; rows of
      * the same date keep their trail order.
      *   'X' the account became CHURNED
      *   'D' the account was deleted from the master (the
      *       before-image supplies its subscriptionDate and program)
      *   'R' the account came back (added again, or CHURNED -> other)
       01 WS-Status-Change.
        05 SC-Account-Number           PIC X(10).
        05 SC-Applied-Date             PIC X(10).
        05 SC-Change-Kind              PIC X(1).
         88 SC-Departed                    VALUE 'X'.
         88 SC-Deleted                     VALUE 'D'.
         88 SC-Returned                    VALUE 'R'.
        05 SC-Subscription-Date        PIC X(10).
        05 SC-Program                  PIC X(10).
        05 FILLER                      PIC X(9).

      * Current account - the lower of the CUSTFILE and status-change
      * keys, its departure date from the trail (spaces = none
      * outstanding) and, for a deleted account, what the deletion
      * row knew about it
       01 WS-Key-Account              PIC X(10).
       01 WS-Trail-Depart-Date        PIC X(10).
       01 WS-Trail-Deleted-Switch     PIC X VALUE 'N'.
        88 WS-Trail-Deleted                VALUE 'Y'.
        88 WS-Trail-Not-Deleted            VALUE 'N'.
       01 WS-Deleted-Sub-Date         PIC X(10).
       01 WS-Deleted-Program          PIC X(10).

      * Cohort member being tallied
       01 WS-Member-Sub-Date.
        05 WS-MSD-YYYY                PIC 9(4).
        05 FILLER                     PIC X(1).
        05 WS-MSD-MM                  PIC 9(2).
        05 FILLER                     PIC X(1).
        05 WS-MSD-DD                  PIC 9(2).
       01 WS-Member-Program           PIC X(10).
       01 WS-Member-Depart-Date.
        05 WS-MDD-YYYY                PIC 9(4).
        05 FILLER                     PIC X(1).
        05 WS-MDD-MM                  PIC 9(2).
        05 FILLER                     PIC X(1).
        05 WS-MDD-DD                  PIC 9(2).
       01 WS-Member-Departed-Switch   PIC X VALUE 'N'.
        88 WS-Member-Departed              VALUE 'Y'.
        88 WS-Member-Still-Active          VALUE 'N'.
       01 WS-Member-Month-Num         PIC 9(6).
       01 WS-Depart-Month-Num         PIC 9(6).
       01 WS-Age-Month-Num            PIC 9(6).
       01 WS-Date-Num                 PIC 9(8).
       01 WS-Sub-Day-Number           PIC 9(7).
       01 WS-Depart-Day-Number        PIC 9(7).
       01 WS-Conv-Day-Number          PIC 9(7).

      * Trial window - days from subscriptionDate a 'trial' account
      * stays free (CTRLCARD, as used by CWBPAIF5). A trial account
      * converted when it was still subscribed on the day the window
      * ran out.
       01 WS-Trial-Days               PIC 9(3) VALUE 30.

      * Parameter Card - number of sign-up months in the triangle,
      * ending with the business month (1-36). A missing card or a
      * value out of range runs on 24.
       01 WS-Parm-Card.
        05 Parm-Cohort-Months          PIC 9(2).
        05 FILLER                      PIC X(78).
       01 WS-Cohort-Months            PIC 9(2) VALUE 24.

      * Month numbers (year * 12 + month - 1) of the business month
      * and of the first cohort in the triangle
       01 WS-Asof-Month-Num           PIC 9(6).
       01 WS-First-Month-Num          PIC 9(6).

      * Cohort Table - per group and sign-up month the cohort size
      * and the members still subscribed at the end of each month
      * since sign-up (entry 1 = the sign-up month itself). Group 1
      * is all accounts; 2-5 subscriptionProgram standard, extended,
      * premium and any other; 6 trial accounts that converted, 7
      * trial accounts that did not (yet).
       01 WS-Cohort-Table.
        05 WS-CG-Group OCCURS 7 TIMES.
         10 WS-CG-Members              PIC 9(7).
         10 WS-CG-Cohort OCCURS 36 TIMES.
          15 WS-CG-Size                PIC 9(7).
          15 WS-CG-Retained            PIC 9(7) OCCURS 37 TIMES.
       01 WS-Grp-Idx                  PIC 9(1).
       01 WS-Member-Group             PIC 9(1).
       01 WS-Coh-Idx                  PIC 9(2).
       01 WS-Age-Idx                  PIC 9(2).
       01 WS-Max-Age                  PIC 9(2).

      * Group names - report title and CSV group column
       01 WS-Group-Name-Values.
        05 FILLER PIC X(40) VALUE
              'All Accounts            all             '.
        05 FILLER PIC X(40) VALUE
              'Program standard        standard        '.
        05 FILLER PIC X(40) VALUE
              'Program extended        extended        '.
        05 FILLER PIC X(40) VALUE
              'Program premium         premium         '.
        05 FILLER PIC X(40) VALUE
              'Other Programs          other           '.
        05 FILLER PIC X(40) VALUE
              'Trial - Converted       trial-converted '.
        05 FILLER PIC X(40) VALUE
              'Trial - Not Converted   trial-open-lost '.
       01 WS-Group-Names REDEFINES WS-Group-Name-Values.
        05 WS-Group-Name-Entry OCCURS 7 TIMES.
         10 WS-Group-Title             PIC X(24).
         10 WS-Group-Csv-Name          PIC X(16).

      * Cohort month as YYYY-MM
       01 WS-Cohort-Label.
        05 WS-CL-YYYY                 PIC 9(4).
        05 FILLER                     PIC X(1) VALUE '-'.
        05 WS-CL-MM                   PIC 9(2).
       01 WS-Cohort-Month-Num         PIC 9(6).

      * CSV line build
       01 WS-Csv-Cohort-File           PIC X(400).
       01 WS-Csv-Pointer               PIC 9(3).
       01 WS-Csv-Numeric-Value         PIC 9(11).
       01 WS-Csv-Numeric-Edit          PIC Z(10)9.
       01 WS-Csv-Age-Edit              PIC Z9.

      * Retention percentage
       01 WS-Retention-Pct             PIC 9(3).
       01 WS-Retention-Pct-Edit        PIC ZZ9.

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Customers          PIC 9(9) VALUE ZERO.
        05 WS-Count-Audit-Rows         PIC 9(9) VALUE ZERO.
        05 WS-Count-Status-Changes     PIC 9(9) VALUE ZERO.
        05 WS-Count-Members            PIC 9(9) VALUE ZERO.
        05 WS-Count-Deleted-Members    PIC 9(9) VALUE ZERO.
        05 WS-Count-Before-Window      PIC 9(9) VALUE ZERO.
        05 WS-Count-Bad-Sub-Date       PIC 9(9) VALUE ZERO.
        05 WS-Count-Undated-Churn      PIC 9(9) VALUE ZERO.
        05 WS-Count-Trail-Only         PIC 9(9) VALUE ZERO.
        05 WS-Count-Csv-Rows           PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-CUSTOMER-FILE           PIC XX.
        05 STATUS-CUSTOMER-AUDIT-FILE     PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-CSV-COHORT-FILE         PIC XX.
        05 STATUS-PARM-FILE               PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business processing date closes the
      * month analysed; a missing or blank card falls back to the
      * current date
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
        05 FILLER                      PIC X(41).
        05 Ctrl-Trial-Days             PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Ctrl-Trial-Conv-Program     PIC X(10).
        05 FILLER                      PIC X(5).

       01 WS-Business-Date.
        05 WS-Business-YYYY              PIC 9(4).
        05 FILLER                        PIC X(1).
        05 WS-Business-MM                PIC 9(2).
        05 FILLER                        PIC X(1).
        05 WS-Business-DD                PIC 9(2).
       01 WS-Business-Day-Number         PIC 9(7).

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
        05 FILLER                 PIC X(20) Value SPACES.
        05 FILLER                 PIC X(40)
              Value 'AIFlix Subscription Cohort Retention'.
        05 FILLER                 PIC X(20) Value SPACES.
       01 Month-End-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(17) Value 'Month Analysed : '.
        05 Month-End-Value        PIC X(7).
        05 FILLER                 PIC X(46) Value SPACES.
       01 Section-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Section-Title          PIC X(24).
        05 FILLER                 PIC X(3)  Value SPACES.
        05 Section-Note           PIC X(51).

      * Summary Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

      * Triangle Lines - percentage of the cohort still subscribed at
      * the end of months 1 to 12 after the sign-up month; months not
      * yet reached are left blank
       01 Triangle-Heading-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(7)  Value 'Cohort '.
        05 FILLER                 PIC X(8)  Value '  Joined'.
        05 FILLER                 PIC X(30) Value
              '   M1   M2   M3   M4   M5   M6'.
        05 FILLER                 PIC X(30) Value
              '   M7   M8   M9  M10  M11  M12'.
        05 FILLER                 PIC X(3)  Value SPACES.
       01 Triangle-Detail-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Tri-Cohort             PIC X(7).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Tri-Joined             PIC ZZZZZZ9.
        05 Tri-Column OCCURS 12 TIMES.
         10 FILLER                PIC X(2).
         10 Tri-Pct               PIC X(3).
        05 FILLER                 PIC X(3)  Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                                 SRT-Applied-Date
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE 2000-Release-Status-Changes
                OUTPUT PROCEDURE 3000-Build-Cohorts
           PERFORM 6100-Write-Cohort-Report
           PERFORM 6500-Write-Cohort-Csv
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Status Changes
      *
      * Input procedure of the status-change sort : the CUSTAUDT
      * trail (operationally every audit generation kept, oldest
      * first) is screened for applied transactions that took an
      * account out of, or back into, the subscriber base. A missing
      * trail leaves only CUSTFILE, and churned accounts are then
      * dated at the month analysed.
      *-----------------------------------------------------------------

       2000-Release-Status-Changes.

           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF STATUS-CUSTOMER-AUDIT-FILE = '35'
               DISPLAY 'CUSTAUDT not found - no status-change dates'
               MOVE 'Y' TO End-Of-File-A
               PERFORM 9990-Set-Warning-Code
           ELSE
               IF STATUS-CUSTOMER-AUDIT-FILE NOT = '00'
                   DISPLAY 'Error while opening CUSTAUDT - FS : '
                              STATUS-CUSTOMER-AUDIT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM 2050-Release-Audit-Record
             UNTIL End-Of-File-A = 'Y'

           IF STATUS-CUSTOMER-AUDIT-FILE NOT = '35'
               CLOSE CUSTOMER-AUDIT-FILE
               IF STATUS-CUSTOMER-AUDIT-FILE NOT = '00'
                   DISPLAY 'Error while closing CUSTAUDT - FS : '
                              STATUS-CUSTOMER-AUDIT-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Release Audit Record
      *-----------------------------------------------------------------

       2050-Release-Audit-Record.

           READ CUSTOMER-AUDIT-FILE
               AT END MOVE 'Y' TO End-Of-File-A
           END-READ
           IF End-Of-File-A = 'N'
               IF STATUS-CUSTOMER-AUDIT-FILE NOT = '00'
                   DISPLAY 'Error while reading CUSTAUDT - FS : '
                              STATUS-CUSTOMER-AUDIT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-Audit-Rows
               ADD 1 TO WS-Audit-Records-Read
               MOVE CUSTOMER-AUDIT-RECORD (1:1) TO WS-Audit-Action
               MOVE CUSTOMER-AUDIT-RECORD (3:8) TO WS-Audit-Result
               MOVE CUSTOMER-AUDIT-RECORD (531:10)
                    TO WS-Audit-Before-Status
               MOVE CUSTOMER-AUDIT-RECORD (1031:10)
                    TO WS-Audit-After-Status
               MOVE SPACES TO WS-Status-Change
               MOVE CUSTOMER-AUDIT-RECORD (41:10)
                    TO SC-Account-Number
               IF SC-Account-Number = SPACES
                   MOVE CUSTOMER-AUDIT-RECORD (541:10)
                        TO SC-Account-Number
               END-IF
               MOVE CUSTOMER-AUDIT-RECORD (1041:10)
                    TO SC-Applied-Date
               IF WS-Audit-Result = 'APPLIED'
                   EVALUATE TRUE
                   WHEN WS-Audit-Action = 'D'
                        SET SC-Deleted TO TRUE
                        MOVE CUSTOMER-AUDIT-RECORD (101:10)
                             TO SC-Subscription-Date
                        MOVE CUSTOMER-AUDIT-RECORD (151:10)
                             TO SC-Program
                   WHEN WS-Audit-Action NOT = 'A'
                        AND WS-Audit-Action NOT = 'C'
                        CONTINUE
                   WHEN WS-Audit-After-Status = 'CHURNED'
                        AND WS-Audit-Before-Status NOT = 'CHURNED'
                        SET SC-Departed TO TRUE
                   WHEN WS-Audit-After-Status NOT = 'CHURNED'
                        AND (WS-Audit-Before-Status = 'CHURNED'
                             OR WS-Audit-Action = 'A')
                        SET SC-Returned TO TRUE
                   END-EVALUATE
               END-IF
               IF SC-Change-Kind NOT = SPACE
                   ADD 1 TO WS-Count-Status-Changes
                   RELEASE SORT-WORK-RECORD FROM WS-Status-Change
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Build Cohorts
      *
      * Output procedure : the sorted status changes and CUSTFILE are
      * both in accountNumber order and are matched in one pass.
      * Deleted accounts no longer on CUSTFILE still count in their
      * cohort, as members who left on the deletion date.
      *-----------------------------------------------------------------

       3000-Build-Cohorts.

           PERFORM 9230-Return-Sort-Record
           PERFORM 9200-Read-Customer-Record
           PERFORM 3100-Process-Account
             UNTIL End-Of-File-C = 'Y' AND End-Of-Sort = 'Y'.

      *-----------------------------------------------------------------
      * Process Account
      *-----------------------------------------------------------------

       3100-Process-Account.

           IF SC-Account-Number < accountNumber of WS-Customer-File
               MOVE SC-Account-Number TO WS-Key-Account
           ELSE
               MOVE accountNumber of WS-Customer-File TO WS-Key-Account
           END-IF

           MOVE SPACES TO WS-Trail-Depart-Date
           SET WS-Trail-Not-Deleted TO TRUE
           PERFORM 3200-Apply-Status-Change
             UNTIL End-Of-Sort = 'Y'
             OR SC-Account-Number NOT = WS-Key-Account

           EVALUATE TRUE
           WHEN accountNumber of WS-Customer-File = WS-Key-Account
                PERFORM 3300-Customer-Member
                PERFORM 9200-Read-Customer-Record
           WHEN WS-Trail-Deleted
                ADD 1 TO WS-Count-Deleted-Members
                MOVE WS-Deleted-Sub-Date TO WS-Member-Sub-Date
                MOVE WS-Deleted-Program TO WS-Member-Program
                MOVE WS-Trail-Depart-Date TO WS-Member-Depart-Date
                SET WS-Member-Departed TO TRUE
                PERFORM 3500-Tally-Member
           WHEN OTHER
                ADD 1 TO WS-Count-Trail-Only
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Apply Status Change
      *
      * The departure that counts is the first one after the latest
      * return; a return cancels any departure before it.
      *-----------------------------------------------------------------

       3200-Apply-Status-Change.

           EVALUATE TRUE
           WHEN SC-Departed
                IF WS-Trail-Depart-Date = SPACES
                    MOVE SC-Applied-Date TO WS-Trail-Depart-Date
                END-IF
           WHEN SC-Deleted
                IF WS-Trail-Depart-Date = SPACES
                    MOVE SC-Applied-Date TO WS-Trail-Depart-Date
                END-IF
                SET WS-Trail-Deleted TO TRUE
                MOVE SC-Subscription-Date TO WS-Deleted-Sub-Date
                MOVE SC-Program TO WS-Deleted-Program
           WHEN SC-Returned
                MOVE SPACES TO WS-Trail-Depart-Date
                SET WS-Trail-Not-Deleted TO TRUE
           END-EVALUATE

           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Customer Member
      *
      * CUSTFILE has the last word on whether the account is still
      * subscribed : the nightly churn in CWBPAIF1 sets CHURNED and
      * ACTIVE on the master without a transaction, so a CHURNED
      * account with no dated departure on the trail is counted as
      * leaving in the month analysed, and an account the trail shows
      * leaving but the master shows active again is still a member.
      *-----------------------------------------------------------------

       3300-Customer-Member.

           ADD 1 TO WS-Count-Customers
           MOVE subscriptionDate of WS-Customer-File
                TO WS-Member-Sub-Date
           MOVE subscriptionProgram of WS-Customer-File
                TO WS-Member-Program
           IF subscriberStatus of WS-Customer-File = 'CHURNED'
               SET WS-Member-Departed TO TRUE
               IF WS-Trail-Depart-Date = SPACES
                   ADD 1 TO WS-Count-Undated-Churn
                   MOVE WS-Business-Date TO WS-Member-Depart-Date
               ELSE
                   MOVE WS-Trail-Depart-Date TO WS-Member-Depart-Date
               END-IF
           ELSE
               SET WS-Member-Still-Active TO TRUE
               MOVE WS-Business-Date TO WS-Member-Depart-Date
           END-IF
           PERFORM 3500-Tally-Member.

      *-----------------------------------------------------------------
      * Tally Member
      *
      * A member counts as retained at the end of every month since
      * sign-up before the month it left in. A departure date that is
      * unusable, or earlier than sign-up, is taken as the sign-up
      * month.
      *-----------------------------------------------------------------

       3500-Tally-Member.

           IF WS-MSD-YYYY NOT NUMERIC
              OR WS-MSD-MM NOT NUMERIC
              OR WS-MSD-DD NOT NUMERIC
               ADD 1 TO WS-Count-Bad-Sub-Date
           ELSE
               IF WS-MSD-MM < 1 OR WS-MSD-MM > 12
                  OR WS-MSD-DD < 1 OR WS-MSD-DD > 31
                   ADD 1 TO WS-Count-Bad-Sub-Date
               ELSE
                   COMPUTE WS-Member-Month-Num =
                           WS-MSD-YYYY * 12 + WS-MSD-MM - 1
                   EVALUATE TRUE
                   WHEN WS-Member-Month-Num > WS-Asof-Month-Num
                        ADD 1 TO WS-Count-Bad-Sub-Date
                   WHEN WS-Member-Month-Num < WS-First-Month-Num
                        ADD 1 TO WS-Count-Before-Window
                   WHEN OTHER
                        PERFORM 3600-Add-To-Cohort
                   END-EVALUATE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add To Cohort
      *-----------------------------------------------------------------

       3600-Add-To-Cohort.

           ADD 1 TO WS-Count-Members
           COMPUTE WS-Coh-Idx =
                   WS-Member-Month-Num - WS-First-Month-Num + 1

           IF WS-Member-Departed
               IF WS-MDD-YYYY NUMERIC AND WS-MDD-MM NUMERIC
                  AND WS-MDD-MM >= 1 AND WS-MDD-MM <= 12
                   COMPUTE WS-Depart-Month-Num =
                           WS-MDD-YYYY * 12 + WS-MDD-MM - 1
               ELSE
                   MOVE WS-Member-Month-Num TO WS-Depart-Month-Num
               END-IF
               IF WS-Depart-Month-Num < WS-Member-Month-Num
                   MOVE WS-Member-Month-Num TO WS-Depart-Month-Num
               END-IF
           ELSE
               COMPUTE WS-Depart-Month-Num = WS-Asof-Month-Num + 1
           END-IF

           EVALUATE WS-Member-Program
           WHEN 'standard'
                MOVE 2 TO WS-Member-Group
           WHEN 'extended'
                MOVE 3 TO WS-Member-Group
           WHEN 'premium'
                MOVE 4 TO WS-Member-Group
           WHEN 'trial'
                PERFORM 3700-Check-Trial-Conversion
           WHEN OTHER
                MOVE 5 TO WS-Member-Group
           END-EVALUATE

           MOVE 1 TO WS-Grp-Idx
           PERFORM 3650-Add-To-Group
           MOVE WS-Member-Group TO WS-Grp-Idx
           PERFORM 3650-Add-To-Group.

      *-----------------------------------------------------------------
      * Add To Group
      *-----------------------------------------------------------------

       3650-Add-To-Group.

           ADD 1 TO WS-CG-Members (WS-Grp-Idx)
           ADD 1 TO WS-CG-Size (WS-Grp-Idx, WS-Coh-Idx)
           COMPUTE WS-Max-Age = WS-Asof-Month-Num - WS-Member-Month-Num
           PERFORM VARYING WS-Age-Idx FROM 0 BY 1
              UNTIL WS-Age-Idx > WS-Max-Age
              COMPUTE WS-Age-Month-Num =
                      WS-Member-Month-Num + WS-Age-Idx
              IF WS-Depart-Month-Num > WS-Age-Month-Num
                  ADD 1 TO WS-CG-Retained (WS-Grp-Idx, WS-Coh-Idx,
                                           WS-Age-Idx + 1)
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Check Trial Conversion
      *
      * The trial converted when the window ran out on or before the
      * business date with the account still subscribed on that day.
      *-----------------------------------------------------------------

       3700-Check-Trial-Conversion.

           MOVE 7 TO WS-Member-Group
           COMPUTE WS-Date-Num = WS-MSD-YYYY * 10000
                               + WS-MSD-MM * 100 + WS-MSD-DD
           COMPUTE WS-Sub-Day-Number =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Num)
           IF WS-Sub-Day-Number > ZERO
               COMPUTE WS-Conv-Day-Number =
                       WS-Sub-Day-Number + WS-Trial-Days
               IF WS-Conv-Day-Number <= WS-Business-Day-Number
                   IF WS-Member-Still-Active
                       MOVE 6 TO WS-Member-Group
                   ELSE
                       IF WS-MDD-YYYY NUMERIC AND WS-MDD-MM NUMERIC
                          AND WS-MDD-DD NUMERIC
                           COMPUTE WS-Date-Num = WS-MDD-YYYY * 10000
                                   + WS-MDD-MM * 100 + WS-MDD-DD
                           COMPUTE WS-Depart-Day-Number =
                                   FUNCTION INTEGER-OF-DATE
                                   (WS-Date-Num)
                           IF WS-Depart-Day-Number > WS-Conv-Day-Number
                               MOVE 6 TO WS-Member-Group
                           END-IF
                       END-IF
                   END-IF
               END-IF
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
      * Write Cohort Report
      *-----------------------------------------------------------------

       6100-Write-Cohort-Report.

      * Time-Line
           MOVE Time-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Blank Line
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Header-Line
           MOVE Header-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Business-Date (1:7) TO Month-End-Value
           MOVE Month-End-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
      * Dash Line
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM 6200-Write-Control-Counts

           PERFORM VARYING WS-Grp-Idx FROM 1 BY 1
              UNTIL WS-Grp-Idx > 7
              IF WS-CG-Members (WS-Grp-Idx) > ZERO
                  PERFORM 6300-Write-Group-Triangle
              END-IF
           END-PERFORM

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Control Counts
      *-----------------------------------------------------------------

       6200-Write-Control-Counts.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'CUSTFILE Records : ' TO Control-Count-Label
           MOVE WS-Count-Customers TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'CUSTAUDT Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-Audit-Rows TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Status Changes Used : ' TO Control-Count-Label
           MOVE WS-Count-Status-Changes TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Cohort Members Counted : ' TO Control-Count-Label
           MOVE WS-Count-Members TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Deleted Accounts Counted : ' TO Control-Count-Label
           MOVE WS-Count-Deleted-Members TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Churned Without Audit Date (this month) : '
                TO Control-Count-Label
           MOVE WS-Count-Undated-Churn TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Joined Before The Cohort Window : '
                TO Control-Count-Label
           MOVE WS-Count-Before-Window TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Invalid Or Future subscriptionDate : '
                TO Control-Count-Label
           MOVE WS-Count-Bad-Sub-Date TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Trail-Only Accounts Not Counted : '
                TO Control-Count-Label
           MOVE WS-Count-Trail-Only TO Control-Count-Value
           PERFORM 6900-Write-Count-Line.

      *-----------------------------------------------------------------
      * Write Group Triangle
      *-----------------------------------------------------------------

       6300-Write-Group-Triangle.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Group-Title (WS-Grp-Idx) TO Section-Title
           MOVE '% of cohort still subscribed at month end'
                TO Section-Note
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Triangle-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM VARYING WS-Coh-Idx FROM 1 BY 1
              UNTIL WS-Coh-Idx > WS-Cohort-Months
              IF WS-CG-Size (WS-Grp-Idx, WS-Coh-Idx) > ZERO
                  PERFORM 6350-Write-Triangle-Row
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Write Triangle Row
      *-----------------------------------------------------------------

       6350-Write-Triangle-Row.

           MOVE SPACES TO Triangle-Detail-Line
           PERFORM 6400-Format-Cohort-Label
           MOVE WS-Cohort-Label TO Tri-Cohort
           MOVE WS-CG-Size (WS-Grp-Idx, WS-Coh-Idx) TO Tri-Joined
           COMPUTE WS-Max-Age = WS-Asof-Month-Num - WS-Cohort-Month-Num

           PERFORM VARYING WS-Age-Idx FROM 1 BY 1
              UNTIL WS-Age-Idx > 12 OR WS-Age-Idx > WS-Max-Age
              COMPUTE WS-Retention-Pct ROUNDED =
                      WS-CG-Retained (WS-Grp-Idx, WS-Coh-Idx,
                                      WS-Age-Idx + 1) * 100
                      / WS-CG-Size (WS-Grp-Idx, WS-Coh-Idx)
              MOVE WS-Retention-Pct TO WS-Retention-Pct-Edit
              MOVE WS-Retention-Pct-Edit TO Tri-Pct (WS-Age-Idx)
           END-PERFORM

           MOVE Triangle-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Format Cohort Label
      *-----------------------------------------------------------------

       6400-Format-Cohort-Label.

           COMPUTE WS-Cohort-Month-Num =
                   WS-First-Month-Num + WS-Coh-Idx - 1
           COMPUTE WS-CL-YYYY = WS-Cohort-Month-Num / 12
           COMPUTE WS-CL-MM = WS-Cohort-Month-Num - WS-CL-YYYY * 12
                            + 1.

      *-----------------------------------------------------------------
      * Write Cohort CSV
      *
      * The full triangle for the finance model : a heading row, then
      * one row per group and cohort with the cohort size and the
      * members still subscribed at the end of month 0 (sign-up
      * month) onward; months not yet reached are left empty.
      *-----------------------------------------------------------------

       6500-Write-Cohort-Csv.

           MOVE SPACES TO WS-Csv-Cohort-File
           MOVE 1 TO WS-Csv-Pointer
           STRING 'group,cohort,joined' DELIMITED BY SIZE
                  INTO WS-Csv-Cohort-File
                  WITH POINTER WS-Csv-Pointer
           PERFORM VARYING WS-Age-Idx FROM 0 BY 1
              UNTIL WS-Age-Idx >= WS-Cohort-Months
              MOVE WS-Age-Idx TO WS-Csv-Age-Edit
              STRING ',m' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-Csv-Age-Edit) DELIMITED BY SIZE
                     INTO WS-Csv-Cohort-File
                     WITH POINTER WS-Csv-Pointer
           END-PERFORM
           PERFORM 9340-Write-Csv-Record

           PERFORM VARYING WS-Grp-Idx FROM 1 BY 1
              UNTIL WS-Grp-Idx > 7
              PERFORM VARYING WS-Coh-Idx FROM 1 BY 1
                 UNTIL WS-Coh-Idx > WS-Cohort-Months
                 IF WS-CG-Size (WS-Grp-Idx, WS-Coh-Idx) > ZERO
                     PERFORM 6550-Write-Csv-Row
                 END-IF
              END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------------
      * Write CSV Row
      *-----------------------------------------------------------------

       6550-Write-Csv-Row.

           PERFORM 6400-Format-Cohort-Label
           COMPUTE WS-Max-Age = WS-Asof-Month-Num - WS-Cohort-Month-Num
           MOVE WS-CG-Size (WS-Grp-Idx, WS-Coh-Idx)
                TO WS-Csv-Numeric-Value
           MOVE WS-Csv-Numeric-Value TO WS-Csv-Numeric-Edit

           MOVE SPACES TO WS-Csv-Cohort-File
           MOVE 1 TO WS-Csv-Pointer
           STRING FUNCTION TRIM(WS-Group-Csv-Name (WS-Grp-Idx))
                                DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-Cohort-Label DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Csv-Numeric-Edit) DELIMITED BY SIZE
                  INTO WS-Csv-Cohort-File
                  WITH POINTER WS-Csv-Pointer

           PERFORM VARYING WS-Age-Idx FROM 0 BY 1
              UNTIL WS-Age-Idx >= WS-Cohort-Months
              IF WS-Age-Idx > WS-Max-Age
                  STRING ',' DELIMITED BY SIZE
                         INTO WS-Csv-Cohort-File
                         WITH POINTER WS-Csv-Pointer
              ELSE
                  MOVE WS-CG-Retained (WS-Grp-Idx, WS-Coh-Idx,
                                       WS-Age-Idx + 1)
                       TO WS-Csv-Numeric-Value
                  MOVE WS-Csv-Numeric-Value TO WS-Csv-Numeric-Edit
                  STRING ',' DELIMITED BY SIZE
                         FUNCTION TRIM(WS-Csv-Numeric-Edit)
                                DELIMITED BY SIZE
                         INTO WS-Csv-Cohort-File
                         WITH POINTER WS-Csv-Pointer
              END-IF
           END-PERFORM
           PERFORM 9340-Write-Csv-Record.

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

           MOVE SPACES TO WS-Customer-File
           INITIALIZE WS-Cohort-Table
           PERFORM 5500-Datetime-Retrieval
           MOVE FUNCTION CURRENT-DATE TO WS-Audit-Stamp
           MOVE WS-Audit-Stamp (1:14) TO WS-Audit-Start-Stamp
           PERFORM 9500-Read-Control-Card
           PERFORM 9510-Read-Parm-Card
           COMPUTE WS-Asof-Month-Num =
                   WS-Business-YYYY * 12 + WS-Business-MM - 1
           COMPUTE WS-First-Month-Num =
                   WS-Asof-Month-Num - WS-Cohort-Months + 1
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

           IF Ctrl-Trial-Days NUMERIC AND Ctrl-Trial-Days > 0
               MOVE Ctrl-Trial-Days TO WS-Trial-Days
           END-IF
           DISPLAY 'Trial Window Days : ' WS-Trial-Days

           COMPUTE WS-Date-Num = WS-Business-YYYY * 10000
                               + WS-Business-MM * 100 + WS-Business-DD
           COMPUTE WS-Business-Day-Number =
                   FUNCTION INTEGER-OF-DATE (WS-Date-Num).

      *-----------------------------------------------------------------
      * Read Parameter Card
      *
      * A missing COHPARM runs a 24-month triangle.
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
               DISPLAY 'COHPARM not found - default cohort months '
                       'used : ' STATUS-PARM-FILE
           END-IF

           IF Parm-Cohort-Months NUMERIC
              AND Parm-Cohort-Months > 0
              AND Parm-Cohort-Months <= 36
               MOVE Parm-Cohort-Months TO WS-Cohort-Months
           END-IF
           DISPLAY 'Cohort Months in effect : ' WS-Cohort-Months.

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

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening COHRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT CSV-COHORT-FILE
           IF STATUS-CSV-COHORT-FILE NOT = '00'
               DISPLAY 'Error while opening COHCSV - FS : '
                          STATUS-CSV-COHORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Customer Record
      *-----------------------------------------------------------------

       9200-Read-Customer-Record.

           IF End-Of-File-C = 'N'
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
               ELSE
                   MOVE HIGH-VALUES TO accountNumber of WS-Customer-File
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Return Sort Record
      *-----------------------------------------------------------------

       9230-Return-Sort-Record.

           IF End-Of-Sort = 'N'
               RETURN SORT-WORK-FILE INTO WS-Status-Change
                   AT END MOVE 'Y' TO End-Of-Sort
                   MOVE HIGH-VALUES TO SC-Account-Number
               END-RETURN
           END-IF.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to COHRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write CSV Record
      *-----------------------------------------------------------------

       9340-Write-Csv-Record.

           WRITE CSV-COHORT-RECORD FROM WS-Csv-Cohort-File
           ADD 1 TO WS-Audit-Records-Written
           ADD 1 TO WS-Count-Csv-Rows
           IF STATUS-CSV-COHORT-FILE NOT = '00'
               DISPLAY 'Error while writing to COHCSV - FS : '
                          STATUS-CSV-COHORT-FILE
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

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing COHRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE CSV-COHORT-FILE
           IF STATUS-CSV-COHORT-FILE NOT = '00'
               DISPLAY 'Error while closing COHCSV - FS : '
                          STATUS-CSV-COHORT-FILE
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
           MOVE 'CWBPAIFS' TO RA-Program-Id
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

           DISPLAY 'CUSTFILE Records Read : ' WS-Count-Customers
           DISPLAY 'CUSTAUDT Rows Read : ' WS-Count-Audit-Rows
           DISPLAY 'Cohort Members Counted : ' WS-Count-Members
           DISPLAY 'CSV Rows Written : ' WS-Count-Csv-Rows
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
