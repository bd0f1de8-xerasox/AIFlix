       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It watches for account takeover : an emailAddress change
      * applied by CWBPAIF6 (before and after image on the CUSTAUDT
      * trail) followed within days by viewing on a mediaType or
      * profileId the account had never used before. Every change
      * still inside the watch window is re-assessed each night
      * against the account's view history, positioned directly in
      * the account-keyed VIEWHIXF as CWBPAIFE does : viewing before
      * the change date is what the account normally uses, viewing
      * from the change date to the business date is what is tested.
      * A change that scores at or above the threshold goes to the
      * risk-scored extract ATOEXTR for the account-security team and
      * is listed on ATORPT. The team's clearance cards (ATOCLRC) are
      * held on the carried case file (ATOCASEI in, ATOCASEO out), so
      * a cleared change is never flagged again; a later change of
      * the same account is a new case.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIG0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO CUSTAUDT
               FILE STATUS IS STATUS-CUSTOMER-AUDIT-FILE.

      * Account-keyed view history maintained by CWBPAIF4 -
      * accountNumber plus startTime plus run sequence
           SELECT VIEWHIST-IX-FILE ASSIGN TO VIEWHIXF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VHX-Key
               FILE STATUS IS STATUS-VIEWHIST-IX-FILE.

           SELECT CASE-IN-FILE     ASSIGN TO ATOCASEI
               FILE STATUS IS STATUS-CASE-IN-FILE.

           SELECT CASE-OUT-FILE    ASSIGN TO ATOCASEO
               FILE STATUS IS STATUS-CASE-OUT-FILE.

           SELECT CLEARANCE-FILE   ASSIGN TO ATOCLRC
               FILE STATUS IS STATUS-CLEARANCE-FILE.

           SELECT RISK-EXTRACT-FILE ASSIGN TO ATOEXTR
               FILE STATUS IS STATUS-RISK-EXTRACT-FILE.

           SELECT REPORT-FILE      ASSIGN TO ATORPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT TAKEOVER-PARM-FILE ASSIGN TO ATOPARM
               FILE STATUS IS STATUS-TAKEOVER-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  CUSTOMER-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CUSTOMER-AUDIT-RECORD      PIC X(1060).

       FD  VIEWHIST-IX-FILE
           LABEL RECORDS ARE STANDARD.
       01  VIEWHIST-IX-RECORD.
        05 VHX-Key.
         10 VHX-Account-Number         PIC X(10).
         10 VHX-Start-Time             PIC X(10).
         10 VHX-Record-Seq             PIC 9(7).
        05 VHX-Content-Id              PIC X(10).
        05 VHX-Primary-Title           PIC X(100).
        05 VHX-Genres                  PIC X(35).
        05 VHX-Watch-Percent           PIC X(5).
        05 VHX-Media-Type              PIC X(5).
        05 VHX-Profile-Id              PIC X(10).
        05 FILLER                      PIC X(13).

       FD  CASE-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CASE-IN-RECORD             PIC X(100).

       FD  CASE-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CASE-OUT-RECORD            PIC X(100).

       FD  CLEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CLEARANCE-RECORD           PIC X(80).

       FD  RISK-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  RISK-EXTRACT-RECORD        PIC X(200).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  TAKEOVER-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TAKEOVER-PARM-RECORD       PIC X(80).

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

      * Sort record - carried cases ('C'), clearance cards ('K') and
      * the email changes found on CUSTAUDT ('N') by account and
      * change date, in that order within the change; a clearance
      * card with no change date sorts ahead of all the account's
      * changes and clears every one of them
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
        05 SRT-Change-Date             PIC X(10).
        05 SRT-Class                   PIC X(1).
        05 SRT-Row                     PIC X(100).

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

      * Customer audit fields (CWBPAIF6's CUSTAUDT image offsets)
       01 WS-Audit-Action             PIC X(1).
       01 WS-Audit-Result             PIC X(8).
       01 WS-Audit-Applied-Date       PIC X(10).
       01 WS-Audit-Before-Email       PIC X(40).
       01 WS-Audit-After-Email        PIC X(40).
       01 WS-Compare-Before-Email     PIC X(40).
       01 WS-Compare-After-Email      PIC X(40).

      * Email Change - carried in the sort row of an 'N' record
       01 WS-Change-Row.
        05 Chg-Old-Email               PIC X(40).
        05 Chg-New-Email               PIC X(40).
        05 FILLER                      PIC X(20).

      * Takeover Case Row - one per account and change date that has
      * been flagged ('F') or cleared ('C'); carried from run to run
      * until the change date leaves the watch window
       01 WS-Case-Row.
        05 Case-Account-Number         PIC X(10).
        05 FILLER                      PIC X(1).
        05 Case-Change-Date            PIC X(10).
        05 FILLER                      PIC X(1).
        05 Case-Status                 PIC X(1).
         88 Case-Flagged                   VALUE 'F'.
         88 Case-Cleared                   VALUE 'C'.
        05 FILLER                      PIC X(1).
        05 Case-First-Flagged          PIC X(10).
        05 FILLER                      PIC X(1).
        05 Case-Score                  PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Case-Cleared-Date           PIC X(10).
        05 FILLER                      PIC X(1).
        05 Case-Cleared-By             PIC X(8).
        05 FILLER                      PIC X(1).
        05 Case-New-Email              PIC X(40).
        05 FILLER                      PIC X(1).

      * Clearance Card - keyed by the account-security team : the
      * account, the change date being cleared (blank clears every
      * change of the account now on watch) and the analyst's user id
       01 WS-Clearance-Card.
        05 Clr-Account-Number          PIC X(10).
        05 FILLER                      PIC X(1).
        05 Clr-Change-Date             PIC X(10).
        05 FILLER                      PIC X(1).
        05 Clr-Analyst-Id              PIC X(8).
        05 FILLER                      PIC X(50).

      * Risk Extract - one row per flagged change for the
      * account-security team
       01 WS-Risk-Extract.
        05 Rsk-Account-Number          PIC X(10).
        05 FILLER                      PIC X(1).
        05 Rsk-Change-Date             PIC X(10).
        05 FILLER                      PIC X(1).
        05 Rsk-Old-Email               PIC X(40).
        05 FILLER                      PIC X(1).
        05 Rsk-New-Email               PIC X(40).
        05 FILLER                      PIC X(1).
        05 Rsk-Score                   PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Rsk-Band                    PIC X(6).
        05 FILLER                      PIC X(1).
        05 Rsk-Case-Status             PIC X(4).
        05 FILLER                      PIC X(1).
        05 Rsk-Post-Views              PIC 9(5).
        05 FILLER                      PIC X(1).
        05 Rsk-New-Device-Views        PIC 9(5).
        05 FILLER                      PIC X(1).
        05 Rsk-First-Post-Date         PIC X(10).
        05 FILLER                      PIC X(1).
        05 Rsk-New-Media OCCURS 3 TIMES
                                       PIC X(5).
        05 FILLER                      PIC X(1).
        05 Rsk-New-Profile OCCURS 3 TIMES
                                       PIC X(10).
        05 FILLER                      PIC X(1).
        05 Rsk-Business-Date           PIC X(10).

      * Takeover Parameter Card - days an email change stays on
      * watch (cols 1-3, default 14), score at or above which it is
      * flagged (cols 5-7, default 50) and score at or above which
      * it is banded HIGH rather than MEDIUM (cols 9-11, default 80)
       01 WS-Takeover-Parm-Card.
        05 Atp-Watch-Days              PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Atp-Flag-Score              PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Atp-High-Score              PIC 9(3).
        05 FILLER                      PIC X(69).
       01 WS-Watch-Days                PIC 9(3) VALUE 14.
       01 WS-Flag-Score                PIC 9(3) VALUE 50.
       01 WS-High-Score                PIC 9(3) VALUE 80.

      * Current account and change
       01 WS-Current-Acct              PIC X(10).
       01 WS-Current-Change-Date       PIC X(10).
       01 WS-Clear-All-Analyst         PIC X(8).
       01 WS-Clear-All-Switch          PIC X VALUE 'N'.
        88 WS-Clear-All                    VALUE 'Y'.
        88 WS-No-Clear-All                 VALUE 'N'.
       01 WS-Clear-All-Used-Switch     PIC X VALUE 'N'.
        88 WS-Clear-All-Used               VALUE 'Y'.
       01 WS-Clear-Analyst             PIC X(8).
       01 WS-Case-Found-Switch         PIC X VALUE 'N'.
        88 WS-Case-Found                   VALUE 'Y'.
        88 WS-No-Case                      VALUE 'N'.
       01 WS-Card-Found-Switch         PIC X VALUE 'N'.
        88 WS-Card-Found                   VALUE 'Y'.
        88 WS-No-Card                      VALUE 'N'.
       01 WS-Change-Found-Switch       PIC X VALUE 'N'.
        88 WS-Change-Found                 VALUE 'Y'.
        88 WS-No-Change                    VALUE 'N'.
       01 WS-Browse-Done-Switch        PIC X VALUE 'N'.
        88 WS-Browse-Done                  VALUE 'Y'.

      * What the account normally uses (viewing before the change)
      * and what is new since (viewing from the change date on)
       01 WS-Usage-Profile.
        05 WS-Base-Views               PIC 9(7).
        05 WS-Base-Media-Count         PIC 9(2).
        05 WS-Base-Media               PIC X(5)  OCCURS 10 TIMES.
        05 WS-Base-Profile-Count       PIC 9(2).
        05 WS-Base-Profile             PIC X(10) OCCURS 20 TIMES.
        05 WS-Post-Views               PIC 9(5).
        05 WS-New-Device-Views         PIC 9(5).
        05 WS-First-Post-Date          PIC X(10).
        05 WS-New-Media-Count          PIC 9(2).
        05 WS-New-Media                PIC X(5)  OCCURS 10 TIMES.
        05 WS-New-Profile-Count        PIC 9(2).
        05 WS-New-Profile              PIC X(10) OCCURS 10 TIMES.
       01 WS-Tbl-Idx                   PIC 9(2).
       01 WS-Row-Is-New-Switch         PIC X VALUE 'N'.
        88 WS-Row-Is-New                   VALUE 'Y'.
       01 WS-Value-Found-Switch        PIC X VALUE 'N'.
        88 WS-Value-Found                  VALUE 'Y'.
        88 WS-Value-Not-Found              VALUE 'N'.
       01 WS-Change-Score              PIC 9(3).
       01 WS-Score-Work                PIC 9(5).

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
       01 WS-Change-Day                PIC 9(7).
       01 WS-Days-Since-Change         PIC S9(7).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Audit-Rows         PIC 9(9) VALUE ZERO.
        05 WS-Count-Email-Changes      PIC 9(9) VALUE ZERO.
        05 WS-Count-Duplicate          PIC 9(9) VALUE ZERO.
        05 WS-Count-Cases-In           PIC 9(9) VALUE ZERO.
        05 WS-Count-Cards              PIC 9(9) VALUE ZERO.
        05 WS-Count-Cards-Rejected     PIC 9(9) VALUE ZERO.
        05 WS-Count-Cleared            PIC 9(9) VALUE ZERO.
        05 WS-Count-Unmatched          PIC 9(9) VALUE ZERO.
        05 WS-Count-Already-Cleared    PIC 9(9) VALUE ZERO.
        05 WS-Count-No-Viewing         PIC 9(9) VALUE ZERO.
        05 WS-Count-No-History         PIC 9(9) VALUE ZERO.
        05 WS-Count-Below-Score        PIC 9(9) VALUE ZERO.
        05 WS-Count-Flagged-New        PIC 9(9) VALUE ZERO.
        05 WS-Count-Flagged-Open       PIC 9(9) VALUE ZERO.
        05 WS-Count-Expired            PIC 9(9) VALUE ZERO.
        05 WS-Count-Cases-Out          PIC 9(9) VALUE ZERO.
        05 WS-Count-History-Rows       PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-CUSTOMER-AUDIT-FILE     PIC XX.
        05 STATUS-VIEWHIST-IX-FILE        PIC XX.
        05 STATUS-CASE-IN-FILE            PIC XX.
        05 STATUS-CASE-OUT-FILE           PIC XX.
        05 STATUS-CLEARANCE-FILE          PIC XX.
        05 STATUS-RISK-EXTRACT-FILE       PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-TAKEOVER-PARM-FILE      PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business date ends the viewing
      * tested and dates the flags and clearances
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
       01 End-Of-File-A                  PIC X VALUE 'N'.
       01 End-Of-File-I                  PIC X VALUE 'N'.
       01 End-Of-File-K                  PIC X VALUE 'N'.
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
              Value 'AIFlix Account-Takeover Watch'.
        05 FILLER                 PIC X(20) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(16) Value 'Business Date : '.
        05 Business-Date-Value    PIC X(10).
        05 FILLER                 PIC X(44) Value SPACES.
       01 Parm-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(19) Value 'Watch Days : '.
        05 Parm-Watch-Days        PIC ZZ9.
        05 FILLER                 PIC X(16) Value '   Flag Score : '.
        05 Parm-Flag-Score        PIC ZZ9.
        05 FILLER                 PIC X(16) Value '   High Score : '.
        05 Parm-High-Score        PIC ZZ9.
        05 FILLER                 PIC X(10) Value SPACES.

      * Flagged Change Lines
       01 Flag-Heading-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(11) Value 'Account'.
        05 FILLER                 PIC X(11) Value 'Changed'.
        05 FILLER                 PIC X(5)  Value 'Scr'.
        05 FILLER                 PIC X(7)  Value 'Band'.
        05 FILLER                 PIC X(5)  Value 'Case'.
        05 FILLER                 PIC X(6)  Value 'Views'.
        05 FILLER                 PIC X(5)  Value 'Md'.
        05 FILLER                 PIC X(3)  Value 'Pf'.
        05 FILLER                 PIC X(25) Value 'New Email'.
       01 Flag-Detail-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Flg-Account            PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Flg-Change-Date        PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Flg-Score              PIC ZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Flg-Band               PIC X(6).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Flg-Case-Status        PIC X(4).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Flg-Post-Views         PIC ZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Flg-New-Media          PIC Z9.
        05 FILLER                 PIC X(3)  Value SPACES.
        05 Flg-New-Profiles       PIC Z9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Flg-New-Email          PIC X(24).
        05 FILLER                 PIC X(1)  Value SPACES.
       01 None-Flagged-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 FILLER                 PIC X(76)
              Value 'No email change flagged'.

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
                                 SRT-Change-Date
                                 SRT-Class
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE 2000-Release-Cases
                OUTPUT PROCEDURE 3000-Assess-Changes
           PERFORM 6900-Write-Control-Totals
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Cases
      *
      * Input procedure : the carried cases, tonight's clearance cards
      * and the email changes on CUSTAUDT go into one account-ordered
      * stream. A missing case file starts the watch today; missing
      * clearance cards mean nothing was cleared.
      *-----------------------------------------------------------------

       2000-Release-Cases.

           OPEN INPUT CASE-IN-FILE
           IF STATUS-CASE-IN-FILE = '00'
               PERFORM 2100-Release-Carried-Case
                 UNTIL End-Of-File-I = 'Y'
               CLOSE CASE-IN-FILE
           ELSE
               DISPLAY 'ATOCASEI not found - watch starts today : '
                       STATUS-CASE-IN-FILE
           END-IF

           OPEN INPUT CLEARANCE-FILE
           IF STATUS-CLEARANCE-FILE = '00'
               PERFORM 2200-Release-Clearance
                 UNTIL End-Of-File-K = 'Y'
               CLOSE CLEARANCE-FILE
           ELSE
               DISPLAY 'ATOCLRC not found - no clearances today : '
                       STATUS-CLEARANCE-FILE
           END-IF

           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF STATUS-CUSTOMER-AUDIT-FILE = '35'
               DISPLAY 'CUSTAUDT not found - no email changes'
               PERFORM 9990-Set-Warning-Code
           ELSE
               IF STATUS-CUSTOMER-AUDIT-FILE NOT = '00'
                   DISPLAY 'Error while opening CUSTAUDT - FS : '
                              STATUS-CUSTOMER-AUDIT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               PERFORM 2300-Release-Email-Change
                 UNTIL End-Of-File-A = 'Y'
               CLOSE CUSTOMER-AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Release Carried Case
      *-----------------------------------------------------------------

       2100-Release-Carried-Case.

           READ CASE-IN-FILE INTO WS-Case-Row
               AT END MOVE 'Y' TO End-Of-File-I
           END-READ
           IF End-Of-File-I = 'N'
               IF STATUS-CASE-IN-FILE NOT = '00'
                   DISPLAY 'Error while reading ATOCASEI - FS : '
                              STATUS-CASE-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-Cases-In
               ADD 1 TO WS-Audit-Records-Read
               MOVE Case-Account-Number TO SRT-Account-Number
               MOVE Case-Change-Date TO SRT-Change-Date
               MOVE 'C' TO SRT-Class
               MOVE WS-Case-Row TO SRT-Row
               RELEASE SORT-WORK-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * Release Clearance
      *
      * A card needs an account, and a change date that is either
      * blank or a valid date.
      *-----------------------------------------------------------------

       2200-Release-Clearance.

           READ CLEARANCE-FILE INTO WS-Clearance-Card
               AT END MOVE 'Y' TO End-Of-File-K
           END-READ
           IF End-Of-File-K = 'N'
               IF STATUS-CLEARANCE-FILE NOT = '00'
                   DISPLAY 'Error while reading ATOCLRC - FS : '
                              STATUS-CLEARANCE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-Cards
               ADD 1 TO WS-Audit-Records-Read
               MOVE ZERO TO WS-Day-Number
               IF Clr-Change-Date NOT = SPACES
                   MOVE Clr-Change-Date TO WS-Date-Parse
                   PERFORM 5100-Date-To-Day-Number
               END-IF
               IF Clr-Account-Number = SPACES
                  OR (Clr-Change-Date NOT = SPACES
                      AND WS-Day-Number = ZERO)
                   ADD 1 TO WS-Count-Cards-Rejected
                   DISPLAY 'Clearance card rejected : '
                           WS-Clearance-Card (1:30)
                   PERFORM 9990-Set-Warning-Code
               ELSE
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE Clr-Account-Number TO SRT-Account-Number
                   MOVE Clr-Change-Date TO SRT-Change-Date
                   MOVE 'K' TO SRT-Class
                   MOVE WS-Clearance-Card TO SRT-Row
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Release Email Change
      *
      * An applied change whose emailAddress differs between the
      * before and after image (ignoring case), applied within the
      * watch window, is an email change to assess. A first address
      * on an account that had none is not a change of owner.
      *-----------------------------------------------------------------

       2300-Release-Email-Change.

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
               MOVE CUSTOMER-AUDIT-RECORD (111:40)
                    TO WS-Audit-Before-Email
               MOVE CUSTOMER-AUDIT-RECORD (611:40)
                    TO WS-Audit-After-Email
               MOVE CUSTOMER-AUDIT-RECORD (1041:10)
                    TO WS-Audit-Applied-Date
               MOVE WS-Audit-Before-Email TO WS-Compare-Before-Email
               MOVE WS-Audit-After-Email TO WS-Compare-After-Email
               INSPECT WS-Compare-Before-Email
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-Compare-After-Email
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-Audit-Result = 'APPLIED'
                  AND WS-Audit-Action = 'C'
                  AND WS-Audit-Before-Email NOT = SPACES
                  AND WS-Audit-After-Email NOT = SPACES
                  AND WS-Compare-Before-Email
                      NOT = WS-Compare-After-Email
                   MOVE WS-Audit-Applied-Date TO WS-Date-Parse
                   PERFORM 5100-Date-To-Day-Number
                   COMPUTE WS-Days-Since-Change =
                           WS-Business-Day - WS-Day-Number
                   IF WS-Day-Number > ZERO
                      AND WS-Days-Since-Change >= ZERO
                      AND WS-Days-Since-Change <= WS-Watch-Days
                       ADD 1 TO WS-Count-Email-Changes
                       MOVE SPACES TO WS-Change-Row
                       MOVE WS-Audit-Before-Email TO Chg-Old-Email
                       MOVE WS-Audit-After-Email TO Chg-New-Email
                       MOVE CUSTOMER-AUDIT-RECORD (41:10)
                            TO SRT-Account-Number
                       MOVE WS-Audit-Applied-Date TO SRT-Change-Date
                       MOVE 'N' TO SRT-Class
                       MOVE WS-Change-Row TO SRT-Row
                       RELEASE SORT-WORK-RECORD
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Assess Changes
      *
      * Output procedure : one account at a time, one change date at
      * a time within it.
      *-----------------------------------------------------------------

       3000-Assess-Changes.

           PERFORM 9230-Return-Sort-Record
           PERFORM 3100-Process-Account
             UNTIL End-Of-Sort = 'Y'

           IF WS-Count-Flagged-New + WS-Count-Flagged-Open = ZERO
               MOVE None-Flagged-Line TO REPORT-RECORD
               PERFORM 9320-Write-Report-Record
           END-IF.

      *-----------------------------------------------------------------
      * Process Account
      *-----------------------------------------------------------------

       3100-Process-Account.

           MOVE SRT-Account-Number TO WS-Current-Acct
           SET WS-No-Clear-All TO TRUE
           MOVE 'N' TO WS-Clear-All-Used-Switch
           MOVE SPACES TO WS-Clear-All-Analyst

           PERFORM 3150-Note-Account-Clearance
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Account-Number NOT = WS-Current-Acct
             OR SRT-Change-Date NOT = SPACES

           PERFORM 3200-Process-Change
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Account-Number NOT = WS-Current-Acct

           IF WS-Clear-All AND NOT WS-Clear-All-Used
               ADD 1 TO WS-Count-Unmatched
               DISPLAY 'Clearance matches no change on watch : '
                       WS-Current-Acct
           END-IF.

      *-----------------------------------------------------------------
      * Note Account Clearance - a card without a change date
      *-----------------------------------------------------------------

       3150-Note-Account-Clearance.

           IF SRT-Class = 'K'
               MOVE SRT-Row TO WS-Clearance-Card
               SET WS-Clear-All TO TRUE
               MOVE Clr-Analyst-Id TO WS-Clear-All-Analyst
           END-IF
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Process Change
      *
      * A clearance card closes the case, creating it cleared if the
      * change was never flagged. A change not cleared is scored;
      * at or above the flag score it is (still) flagged. A case is
      * carried until its change date leaves the watch window.
      *-----------------------------------------------------------------

       3200-Process-Change.

           MOVE SRT-Change-Date TO WS-Current-Change-Date
           SET WS-No-Case TO TRUE
           SET WS-No-Card TO TRUE
           SET WS-No-Change TO TRUE
           MOVE SPACES TO WS-Clear-Analyst

           PERFORM 3250-Collect-Change-Row
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Account-Number NOT = WS-Current-Acct
             OR SRT-Change-Date NOT = WS-Current-Change-Date

           IF WS-Clear-All AND NOT WS-Card-Found
              AND (WS-Case-Found OR WS-Change-Found)
               SET WS-Card-Found TO TRUE
               MOVE WS-Clear-All-Analyst TO WS-Clear-Analyst
               SET WS-Clear-All-Used TO TRUE
           END-IF

           IF WS-Card-Found
               IF WS-Case-Found OR WS-Change-Found
                   PERFORM 3300-Apply-Clearance
               ELSE
                   ADD 1 TO WS-Count-Unmatched
                   DISPLAY 'Clearance matches no change on watch : '
                           WS-Current-Acct ' ' WS-Current-Change-Date
               END-IF
           END-IF

           IF WS-Change-Found
               IF WS-Case-Found AND Case-Cleared
                   ADD 1 TO WS-Count-Already-Cleared
               ELSE
                   PERFORM 3400-Score-Change
                   IF WS-Change-Score >= WS-Flag-Score
                       PERFORM 3500-Flag-Change
                   END-IF
               END-IF
           END-IF

           IF WS-Case-Found
               MOVE WS-Current-Change-Date TO WS-Date-Parse
               PERFORM 5100-Date-To-Day-Number
               COMPUTE WS-Days-Since-Change =
                       WS-Business-Day - WS-Day-Number
               IF WS-Days-Since-Change > WS-Watch-Days
                   ADD 1 TO WS-Count-Expired
               ELSE
                   PERFORM 9300-Write-Case-Record
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Collect Change Row
      *-----------------------------------------------------------------

       3250-Collect-Change-Row.

           EVALUATE SRT-Class
           WHEN 'C'
                MOVE SRT-Row TO WS-Case-Row
                SET WS-Case-Found TO TRUE
           WHEN 'K'
                MOVE SRT-Row TO WS-Clearance-Card
                MOVE Clr-Analyst-Id TO WS-Clear-Analyst
                SET WS-Card-Found TO TRUE
           WHEN 'N'
                IF WS-Change-Found
                    ADD 1 TO WS-Count-Duplicate
                    MOVE SRT-Row (41:40) TO Chg-New-Email
                ELSE
                    MOVE SRT-Row TO WS-Change-Row
                    SET WS-Change-Found TO TRUE
                END-IF
           END-EVALUATE
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Apply Clearance
      *-----------------------------------------------------------------

       3300-Apply-Clearance.

           IF WS-No-Case
               PERFORM 3350-New-Case
           END-IF
           IF NOT Case-Cleared
               SET Case-Cleared TO TRUE
               MOVE WS-Business-Date TO Case-Cleared-Date
               MOVE WS-Clear-Analyst TO Case-Cleared-By
               ADD 1 TO WS-Count-Cleared
           END-IF.

      *-----------------------------------------------------------------
      * New Case
      *-----------------------------------------------------------------

       3350-New-Case.

           MOVE SPACES TO WS-Case-Row
           MOVE WS-Current-Acct TO Case-Account-Number
           MOVE WS-Current-Change-Date TO Case-Change-Date
           MOVE ZERO TO Case-Score
           IF WS-Change-Found
               MOVE Chg-New-Email TO Case-New-Email
           END-IF
           SET WS-Case-Found TO TRUE.

      *-----------------------------------------------------------------
      * Score Change
      *
      * The account's history is read from its first VIEWHIXF row to
      * the business date. Points : 30 for each mediaType and 25 for
      * each profileId never used before the change, 15 more when at
      * least half the viewing since is on them, and 10 more when it
      * started within two days of the change; 100 at most. With no
      * viewing since the change, or no history before it to compare
      * with, there is nothing to score yet.
      *-----------------------------------------------------------------

       3400-Score-Change.

           INITIALIZE WS-Usage-Profile
           MOVE ZERO TO WS-Change-Score
           MOVE 'N' TO WS-Browse-Done-Switch
           MOVE WS-Current-Acct TO VHX-Account-Number
           MOVE LOW-VALUES TO VHX-Start-Time
           MOVE ZERO TO VHX-Record-Seq

           START VIEWHIST-IX-FILE KEY NOT < VHX-Key
               INVALID KEY SET WS-Browse-Done TO TRUE
           END-START

           PERFORM 3450-Read-History-Row
             UNTIL WS-Browse-Done

           EVALUATE TRUE
           WHEN WS-Post-Views = ZERO
                ADD 1 TO WS-Count-No-Viewing
           WHEN WS-Base-Views = ZERO
                ADD 1 TO WS-Count-No-History
           WHEN OTHER
                COMPUTE WS-Score-Work = WS-New-Media-Count * 30
                                      + WS-New-Profile-Count * 25
                IF WS-New-Device-Views > ZERO
                    IF WS-New-Device-Views * 2 >= WS-Post-Views
                        ADD 15 TO WS-Score-Work
                    END-IF
                    MOVE WS-First-Post-Date TO WS-Date-Parse
                    PERFORM 5100-Date-To-Day-Number
                    MOVE WS-Current-Change-Date TO WS-Date-Parse
                    MOVE WS-Day-Number TO WS-Days-Since-Change
                    PERFORM 5100-Date-To-Day-Number
                    SUBTRACT WS-Day-Number FROM WS-Days-Since-Change
                    IF WS-Days-Since-Change <= 2
                        ADD 10 TO WS-Score-Work
                    END-IF
                END-IF
                IF WS-Score-Work > 100
                    MOVE 100 TO WS-Score-Work
                END-IF
                MOVE WS-Score-Work TO WS-Change-Score
                IF WS-Change-Score < WS-Flag-Score
                    ADD 1 TO WS-Count-Below-Score
                END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Read History Row
      *-----------------------------------------------------------------

       3450-Read-History-Row.

           READ VIEWHIST-IX-FILE NEXT RECORD
               AT END SET WS-Browse-Done TO TRUE
           END-READ

           IF NOT WS-Browse-Done
               IF STATUS-VIEWHIST-IX-FILE NOT = '00' AND '02'
                   DISPLAY 'Error while reading VIEWHIXF - FS : '
                              STATUS-VIEWHIST-IX-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-History-Rows
               EVALUATE TRUE
               WHEN VHX-Account-Number NOT = WS-Current-Acct
                    SET WS-Browse-Done TO TRUE
               WHEN VHX-Start-Time > WS-Business-Date
                    SET WS-Browse-Done TO TRUE
               WHEN VHX-Start-Time < WS-Current-Change-Date
                    PERFORM 3460-Note-Usual-Usage
               WHEN OTHER
                    PERFORM 3470-Note-New-Usage
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Note Usual Usage - viewing before the change
      *-----------------------------------------------------------------

       3460-Note-Usual-Usage.

           ADD 1 TO WS-Base-Views

           SET WS-Value-Not-Found TO TRUE
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
              UNTIL WS-Tbl-Idx > WS-Base-Media-Count
              OR WS-Value-Found
              IF WS-Base-Media (WS-Tbl-Idx) = VHX-Media-Type
                  SET WS-Value-Found TO TRUE
              END-IF
           END-PERFORM
           IF WS-Value-Not-Found AND WS-Base-Media-Count < 10
               ADD 1 TO WS-Base-Media-Count
               MOVE VHX-Media-Type
                    TO WS-Base-Media (WS-Base-Media-Count)
           END-IF

           IF VHX-Profile-Id NOT = SPACES
               SET WS-Value-Not-Found TO TRUE
               PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                  UNTIL WS-Tbl-Idx > WS-Base-Profile-Count
                  OR WS-Value-Found
                  IF WS-Base-Profile (WS-Tbl-Idx) = VHX-Profile-Id
                      SET WS-Value-Found TO TRUE
                  END-IF
               END-PERFORM
               IF WS-Value-Not-Found AND WS-Base-Profile-Count < 20
                   ADD 1 TO WS-Base-Profile-Count
                   MOVE VHX-Profile-Id
                        TO WS-Base-Profile (WS-Base-Profile-Count)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Note New Usage - viewing from the change date on; a row on a
      * mediaType or profileId not seen before the change is viewing
      * on a new device or profile
      *-----------------------------------------------------------------

       3470-Note-New-Usage.

           ADD 1 TO WS-Post-Views
           IF WS-First-Post-Date = SPACES
               MOVE VHX-Start-Time TO WS-First-Post-Date
           END-IF
           MOVE 'N' TO WS-Row-Is-New-Switch

           SET WS-Value-Not-Found TO TRUE
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
              UNTIL WS-Tbl-Idx > WS-Base-Media-Count
              OR WS-Value-Found
              IF WS-Base-Media (WS-Tbl-Idx) = VHX-Media-Type
                  SET WS-Value-Found TO TRUE
              END-IF
           END-PERFORM
           IF WS-Value-Not-Found
               SET WS-Row-Is-New TO TRUE
               PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                  UNTIL WS-Tbl-Idx > WS-New-Media-Count
                  OR WS-Value-Found
                  IF WS-New-Media (WS-Tbl-Idx) = VHX-Media-Type
                      SET WS-Value-Found TO TRUE
                  END-IF
               END-PERFORM
               IF WS-Value-Not-Found AND WS-New-Media-Count < 10
                   ADD 1 TO WS-New-Media-Count
                   MOVE VHX-Media-Type
                        TO WS-New-Media (WS-New-Media-Count)
               END-IF
           END-IF

           IF VHX-Profile-Id NOT = SPACES
               SET WS-Value-Not-Found TO TRUE
               PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                  UNTIL WS-Tbl-Idx > WS-Base-Profile-Count
                  OR WS-Value-Found
                  IF WS-Base-Profile (WS-Tbl-Idx) = VHX-Profile-Id
                      SET WS-Value-Found TO TRUE
                  END-IF
               END-PERFORM
               IF WS-Value-Not-Found
                   SET WS-Row-Is-New TO TRUE
                   PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                      UNTIL WS-Tbl-Idx > WS-New-Profile-Count
                      OR WS-Value-Found
                      IF WS-New-Profile (WS-Tbl-Idx) = VHX-Profile-Id
                          SET WS-Value-Found TO TRUE
                      END-IF
                   END-PERFORM
                   IF WS-Value-Not-Found AND WS-New-Profile-Count < 10
                       ADD 1 TO WS-New-Profile-Count
                       MOVE VHX-Profile-Id
                            TO WS-New-Profile (WS-New-Profile-Count)
                   END-IF
               END-IF
           END-IF

           IF WS-Row-Is-New
               ADD 1 TO WS-New-Device-Views
           END-IF.

      *-----------------------------------------------------------------
      * Flag Change
      *
      * NEW is the first night the change is flagged, OPEN a change
      * flagged before and not yet cleared.
      *-----------------------------------------------------------------

       3500-Flag-Change.

           MOVE SPACES TO WS-Risk-Extract
           IF WS-No-Case
               PERFORM 3350-New-Case
           END-IF
           IF Case-First-Flagged = SPACES
               SET Case-Flagged TO TRUE
               MOVE WS-Business-Date TO Case-First-Flagged
               MOVE 'NEW' TO Rsk-Case-Status
               ADD 1 TO WS-Count-Flagged-New
           ELSE
               MOVE 'OPEN' TO Rsk-Case-Status
               ADD 1 TO WS-Count-Flagged-Open
           END-IF
           MOVE WS-Change-Score TO Case-Score
           MOVE Chg-New-Email TO Case-New-Email

           MOVE WS-Current-Acct TO Rsk-Account-Number
           MOVE WS-Current-Change-Date TO Rsk-Change-Date
           MOVE Chg-Old-Email TO Rsk-Old-Email
           MOVE Chg-New-Email TO Rsk-New-Email
           MOVE WS-Change-Score TO Rsk-Score
           IF WS-Change-Score >= WS-High-Score
               MOVE 'HIGH' TO Rsk-Band
           ELSE
               MOVE 'MEDIUM' TO Rsk-Band
           END-IF
           MOVE WS-Post-Views TO Rsk-Post-Views
           MOVE WS-New-Device-Views TO Rsk-New-Device-Views
           MOVE WS-First-Post-Date TO Rsk-First-Post-Date
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
              UNTIL WS-Tbl-Idx > 3
              MOVE WS-New-Media (WS-Tbl-Idx)
                   TO Rsk-New-Media (WS-Tbl-Idx)
              MOVE WS-New-Profile (WS-Tbl-Idx)
                   TO Rsk-New-Profile (WS-Tbl-Idx)
           END-PERFORM
           MOVE WS-Business-Date TO Rsk-Business-Date
           PERFORM 9310-Write-Risk-Extract-Record

           MOVE Rsk-Account-Number TO Flg-Account
           MOVE Rsk-Change-Date TO Flg-Change-Date
           MOVE Rsk-Score TO Flg-Score
           MOVE Rsk-Band TO Flg-Band
           MOVE Rsk-Case-Status TO Flg-Case-Status
           MOVE WS-Post-Views TO Flg-Post-Views
           MOVE WS-New-Media-Count TO Flg-New-Media
           MOVE WS-New-Profile-Count TO Flg-New-Profiles
           MOVE Rsk-New-Email TO Flg-New-Email
           MOVE Flag-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

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
      * Write Control Totals
      *-----------------------------------------------------------------

       6900-Write-Control-Totals.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           MOVE 'Customer Audit Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-Audit-Rows TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Email Changes on Watch : ' TO Control-Count-Label
           MOVE WS-Count-Email-Changes TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Same Account and Day Combined : '
                TO Control-Count-Label
           MOVE WS-Count-Duplicate TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Carried Cases Read : ' TO Control-Count-Label
           MOVE WS-Count-Cases-In TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Clearance Cards Read : ' TO Control-Count-Label
           MOVE WS-Count-Cards TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Rejected : ' TO Control-Count-Label
           MOVE WS-Count-Cards-Rejected TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Changes Cleared : ' TO Control-Count-Label
           MOVE WS-Count-Cleared TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Matching No Change on Watch : '
                TO Control-Count-Label
           MOVE WS-Count-Unmatched TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Changes Already Cleared - Not Scored : '
                TO Control-Count-Label
           MOVE WS-Count-Already-Cleared TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Changes With No Viewing Since : '
                TO Control-Count-Label
           MOVE WS-Count-No-Viewing TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Changes With No Earlier History : '
                TO Control-Count-Label
           MOVE WS-Count-No-History TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Changes Scored Below Flag Score : '
                TO Control-Count-Label
           MOVE WS-Count-Below-Score TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Changes Flagged - New : ' TO Control-Count-Label
           MOVE WS-Count-Flagged-New TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Changes Flagged - Still Open : '
                TO Control-Count-Label
           MOVE WS-Count-Flagged-Open TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Cases Past the Watch Window : ' TO Control-Count-Label
           MOVE WS-Count-Expired TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Cases Carried Forward : ' TO Control-Count-Label
           MOVE WS-Count-Cases-Out TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'View History Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-History-Rows TO Control-Count-Value
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
           PERFORM 9520-Read-Takeover-Parm
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
      * Read Takeover Parameter Card
      *
      * A missing ATOPARM, or a column left blank or zero, keeps the
      * default.
      *-----------------------------------------------------------------

       9520-Read-Takeover-Parm.

           MOVE SPACES TO WS-Takeover-Parm-Card
           OPEN INPUT TAKEOVER-PARM-FILE
           IF STATUS-TAKEOVER-PARM-FILE = '00'
               READ TAKEOVER-PARM-FILE INTO WS-Takeover-Parm-Card
                   AT END MOVE SPACES TO WS-Takeover-Parm-Card
               END-READ
               CLOSE TAKEOVER-PARM-FILE
           ELSE
               DISPLAY 'ATOPARM not found - default limits used : '
                       STATUS-TAKEOVER-PARM-FILE
           END-IF

           IF Atp-Watch-Days NUMERIC AND Atp-Watch-Days > 0
               MOVE Atp-Watch-Days TO WS-Watch-Days
           END-IF
           IF Atp-Flag-Score NUMERIC AND Atp-Flag-Score > 0
               MOVE Atp-Flag-Score TO WS-Flag-Score
           END-IF
           IF Atp-High-Score NUMERIC AND Atp-High-Score > 0
               MOVE Atp-High-Score TO WS-High-Score
           END-IF
           DISPLAY 'Watch Days : ' WS-Watch-Days
                   ' Flag Score : ' WS-Flag-Score
                   ' High Score : ' WS-High-Score.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT VIEWHIST-IX-FILE
           IF STATUS-VIEWHIST-IX-FILE NOT = '00'
               DISPLAY 'Error while opening VIEWHIXF - FS : '
                          STATUS-VIEWHIST-IX-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT CASE-OUT-FILE
           IF STATUS-CASE-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening ATOCASEO - FS : '
                          STATUS-CASE-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT RISK-EXTRACT-FILE
           IF STATUS-RISK-EXTRACT-FILE NOT = '00'
               DISPLAY 'Error while opening ATOEXTR - FS : '
                          STATUS-RISK-EXTRACT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening ATORPT - FS : '
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
           MOVE WS-Business-Date TO Business-Date-Value
           MOVE Business-Date-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Watch-Days TO Parm-Watch-Days
           MOVE WS-Flag-Score TO Parm-Flag-Score
           MOVE WS-High-Score TO Parm-High-Score
           MOVE Parm-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Flag-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

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
      * Write Case Record
      *-----------------------------------------------------------------

       9300-Write-Case-Record.

           WRITE CASE-OUT-RECORD FROM WS-Case-Row
           IF STATUS-CASE-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to ATOCASEO - FS : '
                          STATUS-CASE-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Cases-Out
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Risk Extract Record
      *-----------------------------------------------------------------

       9310-Write-Risk-Extract-Record.

           WRITE RISK-EXTRACT-RECORD FROM WS-Risk-Extract
           IF STATUS-RISK-EXTRACT-FILE NOT = '00'
               DISPLAY 'Error while writing to ATOEXTR - FS : '
                          STATUS-RISK-EXTRACT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to ATORPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE VIEWHIST-IX-FILE
           IF STATUS-VIEWHIST-IX-FILE NOT = '00'
               DISPLAY 'Error while closing VIEWHIXF - FS : '
                          STATUS-VIEWHIST-IX-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE CASE-OUT-FILE
           IF STATUS-CASE-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing ATOCASEO - FS : '
                          STATUS-CASE-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE RISK-EXTRACT-FILE
           IF STATUS-RISK-EXTRACT-FILE NOT = '00'
               DISPLAY 'Error while closing ATOEXTR - FS : '
                          STATUS-RISK-EXTRACT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing ATORPT - FS : '
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
           MOVE 'CWBPAIG0' TO RA-Program-Id
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

           DISPLAY 'Email Changes on Watch : ' WS-Count-Email-Changes
           DISPLAY 'Changes Flagged - New : ' WS-Count-Flagged-New
           DISPLAY 'Changes Flagged - Open : ' WS-Count-Flagged-Open
           DISPLAY 'Changes Cleared : ' WS-Count-Cleared
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
