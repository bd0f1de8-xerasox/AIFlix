       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It finds binge sessions in the merged watch events : three or
      * more episodes of the same series watched back-to-back by one
      * profile, each started within a short gap of the previous one
      * ending. The catalog (TITLFILE) ties every episode to its
      * parentSeriesId. The binge report ranks the most-binged series
      * and shows binge sessions per series, episodes per session and
      * where in the series binges stop; the active-binge extract
      * gives the engagement mailer, per account and profile, the next
      * episode waiting in each series binged.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT MERGED-FILE      ASSIGN TO MERGFILE
               FILE STATUS IS STATUS-MERGED-FILE.

           SELECT TITLE-FILE       ASSIGN TO TITLFILE
               FILE STATUS IS STATUS-TITLE-FILE.

           SELECT OPTOUT-FILE      ASSIGN TO OPTOUTF
               FILE STATUS IS STATUS-OPTOUT-FILE.

           SELECT BINGE-EXTRACT-FILE ASSIGN TO BNGEXTR
               FILE STATUS IS STATUS-BINGE-EXTRACT-FILE.

           SELECT REPORT-FILE      ASSIGN TO BNGRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT PARM-FILE        ASSIGN TO BNGPARM
               FILE STATUS IS STATUS-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  MERGED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  MERGED-RECORD              PIC X(700).

       FD  TITLE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TITLE-RECORD               PIC X(500).

       FD  OPTOUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  OPTOUT-RECORD              PIC X(20).

       FD  BINGE-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BINGE-EXTRACT-RECORD       PIC X(250).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

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

      * Title-File (the CATGUNLD unload)
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

      * Title Lookup Table - same keyed SEARCH ALL idiom as CWBPAIF4.
      * An episode's position is its place among its series' episodes
      * in contentId order (the catalog carries no season or episode
      * numbers); a series row holds its number of episodes.
       01 WS-Title-Lookup-Table.
        05 WS-TLT-Count                  PIC 9(5) VALUE ZERO.
        05 WS-TLT-Entry OCCURS 0 TO 99999 TIMES
              DEPENDING ON WS-TLT-Count
              ASCENDING KEY IS WS-TLT-Content-Id
              INDEXED BY WS-TLT-Idx.
         10 WS-TLT-Content-Id            PIC X(10).
         10 WS-TLT-Primary-Title         PIC X(50).
         10 WS-TLT-Series-Id             PIC X(10).
         10 WS-TLT-Position              PIC 9(5).
         10 WS-TLT-Episode-Count         PIC 9(5).
       01 WS-TLT-Found-Switch            PIC X VALUE 'N'.
        88 WS-TLT-Found                       VALUE 'Y'.
        88 WS-TLT-Not-Found                   VALUE 'N'.
       01 WS-TLT-Lookup-Id               PIC X(10).
       01 WS-TLT-Scan-Idx                PIC 9(5).
       01 WS-TLT-Parent-Idx              PIC 9(5).
       01 WS-Prev-Title-Id               PIC X(10) VALUE LOW-VALUES.

      * Marketing Opt-Out Suppression - OPTOUTF (written by CWBPAIF6
      * from the customer master's marketingOptOut flag) is table-
      * loaded once and every account is screened before an extract
      * record is written, as in CWBPAIF8.
       01 WS-Optout-Row.
        05 OPT-Account-Number          PIC X(10).
        05 FILLER                      PIC X(10).
       01 WS-Optout-Table.
        05 WS-OPT-Count                PIC 9(5) VALUE ZERO.
        05 WS-OPT-Entry OCCURS 0 TO 99999 TIMES
              DEPENDING ON WS-OPT-Count
              ASCENDING KEY IS WS-OPT-Account
              INDEXED BY WS-OPT-Idx.
         10 WS-OPT-Account             PIC X(10).
       01 WS-OPT-Found-Switch          PIC X VALUE 'N'.
        88 WS-OPT-Found                    VALUE 'Y'.
        88 WS-OPT-Not-Found                VALUE 'N'.
       01 WS-Prev-Optout-Acct          PIC X(10) VALUE LOW-VALUES.
       01 WS-Optout-Lookup-Acct        PIC X(10).

      * Account Event Table - one account's episode events with
      * usable timestamps, put into profile + start order before the
      * binge runs are looked for. Times are seconds from the day
      * number origin, so gaps across midnight work.
       01 WS-Event-Table.
        05 WS-EVT-Count                PIC 9(4) VALUE ZERO.
        05 WS-EVT-Entry OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-EVT-Count.
         10 WS-EVT-Profile-Id          PIC X(10).
         10 WS-EVT-Start-Sec           PIC 9(12).
         10 WS-EVT-End-Sec             PIC 9(12).
         10 WS-EVT-End-Ts              PIC X(19).
         10 WS-EVT-Content-Id          PIC X(10).
         10 WS-EVT-Series-Id           PIC X(10).
         10 WS-EVT-Title-Idx           PIC 9(5).
       01 WS-EVT-Idx                   PIC 9(4).
       01 WS-EVT-Jdx                   PIC 9(4).
       01 WS-EVT-Hold                  PIC X(78).

      * Current account group
       01 WS-Current-Acct              PIC X(10).
       01 WS-Current-First-Name        PIC X(15).
       01 WS-Current-Email             PIC X(40).

      * Binge Run - the run of episodes being followed for one
      * profile and series; it becomes a binge session when it closes
      * with at least the minimum number of distinct episodes
       01 WS-Run-Open-Switch           PIC X VALUE 'N'.
        88 WS-Run-Open                     VALUE 'Y'.
        88 WS-Run-Closed                   VALUE 'N'.
       01 WS-Run-Profile-Id            PIC X(10).
       01 WS-Run-Series-Id             PIC X(10).
       01 WS-Run-Episodes              PIC 9(3).
       01 WS-Run-Last-Content-Id       PIC X(10).
       01 WS-Run-Last-Title-Idx        PIC 9(5).
       01 WS-Run-End-Sec               PIC 9(12).
       01 WS-Run-End-Ts                PIC X(19).
       01 WS-Gap-Seconds               PIC S9(12).

      * Active Binges - the account's binges that have an episode
      * still to watch, one per profile and series (a later binge of
      * the same series replaces an earlier one); written to the
      * extract when the account closes
       01 WS-Active-Table.
        05 WS-ACT-Count                PIC 9(3) VALUE ZERO.
        05 WS-ACT-Entry OCCURS 0 TO 100 TIMES
              DEPENDING ON WS-ACT-Count.
         10 WS-ACT-Profile-Id          PIC X(10).
         10 WS-ACT-Series-Id           PIC X(10).
         10 WS-ACT-Last-Content-Id     PIC X(10).
         10 WS-ACT-Episodes            PIC 9(3).
         10 WS-ACT-End-Ts              PIC X(19).
         10 WS-ACT-Next-Title-Idx      PIC 9(5).
       01 WS-ACT-Idx                   PIC 9(3).
       01 WS-ACT-Found-Switch          PIC X VALUE 'N'.
        88 WS-ACT-Found                    VALUE 'Y'.
        88 WS-ACT-Not-Found                VALUE 'N'.

      * Bingeing Profiles - distinct profiles of the account with at
      * least one binge session
       01 WS-Binge-Profile-Table.
        05 WS-BPR-Count                PIC 9(3) VALUE ZERO.
        05 WS-BPR-Profile-Id           PIC X(10) OCCURS 100 TIMES.
       01 WS-BPR-Idx                   PIC 9(3).
       01 WS-BPR-Found-Switch          PIC X VALUE 'N'.
        88 WS-BPR-Found                    VALUE 'Y'.
        88 WS-BPR-Not-Found                VALUE 'N'.

      * Series Binge Table - per series binged today : sessions,
      * distinct accounts, episodes watched in binges, sessions that
      * reached the last episode and the sum of the stop positions
      * (as % of the series) for the average
       01 WS-Series-Binge-Table.
        05 WS-SBT-Count                PIC 9(4) VALUE ZERO.
        05 WS-SBT-Entry OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-SBT-Count.
         10 WS-SBT-Series-Id           PIC X(10).
         10 WS-SBT-Sessions            PIC 9(7).
         10 WS-SBT-Accounts            PIC 9(7).
         10 WS-SBT-Last-Account        PIC X(10).
         10 WS-SBT-Episodes            PIC 9(9).
         10 WS-SBT-Finished            PIC 9(7).
         10 WS-SBT-Positioned          PIC 9(7).
         10 WS-SBT-Stop-Pct-Sum        PIC 9(9).
       01 WS-SBT-Idx                   PIC 9(4).
       01 WS-SBT-Jdx                   PIC 9(4).
       01 WS-SBT-Hold                  PIC X(73).
       01 WS-SBT-Found-Switch          PIC X VALUE 'N'.
        88 WS-SBT-Found                    VALUE 'Y'.
        88 WS-SBT-Not-Found                VALUE 'N'.
       01 WS-Top-Series                PIC 9(2) VALUE 25.

      * Distributions - binge sessions by episodes watched (2 to 9,
      * then 10 and more) and by where in the series they stopped
       01 WS-Episode-Distribution.
        05 WS-Dist-Episodes            PIC 9(7) OCCURS 9 TIMES.
       01 WS-Dist-Idx                  PIC 9(2).
       01 WS-Stop-Distribution.
        05 WS-Stop-First-Quarter       PIC 9(7) VALUE ZERO.
        05 WS-Stop-Second-Quarter      PIC 9(7) VALUE ZERO.
        05 WS-Stop-Third-Quarter       PIC 9(7) VALUE ZERO.
        05 WS-Stop-Final-Quarter       PIC 9(7) VALUE ZERO.
        05 WS-Stop-Last-Episode        PIC 9(7) VALUE ZERO.
        05 WS-Stop-Unknown             PIC 9(7) VALUE ZERO.
       01 WS-Stop-Pct                  PIC 9(3).
       01 WS-Stop-Position             PIC 9(5).
       01 WS-Stop-Episode-Count        PIC 9(5).

      * Parameter Card - longest gap in minutes between one episode
      * ending and the next starting (cols 1-3, default 30) and the
      * fewest distinct episodes that make a binge (cols 5-6,
      * default 3)
       01 WS-Parm-Card.
        05 Parm-Gap-Minutes            PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Parm-Min-Episodes           PIC 9(2).
        05 FILLER                      PIC X(74).
       01 WS-Gap-Minutes               PIC 9(3) VALUE 30.
       01 WS-Gap-Limit-Seconds         PIC 9(6).
       01 WS-Min-Episodes              PIC 9(2) VALUE 3.

      * Timestamp parse - YYYY-MM-DD HH:MM:SS as CWBPAIF1 passes it
       01 WS-Ts-Parse.
        05 WS-Ts-YYYY                  PIC X(4).
        05 WS-Ts-Sep-1                 PIC X(1).
        05 WS-Ts-MM                    PIC X(2).
        05 WS-Ts-Sep-2                 PIC X(1).
        05 WS-Ts-DD                    PIC X(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-HH                    PIC X(2).
        05 WS-Ts-Sep-3                 PIC X(1).
        05 WS-Ts-MI                    PIC X(2).
        05 WS-Ts-Sep-4                 PIC X(1).
        05 WS-Ts-SS                    PIC X(2).
       01 WS-Ts-Num REDEFINES WS-Ts-Parse.
        05 WS-Ts-YYYY-9                PIC 9(4).
        05 FILLER                      PIC X(1).
        05 WS-Ts-MM-9                  PIC 9(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-DD-9                  PIC 9(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-HH-9                  PIC 9(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-MI-9                  PIC 9(2).
        05 FILLER                      PIC X(1).
        05 WS-Ts-SS-9                  PIC 9(2).
       01 WS-Ts-Valid-Switch           PIC X VALUE 'Y'.
        88 WS-Ts-Valid                     VALUE 'Y'.
        88 WS-Ts-Invalid                   VALUE 'N'.
       01 WS-Ts-Date-Num               PIC 9(8).
       01 WS-Ts-Day-Number             PIC 9(7).
       01 WS-Ts-Seconds                PIC 9(12).
       01 WS-Start-Sec                 PIC 9(12).

      * Binge Extract Record - one per account, profile and series
      * with an episode still to watch after today's binge
       01 WS-Binge-Extract.
        05 Bng-Account-Number          PIC X(10).
        05 Bng-Profile-Id              PIC X(10).
        05 Bng-First-Name              PIC X(15).
        05 Bng-Email-Address           PIC X(40).
        05 Bng-Series-Id               PIC X(10).
        05 Bng-Series-Title            PIC X(50).
        05 Bng-Last-Content-Id         PIC X(10).
        05 Bng-Episodes-Watched        PIC 9(3).
        05 Bng-Binge-End-Ts            PIC X(19).
        05 Bng-Next-Content-Id         PIC X(10).
        05 Bng-Next-Title              PIC X(50).
        05 Bng-Next-Position           PIC 9(5).
        05 Bng-Series-Episodes         PIC 9(5).
        05 FILLER                      PIC X(13).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Events             PIC 9(9) VALUE ZERO.
        05 WS-Count-Not-Episode        PIC 9(9) VALUE ZERO.
        05 WS-Count-No-Timestamp       PIC 9(9) VALUE ZERO.
        05 WS-Count-Episode-Events     PIC 9(9) VALUE ZERO.
        05 WS-Count-Table-Full         PIC 9(9) VALUE ZERO.
        05 WS-Count-Binges             PIC 9(9) VALUE ZERO.
        05 WS-Count-Binge-Episodes     PIC 9(9) VALUE ZERO.
        05 WS-Count-Binge-Profiles     PIC 9(9) VALUE ZERO.
        05 WS-Count-Extract            PIC 9(9) VALUE ZERO.
        05 WS-Count-Optout-Suppressed  PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-MERGED-FILE             PIC XX.
        05 STATUS-TITLE-FILE              PIC XX.
        05 STATUS-OPTOUT-FILE             PIC XX.
        05 STATUS-BINGE-EXTRACT-FILE      PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-PARM-FILE               PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business processing date heads the
      * report; a missing or blank card falls back to the current
      * date
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
       01 End-Of-File-M                  PIC X VALUE 'N'.
       01 End-Of-File-T                  PIC X VALUE 'N'.

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
        05 FILLER                 PIC X(27) Value SPACES.
        05 FILLER                 PIC X(26)
              Value 'AIFlix Series Binge Report'.
        05 FILLER                 PIC X(27) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(16) Value 'Business Date : '.
        05 Business-Date-Value    PIC X(10).
        05 FILLER                 PIC X(44) Value SPACES.
       01 Section-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Section-Title          PIC X(70).

      * Summary Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

      * Series Lines
       01 Series-Heading-Line.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 FILLER                 PIC X(4)  Value 'Rank'.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 FILLER                 PIC X(11) Value 'Series'.
        05 FILLER                 PIC X(25) Value 'Title'.
        05 FILLER                 PIC X(6)  Value 'Binges'.
        05 FILLER                 PIC X(7)  Value '  Accts'.
        05 FILLER                 PIC X(7)  Value ' Ep/Bng'.
        05 FILLER                 PIC X(6)  Value '  Stop'.
        05 FILLER                 PIC X(7)  Value ' Finish'.
        05 FILLER                 PIC X(5)  Value SPACES.
       01 Series-Detail-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Ser-Rank               PIC ZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Ser-Series-Id          PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Ser-Title              PIC X(24).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Ser-Sessions           PIC ZZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Ser-Accounts           PIC ZZZZZ9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Ser-Avg-Episodes       PIC ZZ9.9.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Ser-Avg-Stop           PIC ZZ9.
        05 Ser-Stop-Sign          PIC X(1)  Value '%'.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Ser-Finished           PIC ZZZZZ9.
        05 FILLER                 PIC X(5)  Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 9205-Load-Title-Table
           PERFORM 9400-Load-Optout-Table
           PERFORM 2000-Secondary-Process
           PERFORM 5000-Rank-Series
           PERFORM 6100-Write-Binge-Report
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Secondary Process
      *-----------------------------------------------------------------

       2000-Secondary-Process.

           INITIALIZE WS-Episode-Distribution

      * First Read
           PERFORM 9200-Read-Merged-Record

      * Process Account Groups
           PERFORM 2100-Process-Account-Group
             UNTIL End-Of-File-M = 'Y'

      * File Integrity
           PERFORM 9270-Verify-MERGFILE-Labels.

      *-----------------------------------------------------------------
      * Process Account Group
      *
      * The merge arrives in accountNumber order : one account's
      * episode events are collected, ordered, searched for binges
      * and its active binges written out.
      *-----------------------------------------------------------------

       2100-Process-Account-Group.

           MOVE accountNumber of WS-Merged-File TO WS-Current-Acct
           MOVE firstName of WS-Merged-File TO WS-Current-First-Name
           MOVE emailAddress of WS-Merged-File TO WS-Current-Email
           MOVE ZERO TO WS-EVT-Count
           MOVE ZERO TO WS-ACT-Count
           MOVE ZERO TO WS-BPR-Count

           PERFORM 2200-Collect-Event
             UNTIL End-Of-File-M = 'Y'
             OR accountNumber of WS-Merged-File NOT = WS-Current-Acct

           PERFORM 2400-Order-Events
           PERFORM 3000-Find-Binges
           PERFORM 3800-Write-Active-Binges
           ADD WS-BPR-Count TO WS-Count-Binge-Profiles.

      *-----------------------------------------------------------------
      * Collect Event
      *
      * Only episodes (a catalog title with a parentSeriesId) with
      * both timestamps usable can take part in a binge.
      *-----------------------------------------------------------------

       2200-Collect-Event.

           ADD 1 TO WS-Count-Events

           MOVE contentId of WS-Merged-File TO WS-TLT-Lookup-Id
           PERFORM 5100-Lookup-Title

           EVALUATE TRUE
           WHEN WS-TLT-Not-Found
                ADD 1 TO WS-Count-Not-Episode
           WHEN WS-TLT-Series-Id (WS-TLT-Idx) = SPACES
                ADD 1 TO WS-Count-Not-Episode
           WHEN eventStartTs of WS-Merged-File = SPACES
                OR eventEndTs of WS-Merged-File = SPACES
                ADD 1 TO WS-Count-No-Timestamp
           WHEN OTHER
                MOVE eventStartTs of WS-Merged-File TO WS-Ts-Parse
                PERFORM 2210-Parse-Timestamp
                MOVE WS-Ts-Seconds TO WS-Start-Sec
                IF WS-Ts-Valid
                    MOVE eventEndTs of WS-Merged-File TO WS-Ts-Parse
                    PERFORM 2210-Parse-Timestamp
                END-IF
                IF WS-Ts-Invalid OR WS-Ts-Seconds < WS-Start-Sec
                    ADD 1 TO WS-Count-No-Timestamp
                ELSE
                    PERFORM 2300-Add-Event
                END-IF
           END-EVALUATE

           PERFORM 9200-Read-Merged-Record.

      *-----------------------------------------------------------------
      * Parse Timestamp
      *-----------------------------------------------------------------

       2210-Parse-Timestamp.

           SET WS-Ts-Valid TO TRUE
           MOVE ZERO TO WS-Ts-Seconds

           IF WS-Ts-YYYY NOT NUMERIC
              OR WS-Ts-MM NOT NUMERIC
              OR WS-Ts-DD NOT NUMERIC
              OR WS-Ts-Sep-1 NOT = '-'
              OR WS-Ts-Sep-2 NOT = '-'
              OR WS-Ts-HH NOT NUMERIC
              OR WS-Ts-MI NOT NUMERIC
              OR WS-Ts-SS NOT NUMERIC
              OR WS-Ts-Sep-3 NOT = ':'
              OR WS-Ts-Sep-4 NOT = ':'
               SET WS-Ts-Invalid TO TRUE
           ELSE
               IF WS-Ts-MM-9 < 1 OR WS-Ts-MM-9 > 12
                  OR WS-Ts-DD-9 < 1 OR WS-Ts-DD-9 > 31
                  OR WS-Ts-HH-9 > 23 OR WS-Ts-MI-9 > 59
                  OR WS-Ts-SS-9 > 59
                   SET WS-Ts-Invalid TO TRUE
               ELSE
                   COMPUTE WS-Ts-Date-Num = WS-Ts-YYYY-9 * 10000
                                          + WS-Ts-MM-9 * 100
                                          + WS-Ts-DD-9
                   COMPUTE WS-Ts-Day-Number =
                           FUNCTION INTEGER-OF-DATE (WS-Ts-Date-Num)
                   IF WS-Ts-Day-Number = ZERO
                       SET WS-Ts-Invalid TO TRUE
                   ELSE
                       COMPUTE WS-Ts-Seconds =
                               WS-Ts-Day-Number * 86400
                             + WS-Ts-HH-9 * 3600
                             + WS-Ts-MI-9 * 60
                             + WS-Ts-SS-9
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add Event
      *-----------------------------------------------------------------

       2300-Add-Event.

           IF WS-EVT-Count < 1000
               ADD 1 TO WS-Count-Episode-Events
               ADD 1 TO WS-EVT-Count
               MOVE profileId of WS-Merged-File
                    TO WS-EVT-Profile-Id (WS-EVT-Count)
               MOVE WS-Start-Sec TO WS-EVT-Start-Sec (WS-EVT-Count)
               MOVE WS-Ts-Seconds TO WS-EVT-End-Sec (WS-EVT-Count)
               MOVE eventEndTs of WS-Merged-File
                    TO WS-EVT-End-Ts (WS-EVT-Count)
               MOVE contentId of WS-Merged-File
                    TO WS-EVT-Content-Id (WS-EVT-Count)
               MOVE WS-TLT-Series-Id (WS-TLT-Idx)
                    TO WS-EVT-Series-Id (WS-EVT-Count)
               SET WS-EVT-Title-Idx (WS-EVT-Count) TO WS-TLT-Idx
           ELSE
               ADD 1 TO WS-Count-Table-Full
               DISPLAY 'Event table full - skipping : '
                       WS-Current-Acct
           END-IF.

      *-----------------------------------------------------------------
      * Order Events
      *
      * Insertion sort into profileId + start time order - an
      * account's day of viewing is small.
      *-----------------------------------------------------------------

       2400-Order-Events.

           PERFORM VARYING WS-EVT-Idx FROM 2 BY 1
              UNTIL WS-EVT-Idx > WS-EVT-Count
              MOVE WS-EVT-Entry (WS-EVT-Idx) TO WS-EVT-Hold
              MOVE WS-EVT-Idx TO WS-EVT-Jdx
              PERFORM UNTIL WS-EVT-Jdx < 2
                 OR WS-EVT-Profile-Id (WS-EVT-Jdx - 1) <
                    WS-EVT-Hold (1:10)
                 OR (WS-EVT-Profile-Id (WS-EVT-Jdx - 1) =
                     WS-EVT-Hold (1:10)
                     AND WS-EVT-Start-Sec (WS-EVT-Jdx - 1) <=
                         WS-EVT-Hold (11:12))
                 MOVE WS-EVT-Entry (WS-EVT-Jdx - 1)
                      TO WS-EVT-Entry (WS-EVT-Jdx)
                 SUBTRACT 1 FROM WS-EVT-Jdx
              END-PERFORM
              MOVE WS-EVT-Hold TO WS-EVT-Entry (WS-EVT-Jdx)
           END-PERFORM.

      *-----------------------------------------------------------------
      * Find Binges
      *
      * An episode continues the run when it is the same profile and
      * series and starts no more than the gap after the run's latest
      * end; replaying or resuming the same episode continues the run
      * without counting again. Anything else closes the run and may
      * open a new one.
      *-----------------------------------------------------------------

       3000-Find-Binges.

           SET WS-Run-Closed TO TRUE
           PERFORM VARYING WS-EVT-Idx FROM 1 BY 1
              UNTIL WS-EVT-Idx > WS-EVT-Count
              IF WS-Run-Open
                  COMPUTE WS-Gap-Seconds =
                          WS-EVT-Start-Sec (WS-EVT-Idx) - WS-Run-End-Sec
              END-IF
              IF WS-Run-Open
                 AND WS-EVT-Profile-Id (WS-EVT-Idx) = WS-Run-Profile-Id
                 AND WS-EVT-Series-Id (WS-EVT-Idx) = WS-Run-Series-Id
                 AND WS-Gap-Seconds <= WS-Gap-Limit-Seconds
                  PERFORM 3100-Extend-Run
              ELSE
                  PERFORM 3200-Close-Run
                  PERFORM 3050-Open-Run
              END-IF
           END-PERFORM
           PERFORM 3200-Close-Run.

      *-----------------------------------------------------------------
      * Open Run
      *-----------------------------------------------------------------

       3050-Open-Run.

           SET WS-Run-Open TO TRUE
           MOVE WS-EVT-Profile-Id (WS-EVT-Idx) TO WS-Run-Profile-Id
           MOVE WS-EVT-Series-Id (WS-EVT-Idx) TO WS-Run-Series-Id
           MOVE 1 TO WS-Run-Episodes
           MOVE WS-EVT-Content-Id (WS-EVT-Idx)
                TO WS-Run-Last-Content-Id
           MOVE WS-EVT-Title-Idx (WS-EVT-Idx) TO WS-Run-Last-Title-Idx
           MOVE WS-EVT-End-Sec (WS-EVT-Idx) TO WS-Run-End-Sec
           MOVE WS-EVT-End-Ts (WS-EVT-Idx) TO WS-Run-End-Ts.

      *-----------------------------------------------------------------
      * Extend Run
      *-----------------------------------------------------------------

       3100-Extend-Run.

           IF WS-EVT-Content-Id (WS-EVT-Idx) NOT =
              WS-Run-Last-Content-Id
               IF WS-Run-Episodes < 999
                   ADD 1 TO WS-Run-Episodes
               END-IF
               MOVE WS-EVT-Content-Id (WS-EVT-Idx)
                    TO WS-Run-Last-Content-Id
               MOVE WS-EVT-Title-Idx (WS-EVT-Idx)
                    TO WS-Run-Last-Title-Idx
           END-IF
           IF WS-EVT-End-Sec (WS-EVT-Idx) > WS-Run-End-Sec
               MOVE WS-EVT-End-Sec (WS-EVT-Idx) TO WS-Run-End-Sec
               MOVE WS-EVT-End-Ts (WS-EVT-Idx) TO WS-Run-End-Ts
           END-IF.

      *-----------------------------------------------------------------
      * Close Run
      *
      * A run with enough distinct episodes is a binge session : it
      * is counted for the series and the distributions, and kept as
      * an active binge when the series has a later episode.
      *-----------------------------------------------------------------

       3200-Close-Run.

           IF WS-Run-Open AND WS-Run-Episodes >= WS-Min-Episodes
               ADD 1 TO WS-Count-Binges
               ADD WS-Run-Episodes TO WS-Count-Binge-Episodes

               IF WS-Run-Episodes > 10
                   MOVE 9 TO WS-Dist-Idx
               ELSE
                   COMPUTE WS-Dist-Idx = WS-Run-Episodes - 1
               END-IF
               ADD 1 TO WS-Dist-Episodes (WS-Dist-Idx)

               PERFORM 3300-Stop-Position
               PERFORM 3400-Tally-Series
               PERFORM 3500-Note-Binge-Profile
               IF WS-Stop-Position > ZERO
                  AND WS-Stop-Position < WS-Stop-Episode-Count
                   PERFORM 3600-Keep-Active-Binge
               END-IF
           END-IF
           SET WS-Run-Closed TO TRUE.

      *-----------------------------------------------------------------
      * Stop Position
      *
      * Where the binge stopped : the last episode's place in the
      * series, by quarter, or at the series' last episode. Episodes
      * whose series row is not in the catalog have no position.
      *-----------------------------------------------------------------

       3300-Stop-Position.

           MOVE WS-TLT-Position (WS-Run-Last-Title-Idx)
                TO WS-Stop-Position
           MOVE ZERO TO WS-Stop-Episode-Count
           MOVE ZERO TO WS-Stop-Pct
           MOVE WS-Run-Series-Id TO WS-TLT-Lookup-Id
           PERFORM 5100-Lookup-Title
           IF WS-TLT-Found
               MOVE WS-TLT-Episode-Count (WS-TLT-Idx)
                    TO WS-Stop-Episode-Count
           END-IF

           EVALUATE TRUE
           WHEN WS-Stop-Position = ZERO
                OR WS-Stop-Episode-Count = ZERO
                MOVE ZERO TO WS-Stop-Position
                ADD 1 TO WS-Stop-Unknown
           WHEN WS-Stop-Position >= WS-Stop-Episode-Count
                MOVE 100 TO WS-Stop-Pct
                ADD 1 TO WS-Stop-Last-Episode
           WHEN OTHER
                COMPUTE WS-Stop-Pct =
                        WS-Stop-Position * 100 / WS-Stop-Episode-Count
                EVALUATE TRUE
                WHEN WS-Stop-Pct <= 25
                     ADD 1 TO WS-Stop-First-Quarter
                WHEN WS-Stop-Pct <= 50
                     ADD 1 TO WS-Stop-Second-Quarter
                WHEN WS-Stop-Pct <= 75
                     ADD 1 TO WS-Stop-Third-Quarter
                WHEN OTHER
                     ADD 1 TO WS-Stop-Final-Quarter
                END-EVALUATE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Tally Series
      *-----------------------------------------------------------------

       3400-Tally-Series.

           SET WS-SBT-Not-Found TO TRUE
           PERFORM VARYING WS-SBT-Idx FROM 1 BY 1
              UNTIL WS-SBT-Idx > WS-SBT-Count OR WS-SBT-Found
              IF WS-SBT-Series-Id (WS-SBT-Idx) = WS-Run-Series-Id
                  SET WS-SBT-Found TO TRUE
              END-IF
           END-PERFORM

           IF WS-SBT-Found
               SUBTRACT 1 FROM WS-SBT-Idx
           ELSE
               IF WS-SBT-Count < 9999
                   ADD 1 TO WS-SBT-Count
                   MOVE WS-SBT-Count TO WS-SBT-Idx
                   MOVE WS-Run-Series-Id
                        TO WS-SBT-Series-Id (WS-SBT-Idx)
                   MOVE ZERO TO WS-SBT-Sessions (WS-SBT-Idx)
                   MOVE ZERO TO WS-SBT-Accounts (WS-SBT-Idx)
                   MOVE SPACES TO WS-SBT-Last-Account (WS-SBT-Idx)
                   MOVE ZERO TO WS-SBT-Episodes (WS-SBT-Idx)
                   MOVE ZERO TO WS-SBT-Finished (WS-SBT-Idx)
                   MOVE ZERO TO WS-SBT-Positioned (WS-SBT-Idx)
                   MOVE ZERO TO WS-SBT-Stop-Pct-Sum (WS-SBT-Idx)
               ELSE
                   DISPLAY 'Series binge table full - skipping : '
                           WS-Run-Series-Id
                   PERFORM 9990-Set-Warning-Code
                   MOVE ZERO TO WS-SBT-Idx
               END-IF
           END-IF

           IF WS-SBT-Idx > ZERO
               ADD 1 TO WS-SBT-Sessions (WS-SBT-Idx)
               IF WS-SBT-Last-Account (WS-SBT-Idx) NOT =
                  WS-Current-Acct
                   ADD 1 TO WS-SBT-Accounts (WS-SBT-Idx)
                   MOVE WS-Current-Acct
                        TO WS-SBT-Last-Account (WS-SBT-Idx)
               END-IF
               ADD WS-Run-Episodes TO WS-SBT-Episodes (WS-SBT-Idx)
               IF WS-Stop-Position > ZERO
                   ADD 1 TO WS-SBT-Positioned (WS-SBT-Idx)
                   ADD WS-Stop-Pct TO WS-SBT-Stop-Pct-Sum (WS-SBT-Idx)
                   IF WS-Stop-Pct = 100
                       ADD 1 TO WS-SBT-Finished (WS-SBT-Idx)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Note Binge Profile
      *-----------------------------------------------------------------

       3500-Note-Binge-Profile.

           SET WS-BPR-Not-Found TO TRUE
           PERFORM VARYING WS-BPR-Idx FROM 1 BY 1
              UNTIL WS-BPR-Idx > WS-BPR-Count OR WS-BPR-Found
              IF WS-BPR-Profile-Id (WS-BPR-Idx) = WS-Run-Profile-Id
                  SET WS-BPR-Found TO TRUE
              END-IF
           END-PERFORM
           IF WS-BPR-Not-Found AND WS-BPR-Count < 100
               ADD 1 TO WS-BPR-Count
               MOVE WS-Run-Profile-Id
                    TO WS-BPR-Profile-Id (WS-BPR-Count)
           END-IF.

      *-----------------------------------------------------------------
      * Keep Active Binge
      *
      * The next episode is the following catalog entry of the same
      * series (positions follow contentId order).
      *-----------------------------------------------------------------

       3600-Keep-Active-Binge.

           SET WS-ACT-Not-Found TO TRUE
           PERFORM VARYING WS-ACT-Idx FROM 1 BY 1
              UNTIL WS-ACT-Idx > WS-ACT-Count OR WS-ACT-Found
              IF WS-ACT-Profile-Id (WS-ACT-Idx) = WS-Run-Profile-Id
                 AND WS-ACT-Series-Id (WS-ACT-Idx) = WS-Run-Series-Id
                  SET WS-ACT-Found TO TRUE
              END-IF
           END-PERFORM

           IF WS-ACT-Found
               SUBTRACT 1 FROM WS-ACT-Idx
           ELSE
               IF WS-ACT-Count < 100
                   ADD 1 TO WS-ACT-Count
                   MOVE WS-ACT-Count TO WS-ACT-Idx
               ELSE
                   MOVE ZERO TO WS-ACT-Idx
               END-IF
           END-IF

           IF WS-ACT-Idx > ZERO
               MOVE WS-Run-Profile-Id TO WS-ACT-Profile-Id (WS-ACT-Idx)
               MOVE WS-Run-Series-Id TO WS-ACT-Series-Id (WS-ACT-Idx)
               MOVE WS-Run-Last-Content-Id
                    TO WS-ACT-Last-Content-Id (WS-ACT-Idx)
               MOVE WS-Run-Episodes TO WS-ACT-Episodes (WS-ACT-Idx)
               MOVE WS-Run-End-Ts TO WS-ACT-End-Ts (WS-ACT-Idx)
               MOVE ZERO TO WS-ACT-Next-Title-Idx (WS-ACT-Idx)
               PERFORM VARYING WS-TLT-Scan-Idx
                  FROM WS-Run-Last-Title-Idx BY 1
                  UNTIL WS-TLT-Scan-Idx >= WS-TLT-Count
                  OR WS-ACT-Next-Title-Idx (WS-ACT-Idx) > ZERO
                  IF WS-TLT-Series-Id (WS-TLT-Scan-Idx + 1) =
                     WS-Run-Series-Id
                      COMPUTE WS-ACT-Next-Title-Idx (WS-ACT-Idx) =
                              WS-TLT-Scan-Idx + 1
                  END-IF
               END-PERFORM
           END-IF.

      *-----------------------------------------------------------------
      * Write Active Binges
      *-----------------------------------------------------------------

       3800-Write-Active-Binges.

           IF WS-ACT-Count > ZERO
               MOVE WS-Current-Acct TO WS-Optout-Lookup-Acct
               PERFORM 5200-Probe-Optout-Table
               IF WS-OPT-Found
                   ADD WS-ACT-Count TO WS-Count-Optout-Suppressed
               ELSE
                   PERFORM VARYING WS-ACT-Idx FROM 1 BY 1
                      UNTIL WS-ACT-Idx > WS-ACT-Count
                      IF WS-ACT-Next-Title-Idx (WS-ACT-Idx) > ZERO
                          PERFORM 3850-Build-Extract-Record
                          PERFORM 9300-Write-Extract-Record
                      END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Build Extract Record
      *-----------------------------------------------------------------

       3850-Build-Extract-Record.

           MOVE SPACES TO WS-Binge-Extract
           MOVE WS-Current-Acct TO Bng-Account-Number
           MOVE WS-ACT-Profile-Id (WS-ACT-Idx) TO Bng-Profile-Id
           MOVE WS-Current-First-Name TO Bng-First-Name
           MOVE WS-Current-Email TO Bng-Email-Address
           MOVE WS-ACT-Series-Id (WS-ACT-Idx) TO Bng-Series-Id
           MOVE WS-ACT-Series-Id (WS-ACT-Idx) TO WS-TLT-Lookup-Id
           PERFORM 5100-Lookup-Title
           IF WS-TLT-Found
               MOVE WS-TLT-Primary-Title (WS-TLT-Idx)
                    TO Bng-Series-Title
               MOVE WS-TLT-Episode-Count (WS-TLT-Idx)
                    TO Bng-Series-Episodes
           ELSE
               MOVE ZERO TO Bng-Series-Episodes
           END-IF
           MOVE WS-ACT-Last-Content-Id (WS-ACT-Idx)
                TO Bng-Last-Content-Id
           MOVE WS-ACT-Episodes (WS-ACT-Idx) TO Bng-Episodes-Watched
           MOVE WS-ACT-End-Ts (WS-ACT-Idx) TO Bng-Binge-End-Ts
           MOVE WS-ACT-Next-Title-Idx (WS-ACT-Idx) TO WS-TLT-Scan-Idx
           MOVE WS-TLT-Content-Id (WS-TLT-Scan-Idx)
                TO Bng-Next-Content-Id
           MOVE WS-TLT-Primary-Title (WS-TLT-Scan-Idx)
                TO Bng-Next-Title
           MOVE WS-TLT-Position (WS-TLT-Scan-Idx) TO Bng-Next-Position.

      *-----------------------------------------------------------------
      * Rank Series
      *
      * Most-binged first : binge sessions, then distinct accounts.
      *-----------------------------------------------------------------

       5000-Rank-Series.

           PERFORM VARYING WS-SBT-Idx FROM 2 BY 1
              UNTIL WS-SBT-Idx > WS-SBT-Count
              MOVE WS-SBT-Entry (WS-SBT-Idx) TO WS-SBT-Hold
              MOVE WS-SBT-Idx TO WS-SBT-Jdx
              PERFORM UNTIL WS-SBT-Jdx < 2
                 OR WS-SBT-Sessions (WS-SBT-Jdx - 1) >
                    WS-SBT-Hold (11:7)
                 OR (WS-SBT-Sessions (WS-SBT-Jdx - 1) =
                     WS-SBT-Hold (11:7)
                     AND WS-SBT-Accounts (WS-SBT-Jdx - 1) >=
                         WS-SBT-Hold (18:7))
                 MOVE WS-SBT-Entry (WS-SBT-Jdx - 1)
                      TO WS-SBT-Entry (WS-SBT-Jdx)
                 SUBTRACT 1 FROM WS-SBT-Jdx
              END-PERFORM
              MOVE WS-SBT-Hold TO WS-SBT-Entry (WS-SBT-Jdx)
           END-PERFORM.

      *-----------------------------------------------------------------
      * Lookup Title
      *-----------------------------------------------------------------

       5100-Lookup-Title.

           SET WS-TLT-Not-Found TO TRUE
           IF WS-TLT-Count > 0
              SEARCH ALL WS-TLT-Entry
                 AT END CONTINUE
                 WHEN WS-TLT-Content-Id (WS-TLT-Idx) = WS-TLT-Lookup-Id
                      SET WS-TLT-Found TO TRUE
              END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Probe Opt-Out Table
      *-----------------------------------------------------------------

       5200-Probe-Optout-Table.

           SET WS-OPT-Not-Found TO TRUE
           IF WS-OPT-Count > 0
              SEARCH ALL WS-OPT-Entry
                 AT END CONTINUE
                 WHEN WS-OPT-Account (WS-OPT-Idx) =
                      WS-Optout-Lookup-Acct
                      SET WS-OPT-Found TO TRUE
              END-SEARCH
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
      * Write Binge Report
      *-----------------------------------------------------------------

       6100-Write-Binge-Report.

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
      * Dash Line
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM 6200-Write-Summary
           PERFORM 6300-Write-Distributions
           PERFORM 6400-Write-Series-Ranking

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
           MOVE 'Watch Events Read : ' TO Control-Count-Label
           MOVE WS-Count-Events TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Not An Episode / Not In Catalog : '
                TO Control-Count-Label
           MOVE WS-Count-Not-Episode TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Episodes Without Usable Timestamps : '
                TO Control-Count-Label
           MOVE WS-Count-No-Timestamp TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Episode Events Examined : ' TO Control-Count-Label
           MOVE WS-Count-Episode-Events TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Binge Sessions : ' TO Control-Count-Label
           MOVE WS-Count-Binges TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Episodes Watched In Binges : ' TO Control-Count-Label
           MOVE WS-Count-Binge-Episodes TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Profiles Bingeing : ' TO Control-Count-Label
           MOVE WS-Count-Binge-Profiles TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Series Binged : ' TO Control-Count-Label
           MOVE WS-SBT-Count TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Active Binges Extracted : ' TO Control-Count-Label
           MOVE WS-Count-Extract TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Active Binges Opt-Out Suppressed : '
                TO Control-Count-Label
           MOVE WS-Count-Optout-Suppressed TO Control-Count-Value
           PERFORM 6900-Write-Count-Line.

      *-----------------------------------------------------------------
      * Write Distributions
      *-----------------------------------------------------------------

       6300-Write-Distributions.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Binge Sessions By Episodes Watched'
                TO Section-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           PERFORM VARYING WS-Dist-Idx FROM 1 BY 1
              UNTIL WS-Dist-Idx > 9
              IF WS-Dist-Idx + 1 >= WS-Min-Episodes
                  MOVE SPACES TO Control-Count-Label
                  IF WS-Dist-Idx = 9
                      MOVE '10 Or More Episodes : '
                           TO Control-Count-Label
                  ELSE
                      MOVE WS-Dist-Idx TO WS-Stop-Pct
                      ADD 1 TO WS-Stop-Pct
                      STRING WS-Stop-Pct (3:1) DELIMITED BY SIZE
                             ' Episodes : ' DELIMITED BY SIZE
                             INTO Control-Count-Label
                  END-IF
                  MOVE WS-Dist-Episodes (WS-Dist-Idx)
                       TO Control-Count-Value
                  PERFORM 6900-Write-Count-Line
              END-IF
           END-PERFORM

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Where Binges Stop (position in the series)'
                TO Section-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'First Quarter Of The Series : ' TO Control-Count-Label
           MOVE WS-Stop-First-Quarter TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Second Quarter : ' TO Control-Count-Label
           MOVE WS-Stop-Second-Quarter TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Third Quarter : ' TO Control-Count-Label
           MOVE WS-Stop-Third-Quarter TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Final Quarter (before the last episode) : '
                TO Control-Count-Label
           MOVE WS-Stop-Final-Quarter TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'At The Last Episode : ' TO Control-Count-Label
           MOVE WS-Stop-Last-Episode TO Control-Count-Value
           PERFORM 6900-Write-Count-Line
           MOVE 'Position Unknown (no series row) : '
                TO Control-Count-Label
           MOVE WS-Stop-Unknown TO Control-Count-Value
           PERFORM 6900-Write-Count-Line.

      *-----------------------------------------------------------------
      * Write Series Ranking
      *-----------------------------------------------------------------

       6400-Write-Series-Ranking.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Most-Binged Series' TO Section-Title
           MOVE Section-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Series-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM VARYING WS-SBT-Idx FROM 1 BY 1
              UNTIL WS-SBT-Idx > WS-SBT-Count
              OR WS-SBT-Idx > WS-Top-Series
              PERFORM 6450-Write-Series-Line
           END-PERFORM.

      *-----------------------------------------------------------------
      * Write Series Line
      *-----------------------------------------------------------------

       6450-Write-Series-Line.

           MOVE WS-SBT-Idx TO Ser-Rank
           MOVE WS-SBT-Series-Id (WS-SBT-Idx) TO Ser-Series-Id
           MOVE WS-SBT-Series-Id (WS-SBT-Idx) TO WS-TLT-Lookup-Id
           PERFORM 5100-Lookup-Title
           IF WS-TLT-Found
               MOVE WS-TLT-Primary-Title (WS-TLT-Idx) TO Ser-Title
           ELSE
               MOVE '*NO CATALOG TITLE*' TO Ser-Title
           END-IF
           MOVE WS-SBT-Sessions (WS-SBT-Idx) TO Ser-Sessions
           MOVE WS-SBT-Accounts (WS-SBT-Idx) TO Ser-Accounts
           COMPUTE Ser-Avg-Episodes ROUNDED =
                   WS-SBT-Episodes (WS-SBT-Idx)
                   / WS-SBT-Sessions (WS-SBT-Idx)
           IF WS-SBT-Positioned (WS-SBT-Idx) > ZERO
               COMPUTE Ser-Avg-Stop ROUNDED =
                       WS-SBT-Stop-Pct-Sum (WS-SBT-Idx)
                       / WS-SBT-Positioned (WS-SBT-Idx)
           ELSE
               MOVE ZERO TO Ser-Avg-Stop
           END-IF
           MOVE WS-SBT-Finished (WS-SBT-Idx) TO Ser-Finished
           MOVE Series-Detail-Line TO REPORT-RECORD
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
      * Read Parameter Card
      *
      * A missing BNGPARM runs on a 30-minute gap and 3 episodes.
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
               DISPLAY 'BNGPARM not found - default binge rules '
                       'used : ' STATUS-PARM-FILE
           END-IF

           IF Parm-Gap-Minutes NUMERIC AND Parm-Gap-Minutes > 0
               MOVE Parm-Gap-Minutes TO WS-Gap-Minutes
           END-IF
           IF Parm-Min-Episodes NUMERIC AND Parm-Min-Episodes > 1
               MOVE Parm-Min-Episodes TO WS-Min-Episodes
           END-IF
           COMPUTE WS-Gap-Limit-Seconds = WS-Gap-Minutes * 60
           DISPLAY 'Binge Gap Minutes in effect : ' WS-Gap-Minutes
           DISPLAY 'Binge Minimum Episodes in effect : '
                   WS-Min-Episodes.

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

           OPEN OUTPUT BINGE-EXTRACT-FILE
           IF STATUS-BINGE-EXTRACT-FILE NOT = '00'
               DISPLAY 'Error while opening BNGEXTR - FS : '
                          STATUS-BINGE-EXTRACT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening BNGRPT - FS : '
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
      * Load Title Table
      *
      * After the load every episode gets its position in its series
      * and every series row its number of episodes.
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
           END-IF

           PERFORM VARYING WS-TLT-Scan-Idx FROM 1 BY 1
              UNTIL WS-TLT-Scan-Idx > WS-TLT-Count
              IF WS-TLT-Series-Id (WS-TLT-Scan-Idx) NOT = SPACES
                  MOVE WS-TLT-Series-Id (WS-TLT-Scan-Idx)
                       TO WS-TLT-Lookup-Id
                  PERFORM 5100-Lookup-Title
                  IF WS-TLT-Found
                      SET WS-TLT-Parent-Idx TO WS-TLT-Idx
                      ADD 1 TO WS-TLT-Episode-Count (WS-TLT-Parent-Idx)
                      MOVE WS-TLT-Episode-Count (WS-TLT-Parent-Idx)
                           TO WS-TLT-Position (WS-TLT-Scan-Idx)
                  END-IF
              END-IF
           END-PERFORM.

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
           IF parentSeriesId of WS-Title-File = 'null'
               MOVE SPACES TO WS-TLT-Series-Id (WS-TLT-Idx)
           ELSE
               MOVE parentSeriesId of WS-Title-File
                    TO WS-TLT-Series-Id (WS-TLT-Idx)
           END-IF
           MOVE ZERO TO WS-TLT-Position (WS-TLT-Idx)
           MOVE ZERO TO WS-TLT-Episode-Count (WS-TLT-Idx)
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
      * Write Extract Record
      *-----------------------------------------------------------------

       9300-Write-Extract-Record.

           WRITE BINGE-EXTRACT-RECORD FROM WS-Binge-Extract
           IF STATUS-BINGE-EXTRACT-FILE NOT = '00'
               DISPLAY 'Error while writing to BNGEXTR - FS : '
                          STATUS-BINGE-EXTRACT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Extract
           ADD 1 TO WS-Audit-Records-Written.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to BNGRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Load Opt-Out Table
      *
      * A missing OPTOUTF means nobody has opted out - acceptable on
      * the first run after cutover, noisy enough to notice if the
      * file was dropped from the JCL.
      *-----------------------------------------------------------------

       9400-Load-Optout-Table.

           OPEN INPUT OPTOUT-FILE
           IF STATUS-OPTOUT-FILE = '00'
               PERFORM UNTIL STATUS-OPTOUT-FILE NOT = '00'
                  READ OPTOUT-FILE INTO WS-Optout-Row
                     AT END MOVE '10' TO STATUS-OPTOUT-FILE
                     NOT AT END
                        IF OPT-Account-Number <= WS-Prev-Optout-Acct
                            DISPLAY 'OPTOUTF out of sequence - '
                                    'skipping : ' OPT-Account-Number
                        ELSE
                            IF WS-OPT-Count < 99999
                                ADD 1 TO WS-OPT-Count
                                MOVE OPT-Account-Number TO
                                     WS-OPT-Account (WS-OPT-Count)
                                MOVE OPT-Account-Number
                                     TO WS-Prev-Optout-Acct
                            ELSE
                                DISPLAY 'Opt-Out table full - '
                                        'skipping : '
                                        OPT-Account-Number
                            END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE OPTOUT-FILE
           ELSE
               DISPLAY 'OPTOUTF not found - no suppression : '
                       STATUS-OPTOUT-FILE
           END-IF
           DISPLAY 'Opt-Out Accounts Loaded : ' WS-OPT-Count.

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

           CLOSE BINGE-EXTRACT-FILE
           IF STATUS-BINGE-EXTRACT-FILE NOT = '00'
               DISPLAY 'Error while closing BNGEXTR - FS : '
                          STATUS-BINGE-EXTRACT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing BNGRPT - FS : '
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
           MOVE 'CWBPAIFT' TO RA-Program-Id
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

           DISPLAY 'Watch Events Read : ' WS-Count-Events
           DISPLAY 'Binge Sessions : ' WS-Count-Binges
           DISPLAY 'Series Binged : ' WS-SBT-Count
           DISPLAY 'Active Binges Extracted : ' WS-Count-Extract
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
