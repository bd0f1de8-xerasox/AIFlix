       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It produces the weekly catalog utilization and rights-expiry
      * watchlist for content acquisition. The catalog unload is
      * joined to the content-keyed view history (VIEWHIXC) over the
      * trailing 90 days :
      *   - titles now in their licence window with no or almost no
      *     views over both the last 30 and 90 days, grouped by genre
      *     and titleType, so licences nobody uses can be let go;
      *   - titles whose availabilityEnd falls within the next N
      *     days, ranked by views and distinct viewers over the last
      *     30 days, so renewals are decided on what is watched.
      * CWBPAIF9 covers how well the watched titles perform; this
      * report covers the ones that are not watched and the ones
      * about to go.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIFZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT TITLE-FILE       ASSIGN TO TITLFILE
               FILE STATUS IS STATUS-TITLE-FILE.

      * Content-keyed view history maintained by CWBPAIF4 - contentId
      * plus startTime plus run sequence
           SELECT VIEWHIST-CX-FILE ASSIGN TO VIEWHIXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VHC-Key
               FILE STATUS IS STATUS-VIEWHIST-CX-FILE.

           SELECT REPORT-FILE      ASSIGN TO CATWRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT WATCH-WORK-FILE  ASSIGN TO CATWWORK
               FILE STATUS IS STATUS-WATCH-WORK-FILE.

           SELECT WATCH-PARM-FILE  ASSIGN TO CATWPARM
               FILE STATUS IS STATUS-WATCH-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.

           SELECT LIST-SORT-FILE   ASSIGN TO SORTWK02.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  TITLE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TITLE-RECORD               PIC X(500).

       FD  VIEWHIST-CX-FILE
           LABEL RECORDS ARE STANDARD.
       01  VIEWHIST-CX-RECORD.
        05 VHC-Key.
         10 VHC-Content-Id             PIC X(10).
         10 VHC-Start-Time             PIC X(10).
         10 VHC-Record-Seq             PIC 9(7).
        05 VHC-Account-Number          PIC X(10).
        05 VHC-Primary-Title           PIC X(100).
        05 VHC-Genres                  PIC X(35).
        05 VHC-Watch-Percent           PIC X(5).
        05 VHC-Media-Type              PIC X(5).
        05 VHC-Profile-Id              PIC X(10).
        05 FILLER                      PIC X(13).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  WATCH-WORK-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  WATCH-WORK-RECORD          PIC X(128).

       FD  WATCH-PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  WATCH-PARM-RECORD          PIC X(80).

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

      * Views in the trailing 90 days, by title and viewer
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SW-Content-Id               PIC X(10).
        05 SW-Account-Number           PIC X(10).
        05 SW-Recent-Switch            PIC X(1).

      * Watchlist lines, in report order
       SD  LIST-SORT-FILE.
       01  LIST-SORT-RECORD.
        05 LS-Section                  PIC X(1).
        05 LS-Genre                    PIC X(15).
        05 LS-Title-Type               PIC X(15).
        05 LS-Sort-Key-1               PIC 9(7).
        05 LS-Sort-Key-2               PIC 9(7).
        05 LS-Content-Id               PIC X(10).
        05 LS-Views-30                 PIC 9(7).
        05 LS-Viewers-30               PIC 9(7).
        05 LS-Views-90                 PIC 9(7).
        05 LS-Viewers-90               PIC 9(7).
        05 LS-Avail-End                PIC X(10).
        05 LS-Primary-Title            PIC X(34).
        05 FILLER                      PIC X(1).

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

      * Title-File (the CATGUNLD unload, ascending contentId; 'null'
      * in the availability window means no limit on that side)
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
        05 FILLER                      PIC X(11).
        05 availabilityStart           PIC X(10).
        05 availabilityEnd             PIC X(10).
        05 FILLER                      PIC X(189).
       01 WS-Prev-Title-Id               PIC X(10) VALUE LOW-VALUES.

      * Watchlist work record - one per title and section, handed from
      * the catalog pass to the listing sort. Section 1 is the low-use
      * list (sort keys views then 90-day views, least first),
      * section 2 the expiry list (sort keys the complements of views
      * and viewers, so the most watched come first).
       01 WS-Watch-Work-File.
        05 WK-Section                  PIC X(1).
        05 WK-Genre                    PIC X(15).
        05 WK-Title-Type               PIC X(15).
        05 WK-Sort-Key-1               PIC 9(7).
        05 WK-Sort-Key-2               PIC 9(7).
        05 WK-Content-Id               PIC X(10).
        05 WK-Views-30                 PIC 9(7).
        05 WK-Viewers-30               PIC 9(7).
        05 WK-Views-90                 PIC 9(7).
        05 WK-Viewers-90               PIC 9(7).
        05 WK-Avail-End                PIC X(10).
        05 WK-Primary-Title            PIC X(34).
        05 FILLER                      PIC X(1).

      * Catalog Watchlist Parameter Card - views at or under which a
      * title counts as unwatched over 30 days (cols 1-3, default 2)
      * and over 90 days (cols 5-7, default 5), and how many days
      * ahead the expiry list looks (cols 9-11, default 60)
       01 WS-Watch-Parm-Card.
        05 Wpm-Low-Views-30            PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Wpm-Low-Views-90            PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Wpm-Expiry-Days             PIC 9(3).
        05 FILLER                      PIC X(69).
       01 WS-Low-Views-30              PIC 9(3) VALUE 2.
       01 WS-Low-Views-90              PIC 9(3) VALUE 5.
       01 WS-Expiry-Days               PIC 9(3) VALUE 60.

      * Title in hand and its viewing
       01 WS-Title-Counts.
        05 WS-Title-Views-30           PIC 9(7).
        05 WS-Title-Viewers-30         PIC 9(7).
        05 WS-Title-Views-90           PIC 9(7).
        05 WS-Title-Viewers-90         PIC 9(7).
       01 WS-Viewer-Account            PIC X(10).
       01 WS-Viewer-Recent-Switch      PIC X VALUE 'N'.
        88 WS-Viewer-Recent                VALUE 'Y'.
       01 WS-First-Genre               PIC X(15).
       01 WS-Avail-Start-Day           PIC 9(7).
       01 WS-Avail-End-Day             PIC 9(7).
       01 WS-Days-Available            PIC S9(7).
       01 WS-Days-To-Expiry            PIC S9(7).
       01 WS-View-Age                  PIC S9(7).
       01 WS-In-Window-Switch          PIC X VALUE 'N'.
        88 WS-In-Window                    VALUE 'Y'.
        88 WS-Not-In-Window                VALUE 'N'.

      * Listing control breaks
       01 WS-Current-Section           PIC X(1).
       01 WS-Current-Genre             PIC X(15).
       01 WS-Current-Title-Type        PIC X(15).
       01 WS-Group-Titles              PIC 9(7).
       01 WS-Expiry-Rank               PIC 9(5).

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

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Titles             PIC 9(9) VALUE ZERO.
        05 WS-Count-Title-Sequence     PIC 9(9) VALUE ZERO.
        05 WS-Count-Available          PIC 9(9) VALUE ZERO.
        05 WS-Count-Not-Available      PIC 9(9) VALUE ZERO.
        05 WS-Count-Too-New            PIC 9(9) VALUE ZERO.
        05 WS-Count-Low-Use            PIC 9(9) VALUE ZERO.
        05 WS-Count-Zero-Views         PIC 9(9) VALUE ZERO.
        05 WS-Count-Expiring           PIC 9(9) VALUE ZERO.
        05 WS-Count-View-Rows          PIC 9(9) VALUE ZERO.
        05 WS-Count-View-Window        PIC 9(9) VALUE ZERO.
        05 WS-Count-View-Bad-Date      PIC 9(9) VALUE ZERO.
        05 WS-Count-View-Orphan        PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-TITLE-FILE              PIC XX.
        05 STATUS-VIEWHIST-CX-FILE        PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-WATCH-WORK-FILE         PIC XX.
        05 STATUS-WATCH-PARM-FILE         PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business date ends the trailing
      * windows and starts the expiry horizon
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
       01 End-Of-File-T                  PIC X VALUE 'N'.
       01 End-Of-File-V                  PIC X VALUE 'N'.
       01 End-Of-Sort                    PIC X VALUE 'N'.
       01 End-Of-List                    PIC X VALUE 'N'.

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
        05 FILLER                 PIC X(14) Value SPACES.
        05 FILLER                 PIC X(52)
              Value 'AIFlix - Catalog Utilization and Expiry Watchlist'.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(20) Value 'Business Date : '.
        05 BDL-Business-Date      PIC X(10).
        05 FILLER                 PIC X(40) Value SPACES.

      * Low-Use Section
       01 Low-Use-Title-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(45)
              Value 'Titles With No or Near-No Views - 30 Days <= '.
        05 LUT-Low-30             PIC ZZ9.
        05 FILLER                 PIC X(16) Value ' and 90 Days <= '.
        05 LUT-Low-90             PIC ZZ9.
        05 FILLER                 PIC X(11) Value SPACES.
       01 Low-Use-Heading-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 FILLER                 PIC X(11) Value 'Content'.
        05 FILLER                 PIC X(31) Value 'Primary Title'.
        05 FILLER                 PIC X(11) Value 'Avail End'.
        05 FILLER                 PIC X(8)  Value ' 30-Day'.
        05 FILLER                 PIC X(8)  Value ' 90-Day'.
        05 FILLER                 PIC X(7)  Value ' Users'.
       01 Group-Heading-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(8)  Value 'Genre : '.
        05 GHL-Genre              PIC X(15).
        05 FILLER                 PIC X(5)  Value SPACES.
        05 FILLER                 PIC X(13) Value 'Title Type : '.
        05 GHL-Title-Type         PIC X(15).
        05 FILLER                 PIC X(22) Value SPACES.
       01 Low-Use-Detail-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 Low-Content-Id         PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Low-Title              PIC X(30).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Low-Avail-End          PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Low-Views-30           PIC ZZZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Low-Views-90           PIC ZZZZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Low-Viewers-90         PIC ZZZZZZ9.
       01 Group-Total-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 FILLER                 PIC X(18) Value 'Titles in Group : '.
        05 GTL-Count              PIC ZZZZZZ9.
        05 FILLER                 PIC X(51) Value SPACES.

      * Rights-Expiry Section
       01 Expiry-Title-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(38)
              Value 'Titles Leaving the Service in the Next'.
        05 ETL-Days               PIC ZZZ9.
        05 FILLER                 PIC X(36)
              Value ' Days - Most Watched First'.
       01 Expiry-Heading-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 FILLER                 PIC X(5)  Value 'Rank'.
        05 FILLER                 PIC X(11) Value 'Content'.
        05 FILLER                 PIC X(25) Value 'Primary Title'.
        05 FILLER                 PIC X(11) Value 'Avail End'.
        05 FILLER                 PIC X(9)  Value ' Views30'.
        05 FILLER                 PIC X(9)  Value ' Users30'.
        05 FILLER                 PIC X(8)  Value ' Views90'.
       01 Expiry-Detail-Line.
        05 FILLER                 PIC X(2)  Value SPACES.
        05 Exp-Rank               PIC ZZZ9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Exp-Content-Id         PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Exp-Title              PIC X(24).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Exp-Avail-End          PIC X(10).
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Exp-Views-30           PIC Z(7)9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Exp-Viewers-30         PIC Z(7)9.
        05 FILLER                 PIC X(1)  Value SPACES.
        05 Exp-Views-90           PIC Z(7)9.
       01 None-Listed-Line.
        05 FILLER                 PIC X(4)  Value SPACES.
        05 FILLER                 PIC X(76) Value 'None'.

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
                ON ASCENDING KEY SW-Content-Id
                                 SW-Account-Number
                INPUT PROCEDURE 2000-Release-Recent-Views
                OUTPUT PROCEDURE 3000-Catalog-Pass
           PERFORM 9850-Close-Watch-Work
           SORT LIST-SORT-FILE
                ON ASCENDING KEY LS-Section
                                 LS-Genre
                                 LS-Title-Type
                                 LS-Sort-Key-1
                                 LS-Sort-Key-2
                                 LS-Content-Id
                USING WATCH-WORK-FILE
                OUTPUT PROCEDURE 4000-List-Pass
           PERFORM 6900-Write-Control-Totals
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Recent Views
      *
      * Input procedure : one browse of VIEWHIXC. Views from the
      * trailing 90 days up to the business date go into the sort
      * with a mark on those from the last 30; older views, and any
      * dated after the business date, are not counted.
      *-----------------------------------------------------------------

       2000-Release-Recent-Views.

           OPEN INPUT VIEWHIST-CX-FILE
           IF STATUS-VIEWHIST-CX-FILE NOT = '00'
               DISPLAY 'Error while opening VIEWHIXC - FS : '
                          STATUS-VIEWHIST-CX-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           MOVE LOW-VALUES TO VHC-Key
           START VIEWHIST-CX-FILE KEY NOT < VHC-Key
               INVALID KEY MOVE 'Y' TO End-Of-File-V
           END-START

           PERFORM 9220-Read-View-Record
           PERFORM 2100-Release-View
             UNTIL End-Of-File-V = 'Y'

           CLOSE VIEWHIST-CX-FILE
           IF STATUS-VIEWHIST-CX-FILE NOT = '00'
               DISPLAY 'Error while closing VIEWHIXC - FS : '
                          STATUS-VIEWHIST-CX-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Release View
      *-----------------------------------------------------------------

       2100-Release-View.

           MOVE VHC-Start-Time TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           IF WS-Day-Number = ZERO
               ADD 1 TO WS-Count-View-Bad-Date
           ELSE
               COMPUTE WS-View-Age = WS-Business-Day - WS-Day-Number
               IF WS-View-Age >= 0 AND WS-View-Age < 90
                   ADD 1 TO WS-Count-View-Window
                   MOVE VHC-Content-Id TO SW-Content-Id
                   MOVE VHC-Account-Number TO SW-Account-Number
                   IF WS-View-Age < 30
                       MOVE 'Y' TO SW-Recent-Switch
                   ELSE
                       MOVE 'N' TO SW-Recent-Switch
                   END-IF
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF

           PERFORM 9220-Read-View-Record.

      *-----------------------------------------------------------------
      * Catalog Pass
      *
      * Output procedure : the catalog unload and the sorted views
      * are both ascending by contentId, so each title picks up its
      * own views as the two are read together. Views for a
      * contentId the catalog does not carry are counted and left.
      *-----------------------------------------------------------------

       3000-Catalog-Pass.

           PERFORM 9230-Return-Sort-Record
           PERFORM 9210-Read-Title-Record

           PERFORM 3100-Process-Title
             UNTIL End-Of-File-T = 'Y'

           PERFORM 3150-Skip-Orphan-View
             UNTIL End-Of-Sort = 'Y'.

      *-----------------------------------------------------------------
      * Process Title
      *-----------------------------------------------------------------

       3100-Process-Title.

           PERFORM 3150-Skip-Orphan-View
             UNTIL End-Of-Sort = 'Y'
             OR SW-Content-Id >= contentId of WS-Title-File

           INITIALIZE WS-Title-Counts
           PERFORM 3200-Tally-Viewer
             UNTIL End-Of-Sort = 'Y'
             OR SW-Content-Id NOT = contentId of WS-Title-File

           PERFORM 3300-Classify-Title
           PERFORM 9210-Read-Title-Record.

      *-----------------------------------------------------------------
      * Skip Orphan View
      *-----------------------------------------------------------------

       3150-Skip-Orphan-View.

           ADD 1 TO WS-Count-View-Orphan
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Tally Viewer
      *
      * One account's views of the title : each view counts, the
      * account counts once as a viewer over 90 days and once over 30
      * days if any of its views is that recent.
      *-----------------------------------------------------------------

       3200-Tally-Viewer.

           MOVE SW-Account-Number TO WS-Viewer-Account
           MOVE 'N' TO WS-Viewer-Recent-Switch
           PERFORM 3250-Tally-View
             UNTIL End-Of-Sort = 'Y'
             OR SW-Content-Id NOT = contentId of WS-Title-File
             OR SW-Account-Number NOT = WS-Viewer-Account

           ADD 1 TO WS-Title-Viewers-90
           IF WS-Viewer-Recent
               ADD 1 TO WS-Title-Viewers-30
           END-IF.

      *-----------------------------------------------------------------
      * Tally View
      *-----------------------------------------------------------------

       3250-Tally-View.

           ADD 1 TO WS-Title-Views-90
           IF SW-Recent-Switch = 'Y'
               ADD 1 TO WS-Title-Views-30
               MOVE 'Y' TO WS-Viewer-Recent-Switch
           END-IF
           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Classify Title
      *
      * Only a title inside its licence window on the business date
      * is on either list. One that became available less than 30
      * days ago has not had the chance to be watched and is left
      * off the low-use list. The expiry list takes every title whose
      * availabilityEnd is from today to the horizon.
      *-----------------------------------------------------------------

       3300-Classify-Title.

           SET WS-In-Window TO TRUE
           MOVE ZERO TO WS-Avail-Start-Day
           MOVE ZERO TO WS-Avail-End-Day
           IF availabilityStart of WS-Title-File NOT = 'null'
              AND availabilityStart of WS-Title-File NOT = SPACES
               MOVE availabilityStart of WS-Title-File
                    TO WS-Date-Parse
               PERFORM 5100-Date-To-Day-Number
               MOVE WS-Day-Number TO WS-Avail-Start-Day
               IF WS-Avail-Start-Day > WS-Business-Day
                   SET WS-Not-In-Window TO TRUE
               END-IF
           END-IF
           IF availabilityEnd of WS-Title-File NOT = 'null'
              AND availabilityEnd of WS-Title-File NOT = SPACES
               MOVE availabilityEnd of WS-Title-File
                    TO WS-Date-Parse
               PERFORM 5100-Date-To-Day-Number
               MOVE WS-Day-Number TO WS-Avail-End-Day
               IF WS-Avail-End-Day < WS-Business-Day
                   SET WS-Not-In-Window TO TRUE
               END-IF
           END-IF

           IF WS-Not-In-Window
               ADD 1 TO WS-Count-Not-Available
           ELSE
               ADD 1 TO WS-Count-Available
               PERFORM 3400-Check-Low-Use
               PERFORM 3500-Check-Expiry
           END-IF.

      *-----------------------------------------------------------------
      * Check Low Use
      *-----------------------------------------------------------------

       3400-Check-Low-Use.

           IF WS-Avail-Start-Day > ZERO
               COMPUTE WS-Days-Available =
                       WS-Business-Day - WS-Avail-Start-Day
           ELSE
               MOVE 9999 TO WS-Days-Available
           END-IF

           IF WS-Title-Views-30 <= WS-Low-Views-30
              AND WS-Title-Views-90 <= WS-Low-Views-90
               IF WS-Days-Available < 30
                   ADD 1 TO WS-Count-Too-New
               ELSE
                   ADD 1 TO WS-Count-Low-Use
                   IF WS-Title-Views-90 = ZERO
                       ADD 1 TO WS-Count-Zero-Views
                   END-IF
                   MOVE SPACES TO WS-First-Genre
                   UNSTRING genres of WS-Title-File
                       DELIMITED BY ','
                       INTO WS-First-Genre
                   END-UNSTRING
                   IF WS-First-Genre = SPACES OR 'null'
                       MOVE '(none)' TO WS-First-Genre
                   END-IF
                   PERFORM 3600-Fill-Work-Record
                   MOVE '1' TO WK-Section
                   MOVE WS-First-Genre TO WK-Genre
                   MOVE titleType of WS-Title-File TO WK-Title-Type
                   MOVE WS-Title-Views-30 TO WK-Sort-Key-1
                   MOVE WS-Title-Views-90 TO WK-Sort-Key-2
                   PERFORM 9330-Write-Watch-Work-Record
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Check Expiry
      *-----------------------------------------------------------------

       3500-Check-Expiry.

           IF WS-Avail-End-Day > ZERO
               COMPUTE WS-Days-To-Expiry =
                       WS-Avail-End-Day - WS-Business-Day
               IF WS-Days-To-Expiry <= WS-Expiry-Days
                   ADD 1 TO WS-Count-Expiring
                   PERFORM 3600-Fill-Work-Record
                   MOVE '2' TO WK-Section
                   COMPUTE WK-Sort-Key-1 = 9999999 - WS-Title-Views-30
                   COMPUTE WK-Sort-Key-2 =
                           9999999 - WS-Title-Viewers-30
                   PERFORM 9330-Write-Watch-Work-Record
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Fill Work Record
      *-----------------------------------------------------------------

       3600-Fill-Work-Record.

           MOVE SPACES TO WS-Watch-Work-File
           MOVE contentId of WS-Title-File TO WK-Content-Id
           MOVE WS-Title-Views-30 TO WK-Views-30
           MOVE WS-Title-Viewers-30 TO WK-Viewers-30
           MOVE WS-Title-Views-90 TO WK-Views-90
           MOVE WS-Title-Viewers-90 TO WK-Viewers-90
           MOVE availabilityEnd of WS-Title-File TO WK-Avail-End
           MOVE primaryTitle of WS-Title-File TO WK-Primary-Title.

      *-----------------------------------------------------------------
      * List Pass
      *
      * Output procedure of the listing sort : the low-use titles in
      * genre and titleType groups, then the expiry list in rank
      * order.
      *-----------------------------------------------------------------

       4000-List-Pass.

           PERFORM 9240-Return-List-Record

           MOVE WS-Low-Views-30 TO LUT-Low-30
           MOVE WS-Low-Views-90 TO LUT-Low-90
           MOVE Low-Use-Title-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Low-Use-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           IF End-Of-List = 'Y' OR LS-Section NOT = '1'
               MOVE Blank-Line TO REPORT-RECORD
               PERFORM 9320-Write-Report-Record
               MOVE None-Listed-Line TO REPORT-RECORD
               PERFORM 9320-Write-Report-Record
           END-IF
           PERFORM 4100-Write-Low-Use-Group
             UNTIL End-Of-List = 'Y' OR LS-Section NOT = '1'

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Expiry-Days TO ETL-Days
           MOVE Expiry-Title-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Expiry-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           IF End-Of-List = 'Y'
               MOVE None-Listed-Line TO REPORT-RECORD
               PERFORM 9320-Write-Report-Record
           END-IF
           MOVE ZERO TO WS-Expiry-Rank
           PERFORM 4200-Write-Expiry-Line
             UNTIL End-Of-List = 'Y'.

      *-----------------------------------------------------------------
      * Write Low-Use Group
      *-----------------------------------------------------------------

       4100-Write-Low-Use-Group.

           MOVE LS-Genre TO WS-Current-Genre
           MOVE LS-Title-Type TO WS-Current-Title-Type
           MOVE ZERO TO WS-Group-Titles

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Current-Genre TO GHL-Genre
           MOVE WS-Current-Title-Type TO GHL-Title-Type
           MOVE Group-Heading-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM 4150-Write-Low-Use-Line
             UNTIL End-Of-List = 'Y'
             OR LS-Section NOT = '1'
             OR LS-Genre NOT = WS-Current-Genre
             OR LS-Title-Type NOT = WS-Current-Title-Type

           MOVE WS-Group-Titles TO GTL-Count
           MOVE Group-Total-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Write Low-Use Line
      *-----------------------------------------------------------------

       4150-Write-Low-Use-Line.

           ADD 1 TO WS-Group-Titles
           MOVE LS-Content-Id TO Low-Content-Id
           MOVE LS-Primary-Title TO Low-Title
           MOVE LS-Avail-End TO Low-Avail-End
           MOVE LS-Views-30 TO Low-Views-30
           MOVE LS-Views-90 TO Low-Views-90
           MOVE LS-Viewers-90 TO Low-Viewers-90
           MOVE Low-Use-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           PERFORM 9240-Return-List-Record.

      *-----------------------------------------------------------------
      * Write Expiry Line
      *-----------------------------------------------------------------

       4200-Write-Expiry-Line.

           ADD 1 TO WS-Expiry-Rank
           MOVE WS-Expiry-Rank TO Exp-Rank
           MOVE LS-Content-Id TO Exp-Content-Id
           MOVE LS-Primary-Title TO Exp-Title
           MOVE LS-Avail-End TO Exp-Avail-End
           MOVE LS-Views-30 TO Exp-Views-30
           MOVE LS-Viewers-30 TO Exp-Viewers-30
           MOVE LS-Views-90 TO Exp-Views-90
           MOVE Expiry-Detail-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           PERFORM 9240-Return-List-Record.

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

           MOVE 'Catalog Titles Read : ' TO Control-Count-Label
           MOVE WS-Count-Titles TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Out of Sequence - Skipped : ' TO Control-Count-Label
           MOVE WS-Count-Title-Sequence TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Outside Licence Window : ' TO Control-Count-Label
           MOVE WS-Count-Not-Available TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Available : ' TO Control-Count-Label
           MOVE WS-Count-Available TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Low-Use Titles Listed : ' TO Control-Count-Label
           MOVE WS-Count-Low-Use TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  No Views in 90 Days : ' TO Control-Count-Label
           MOVE WS-Count-Zero-Views TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Low Use but Under 30 Days Old : '
                TO Control-Count-Label
           MOVE WS-Count-Too-New TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Expiring Titles Listed : ' TO Control-Count-Label
           MOVE WS-Count-Expiring TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'View History Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-View-Rows TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  In the Trailing 90 Days : ' TO Control-Count-Label
           MOVE WS-Count-View-Window TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Title Not in Catalog : ' TO Control-Count-Label
           MOVE WS-Count-View-Orphan TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Start Time Not a Date : ' TO Control-Count-Label
           MOVE WS-Count-View-Bad-Date TO Control-Count-Value
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
           PERFORM 9520-Read-Watch-Parm
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
      * Read Watchlist Parameter Card
      *
      * A missing CATWPARM, or a column left blank, keeps the default;
      * a view threshold of zero lists only titles nobody watched.
      *-----------------------------------------------------------------

       9520-Read-Watch-Parm.

           MOVE SPACES TO WS-Watch-Parm-Card
           OPEN INPUT WATCH-PARM-FILE
           IF STATUS-WATCH-PARM-FILE = '00'
               READ WATCH-PARM-FILE INTO WS-Watch-Parm-Card
                   AT END MOVE SPACES TO WS-Watch-Parm-Card
               END-READ
               CLOSE WATCH-PARM-FILE
           ELSE
               DISPLAY 'CATWPARM not found - default limits used : '
                       STATUS-WATCH-PARM-FILE
           END-IF

           IF Wpm-Low-Views-30 NUMERIC
               MOVE Wpm-Low-Views-30 TO WS-Low-Views-30
           END-IF
           IF Wpm-Low-Views-90 NUMERIC
               MOVE Wpm-Low-Views-90 TO WS-Low-Views-90
           END-IF
           IF Wpm-Expiry-Days NUMERIC
              AND Wpm-Expiry-Days > 0
               MOVE Wpm-Expiry-Days TO WS-Expiry-Days
           END-IF
           DISPLAY 'Low-Use Views 30/90 Days : ' WS-Low-Views-30
                   ' / ' WS-Low-Views-90
           DISPLAY 'Expiry Horizon Days : ' WS-Expiry-Days.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT TITLE-FILE
           IF STATUS-TITLE-FILE NOT = '00'
               DISPLAY 'Error while opening TITLFILE - FS : '
                          STATUS-TITLE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT WATCH-WORK-FILE
           IF STATUS-WATCH-WORK-FILE NOT = '00'
               DISPLAY 'Error while opening CATWWORK - FS : '
                          STATUS-WATCH-WORK-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening CATWRPT - FS : '
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
           MOVE WS-Business-Date TO BDL-Business-Date
           MOVE Business-Date-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Read Title Record
      *
      * A title out of contentId order would break the match with the
      * sorted views, so it is reported and skipped, as CWBPAIF9 does.
      *-----------------------------------------------------------------

       9210-Read-Title-Record.

           PERFORM 9215-Read-Title-Once
           PERFORM UNTIL End-Of-File-T = 'Y'
              OR contentId of WS-Title-File > WS-Prev-Title-Id
              DISPLAY 'Title-File Out Of Sequence - skipping : '
                      contentId of WS-Title-File
                      ' after ' WS-Prev-Title-Id
              ADD 1 TO WS-Count-Title-Sequence
              PERFORM 9990-Set-Warning-Code
              PERFORM 9215-Read-Title-Once
           END-PERFORM
           IF End-Of-File-T = 'N'
               MOVE contentId of WS-Title-File TO WS-Prev-Title-Id
           END-IF.

      *-----------------------------------------------------------------
      * Read Title Once
      *-----------------------------------------------------------------

       9215-Read-Title-Once.

           IF End-Of-File-T = 'N'
               READ TITLE-FILE INTO WS-Title-File
                   AT END MOVE 'Y' TO End-Of-File-T
               END-READ
               IF STATUS-TITLE-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading TITLFILE - FS : '
                              STATUS-TITLE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               IF End-Of-File-T = 'N'
                   ADD 1 TO WS-Audit-Records-Read
                   ADD 1 TO WS-Count-Titles
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read View Record
      *-----------------------------------------------------------------

       9220-Read-View-Record.

           IF End-Of-File-V = 'N'
               READ VIEWHIST-CX-FILE NEXT RECORD
                   AT END MOVE 'Y' TO End-Of-File-V
               END-READ
               IF End-Of-File-V = 'N'
                   IF STATUS-VIEWHIST-CX-FILE NOT = '00' AND '02'
                       DISPLAY 'Error while reading VIEWHIXC - FS : '
                                  STATUS-VIEWHIST-CX-FILE
                       PERFORM 9995-Fatal-File-Error
                   END-IF
                   ADD 1 TO WS-Audit-Records-Read
                   ADD 1 TO WS-Count-View-Rows
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
      * Return List Record
      *-----------------------------------------------------------------

       9240-Return-List-Record.

           IF End-Of-List = 'N'
               RETURN LIST-SORT-FILE
                   AT END MOVE 'Y' TO End-Of-List
               END-RETURN
           END-IF.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to CATWRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Watch Work Record
      *-----------------------------------------------------------------

       9330-Write-Watch-Work-Record.

           WRITE WATCH-WORK-RECORD FROM WS-Watch-Work-File
           IF STATUS-WATCH-WORK-FILE NOT = '00'
               DISPLAY 'Error while writing to CATWWORK - FS : '
                          STATUS-WATCH-WORK-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Close Watch Work File
      *
      * CATWWORK must be closed before the listing sort reads it
      * back via SORT ... USING.
      *-----------------------------------------------------------------

       9850-Close-Watch-Work.

           CLOSE WATCH-WORK-FILE
           IF STATUS-WATCH-WORK-FILE NOT = '00'
               DISPLAY 'Error while closing CATWWORK - FS : '
                          STATUS-WATCH-WORK-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE TITLE-FILE
           IF STATUS-TITLE-FILE NOT = '00'
               DISPLAY 'Error while closing TITLFILE - FS : '
                          STATUS-TITLE-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing CATWRPT - FS : '
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
           MOVE 'CWBPAIFZ' TO RA-Program-Id
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

           DISPLAY 'Catalog Titles Read : ' WS-Count-Titles
           DISPLAY 'Low-Use Titles Listed : ' WS-Count-Low-Use
           DISPLAY 'Expiring Titles Listed : ' WS-Count-Expiring
           DISPLAY 'View History Rows in Window : '
                   WS-Count-View-Window
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
