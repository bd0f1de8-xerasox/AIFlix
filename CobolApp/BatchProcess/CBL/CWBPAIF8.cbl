      * It builds the win-back campaign feed for the marketing mail
      * system : churned accounts from the NOWATCH file with their
      * email address, subscription program and the last title they
      * watched from the accumulated view history. A random holdout
      * share of the eligible accounts is deliberately not mailed;
      * every account selected, mailed or held out, goes to the
      * campaign send ledger for CWBPAIFU's response attribution.
      * Opted-out accounts and email addresses flagged undeliverable
      * are left out.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process
           SELECT OPTOUT-FILE      ASSIGN TO OPTOUTF
               FILE STATUS IS STATUS-OPTOUT-FILE.

           SELECT SEND-LEDGER-FILE ASSIGN TO CMPLEDG
               FILE STATUS IS STATUS-SEND-LEDGER-FILE.

           SELECT CAMPAIGN-PARM-FILE ASSIGN TO CMPPARM
               FILE STATUS IS STATUS-CAMPAIGN-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

       DATA DIVISION.
           RECORDING MODE IS F.
       01  OPTOUT-RECORD              PIC X(20).

       FD  SEND-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SEND-LEDGER-RECORD         PIC X(120).

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

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Account-Number          PIC X(10).
       WORKING-STORAGE SECTION.

      * Nowatch-File (same layout CWBPAIF1 writes NOWATCHF from -
      * the full customer master record with subscriberStatus set;
      * emailUndeliverable is maintained by CWBPAIF6)
       01 WS-Nowatch-File.
        05 accountNumber              PIC X(10).
        05 firstName                  PIC X(15).
        05 subscriptionDate           PIC X(10).
        05 emailAddress               PIC X(40).
        05 subscriptionProgram        PIC X(10).
        05 FILLER                     PIC X(43).
        05 emailUndeliverable         PIC X(1).
        05 FILLER                     PIC X(326).
        05 subscriberStatus           PIC X(10).

      * View-History-File (as written by CWBPAIF4)
        05 Camp-Last-Watch-Date       PIC X(10).
        05 FILLER                     PIC X(30).

      * Campaign Send Ledger Row - one per account selected for the
      * mailer, sent or held out; CWBPAIFU carries the ledger and
      * fills in the response when one is seen inside the window
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
        05 FILLER                      PIC X(2).

      * Campaign Parameter Card - shared by the mailer extracts and
      * CWBPAIFU : holdout percentage (cols 1-2, default 10, 00 = no
      * holdout), response window days (cols 4-6) and days a closed
      * window stays reported (cols 8-10)
       01 WS-Campaign-Parm-Card.
        05 Cmp-Holdout-Pct             PIC 9(2).
        05 FILLER                      PIC X(1).
        05 Cmp-Response-Window         PIC 9(3).
        05 FILLER                      PIC X(1).
        05 Cmp-Report-Days             PIC 9(3).
        05 FILLER                      PIC X(70).
       01 WS-Holdout-Pct               PIC 9(2) VALUE 10.

      * Holdout Draw - a stable hash of campaign type and account
      * picks the control group, so an account stays on the same
      * side of the split from one run to the next
       01 WS-Hold-Key                  PIC X(20).
       01 WS-Hold-Pos                  PIC 9(2).
       01 WS-Hold-Hash                 PIC 9(12).
       01 WS-Hold-Bucket               PIC 9(2).
       01 WS-Hold-Switch               PIC X VALUE 'N'.
        88 WS-Held-Out                     VALUE 'Y'.
        88 WS-Not-Held-Out                 VALUE 'N'.

      * Batch Control Card - the business processing date is the
      * send date recorded on the ledger; a missing or blank card
      * falls back to the current date
       01 WS-Control-Card.
        05 Ctrl-Business-Date.
         10 Ctrl-Business-YYYY         PIC 9(4).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-MM           PIC 9(2).
         10 FILLER                     PIC X(1).
         10 Ctrl-Business-DD           PIC 9(2).
        05 FILLER                      PIC X(70).

       01 WS-Current-Date.
        05 WS-Current-YYYY             PIC 9(4) VALUE ZERO.
        05 WS-Current-MM               PIC 9(2) VALUE ZERO.
        05 WS-Current-DD               PIC 9(2) VALUE ZERO.
        05 FILLER                      PIC X(13).

       01 WS-Business-Date.
        05 WS-Business-YYYY            PIC 9(4).
        05 FILLER                      PIC X(1) VALUE '-'.
        05 WS-Business-MM              PIC 9(2).
        05 FILLER                      PIC X(1) VALUE '-'.
        05 WS-Business-DD              PIC 9(2).

      * Status
       01 FILE-STATUS.
        05 STATUS-NOWATCH-FILE            PIC XX.
        05 STATUS-VIEWHIST-FILE           PIC XX.
        05 STATUS-CAMPAIGN-FILE           PIC XX.
        05 STATUS-OPTOUT-FILE             PIC XX.
        05 STATUS-SEND-LEDGER-FILE        PIC XX.
        05 STATUS-CAMPAIGN-PARM-FILE      PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * End-Of-Files
       01 End-Of-File-N                  PIC X VALUE 'N'.
        05 WS-Count-Nowatch               PIC 9(9) VALUE ZERO.
        05 WS-Count-Campaign              PIC 9(9) VALUE ZERO.
        05 WS-Count-Optout-Suppressed     PIC 9(9) VALUE ZERO.
        05 WS-Count-Undeliverable         PIC 9(9) VALUE ZERO.
        05 WS-Count-Held-Out              PIC 9(9) VALUE ZERO.
        05 WS-Count-Ledger                PIC 9(9) VALUE ZERO.

      * File Integrity Labels - upstream handoff files arrive with
      * an 'HDR' record (business date) and a 'TRL' record (data
           MOVE accountNumber of WS-Nowatch-File
                TO WS-Optout-Lookup-Acct
           PERFORM 5000-Probe-Optout-Table
           EVALUATE TRUE
           WHEN WS-OPT-Found
               ADD 1 TO WS-Count-Optout-Suppressed
           WHEN emailUndeliverable of WS-Nowatch-File = 'Y'
               ADD 1 TO WS-Count-Undeliverable
           WHEN OTHER
               MOVE SPACES TO WS-Send-Ledger-Row
               MOVE 'WINBACK' TO Led-Campaign-Type
               MOVE accountNumber of WS-Nowatch-File
                    TO Led-Account-Number
               MOVE subscriptionProgram of WS-Nowatch-File
                    TO Led-Program
               PERFORM 5300-Draw-Holdout
               IF WS-Held-Out
                   SET Led-Held-Out TO TRUE
                   ADD 1 TO WS-Count-Held-Out
               ELSE
                   SET Led-Sent TO TRUE
                   PERFORM 9300-Write-Campaign-Record
               END-IF
               PERFORM 9340-Write-Ledger-Record
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Probe Opt-Out Table
              END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Draw Holdout
      *
      * The campaign type and account are hashed and spread over 100
      * buckets; accounts in the buckets below the holdout percentage
      * form the control group that is not mailed.
      *-----------------------------------------------------------------

       5300-Draw-Holdout.

           SET WS-Not-Held-Out TO TRUE
           IF WS-Holdout-Pct > 0
               MOVE Led-Campaign-Type TO WS-Hold-Key (1:10)
               MOVE Led-Account-Number TO WS-Hold-Key (11:10)
               MOVE ZERO TO WS-Hold-Hash
               PERFORM VARYING WS-Hold-Pos FROM 1 BY 1
                  UNTIL WS-Hold-Pos > 20
                  COMPUTE WS-Hold-Hash = FUNCTION MOD
                          (WS-Hold-Hash * 31 +
                           FUNCTION ORD (WS-Hold-Key (WS-Hold-Pos:1)),
                           999983)
               END-PERFORM
               COMPUTE WS-Hold-Hash =
                       FUNCTION MOD (WS-Hold-Hash * 7919, 999983)
               COMPUTE WS-Hold-Bucket =
                       FUNCTION MOD (WS-Hold-Hash, 100)
               IF WS-Hold-Bucket < WS-Holdout-Pct
                   SET WS-Held-Out TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Campaign-File
           PERFORM 9500-Read-Control-Card
           PERFORM 9520-Read-Campaign-Parm.

      *-----------------------------------------------------------------
      * Read Control Card
      *-----------------------------------------------------------------

       9500-Read-Control-Card.

           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
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
           MOVE WS-Current-DD TO WS-Business-DD.

      *-----------------------------------------------------------------
      * Read Campaign Parameter Card
      *
      * A missing CMPPARM holds out the default share.
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
               DISPLAY 'CMPPARM not found - default holdout used : '
                       STATUS-CAMPAIGN-PARM-FILE
           END-IF

           IF Cmp-Holdout-Pct NUMERIC AND Cmp-Holdout-Pct <= 50
               MOVE Cmp-Holdout-Pct TO WS-Holdout-Pct
           END-IF
           DISPLAY 'Holdout Percentage in effect : ' WS-Holdout-Pct.

      *-----------------------------------------------------------------
      * Open Files
               DISPLAY 'Error while opening CAMPFILE - FS : '
                          STATUS-CAMPAIGN-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT SEND-LEDGER-FILE
           IF STATUS-SEND-LEDGER-FILE NOT = '00'
               DISPLAY 'Error while opening CMPLEDG - FS : '
                          STATUS-SEND-LEDGER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
           END-IF
           ADD 1 TO WS-Count-Campaign.

      *-----------------------------------------------------------------
      * Write Ledger Record
      *-----------------------------------------------------------------

        9340-Write-Ledger-Record.

           MOVE WS-Business-Date TO Led-Send-Date
           MOVE 'CWBPAIF8' TO Led-Source-Program
           WRITE SEND-LEDGER-RECORD FROM WS-Send-Ledger-Row
           IF STATUS-SEND-LEDGER-FILE NOT = '00'
               DISPLAY 'Error while writing to CMPLEDG - FS : '
                          STATUS-SEND-LEDGER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Ledger.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------
               DISPLAY 'Error while closing CAMPFILE - FS : '
                          STATUS-CAMPAIGN-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE SEND-LEDGER-FILE
           IF STATUS-SEND-LEDGER-FILE NOT = '00'
               DISPLAY 'Error while closing CMPLEDG - FS : '
                          STATUS-SEND-LEDGER-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
           DISPLAY 'Campaign Records Written : ' WS-Count-Campaign
           DISPLAY 'Records Suppressed - Opt-Out : '
                   WS-Count-Optout-Suppressed
           DISPLAY 'Records Suppressed - Email Undeliverable : '
                   WS-Count-Undeliverable
           DISPLAY 'Records Held Out - Campaign Control : '
                   WS-Count-Held-Out
           DISPLAY 'Send Ledger Records Written : ' WS-Count-Ledger

      * End of Program
              STOP RUN.
