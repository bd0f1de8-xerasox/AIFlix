      * (VH-Genres per view), matched against catalog titles the
      * account has not watched, written as a per-account
      * recommendation extract (top genres plus suggested titles)
      * for the engagement mailer. A random holdout share of the
      * accounts is deliberately not mailed; every account with
      * suggestions, mailed or held out, goes to the campaign send
      * ledger with its suggested titles for CWBPAIFU's response
      * attribution. Accounts whose email address is flagged
      * undeliverable (UNDLVRF, written by CWBPAIF6) are left out.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process
           SELECT RECOMMEND-FILE   ASSIGN TO RECMFILE
               FILE STATUS IS STATUS-RECOMMEND-FILE.

           SELECT SEND-LEDGER-FILE ASSIGN TO CMPLEDG
               FILE STATUS IS STATUS-SEND-LEDGER-FILE.

           SELECT UNDELIVERABLE-FILE ASSIGN TO UNDLVRF
               FILE STATUS IS STATUS-UNDELIVERABLE-FILE.

           SELECT CAMPAIGN-PARM-FILE ASSIGN TO CMPPARM
               FILE STATUS IS STATUS-CAMPAIGN-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

       DATA DIVISION.
           RECORDING MODE IS F.
       01  RECOMMEND-RECORD           PIC X(300).

       FD  SEND-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  SEND-LEDGER-RECORD         PIC X(120).

       FD  UNDELIVERABLE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  UNDELIVERABLE-RECORD       PIC X(20).

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
       01 WS-Record-Counts.
        05 WS-Count-Accounts              PIC 9(9) VALUE ZERO.
        05 WS-Count-Recommend             PIC 9(9) VALUE ZERO.
        05 WS-Count-Held-Out              PIC 9(9) VALUE ZERO.
        05 WS-Count-Ledger                PIC 9(9) VALUE ZERO.
        05 WS-Count-Undeliverable         PIC 9(9) VALUE ZERO.

      * Undeliverable Email Suppression - UNDLVRF (written by CWBPAIF6
      * from the customer master's emailUndeliverable flag, in the
      * OPTOUTF layout) is table-loaded once and every account is
      * screened before a recommendation record is written.
       01 WS-Undeliverable-Row.
        05 UND-Account-Number          PIC X(10).
        05 FILLER                      PIC X(10).
       01 WS-Undeliverable-Table.
        05 WS-UND-Count                PIC 9(5) VALUE ZERO.
        05 WS-UND-Entry OCCURS 0 TO 99999 TIMES
              DEPENDING ON WS-UND-Count
              ASCENDING KEY IS WS-UND-Account
              INDEXED BY WS-UND-Idx.
         10 WS-UND-Account             PIC X(10).
       01 WS-UND-Found-Switch          PIC X VALUE 'N'.
        88 WS-UND-Found                    VALUE 'Y'.
        88 WS-UND-Not-Found                VALUE 'N'.
       01 WS-Prev-Undeliverable-Acct   PIC X(10) VALUE LOW-VALUES.

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
        05 STATUS-VIEWHIST-FILE           PIC XX.
        05 STATUS-TITLE-FILE              PIC XX.
        05 STATUS-RECOMMEND-FILE          PIC XX.
        05 STATUS-SEND-LEDGER-FILE        PIC XX.
        05 STATUS-UNDELIVERABLE-FILE      PIC XX.
        05 STATUS-CAMPAIGN-PARM-FILE      PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * End-Of-Files
       01 End-Of-File-V                  PIC X VALUE 'N'.
           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           PERFORM 9205-Load-Title-Table
           PERFORM 9400-Load-Undeliverable-Table
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account-Number
                INPUT PROCEDURE 2000-Release-Viewhist
           IF WS-Top-Genre-Count > 0
               PERFORM 5000-Select-Suggestions
               IF WS-Suggest-Count > 0
                   PERFORM 5500-Probe-Undeliverable-Table
                   IF WS-UND-Found
                       ADD 1 TO WS-Count-Undeliverable
                   ELSE
                       PERFORM 5300-Send-Or-Hold-Out
                   END-IF
               END-IF
           END-IF.

              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Send Or Hold Out
      *
      * The ledger row carries the suggested titles, so a later view
      * of one of them can be credited to the recommendation.
      *-----------------------------------------------------------------

       5300-Send-Or-Hold-Out.

           MOVE SPACES TO WS-Send-Ledger-Row
           MOVE 'RECOMMEND' TO Led-Campaign-Type
           MOVE WS-Current-Acct TO Led-Account-Number
           PERFORM VARYING WS-Genre-Rank FROM 1 BY 1
              UNTIL WS-Genre-Rank > WS-Suggest-Count
              MOVE Rec-Content-Id (WS-Genre-Rank)
                   TO Led-Suggested-Id (WS-Genre-Rank)
           END-PERFORM

           PERFORM 5400-Draw-Holdout
           IF WS-Held-Out
               SET Led-Held-Out TO TRUE
               ADD 1 TO WS-Count-Held-Out
           ELSE
               SET Led-Sent TO TRUE
               PERFORM 9300-Write-Recommend-Record
           END-IF
           PERFORM 9340-Write-Ledger-Record.

      *-----------------------------------------------------------------
      * Draw Holdout
      *
      * The campaign type and account are hashed and spread over 100
      * buckets; accounts in the buckets below the holdout percentage
      * form the control group that is not mailed.
      *-----------------------------------------------------------------

       5400-Draw-Holdout.

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
      * Probe Undeliverable Table
      *-----------------------------------------------------------------

       5500-Probe-Undeliverable-Table.

           SET WS-UND-Not-Found TO TRUE
           IF WS-UND-Count > 0
              SEARCH ALL WS-UND-Entry
                 AT END CONTINUE
                 WHEN WS-UND-Account (WS-UND-Idx) = WS-Current-Acct
                      SET WS-UND-Found TO TRUE
              END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------
       9000-Initialization.

           MOVE SPACES TO WS-Recommend-File
           INITIALIZE WS-Title-File
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
               DISPLAY 'Error while opening RECMFILE - FS : '
                          STATUS-RECOMMEND-FILE
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
           END-IF.

      *-----------------------------------------------------------------
      * Load Undeliverable Table
      *
      * A missing UNDLVRF means no address has bounced - acceptable on
      * the first run after cutover, noisy enough to notice if the
      * file was dropped from the JCL.
      *-----------------------------------------------------------------

       9400-Load-Undeliverable-Table.

           OPEN INPUT UNDELIVERABLE-FILE
           IF STATUS-UNDELIVERABLE-FILE = '00'
               PERFORM UNTIL STATUS-UNDELIVERABLE-FILE NOT = '00'
                  READ UNDELIVERABLE-FILE INTO WS-Undeliverable-Row
                     AT END MOVE '10' TO STATUS-UNDELIVERABLE-FILE
                     NOT AT END
                        IF UND-Account-Number <=
                           WS-Prev-Undeliverable-Acct
                            DISPLAY 'UNDLVRF out of sequence - '
                                    'skipping : ' UND-Account-Number
                        ELSE
                            IF WS-UND-Count < 99999
                                ADD 1 TO WS-UND-Count
                                MOVE UND-Account-Number TO
                                     WS-UND-Account (WS-UND-Count)
                                MOVE UND-Account-Number
                                     TO WS-Prev-Undeliverable-Acct
                            ELSE
                                DISPLAY 'Undeliverable table full - '
                                        'skipping : '
                                        UND-Account-Number
                            END-IF
                        END-IF
                  END-READ
               END-PERFORM
               CLOSE UNDELIVERABLE-FILE
           ELSE
               DISPLAY 'UNDLVRF not found - no suppression : '
                       STATUS-UNDELIVERABLE-FILE
           END-IF
           DISPLAY 'Undeliverable Accounts Loaded : ' WS-UND-Count.

      *-----------------------------------------------------------------
      * Return Sort Record
      *-----------------------------------------------------------------
           END-IF
           ADD 1 TO WS-Count-Recommend.

      *-----------------------------------------------------------------
      * Write Ledger Record
      *-----------------------------------------------------------------

        9340-Write-Ledger-Record.

           MOVE WS-Business-Date TO Led-Send-Date
           MOVE 'CWBPAIFI' TO Led-Source-Program
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
               DISPLAY 'Error while closing RECMFILE - FS : '
                          STATUS-RECOMMEND-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE SEND-LEDGER-FILE
           IF STATUS-SEND-LEDGER-FILE NOT = '00'
               DISPLAY 'Error while closing CMPLEDG - FS : '
                          STATUS-SEND-LEDGER-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
           DISPLAY 'Accounts Analysed : ' WS-Count-Accounts
           DISPLAY 'Recommendation Records Written : '
                   WS-Count-Recommend
           DISPLAY 'Accounts Held Out - Campaign Control : '
                   WS-Count-Held-Out
           DISPLAY 'Records Suppressed - Email Undeliverable : '
                   WS-Count-Undeliverable
           DISPLAY 'Send Ledger Records Written : ' WS-Count-Ledger

      * End of Program
              STOP RUN.
