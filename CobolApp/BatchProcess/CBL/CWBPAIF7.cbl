      * from the LASTSEEN file and lists the accounts inside the
      * warning band, with name and subscription program pulled from
      * the customer master, so retention can intervene before the
      * churn threshold trips. A random holdout share of the outreach
      * accounts is deliberately not mailed; every account selected,
      * mailed or held out, goes to the campaign send ledger for
      * CWBPAIFU's response attribution. An account whose email
      * address is flagged undeliverable stays on the report but is
      * left out of the outreach extract.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process
           SELECT CONTACT-HIST-OUT-FILE ASSIGN TO CNTHSTO
               FILE STATUS IS STATUS-CONTACT-HIST-OUT-FILE.

           SELECT SEND-LEDGER-FILE ASSIGN TO CMPLEDG
               FILE STATUS IS STATUS-SEND-LEDGER-FILE.

           SELECT CAMPAIGN-PARM-FILE ASSIGN TO CMPPARM
               FILE STATUS IS STATUS-CAMPAIGN-PARM-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           RECORDING MODE IS F.
       01  CONTACT-HIST-OUT-RECORD    PIC X(20).

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
        05 LS-Inactive-Days           PIC 9(3).
        05 FILLER                     PIC X(7).

      * Customer-File - emailUndeliverable ('Y' = the mailer reports
      * the address hard-bounced) is maintained by CWBPAIF6
       01 WS-Customer-File.
        05 accountNumber              PIC X(10).
        05 firstName                  PIC X(15).
        05 subscriptionDate           PIC X(10).
        05 emailAddress               PIC X(40).
        05 subscriptionProgram        PIC X(10).
        05 FILLER                     PIC X(43).
        05 emailUndeliverable         PIC X(1).
        05 FILLER                     PIC X(326).
        05 subscriberStatus           PIC X(10).

      * Machine-readable Outreach Extract - one row per at-risk
        05 CH-Account-Number          PIC X(10).
        05 CH-Contact-Date            PIC X(10).

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

      * Status
       01 FILE-STATUS.
        05 STATUS-LASTSEEN-FILE           PIC XX.
        05 STATUS-CONTACT-HIST-IN-FILE    PIC XX.
        05 STATUS-CONTACT-HIST-OUT-FILE   PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
        05 STATUS-SEND-LEDGER-FILE        PIC XX.
        05 STATUS-CAMPAIGN-PARM-FILE      PIC XX.

      * End-Of-Files
       01 End-Of-File-L                  PIC X VALUE 'N'.
       01 WS-Count-Outreach               PIC 9(9) VALUE ZERO.
       01 WS-Count-Suppressed             PIC 9(9) VALUE ZERO.
       01 WS-Count-Trial                  PIC 9(9) VALUE ZERO.
       01 WS-Count-Held-Out               PIC 9(9) VALUE ZERO.
       01 WS-Count-Undeliverable          PIC 9(9) VALUE ZERO.
       01 WS-Count-Ledger                 PIC 9(9) VALUE ZERO.

      * Working variables
       01 WS-Working-Variables.
              Value 'Accounts Suppressed - Recent Contact : '.
        05 Suppressed-Total-Count PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Held-Out-Total-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(45)
              Value 'Accounts Held Out - Campaign Control : '.
        05 Held-Out-Total-Count   PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Undeliverable-Total-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(45)
              Value 'Accounts Suppressed - Email Undeliverable : '.
        05 Undeliverable-Total-Count PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           MOVE Risk-Detail-Line TO WS-Atrisk-Report-File
           PERFORM 9320-Write-Atrisk-Record

           IF accountNumber of WS-Customer-File = LS-Account-Number
              AND emailUndeliverable of WS-Customer-File = 'Y'
               ADD 1 TO WS-Count-Undeliverable
           ELSE
               PERFORM 5100-Build-Outreach-Record
           END-IF.

      *-----------------------------------------------------------------
      * Build Outreach Record

      *-----------------------------------------------------------------
      * Write Outreach And Record Contact
      *
      * A held-out account is recorded as contacted too, so it stays
      * out of the extract for the same suppress window as the
      * accounts that were mailed.
      *-----------------------------------------------------------------

       5170-Write-Outreach-And-Record.
                    TO Out-Program
           END-IF
           MOVE LS-Inactive-Days TO Out-Inactive-Days

           MOVE SPACES TO WS-Send-Ledger-Row
           MOVE 'RETENTION' TO Led-Campaign-Type
           MOVE LS-Account-Number TO Led-Account-Number
           MOVE Out-Program TO Led-Program
           PERFORM 5300-Draw-Holdout
           IF WS-Held-Out
               SET Led-Held-Out TO TRUE
               ADD 1 TO WS-Count-Held-Out
           ELSE
               SET Led-Sent TO TRUE
               PERFORM 9330-Write-Outreach-Record
           END-IF
           PERFORM 9340-Write-Ledger-Record

           MOVE LS-Account-Number TO CH-Account-Number
           MOVE WS-Business-Date TO CH-Contact-Date
           PERFORM 5160-Add-New-Contact-Entry.

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
      * Flush Contact History
      *
           MOVE WS-Count-Suppressed TO Suppressed-Total-Count
           MOVE Suppressed-Total-Line TO WS-Atrisk-Report-File
           PERFORM 9320-Write-Atrisk-Record
      * Held-Out Total
           MOVE WS-Count-Held-Out TO Held-Out-Total-Count
           MOVE Held-Out-Total-Line TO WS-Atrisk-Report-File
           PERFORM 9320-Write-Atrisk-Record
      * Undeliverable Total
           MOVE WS-Count-Undeliverable TO Undeliverable-Total-Count
           MOVE Undeliverable-Total-Line TO WS-Atrisk-Report-File
           PERFORM 9320-Write-Atrisk-Record
      * Blank Line
           MOVE Blank-Line TO WS-Atrisk-Report-File
           PERFORM 9320-Write-Atrisk-Record
           MOVE SPACES TO WS-Atrisk-Report-File
           PERFORM 5500-Datetime-Retrieval
           PERFORM 9500-Read-Control-Card
           PERFORM 9520-Read-Campaign-Parm
           PERFORM 6000-Move-Working-Variables.

      *-----------------------------------------------------------------
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
      * Move Working Variables
      *-----------------------------------------------------------------
               DISPLAY 'Error while opening OUTREACH - FS : '
                          STATUS-OUTREACH-FILE
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
           ADD 1 TO WS-Count-Outreach.

      *-----------------------------------------------------------------
      * Write Ledger Record
      *-----------------------------------------------------------------

        9340-Write-Ledger-Record.

           MOVE WS-Business-Date TO Led-Send-Date
           MOVE 'CWBPAIF7' TO Led-Source-Program
           WRITE SEND-LEDGER-RECORD FROM WS-Send-Ledger-Row
           IF STATUS-SEND-LEDGER-FILE NOT = '00'
               DISPLAY 'Error while writing to CMPLEDG - FS : '
                          STATUS-SEND-LEDGER-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           ADD 1 TO WS-Count-Ledger.

      *-----------------------------------------------------------------
      * Write At-Risk Record
      *-----------------------------------------------------------------
               DISPLAY 'Error while closing OUTREACH - FS : '
                          STATUS-OUTREACH-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE SEND-LEDGER-FILE
           IF STATUS-SEND-LEDGER-FILE NOT = '00'
               DISPLAY 'Error while closing CMPLEDG - FS : '
                          STATUS-SEND-LEDGER-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
           DISPLAY 'Accounts Suppressed - Recent Contact : '
                   WS-Count-Suppressed
           DISPLAY 'Trial Accounts Reported : ' WS-Count-Trial
           DISPLAY 'Accounts Held Out - Campaign Control : '
                   WS-Count-Held-Out
           DISPLAY 'Accounts Suppressed - Email Undeliverable : '
                   WS-Count-Undeliverable
           DISPLAY 'Send Ledger Records Written : ' WS-Count-Ledger

      * End of Program
              STOP RUN.
