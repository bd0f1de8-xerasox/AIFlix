      * the AIFlix application.
      * It applies ADD/CHANGE/DELETE transactions against the customer
      * master and writes the updated master plus an audit trail of
      * every applied and rejected transaction. Promotion enrolments
      * arrive the same way and are checked against the promotion
      * master, whose redemption counts are carried forward.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process
           SELECT OPTOUT-FILE ASSIGN TO OPTOUTF
               FILE STATUS IS STATUS-OPTOUT-FILE.

           SELECT UNDELIVERABLE-FILE ASSIGN TO UNDLVRF
               FILE STATUS IS STATUS-UNDELIVERABLE-FILE.

           SELECT DUP-REVIEW-FILE ASSIGN TO DUPREVW
               FILE STATUS IS STATUS-DUP-REVIEW-FILE.

           SELECT PROMOTION-FILE   ASSIGN TO PROMOMST
               FILE STATUS IS STATUS-PROMOTION-FILE.

           SELECT PROMOTION-OUT-FILE ASSIGN TO PROMOUPD
               FILE STATUS IS STATUS-PROMOTION-OUT-FILE.

      * Requests keyed on the customer service screens (CWOPAIF0) -
      * the day's CSTQ queue data set, in the order they were entered
           SELECT ONLINE-TRAN-FILE ASSIGN TO ONLTRAN
               FILE STATUS IS STATUS-ONLINE-TRAN-FILE.

      * Transactions generated overnight - CWBPAIFL's receivables
      * suspensions and reinstatements and CWBPAIFX's bounce and
      * complaint changes - each ascending by accountNumber on its own
           SELECT AR-TRAN-FILE     ASSIGN TO ARCUSTRN
               FILE STATUS IS STATUS-AR-TRAN-FILE.

           SELECT BOUNCE-TRAN-FILE ASSIGN TO BNCTRAN
               FILE STATUS IS STATUS-BOUNCE-TRAN-FILE.

           SELECT ONLINE-SORTED-FILE ASSIGN TO ONLSRTD
               FILE STATUS IS STATUS-ONLINE-SORTED-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWORK.

      * Indexed copy of the updated master for the customer service
      * screens - keyed on accountNumber, reloaded every run
           SELECT CUSTOMER-IX-FILE ASSIGN TO CUSTIXF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CIX-Account-Number
               FILE STATUS IS STATUS-CUSTOMER-IX-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
           RECORDING MODE IS F.
       01  OPTOUT-RECORD              PIC X(20).

       FD  UNDELIVERABLE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  UNDELIVERABLE-RECORD       PIC X(20).

       FD  DUP-REVIEW-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  DUP-REVIEW-RECORD          PIC X(120).

       FD  PROMOTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PROMOTION-RECORD           PIC X(100).

       FD  PROMOTION-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PROMOTION-OUT-RECORD       PIC X(100).

       FD  ONLINE-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ONLINE-TRAN-RECORD         PIC X(520).

       FD  AR-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  AR-TRAN-RECORD             PIC X(520).

       FD  BOUNCE-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  BOUNCE-TRAN-RECORD         PIC X(520).

       FD  ONLINE-SORTED-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ONLINE-SORTED-RECORD       PIC X(520).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 FILLER                      PIC X(10).
        05 SRT-Account                 PIC X(10).
        05 FILLER                      PIC X(500).

       FD  CUSTOMER-IX-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-IX-RECORD.
        05 CIX-Account-Number          PIC X(10).
        05 FILLER                      PIC X(490).

      *-----------------------------------------------------------------
      * Working-Storage Section

      * out of marketing contact) sits in the first byte of the old
      * filler, maintained like every other field by the transaction
      * images. CWBPAIF8 and CWBPAIFA honor it through the OPTOUTF
      * suppression file this program writes. The billing address
      * that decides the tax jurisdiction follows it (122-143) :
      * ISO country code, region/state and postal code, matched by
      * CWBPAIF5 against the TAXRATE master. promoCode and
      * promoEnrolDate (144-163) record the promotion the account is
      * enrolled on; they are set only by a 'P' enrolment and are
      * carried over unchanged by a 'C' image. emailUndeliverable
      * ('Y' = the mailer reports the address hard-bounced) and the
      * emailBounceDate it was reported on (164-174) are set by the
      * 'C' transactions CWBPAIFX builds from the mailer's return
      * file; see 3500-Carry-Email-Status for how other changes
      * treat them. CWBPAIF7, CWBPAIF8 and CWBPAIFI leave flagged
      * addresses out of their extracts.
       01 WS-Customer-File.
        05 accountNumber              PIC X(10).
        05 firstName                  PIC X(15).
        05 emailAddress               PIC X(40).
        05 subscriptionProgram        PIC X(10).
        05 marketingOptOut            PIC X(1).
        05 billingCountry             PIC X(2).
        05 billingRegion              PIC X(10).
        05 billingPostalCode          PIC X(10).
        05 promoCode                  PIC X(10).
        05 promoEnrolDate             PIC X(10).
        05 emailUndeliverable         PIC X(1).
        05 emailBounceDate            PIC X(10).
        05 FILLER                     PIC X(316).
        05 subscriberStatus           PIC X(10).

      * Customer-Tran-File - an action code in front of a full image
      * run where it comes due, so nobody has to hold cards back and
      * remember to submit a scheduled downgrade or cancellation on
      * the right night. Blank or malformed dates apply tonight, as
      * every card did before the field existed. A 'P' enrolment
      * carries only accountNumber and promoCode in the image; its
      * effective date (or the business date) is the enrolment date.
      * Tran-Operator-Id is the user id of the customer service
      * operator who keyed the request online (spaces on cards), or
      * the name of the program that generated it overnight; it is
      * carried onto every audit row the transaction produces.
       01 WS-Tran-File.
        05 Tran-Action                PIC X(1).
         88 Tran-Action-Add               VALUE 'A'.
         88 Tran-Action-Change            VALUE 'C'.
         88 Tran-Action-Delete            VALUE 'D'.
         88 Tran-Action-Promotion         VALUE 'P'.
        05 Tran-Operator-Id           PIC X(8).
         88 Tran-Generated                VALUE 'CWBPAIFL'
                                                'CWBPAIFX'.
        05 FILLER                     PIC X(1).
        05 Tran-Customer-Image.
         10 accountNumber             PIC X(10).
         10 firstName                 PIC X(15).
         10 emailAddress              PIC X(40).
         10 subscriptionProgram       PIC X(10).
         10 marketingOptOut           PIC X(1).
         10 billingCountry            PIC X(2).
         10 billingRegion             PIC X(10).
         10 billingPostalCode         PIC X(10).
         10 promoCode                 PIC X(10).
         10 promoEnrolDate            PIC X(10).
         10 emailUndeliverable        PIC X(1).
         10 emailBounceDate           PIC X(10).
         10 FILLER                    PIC X(316).
         10 subscriberStatus          PIC X(10).
        05 Tran-Effective-Date.
         10 Tran-Eff-YYYY             PIC X(4).
         10 FILLER                    PIC X(1).
         10 Tran-Eff-DD               PIC X(2).

      * Merge holds - tonight's CUSTTRAN, the carried suspense file and
      * the sorted online requests (with the overnight ARCUSTRN and
      * BNCTRAN transactions) are all ascending by accountNumber,
      * so 9215-Read-Tran-Once delivers the lowest of the three current
      * records and the rest of the program sees one transaction
      * stream, exactly as before
       01 WS-Cust-Tran-In.
        05 FILLER                     PIC X(10).
        05 CTI-Account                PIC X(10).
        05 FILLER                     PIC X(10).
        05 STI-Account                PIC X(10).
        05 FILLER                     PIC X(500).
       01 WS-Onl-Tran-In.
        05 FILLER                     PIC X(10).
        05 OTI-Account                PIC X(10).
        05 FILLER                     PIC X(500).

      * Held master image - the record for the account currently being
      * processed, carried here so several transactions against the
      * same account apply in sequence before the result is written
       01 WS-Hold-Customer            PIC X(500).
      * The account's master record as read from CUSTFILE, before any
      * of tonight's transactions - the image a generated transaction
      * was built from
       01 WS-Orig-Customer            PIC X(500).
       01 WS-Hold-Exists-Switch       PIC X VALUE 'N'.
        88 WS-Hold-Exists                  VALUE 'Y'.
        88 WS-Hold-Not-Exists              VALUE 'N'.

      * Audit Record - before/after images for every transaction,
      * stamped with the business date it was processed on and the
      * operator who keyed it online
       01 WS-Audit-File.
        05 Audit-Action               PIC X(1).
        05 FILLER                     PIC X(1).
        05 Audit-Before-Image         PIC X(500).
        05 Audit-After-Image          PIC X(500).
        05 Audit-Applied-Date         PIC X(10).
        05 Audit-Operator-Id          PIC X(8).
        05 FILLER                     PIC X(2).

      * Status
       01 FILE-STATUS.
        05 STATUS-SUSPENSE-OUT-FILE       PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
        05 STATUS-OPTOUT-FILE             PIC XX.
        05 STATUS-UNDELIVERABLE-FILE      PIC XX.
        05 STATUS-DUP-REVIEW-FILE         PIC XX.
        05 STATUS-PROMOTION-FILE          PIC XX.
        05 STATUS-PROMOTION-OUT-FILE      PIC XX.
        05 STATUS-ONLINE-TRAN-FILE        PIC XX.
        05 STATUS-ONLINE-SORTED-FILE      PIC XX.
        05 STATUS-AR-TRAN-FILE            PIC XX.
        05 STATUS-BOUNCE-TRAN-FILE        PIC XX.
        05 STATUS-CUSTOMER-IX-FILE        PIC XX.

      * Batch Control Card - the business processing date decides
      * which effective-dated transactions come due tonight; a
       01 End-Of-File-T                  PIC X VALUE 'N'.
       01 End-Of-File-TI                 PIC X VALUE 'N'.
       01 End-Of-File-SI                 PIC X VALUE 'N'.
       01 End-Of-File-OI                 PIC X VALUE 'N'.
       01 End-Of-File-OT                 PIC X VALUE 'N'.
       01 End-Of-File-AT                 PIC X VALUE 'N'.
       01 End-Of-File-BT                 PIC X VALUE 'N'.

      * Previous Key - used to detect an out-of-sequence transaction
       01 WS-Prev-Tran-Acct              PIC X(10) VALUE LOW-VALUES.
       01 WS-Image-Valid-Switch          PIC X VALUE 'Y'.
        88 WS-Image-Valid                     VALUE 'Y'.
        88 WS-Image-Invalid                   VALUE 'N'.
       01 WS-Address-Valid-Switch        PIC X VALUE 'Y'.
        88 WS-Address-Valid                   VALUE 'Y'.
        88 WS-Address-Invalid                 VALUE 'N'.

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Susp-In               PIC 9(9) VALUE ZERO.
        05 WS-Count-Suspended             PIC 9(9) VALUE ZERO.
        05 WS-Count-Optout                PIC 9(9) VALUE ZERO.
        05 WS-Count-Undeliverable         PIC 9(9) VALUE ZERO.
        05 WS-Count-Dup-Review            PIC 9(9) VALUE ZERO.
        05 WS-Count-Enrolled              PIC 9(9) VALUE ZERO.
        05 WS-Count-Online-In             PIC 9(9) VALUE ZERO.
        05 WS-Count-Ar-Tran-In            PIC 9(9) VALUE ZERO.
        05 WS-Count-Bounce-Tran-In        PIC 9(9) VALUE ZERO.
        05 WS-Count-Master-Ix             PIC 9(9) VALUE ZERO.

      * Master Match-Key Table - loaded in a pre-pass over tonight's
      * customer master so an incoming 'A' transaction can be matched

      * Opt-Out Suppression Row - one row per opted-out account on the
      * updated master, rewritten every run so the marketing programs
      * always screen against tonight's master. UNDLVRF carries the
      * accounts with an undeliverable email address in the same
      * layout.
       01 WS-Optout-Row.
        05 OPT-Account-Number             PIC X(10).
        05 FILLER                         PIC X(10).

      * Promotion Master Row - one row per promotion code. Type 'P'
      * takes Promo-Value percent off the base amount, 'F' takes
      * Promo-Value off as a fixed amount, 'M' bills the base amount
      * free; the discount lasts Promo-Months billing months from the
      * enrolment month (00 = for as long as the promotion is valid).
      * Enrolment is accepted from Promo-Valid-From to Promo-Valid-To,
      * for the listed subscriptionProgram values (all spaces = any),
      * until Promo-Redeemed reaches Promo-Max-Redemptions (zero = no
      * limit). The master is rewritten every run with the updated
      * redemption count.
       01 WS-Promotion-File.
        05 Promo-Code                 PIC X(10).
        05 FILLER                     PIC X(1).
        05 Promo-Type                 PIC X(1).
         88 Promo-Percent                 VALUE 'P'.
         88 Promo-Fixed                   VALUE 'F'.
         88 Promo-Free-Months             VALUE 'M'.
        05 FILLER                     PIC X(1).
        05 Promo-Value                PIC 9(3)V99.
        05 FILLER                     PIC X(1).
        05 Promo-Months               PIC 9(2).
        05 FILLER                     PIC X(1).
        05 Promo-Valid-From           PIC X(10).
        05 FILLER                     PIC X(1).
        05 Promo-Valid-To             PIC X(10).
        05 FILLER                     PIC X(1).
        05 Promo-Max-Redemptions      PIC 9(7).
        05 FILLER                     PIC X(1).
        05 Promo-Redeemed             PIC 9(7).
        05 FILLER                     PIC X(1).
        05 Promo-Eligible-Program     PIC X(10) OCCURS 3 TIMES.
        05 FILLER                     PIC X(10).

      * Promotion Table - the whole master, loaded at startup and
      * written back out at the end of the run
       01 WS-Promotion-Table.
        05 WS-PMT-Count               PIC 9(4) VALUE ZERO.
        05 WS-PMT-Entry OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-PMT-Count
              INDEXED BY WS-PMT-Idx.
         10 WS-PMT-Row                PIC X(100).
       01 WS-PMT-Found-Switch         PIC X VALUE 'N'.
        88 WS-PMT-Found                   VALUE 'Y'.
        88 WS-PMT-Not-Found               VALUE 'N'.
       01 WS-PMT-Lookup               PIC X(10).
       01 End-Of-File-P               PIC X VALUE 'N'.

      * Enrolment work fields - month numbers (year * 12 + month)
      * measure how far a promotion has run
       01 WS-Enrol-Fields.
        05 WS-Enrol-Date              PIC X(10).
        05 WS-Enrol-Program           PIC X(10).
        05 WS-Enrol-Month-No          PIC 9(6).
        05 WS-Business-Month-No       PIC 9(6).
        05 WS-Promo-Elig-Idx          PIC 9(1).
       01 WS-Promo-Eligible-Switch    PIC X VALUE 'N'.
        88 WS-Promo-Eligible              VALUE 'Y'.
        88 WS-Promo-Not-Eligible          VALUE 'N'.
       01 WS-Promo-Running-Switch     PIC X VALUE 'N'.
        88 WS-Promo-Running               VALUE 'Y'.
        88 WS-Promo-Ended                 VALUE 'N'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process

           PERFORM 9000-Initialization
           PERFORM 9600-Load-Master-Keys
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Account
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE 9700-Release-Online-Trans
                GIVING ONLINE-SORTED-FILE
           PERFORM 9100-Open-Files
           PERFORM 2000-Secondary-Process
           PERFORM 9900-Close-Files
           PERFORM 9200-Read-Customer-Record
           PERFORM 9216-Read-Cust-Tran-Once
           PERFORM 9217-Read-Susp-Once
           PERFORM 9218-Read-Online-Once
           PERFORM 9210-Read-Tran-Record

      * Process Account Groups
               MOVE accountNumber of WS-Customer-File
                    TO WS-Current-Acct
               MOVE WS-Customer-File TO WS-Hold-Customer
               MOVE WS-Customer-File TO WS-Orig-Customer
               SET WS-Hold-Exists TO TRUE
               PERFORM 9200-Read-Customer-Record
           ELSE
               MOVE accountNumber of WS-Tran-File TO WS-Current-Acct
               MOVE SPACES TO WS-Hold-Customer
               MOVE SPACES TO WS-Orig-Customer
               SET WS-Hold-Not-Exists TO TRUE
           END-IF

                    PERFORM 3100-Reject-Transaction
                ELSE
                    PERFORM 9250-Validate-Customer-Image
                    PERFORM 9255-Validate-Billing-Address
                    EVALUATE TRUE
                    WHEN WS-Image-Invalid
                        MOVE 'INVALID FIELD VALUES' TO Audit-Reason
                        PERFORM 3100-Reject-Transaction
                    WHEN WS-Address-Invalid
                        MOVE 'INVALID BILLING ADDRESS' TO Audit-Reason
                        PERFORM 3100-Reject-Transaction
                    WHEN OTHER
                        PERFORM 3300-Check-Probable-Duplicate
                        MOVE SPACES TO Audit-Before-Image
                        MOVE Tran-Customer-Image TO WS-Hold-Customer
      * promoCode / promoEnrolDate (144-163) only come from 'P'
                        MOVE SPACES TO WS-Hold-Customer (144:20)
      * a new account's address has not bounced yet
                        MOVE SPACES TO WS-Hold-Customer (164:11)
                        SET WS-Hold-Exists TO TRUE
                        PERFORM 3000-Applied-Transaction
                    END-EVALUATE
                END-IF
           WHEN Tran-Action-Change
                IF WS-Hold-Not-Exists
                    PERFORM 3100-Reject-Transaction
                ELSE
                    PERFORM 9250-Validate-Customer-Image
                    PERFORM 9255-Validate-Billing-Address
                    EVALUATE TRUE
                    WHEN WS-Image-Invalid
                        MOVE 'INVALID FIELD VALUES' TO Audit-Reason
                        PERFORM 3100-Reject-Transaction
                    WHEN WS-Address-Invalid
                        MOVE 'INVALID BILLING ADDRESS' TO Audit-Reason
                        PERFORM 3100-Reject-Transaction
                    WHEN emailUndeliverable of WS-Tran-File = 'Y'
                     AND WS-Hold-Customer (164:1) NOT = 'Y'
                     AND emailAddress of WS-Tran-File NOT =
                         WS-Hold-Customer (71:40)
                        MOVE 'EMAIL CHANGED SINCE BOUNCE'
                             TO Audit-Reason
                        PERFORM 3100-Reject-Transaction
                    WHEN Tran-Generated
                        MOVE WS-Hold-Customer TO Audit-Before-Image
                        PERFORM 3510-Apply-Generated-Change
                        PERFORM 3000-Applied-Transaction
                    WHEN OTHER
                        MOVE WS-Hold-Customer TO Audit-Before-Image
                        MOVE Tran-Customer-Image TO WS-Hold-Customer
                        MOVE Audit-Before-Image (144:20)
                             TO WS-Hold-Customer (144:20)
                        PERFORM 3500-Carry-Email-Status
                        PERFORM 3000-Applied-Transaction
                    END-EVALUATE
                END-IF
           WHEN Tran-Action-Delete
                IF WS-Hold-Not-Exists
                    PERFORM 3000-Applied-Transaction
                    MOVE SPACES TO Audit-Before-Image
                END-IF
           WHEN Tran-Action-Promotion
                IF WS-Hold-Not-Exists
                    MOVE 'ACCOUNT NOT FOUND' TO Audit-Reason
                    PERFORM 3100-Reject-Transaction
                ELSE
                    PERFORM 3400-Enrol-Promotion
                END-IF
           WHEN OTHER
                MOVE 'INVALID ACTION CODE' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           ADD 1 TO WS-Count-Rejected
           PERFORM 9310-Write-Audit-Record.

      *-----------------------------------------------------------------
      * Carry Email Status
      *
      * A 'C' image keyed on cards usually carries nothing at 164-174,
      * so the undeliverable flag is carried over from the master
      * unless the change says otherwise : a new emailAddress clears
      * it (the new address has not bounced), 'Y' (a bounce
      * transaction) sets it and 'N' clears it (customer service has
      * confirmed the address). A bounce raised against an address
      * that has since changed never gets here; it is rejected.
      *-----------------------------------------------------------------

       3500-Carry-Email-Status.

           EVALUATE TRUE
           WHEN emailAddress of WS-Tran-File NOT =
                Audit-Before-Image (71:40)
                MOVE SPACES TO WS-Hold-Customer (164:11)
           WHEN emailUndeliverable of WS-Tran-File = 'Y'
                IF emailBounceDate of WS-Tran-File = SPACES
                    MOVE WS-Business-Date
                         TO WS-Hold-Customer (165:10)
                END-IF
           WHEN emailUndeliverable of WS-Tran-File = 'N'
                MOVE SPACES TO WS-Hold-Customer (164:11)
           WHEN OTHER
                MOVE Audit-Before-Image (164:11)
                     TO WS-Hold-Customer (164:11)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Apply Generated Change
      *
      * A transaction generated overnight (CWBPAIFL, CWBPAIFX) carries
      * the whole pre-run master image with one status changed. Taken
      * whole, it would undo any earlier change to the account
      * tonight, so only the fields those programs set - and only
      * where the image differs from the pre-run master - are moved
      * onto the hold : marketingOptOut (121), emailUndeliverable and
      * emailBounceDate (164-174) and subscriberStatus (491-500).
      *-----------------------------------------------------------------

       3510-Apply-Generated-Change.

           IF Tran-Customer-Image (121:1) NOT =
              WS-Orig-Customer (121:1)
               MOVE Tran-Customer-Image (121:1)
                    TO WS-Hold-Customer (121:1)
           END-IF

           IF Tran-Customer-Image (164:11) NOT =
              WS-Orig-Customer (164:11)
               MOVE Tran-Customer-Image (164:11)
                    TO WS-Hold-Customer (164:11)
               IF WS-Hold-Customer (164:1) = 'Y'
                  AND WS-Hold-Customer (165:10) = SPACES
                   MOVE WS-Business-Date TO WS-Hold-Customer (165:10)
               END-IF
           END-IF

           IF Tran-Customer-Image (491:10) NOT =
              WS-Orig-Customer (491:10)
               MOVE Tran-Customer-Image (491:10)
                    TO WS-Hold-Customer (491:10)
           END-IF.

      *-----------------------------------------------------------------
      * Check Probable Duplicate
      *
               PERFORM 9330-Write-Dup-Review-Record
           END-IF.

      *-----------------------------------------------------------------
      * Enrol Promotion
      *
      * The enrolment date is the transaction's effective date (a
      * future one has already gone to suspense) or tonight's business
      * date. The code must exist, be open for enrolment on that date,
      * cover the account's subscriptionProgram and have redemptions
      * left; an account already on the same code, or still inside
      * the discount period of another one, is not enrolled again.
      *-----------------------------------------------------------------

       3400-Enrol-Promotion.

           IF Tran-Eff-YYYY NUMERIC
              AND Tran-Eff-MM NUMERIC
              AND Tran-Eff-DD NUMERIC
               MOVE Tran-Effective-Date TO WS-Enrol-Date
           ELSE
               MOVE WS-Business-Date TO WS-Enrol-Date
           END-IF
           MOVE WS-Hold-Customer (111:10) TO WS-Enrol-Program

      * Is the account still inside another promotion?
           SET WS-Promo-Ended TO TRUE
           IF WS-Hold-Customer (144:10) NOT = SPACES
              AND WS-Hold-Customer (144:10) NOT = promoCode of
                  WS-Tran-File
               MOVE WS-Hold-Customer (144:10) TO WS-PMT-Lookup
               PERFORM 3900-Find-Promotion
               IF WS-PMT-Found
                   PERFORM 3410-Check-Promotion-Running
               END-IF
           END-IF

           MOVE promoCode of WS-Tran-File TO WS-PMT-Lookup
           PERFORM 3900-Find-Promotion
           IF WS-PMT-Found
               MOVE WS-PMT-Row (WS-PMT-Idx) TO WS-Promotion-File
               SET WS-Promo-Not-Eligible TO TRUE
               IF Promo-Eligible-Program (1) = SPACES
                  AND Promo-Eligible-Program (2) = SPACES
                  AND Promo-Eligible-Program (3) = SPACES
                   SET WS-Promo-Eligible TO TRUE
               END-IF
               PERFORM VARYING WS-Promo-Elig-Idx FROM 1 BY 1
                  UNTIL WS-Promo-Elig-Idx > 3
                  IF Promo-Eligible-Program (WS-Promo-Elig-Idx) =
                     WS-Enrol-Program
                      SET WS-Promo-Eligible TO TRUE
                  END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
           WHEN promoCode of WS-Tran-File = SPACES
                MOVE 'PROMOTION CODE MISSING' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           WHEN WS-PMT-Not-Found
                MOVE 'UNKNOWN PROMOTION CODE' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           WHEN WS-Hold-Customer (144:10) = promoCode of WS-Tran-File
                MOVE 'PROMOTION ALREADY REDEEMED' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           WHEN WS-Promo-Running
                MOVE 'ANOTHER PROMOTION ACTIVE' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           WHEN WS-Enrol-Date < Promo-Valid-From
           WHEN Promo-Valid-To NOT = SPACES
                AND WS-Enrol-Date > Promo-Valid-To
                MOVE 'PROMOTION NOT IN VALIDITY' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           WHEN WS-Promo-Not-Eligible
                MOVE 'PROGRAM NOT ELIGIBLE' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           WHEN Promo-Max-Redemptions > 0
                AND Promo-Redeemed >= Promo-Max-Redemptions
                MOVE 'PROMOTION FULLY REDEEMED' TO Audit-Reason
                PERFORM 3100-Reject-Transaction
           WHEN OTHER
                MOVE WS-Hold-Customer TO Audit-Before-Image
                MOVE Promo-Code TO WS-Hold-Customer (144:10)
                MOVE WS-Enrol-Date TO WS-Hold-Customer (154:10)
                ADD 1 TO Promo-Redeemed
                MOVE WS-Promotion-File TO WS-PMT-Row (WS-PMT-Idx)
                ADD 1 TO WS-Count-Enrolled
                PERFORM 3000-Applied-Transaction
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Check Promotion Running
      *
      * For the promotion at WS-PMT-Idx and the account's enrolment
      * date (156-163 of the held image) : still running while fewer
      * than Promo-Months billing months have started since the
      * enrolment month, or, for an open-ended promotion, until its
      * Promo-Valid-To date.
      *-----------------------------------------------------------------

       3410-Check-Promotion-Running.

           MOVE WS-PMT-Row (WS-PMT-Idx) TO WS-Promotion-File
           SET WS-Promo-Ended TO TRUE
           IF Promo-Months = 0
               IF Promo-Valid-To = SPACES
                  OR Promo-Valid-To >= WS-Business-Date
                   SET WS-Promo-Running TO TRUE
               END-IF
           ELSE
               IF WS-Hold-Customer (154:4) NUMERIC
                  AND WS-Hold-Customer (159:2) NUMERIC
                   COMPUTE WS-Enrol-Month-No =
                           FUNCTION NUMVAL (WS-Hold-Customer (154:4))
                           * 12
                           + FUNCTION NUMVAL (WS-Hold-Customer (159:2))
                   COMPUTE WS-Business-Month-No =
                           FUNCTION NUMVAL (WS-Business-Date (1:4)) * 12
                           + FUNCTION NUMVAL (WS-Business-Date (6:2))
                   IF WS-Business-Month-No - WS-Enrol-Month-No
                      < Promo-Months
                       SET WS-Promo-Running TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Find Promotion
      *
      * Positions WS-PMT-Idx on the promotion WS-PMT-Lookup names.
      *-----------------------------------------------------------------

       3900-Find-Promotion.

           SET WS-PMT-Not-Found TO TRUE
           IF WS-PMT-Count > 0
              SET WS-PMT-Idx TO 1
              SEARCH WS-PMT-Entry VARYING WS-PMT-Idx
                 AT END CONTINUE
                 WHEN WS-PMT-Row (WS-PMT-Idx) (1:10) = WS-PMT-Lookup
                      SET WS-PMT-Found TO TRUE
              END-SEARCH
           END-IF.

      *-----------------------------------------------------------------
      * Suspend Transaction
      *

           MOVE SPACES TO WS-Hold-Customer
           MOVE SPACES TO WS-Audit-File
           PERFORM 9500-Read-Control-Card
           PERFORM 9610-Load-Promotion-Table.

      *-----------------------------------------------------------------
      * Load Master Keys
           END-IF
           DISPLAY 'Master Keys Loaded : ' WS-MKT-Count.

      *-----------------------------------------------------------------
      * Load Promotion Table
      *
      * No PROMOMST simply means no promotions are running yet - any
      * enrolment is rejected as an unknown code.
      *-----------------------------------------------------------------

       9610-Load-Promotion-Table.

           OPEN INPUT PROMOTION-FILE
           IF STATUS-PROMOTION-FILE = '35'
               DISPLAY 'PROMOMST not found - no promotions loaded'
               MOVE 'Y' TO End-Of-File-P
           ELSE
               IF STATUS-PROMOTION-FILE NOT = '00'
                   DISPLAY 'Error while opening PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM UNTIL End-Of-File-P = 'Y'
               READ PROMOTION-FILE INTO WS-Promotion-File
                   AT END MOVE 'Y' TO End-Of-File-P
                   NOT AT END
                       IF Promo-Redeemed NOT NUMERIC
                           MOVE ZERO TO Promo-Redeemed
                       END-IF
                       IF Promo-Code = SPACES
                          OR Promo-Value NOT NUMERIC
                          OR Promo-Months NOT NUMERIC
                          OR Promo-Max-Redemptions NOT NUMERIC
                          OR NOT (Promo-Percent OR Promo-Fixed
                                  OR Promo-Free-Months)
                           DISPLAY 'Invalid promotion row skipped : '
                                   Promo-Code
                           PERFORM 9990-Set-Warning-Code
                       ELSE
                           IF WS-PMT-Count < 1000
                               ADD 1 TO WS-PMT-Count
                               MOVE WS-Promotion-File
                                    TO WS-PMT-Row (WS-PMT-Count)
                           ELSE
                               DISPLAY 'Promotion table full - '
                                       'skipping : ' Promo-Code
                               PERFORM 9990-Set-Warning-Code
                           END-IF
                       END-IF
               END-READ
               IF STATUS-PROMOTION-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-PERFORM

           IF STATUS-PROMOTION-FILE NOT = '35'
               CLOSE PROMOTION-FILE
           END-IF
           DISPLAY 'Promotions Loaded : ' WS-PMT-Count.

      *-----------------------------------------------------------------
      * Read Control Card
      *-----------------------------------------------------------------
                       'defaults - FS : ' STATUS-CONTROL-CARD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Release Online Trans
      *
      * Input procedure of the online request sort. The screens queue
      * requests in the order they were keyed; the sort puts them in
      * account order for the merge and keeps that keying order within
      * an account. A missing ONLTRAN just means nothing was keyed.
      * The overnight generated transactions (ARCUSTRN, BNCTRAN) go
      * through the same sort behind the online requests, so each
      * file reaches the merge in one ascending run however many
      * producers there are.
      *-----------------------------------------------------------------

       9700-Release-Online-Trans.

           OPEN INPUT ONLINE-TRAN-FILE
           IF STATUS-ONLINE-TRAN-FILE = '35'
               DISPLAY 'ONLTRAN not found - no online transactions'
           ELSE
               IF STATUS-ONLINE-TRAN-FILE NOT = '00'
                   DISPLAY 'Error while opening ONLTRAN - FS : '
                              STATUS-ONLINE-TRAN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               PERFORM UNTIL End-Of-File-OT = 'Y'
                   READ ONLINE-TRAN-FILE
                       AT END MOVE 'Y' TO End-Of-File-OT
                       NOT AT END
                           RELEASE SORT-WORK-RECORD
                                   FROM ONLINE-TRAN-RECORD
                           ADD 1 TO WS-Count-Online-In
                   END-READ
                   IF STATUS-ONLINE-TRAN-FILE NOT = '00' AND '10'
                       DISPLAY 'Error while reading ONLTRAN - FS : '
                                  STATUS-ONLINE-TRAN-FILE
                       PERFORM 9995-Fatal-File-Error
                   END-IF
               END-PERFORM
               CLOSE ONLINE-TRAN-FILE
               IF STATUS-ONLINE-TRAN-FILE NOT = '00'
                   DISPLAY 'Error while closing ONLTRAN - FS : '
                              STATUS-ONLINE-TRAN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           PERFORM 9710-Release-Ar-Trans
           PERFORM 9720-Release-Bounce-Trans.

      *-----------------------------------------------------------------
      * Release AR Trans
      *
      * A missing ARCUSTRN means the receivables step raised nothing.
      *-----------------------------------------------------------------

       9710-Release-Ar-Trans.

           OPEN INPUT AR-TRAN-FILE
           IF STATUS-AR-TRAN-FILE = '35'
               DISPLAY 'ARCUSTRN not found - no receivables '
                       'transactions'
           ELSE
               IF STATUS-AR-TRAN-FILE NOT = '00'
                   DISPLAY 'Error while opening ARCUSTRN - FS : '
                              STATUS-AR-TRAN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               PERFORM UNTIL End-Of-File-AT = 'Y'
                   READ AR-TRAN-FILE
                       AT END MOVE 'Y' TO End-Of-File-AT
                       NOT AT END
                           RELEASE SORT-WORK-RECORD
                                   FROM AR-TRAN-RECORD
                           ADD 1 TO WS-Count-Ar-Tran-In
                   END-READ
                   IF STATUS-AR-TRAN-FILE NOT = '00' AND '10'
                       DISPLAY 'Error while reading ARCUSTRN - FS : '
                                  STATUS-AR-TRAN-FILE
                       PERFORM 9995-Fatal-File-Error
                   END-IF
               END-PERFORM
               CLOSE AR-TRAN-FILE
               IF STATUS-AR-TRAN-FILE NOT = '00'
                   DISPLAY 'Error while closing ARCUSTRN - FS : '
                              STATUS-AR-TRAN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Release Bounce Trans
      *
      * A missing BNCTRAN means no bounce or complaint changed anything.
      *-----------------------------------------------------------------

       9720-Release-Bounce-Trans.

           OPEN INPUT BOUNCE-TRAN-FILE
           IF STATUS-BOUNCE-TRAN-FILE = '35'
               DISPLAY 'BNCTRAN not found - no bounce transactions'
           ELSE
               IF STATUS-BOUNCE-TRAN-FILE NOT = '00'
                   DISPLAY 'Error while opening BNCTRAN - FS : '
                              STATUS-BOUNCE-TRAN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               PERFORM UNTIL End-Of-File-BT = 'Y'
                   READ BOUNCE-TRAN-FILE
                       AT END MOVE 'Y' TO End-Of-File-BT
                       NOT AT END
                           RELEASE SORT-WORK-RECORD
                                   FROM BOUNCE-TRAN-RECORD
                           ADD 1 TO WS-Count-Bounce-Tran-In
                   END-READ
                   IF STATUS-BOUNCE-TRAN-FILE NOT = '00' AND '10'
                       DISPLAY 'Error while reading BNCTRAN - FS : '
                                  STATUS-BOUNCE-TRAN-FILE
                       PERFORM 9995-Fatal-File-Error
                   END-IF
               END-PERFORM
               CLOSE BOUNCE-TRAN-FILE
               IF STATUS-BOUNCE-TRAN-FILE NOT = '00'
                   DISPLAY 'Error while closing BNCTRAN - FS : '
                              STATUS-BOUNCE-TRAN-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT UNDELIVERABLE-FILE
           IF STATUS-UNDELIVERABLE-FILE NOT = '00'
               DISPLAY 'Error while opening UNDLVRF - FS : '
                          STATUS-UNDELIVERABLE-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT DUP-REVIEW-FILE
           IF STATUS-DUP-REVIEW-FILE NOT = '00'
               DISPLAY 'Error while opening DUPREVW - FS : '
                          STATUS-DUP-REVIEW-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN INPUT ONLINE-SORTED-FILE
           IF STATUS-ONLINE-SORTED-FILE NOT = '00'
               DISPLAY 'Error while opening ONLSRTD - FS : '
                          STATUS-ONLINE-SORTED-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT CUSTOMER-IX-FILE
           IF STATUS-CUSTOMER-IX-FILE NOT = '00'
               DISPLAY 'Error while opening CUSTIXF - FS : '
                          STATUS-CUSTOMER-IX-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * Read Tran Once
      *
      * Three-way merge of tonight's CUSTTRAN, the carried suspense
      * file and the sorted online requests, all ascending by
      * accountNumber : the lowest current record is delivered and
      * that source reads ahead. On equal accounts cards come first,
      * then suspense, then the online requests (keyed during the day,
      * so the latest). A source at end holds high values.
      *-----------------------------------------------------------------

       9215-Read-Tran-Once.

           EVALUATE TRUE
           WHEN End-Of-File-TI = 'Y' AND End-Of-File-SI = 'Y'
                AND End-Of-File-OI = 'Y'
                MOVE 'Y' TO End-Of-File-T
                MOVE HIGH-VALUES TO WS-Tran-File
           WHEN End-Of-File-OI = 'N'
                AND OTI-Account < CTI-Account
                AND OTI-Account < STI-Account
                MOVE WS-Onl-Tran-In TO WS-Tran-File
                PERFORM 9218-Read-Online-Once
           WHEN End-Of-File-TI = 'Y' AND End-Of-File-SI = 'Y'
                MOVE WS-Onl-Tran-In TO WS-Tran-File
                PERFORM 9218-Read-Online-Once
           WHEN End-Of-File-SI = 'Y'
                MOVE WS-Cust-Tran-In TO WS-Tran-File
                PERFORM 9216-Read-Cust-Tran-Once
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Read Online Once
      *-----------------------------------------------------------------

       9218-Read-Online-Once.

           IF End-Of-File-OI = 'N'
               READ ONLINE-SORTED-FILE
                   AT END MOVE 'Y' TO End-Of-File-OI
                   DISPLAY 'End of ONLSRTD'
                   MOVE HIGH-VALUES TO ONLINE-SORTED-RECORD
               END-READ
               MOVE ONLINE-SORTED-RECORD TO WS-Onl-Tran-In
               IF STATUS-ONLINE-SORTED-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading Online-Sorted - FS : '
                              STATUS-ONLINE-SORTED-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Validate Customer Image
      *
               SET WS-Image-Invalid TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Validate Billing Address
      *
      * The address may be left blank (the account is then billed
      * without tax and shows on the tax register as having no
      * address), but a region or postal code is no use without the
      * country, and the country must be a two-letter code.
      *-----------------------------------------------------------------

       9255-Validate-Billing-Address.

           SET WS-Address-Valid TO TRUE

           IF billingCountry of WS-Tran-File = SPACES
               IF billingRegion of WS-Tran-File NOT = SPACES
                  OR billingPostalCode of WS-Tran-File NOT = SPACES
                   SET WS-Address-Invalid TO TRUE
               END-IF
           ELSE
               IF billingCountry of WS-Tran-File NOT ALPHABETIC
                  OR billingCountry of WS-Tran-File (1:1) = SPACE
                  OR billingCountry of WS-Tran-File (2:1) = SPACE
                   SET WS-Address-Invalid TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Write New Customer Record
      *-----------------------------------------------------------------
           END-IF
           ADD 1 TO WS-Count-Master-Out

           WRITE CUSTOMER-IX-RECORD FROM WS-Hold-Customer
               INVALID KEY
                   DISPLAY 'Duplicate key on CUSTIXF : '
                           CIX-Account-Number
           END-WRITE
           IF STATUS-CUSTOMER-IX-FILE NOT = '00' AND '22'
               DISPLAY 'Error while writing to CUSTIXF - FS : '
                          STATUS-CUSTOMER-IX-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           IF STATUS-CUSTOMER-IX-FILE = '00'
               ADD 1 TO WS-Count-Master-Ix
           END-IF

      * marketingOptOut sits at byte 121 of the master image
           IF WS-Hold-Customer (121:1) = 'Y'
               MOVE SPACES TO WS-Optout-Row
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-Optout
           END-IF

      * emailUndeliverable sits at byte 164 of the master image
           IF WS-Hold-Customer (164:1) = 'Y'
               MOVE SPACES TO WS-Optout-Row
               MOVE WS-Hold-Customer (1:10) TO OPT-Account-Number
               WRITE UNDELIVERABLE-RECORD FROM WS-Optout-Row
               IF STATUS-UNDELIVERABLE-FILE NOT = '00'
                   DISPLAY 'Error while writing to UNDLVRF - FS : '
                              STATUS-UNDELIVERABLE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-Undeliverable
           END-IF.

      *-----------------------------------------------------------------
           END-IF
           ADD 1 TO WS-Count-Dup-Review.

      *-----------------------------------------------------------------
      * Write Promotion Master
      *
      * The next generation of PROMOMST : every row loaded tonight,
      * with tonight's enrolments added to Promo-Redeemed.
      *-----------------------------------------------------------------

        9340-Write-Promotion-Master.

           OPEN OUTPUT PROMOTION-OUT-FILE
           IF STATUS-PROMOTION-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening PROMOUPD - FS : '
                          STATUS-PROMOTION-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF
           PERFORM VARYING WS-PMT-Idx FROM 1 BY 1
              UNTIL WS-PMT-Idx > WS-PMT-Count
              WRITE PROMOTION-OUT-RECORD FROM WS-PMT-Row (WS-PMT-Idx)
              IF STATUS-PROMOTION-OUT-FILE NOT = '00'
                  DISPLAY 'Error while writing to PROMOUPD - FS : '
                             STATUS-PROMOTION-OUT-FILE
                  PERFORM 9995-Fatal-File-Error
              END-IF
           END-PERFORM
           CLOSE PROMOTION-OUT-FILE
           IF STATUS-PROMOTION-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing PROMOUPD - FS : '
                          STATUS-PROMOTION-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Write Audit Record
      *-----------------------------------------------------------------
        9310-Write-Audit-Record.

           MOVE WS-Business-Date TO Audit-Applied-Date
           MOVE Tran-Operator-Id TO Audit-Operator-Id
           WRITE CUSTOMER-AUDIT-RECORD FROM WS-Audit-File
           IF STATUS-CUSTOMER-AUDIT-FILE NOT = '00'
               DISPLAY 'Error while writing to CUSTAUDT - FS : '
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE UNDELIVERABLE-FILE
           IF STATUS-UNDELIVERABLE-FILE NOT = '00'
               DISPLAY 'Error while closing UNDLVRF - FS : '
                          STATUS-UNDELIVERABLE-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE DUP-REVIEW-FILE
           IF STATUS-DUP-REVIEW-FILE NOT = '00'
               DISPLAY 'Error while closing DUPREVW - FS : '
                          STATUS-DUP-REVIEW-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE ONLINE-SORTED-FILE
           IF STATUS-ONLINE-SORTED-FILE NOT = '00'
               DISPLAY 'Error while closing ONLSRTD - FS : '
                          STATUS-ONLINE-SORTED-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE CUSTOMER-IX-FILE
           IF STATUS-CUSTOMER-IX-FILE NOT = '00'
               DISPLAY 'Error while closing CUSTIXF - FS : '
                          STATUS-CUSTOMER-IX-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           PERFORM 9340-Write-Promotion-Master.

      *-----------------------------------------------------------------
      * Set Warning Return Code
                   WS-Count-Master-Out
           DISPLAY 'Transactions Read : ' WS-Count-Tran
           DISPLAY 'Suspense Transactions Read : ' WS-Count-Susp-In
           DISPLAY 'Online Transactions Read : ' WS-Count-Online-In
           DISPLAY 'Receivables Transactions Read : '
                   WS-Count-Ar-Tran-In
           DISPLAY 'Bounce Transactions Read : '
                   WS-Count-Bounce-Tran-In
           DISPLAY 'Indexed Master Records Written : '
                   WS-Count-Master-Ix
           DISPLAY 'Transactions Applied : ' WS-Count-Applied
           DISPLAY 'Transactions Rejected : ' WS-Count-Rejected
           DISPLAY 'Transactions Suspended : ' WS-Count-Suspended
           DISPLAY 'Opt-Out Accounts Written : ' WS-Count-Optout
           DISPLAY 'Undeliverable Accounts Written : '
                   WS-Count-Undeliverable
           DISPLAY 'Probable Duplicates for Review : '
                   WS-Count-Dup-Review
           DISPLAY 'Promotion Enrolments Applied : ' WS-Count-Enrolled

      * End of Program
              STOP RUN.
