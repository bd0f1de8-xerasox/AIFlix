           SELECT TRIAL-SUMMARY-FILE ASSIGN TO TRIALSUM
               FILE STATUS IS STATUS-TRIAL-SUMMARY-FILE.

           SELECT TAX-RATE-FILE    ASSIGN TO TAXRATE
               FILE STATUS IS STATUS-TAX-RATE-FILE.

           SELECT PROMOTION-FILE   ASSIGN TO PROMOMST
               FILE STATUS IS STATUS-PROMOTION-FILE.

       DATA DIVISION.

      *-----------------------------------------------------------------
           RECORDING MODE IS F.
       01  TRIAL-SUMMARY-RECORD       PIC X(80).

       FD  TAX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TAX-RATE-RECORD            PIC X(80).

       FD  PROMOTION-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PROMOTION-RECORD           PIC X(100).

      *-----------------------------------------------------------------
      * Working-Storage Section

       WORKING-STORAGE SECTION.

      * Customer-File - the billing address (122-143, maintained by
      * CWBPAIF6) decides the tax jurisdiction of the bill; the
      * promotion the account enrolled on (144-163) its discount
       01 WS-Customer-File.
        05 accountNumber              PIC X(10).
        05 firstName                  PIC X(15).
        05 subscriptionDate           PIC X(10).
        05 emailAddress               PIC X(40).
        05 subscriptionProgram        PIC X(10).
        05 FILLER                     PIC X(1).
        05 billingCountry             PIC X(2).
        05 billingRegion              PIC X(10).
        05 billingPostalCode          PIC X(10).
        05 promoCode                  PIC X(10).
        05 promoEnrolDate.
         10 promoEnrolYYYY            PIC 9(4).
         10 FILLER                    PIC X(1).
         10 promoEnrolMM              PIC 9(2).
         10 FILLER                    PIC X(3).
        05 FILLER                     PIC X(327).
        05 subscriberStatus           PIC X(10).

      * Customer-Stat-File (as written by CWBPAIF2's customer pass,
      * that joined inside the billing month. When CUSTAUDT shows the
      * account changed subscriptionProgram mid-period, the bill is
      * split and each plan is charged for the days it was in force;
      * the split segments are visible in Bill-Segment. Sales tax is
      * charged on top of Bill-Total-Amount, which stays the net
      * amount : the jurisdiction and rate in force, the tax on the
      * whole bill and on each segment, and the gross amount due. A
      * promotional discount is already taken off Bill-Base-Amount
      * and the segment amounts; the code and the discount given are
      * shown separately at the end of the record.
       01 WS-Billing-File.
        05 Bill-Account-Number        PIC X(10).
        05 Bill-Period                PIC X(7).
         10 Bill-Seg-Program          PIC X(10).
         10 Bill-Seg-Days             PIC 9(2).
         10 Bill-Seg-Amount           PIC 9(5)V99.
        05 Bill-Tax-Jurisdiction      PIC X(10).
        05 Bill-Tax-Rate              PIC 9(2)V9(4).
        05 Bill-Tax-Amount            PIC 9(5)V99.
        05 Bill-Seg-Tax-Amount        PIC 9(5)V99 OCCURS 3 TIMES.
        05 Bill-Total-With-Tax        PIC 9(7)V99.
        05 Bill-Promo-Code            PIC X(10).
        05 Bill-Discount-Amount       PIC 9(5)V99.
        05 FILLER                     PIC X(3).

      * Status
       01 FILE-STATUS.
        05 STATUS-CUSTOMER-AUDIT-FILE     PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.
        05 STATUS-TRIAL-SUMMARY-FILE      PIC XX.
        05 STATUS-TAX-RATE-FILE           PIC XX.
        05 STATUS-PROMOTION-FILE          PIC XX.

      * Batch Control Card - business processing date and tunable
      * thresholds shared by the whole nightly chain. A valid business
       01 End-Of-File-S                  PIC X VALUE 'N'.
       01 End-Of-File-R                  PIC X VALUE 'N'.
       01 End-Of-File-A                  PIC X VALUE 'N'.
       01 End-Of-File-T                  PIC X VALUE 'N'.
       01 End-Of-File-P                  PIC X VALUE 'N'.

      * Plan-Change Table - subscriptionProgram changes applied inside
      * the billing month, read once from the period's CUSTAUDT trail
        88 WS-RPT-Not-Found               VALUE 'N'.
       01 WS-Rate-Lookup-Program      PIC X(10).

      * Tax-Rate Master Row - one row per tax jurisdiction and
      * effective-date range, kept like RATEPLAN so a rate change is a
      * new row. A row applies to a billing address in its country;
      * spaces in Tax-Region or Tax-Postal-Prefix mean any region or
      * postal code, so a country-wide VAT row and a state or
      * city row can sit side by side. Tax-Rate is a percentage
      * (020000 = 20.0000 %).
       01 WS-Tax-Rate-File.
        05 Tax-Country                PIC X(2).
        05 FILLER                     PIC X(1).
        05 Tax-Region                 PIC X(10).
        05 FILLER                     PIC X(1).
        05 Tax-Postal-Prefix          PIC X(10).
        05 FILLER                     PIC X(1).
        05 Tax-Jurisdiction           PIC X(10).
        05 FILLER                     PIC X(1).
        05 Tax-Eff-From               PIC X(10).
        05 FILLER                     PIC X(1).
        05 Tax-Eff-To                 PIC X(10).
        05 FILLER                     PIC X(1).
        05 Tax-Rate                   PIC 9(2)V9(4).
        05 FILLER                     PIC X(16).

      * Tax-Rate Table - loaded once from TAXRATE at startup; the
      * most specific row in force on the billing date wins (postal
      * prefix over region over country, longer prefix first)
       01 WS-Tax-Rate-Table.
        05 WS-TXT-Count               PIC 9(4) VALUE ZERO.
        05 WS-TXT-Entry OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-TXT-Count
              INDEXED BY WS-TXT-Idx.
         10 WS-TXT-Country            PIC X(2).
         10 WS-TXT-Region             PIC X(10).
         10 WS-TXT-Postal-Prefix      PIC X(10).
         10 WS-TXT-Prefix-Length      PIC 9(2).
         10 WS-TXT-Jurisdiction       PIC X(10).
         10 WS-TXT-Eff-From           PIC X(10).
         10 WS-TXT-Eff-To             PIC X(10).
         10 WS-TXT-Rate               PIC 9(2)V9(4).
       01 WS-Tax-Work-Fields.
        05 WS-TXT-Score               PIC 9(3).
        05 WS-TXT-Best-Score          PIC 9(3).
        05 WS-TXT-Prefix-Work         PIC 9(2).
        05 WS-TXT-Best-Idx            PIC 9(4).
        05 WS-Tax-Taxable-Rest        PIC S9(7)V99.
        05 WS-Tax-Rest-Amount         PIC 9(5)V99.
       01 WS-TXT-Found-Switch         PIC X VALUE 'N'.
        88 WS-TXT-Found                   VALUE 'Y'.
        88 WS-TXT-Not-Found               VALUE 'N'.
       01 WS-Tax-Counters.
        05 WS-Count-Taxed             PIC 9(9) VALUE ZERO.
        05 WS-Count-Tax-No-Address    PIC 9(9) VALUE ZERO.
        05 WS-Count-Tax-No-Rate       PIC 9(9) VALUE ZERO.
        05 WS-Total-Tax-Amount        PIC 9(11)V99 VALUE ZERO.

      * Promotion Master Row (PROMOMST, maintained by CWBPAIF6's
      * enrolments) - type 'P' takes Promo-Value percent off the base
      * amount, 'F' takes Promo-Value off as a fixed amount, 'M' bills
      * the base amount free. The discount runs for Promo-Months
      * billing months counted from the enrolment month, or, when
      * Promo-Months is zero, until Promo-Valid-To; it is given only
      * while the account is on one of the eligible programs (all
      * spaces = any).
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
        05 Promo-Eligible-List.
         10 Promo-Eligible-Program    PIC X(10) OCCURS 3 TIMES.
        05 FILLER                     PIC X(10).

      * Promotion Table - loaded once from PROMOMST at startup
       01 WS-Promotion-Table.
        05 WS-PMT-Count               PIC 9(4) VALUE ZERO.
        05 WS-PMT-Entry OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-PMT-Count
              INDEXED BY WS-PMT-Idx.
         10 WS-PMT-Code               PIC X(10).
         10 WS-PMT-Type               PIC X(1).
          88 WS-PMT-Percent               VALUE 'P'.
          88 WS-PMT-Fixed                 VALUE 'F'.
          88 WS-PMT-Free-Months           VALUE 'M'.
         10 WS-PMT-Value              PIC 9(3)V99.
         10 WS-PMT-Months             PIC 9(2).
         10 WS-PMT-Valid-To           PIC X(10).
         10 WS-PMT-Eligible-List.
          15 WS-PMT-Eligible-Program  PIC X(10) OCCURS 3 TIMES.
       01 WS-PMT-Found-Switch         PIC X VALUE 'N'.
        88 WS-PMT-Found                   VALUE 'Y'.
        88 WS-PMT-Not-Found               VALUE 'N'.
       01 WS-Promo-Apply-Switch       PIC X VALUE 'N'.
        88 WS-Promo-Applies               VALUE 'Y'.
        88 WS-Promo-Not-Applies           VALUE 'N'.

      * Promotion work fields - month numbers are year * 12 + month
       01 WS-Promo-Work-Fields.
        05 WS-Promo-Program           PIC X(10).
        05 WS-Promo-Elig-Idx          PIC 9(1).
        05 WS-Promo-Enrol-Month-No    PIC 9(6).
        05 WS-Promo-Bill-Month-No     PIC 9(6).
        05 WS-Promo-Discount          PIC 9(5)V99.
        05 WS-Promo-Seg-Total         PIC 9(7)V99.
        05 WS-Promo-Seg-Share         PIC 9(5)V99.
        05 WS-Promo-Spread            PIC 9(5)V99.
        05 WS-Promo-Last-Seg          PIC 9(1).
       01 WS-Promo-Counters.
        05 WS-Count-Discounted        PIC 9(9) VALUE ZERO.
        05 WS-Count-Promo-Expired     PIC 9(9) VALUE ZERO.
        05 WS-Count-Promo-Unknown     PIC 9(9) VALUE ZERO.
        05 WS-Total-Discount-Amount   PIC 9(11)V99 VALUE ZERO.

      * Working variables
       01 WS-Working-Variables.
        05 WS-Current-Date.
               PERFORM 3090-Compute-Split-Bill
           END-IF

           MOVE subscriptionProgram of WS-Customer-File
                TO WS-Promo-Program
           PERFORM 3300-Apply-Promotion

      * Usage Adjustment - viewing minutes beyond the program's
      * included allowance are charged per started block
           IF WS-Cust-Watch-Time > WS-Cur-Incl-Minutes
                   Bill-Base-Amount + Bill-Usage-Adjust
           ADD Bill-Total-Amount TO WS-Total-Billed-Amount
           ADD 1 TO WS-Count-Billed
           PERFORM 3200-Compute-Tax

           PERFORM 9300-Write-Billing-Record.

           END-EVALUATE

           MOVE WS-Total-Seg-Days TO Bill-Prorated-Days
      * A trial account's discount is judged on the plan it converts
      * to - the free trial days carry no base amount to discount
           MOVE WS-Trial-Conv-Program TO WS-Promo-Program
           PERFORM 3300-Apply-Promotion
           COMPUTE Bill-Total-Amount =
                   Bill-Base-Amount + Bill-Usage-Adjust
           ADD Bill-Total-Amount TO WS-Total-Billed-Amount
           ADD 1 TO WS-Count-Billed
           PERFORM 3200-Compute-Tax

           PERFORM 9300-Write-Billing-Record.

                    TO WS-Block-Rate-TMP
           END-IF.

      *-----------------------------------------------------------------
      * Compute Tax
      *
      * Tax is charged at the rate of the billing address's
      * jurisdiction in force on the billing date. Each priced
      * segment is taxed on its own so a split bill shows the tax on
      * each plan; whatever the segments do not cover (the usage
      * adjustment, or the whole amount of an unsplit bill) is taxed
      * as the remainder. An account without a billing address, or
      * with one no TAXRATE row covers, is billed without tax and
      * counted so the gap shows in the run totals and on the tax
      * register.
      *-----------------------------------------------------------------

       3200-Compute-Tax.

           MOVE ZERO TO Bill-Tax-Rate
           MOVE ZERO TO Bill-Tax-Amount
           MOVE ZERO TO Bill-Seg-Tax-Amount (1)
           MOVE ZERO TO Bill-Seg-Tax-Amount (2)
           MOVE ZERO TO Bill-Seg-Tax-Amount (3)

           IF billingCountry of WS-Customer-File = SPACES
               MOVE 'NOADDRESS' TO Bill-Tax-Jurisdiction
               ADD 1 TO WS-Count-Tax-No-Address
           ELSE
               PERFORM 3210-Select-Tax-Rate
               IF WS-TXT-Found
                   MOVE WS-TXT-Jurisdiction (WS-TXT-Idx)
                        TO Bill-Tax-Jurisdiction
                   MOVE WS-TXT-Rate (WS-TXT-Idx) TO Bill-Tax-Rate
                   ADD 1 TO WS-Count-Taxed
               ELSE
                   DISPLAY 'No tax rate in force for billing address '
                           billingCountry of WS-Customer-File ' '
                           billingRegion of WS-Customer-File ' '
                           billingPostalCode of WS-Customer-File
                           ' - billed without tax : '
                           accountNumber of WS-Customer-File
                   MOVE 'UNMATCHED' TO Bill-Tax-Jurisdiction
                   ADD 1 TO WS-Count-Tax-No-Rate
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           MOVE Bill-Total-Amount TO WS-Tax-Taxable-Rest
           PERFORM VARYING WS-Seg-Idx FROM 1 BY 1
                   UNTIL WS-Seg-Idx > 3
               IF Bill-Seg-Program (WS-Seg-Idx) NOT = SPACES
                   COMPUTE Bill-Seg-Tax-Amount (WS-Seg-Idx) ROUNDED =
                           Bill-Seg-Amount (WS-Seg-Idx)
                           * Bill-Tax-Rate / 100
                   ADD Bill-Seg-Tax-Amount (WS-Seg-Idx)
                       TO Bill-Tax-Amount
                   SUBTRACT Bill-Seg-Amount (WS-Seg-Idx)
                       FROM WS-Tax-Taxable-Rest
               END-IF
           END-PERFORM

           IF WS-Tax-Taxable-Rest > 0
               COMPUTE WS-Tax-Rest-Amount ROUNDED =
                       WS-Tax-Taxable-Rest * Bill-Tax-Rate / 100
               ADD WS-Tax-Rest-Amount TO Bill-Tax-Amount
           END-IF

           COMPUTE Bill-Total-With-Tax =
                   Bill-Total-Amount + Bill-Tax-Amount
           ADD Bill-Tax-Amount TO WS-Total-Tax-Amount.

      *-----------------------------------------------------------------
      * Select Tax Rate
      *
      * Every row of the billing country in force on the billing date
      * is scored : a matching postal prefix counts ten per character,
      * a matching region one, a mismatch on either drops the row.
      * The highest score wins; leaves WS-TXT-Idx on the winner.
      *-----------------------------------------------------------------

       3210-Select-Tax-Rate.

           SET WS-TXT-Not-Found TO TRUE
           MOVE ZERO TO WS-TXT-Best-Score
           MOVE ZERO TO WS-TXT-Best-Idx
           PERFORM VARYING WS-TXT-Idx FROM 1 BY 1
                   UNTIL WS-TXT-Idx > WS-TXT-Count
               IF WS-TXT-Country (WS-TXT-Idx) =
                  billingCountry of WS-Customer-File
                  AND WS-TXT-Eff-From (WS-TXT-Idx) <= WS-Billing-Date
                  AND (WS-TXT-Eff-To (WS-TXT-Idx) = SPACES
                    OR WS-TXT-Eff-To (WS-TXT-Idx) >= WS-Billing-Date)
                   MOVE ZERO TO WS-TXT-Score
                   IF WS-TXT-Region (WS-TXT-Idx) NOT = SPACES
                       IF WS-TXT-Region (WS-TXT-Idx) =
                          billingRegion of WS-Customer-File
                           ADD 1 TO WS-TXT-Score
                       ELSE
                           MOVE 999 TO WS-TXT-Score
                       END-IF
                   END-IF
                   IF WS-TXT-Prefix-Length (WS-TXT-Idx) > 0
                      AND WS-TXT-Score NOT = 999
                       IF billingPostalCode of WS-Customer-File
                          (1:WS-TXT-Prefix-Length (WS-TXT-Idx)) =
                          WS-TXT-Postal-Prefix (WS-TXT-Idx)
                          (1:WS-TXT-Prefix-Length (WS-TXT-Idx))
                           COMPUTE WS-TXT-Score = WS-TXT-Score
                                 + WS-TXT-Prefix-Length (WS-TXT-Idx)
                                   * 10
                       ELSE
                           MOVE 999 TO WS-TXT-Score
                       END-IF
                   END-IF
                   IF WS-TXT-Score NOT = 999
                      AND (WS-TXT-Not-Found
                        OR WS-TXT-Score > WS-TXT-Best-Score)
                       SET WS-TXT-Found TO TRUE
                       MOVE WS-TXT-Score TO WS-TXT-Best-Score
                       SET WS-TXT-Best-Idx TO WS-TXT-Idx
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TXT-Found
               SET WS-TXT-Idx TO WS-TXT-Best-Idx
           END-IF.

      *-----------------------------------------------------------------
      * Apply Promotion
      *
      * Takes the account's promotional discount off the base amount
      * (the usage adjustment is never discounted) while the
      * promotion is running : from the enrolment month for
      * Promo-Months billing months, or up to Promo-Valid-To for an
      * open-ended one, and only while WS-Promo-Program is eligible.
      * Bill-Promo-Code is shown only on a bill that was discounted.
      *-----------------------------------------------------------------

       3300-Apply-Promotion.

           MOVE SPACES TO Bill-Promo-Code
           MOVE ZERO TO Bill-Discount-Amount
           SET WS-Promo-Not-Applies TO TRUE

           IF promoCode of WS-Customer-File NOT = SPACES
               SET WS-PMT-Not-Found TO TRUE
               IF WS-PMT-Count > 0
                  SET WS-PMT-Idx TO 1
                  SEARCH WS-PMT-Entry VARYING WS-PMT-Idx
                     AT END CONTINUE
                     WHEN WS-PMT-Code (WS-PMT-Idx) =
                          promoCode of WS-Customer-File
                          SET WS-PMT-Found TO TRUE
                  END-SEARCH
               END-IF
               IF WS-PMT-Found
                   PERFORM 3310-Check-Promotion-Running
               ELSE
                   DISPLAY 'Promotion code not on PROMOMST : '
                           promoCode of WS-Customer-File
                           ' - billed without discount : '
                           accountNumber of WS-Customer-File
                   ADD 1 TO WS-Count-Promo-Unknown
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           IF WS-Promo-Applies
              AND Bill-Base-Amount > 0
               EVALUATE TRUE
               WHEN WS-PMT-Percent (WS-PMT-Idx)
                    COMPUTE WS-Promo-Discount ROUNDED =
                            Bill-Base-Amount
                            * WS-PMT-Value (WS-PMT-Idx) / 100
               WHEN WS-PMT-Fixed (WS-PMT-Idx)
                    MOVE WS-PMT-Value (WS-PMT-Idx)
                         TO WS-Promo-Discount
               WHEN OTHER
                    MOVE Bill-Base-Amount TO WS-Promo-Discount
               END-EVALUATE
               IF WS-Promo-Discount > Bill-Base-Amount
                   MOVE Bill-Base-Amount TO WS-Promo-Discount
               END-IF
               IF WS-Promo-Discount > 0
                   PERFORM 3320-Spread-Discount
                   SUBTRACT WS-Promo-Discount FROM Bill-Base-Amount
                   MOVE promoCode of WS-Customer-File
                        TO Bill-Promo-Code
                   MOVE WS-Promo-Discount TO Bill-Discount-Amount
                   ADD 1 TO WS-Count-Discounted
                   ADD WS-Promo-Discount TO WS-Total-Discount-Amount
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Check Promotion Running
      *
      * Sets WS-Promo-Applies for the promotion at WS-PMT-Idx. An
      * enrolment dated after the billing month has not started yet.
      *-----------------------------------------------------------------

       3310-Check-Promotion-Running.

           IF WS-PMT-Eligible-List (WS-PMT-Idx) = SPACES
               SET WS-Promo-Applies TO TRUE
           ELSE
               PERFORM VARYING WS-Promo-Elig-Idx FROM 1 BY 1
                  UNTIL WS-Promo-Elig-Idx > 3
                  IF WS-PMT-Eligible-Program
                     (WS-PMT-Idx, WS-Promo-Elig-Idx) = WS-Promo-Program
                      SET WS-Promo-Applies TO TRUE
                  END-IF
               END-PERFORM
           END-IF

           IF promoEnrolYYYY NUMERIC
              AND promoEnrolMM NUMERIC
               COMPUTE WS-Promo-Enrol-Month-No =
                       promoEnrolYYYY * 12 + promoEnrolMM
           ELSE
               MOVE ZERO TO WS-Promo-Enrol-Month-No
               SET WS-Promo-Not-Applies TO TRUE
           END-IF
           COMPUTE WS-Promo-Bill-Month-No =
                   WS-Current-YYYY * 12 + WS-Current-MM

           IF WS-Promo-Applies
               EVALUATE TRUE
               WHEN WS-Promo-Enrol-Month-No > WS-Promo-Bill-Month-No
                    SET WS-Promo-Not-Applies TO TRUE
               WHEN WS-PMT-Months (WS-PMT-Idx) = 0
                    IF WS-PMT-Valid-To (WS-PMT-Idx) NOT = SPACES
                       AND WS-PMT-Valid-To (WS-PMT-Idx)
                           < WS-Billing-Date
                        SET WS-Promo-Not-Applies TO TRUE
                        ADD 1 TO WS-Count-Promo-Expired
                    END-IF
               WHEN WS-Promo-Bill-Month-No - WS-Promo-Enrol-Month-No
                    >= WS-PMT-Months (WS-PMT-Idx)
                    SET WS-Promo-Not-Applies TO TRUE
                    ADD 1 TO WS-Count-Promo-Expired
               WHEN OTHER
                    CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Spread Discount
      *
      * Takes the discount off the carried segments in proportion to
      * their amounts, so the segments still add up to the discounted
      * base amount for the revenue journal. When the segments carry
      * the whole base amount, the last priced segment takes the
      * rounding remainder.
      *-----------------------------------------------------------------

       3320-Spread-Discount.

           MOVE ZERO TO WS-Promo-Seg-Total
           MOVE ZERO TO WS-Promo-Spread
           MOVE ZERO TO WS-Promo-Last-Seg
           PERFORM VARYING WS-Seg-Idx FROM 1 BY 1
                   UNTIL WS-Seg-Idx > 3
               IF Bill-Seg-Program (WS-Seg-Idx) NOT = SPACES
                  AND Bill-Seg-Amount (WS-Seg-Idx) > 0
                   ADD Bill-Seg-Amount (WS-Seg-Idx)
                       TO WS-Promo-Seg-Total
                   MOVE WS-Seg-Idx TO WS-Promo-Last-Seg
               END-IF
           END-PERFORM

           IF WS-Promo-Seg-Total NOT = Bill-Base-Amount
               MOVE ZERO TO WS-Promo-Last-Seg
           END-IF

           PERFORM VARYING WS-Seg-Idx FROM 1 BY 1
                   UNTIL WS-Seg-Idx > 3
               IF Bill-Seg-Program (WS-Seg-Idx) NOT = SPACES
                  AND Bill-Seg-Amount (WS-Seg-Idx) > 0
                   IF WS-Seg-Idx = WS-Promo-Last-Seg
                       COMPUTE WS-Promo-Seg-Share =
                               WS-Promo-Discount - WS-Promo-Spread
                   ELSE
                       COMPUTE WS-Promo-Seg-Share ROUNDED =
                               WS-Promo-Discount
                               * Bill-Seg-Amount (WS-Seg-Idx)
                               / Bill-Base-Amount
                   END-IF
                   IF WS-Promo-Seg-Share > Bill-Seg-Amount (WS-Seg-Idx)
                       MOVE Bill-Seg-Amount (WS-Seg-Idx)
                            TO WS-Promo-Seg-Share
                   END-IF
                   SUBTRACT WS-Promo-Seg-Share
                       FROM Bill-Seg-Amount (WS-Seg-Idx)
                   ADD WS-Promo-Seg-Share TO WS-Promo-Spread
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Orphan Stat Record
      *-----------------------------------------------------------------
                  WS-Current-DD DELIMITED BY SIZE
                  INTO WS-Billing-Date
           PERFORM 9510-Load-Rate-Plan-Table
           PERFORM 9530-Load-Plan-Changes
           PERFORM 9550-Load-Tax-Rate-Table
           PERFORM 9570-Load-Promotion-Table.

      *-----------------------------------------------------------------
      * Read Control Card
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Load Tax Rate Table
      *
      * Loaded like RATEPLAN. Without a TAXRATE file every bill goes
      * out untaxed under 'UNMATCHED', and the step ends RC=4 so the
      * gap cannot pass unnoticed. A row whose rate does not verify
      * is skipped with a warning.
      *-----------------------------------------------------------------

       9550-Load-Tax-Rate-Table.

           OPEN INPUT TAX-RATE-FILE
           IF STATUS-TAX-RATE-FILE = '35'
               DISPLAY 'TAXRATE not found - bills carry no tax'
               MOVE 'Y' TO End-Of-File-T
               PERFORM 9990-Set-Warning-Code
           ELSE
               IF STATUS-TAX-RATE-FILE NOT = '00'
                   DISPLAY 'Error while opening TAXRATE - FS : '
                              STATUS-TAX-RATE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM 9560-Read-Tax-Rate-Record
           PERFORM UNTIL End-Of-File-T = 'Y'
               IF Tax-Country NOT = SPACES
                   IF Tax-Rate NUMERIC
                      AND Tax-Jurisdiction NOT = SPACES
                       IF WS-TXT-Count < 2000
                           ADD 1 TO WS-TXT-Count
                           MOVE Tax-Country
                                TO WS-TXT-Country (WS-TXT-Count)
                           MOVE Tax-Region
                                TO WS-TXT-Region (WS-TXT-Count)
                           MOVE Tax-Postal-Prefix
                                TO WS-TXT-Postal-Prefix (WS-TXT-Count)
                           MOVE ZERO TO WS-TXT-Prefix-Work
                           INSPECT Tax-Postal-Prefix
                               TALLYING WS-TXT-Prefix-Work
                               FOR CHARACTERS BEFORE INITIAL SPACE
                           MOVE WS-TXT-Prefix-Work
                                TO WS-TXT-Prefix-Length (WS-TXT-Count)
                           MOVE Tax-Jurisdiction
                                TO WS-TXT-Jurisdiction (WS-TXT-Count)
                           MOVE Tax-Eff-From
                                TO WS-TXT-Eff-From (WS-TXT-Count)
                           MOVE Tax-Eff-To
                                TO WS-TXT-Eff-To (WS-TXT-Count)
                           MOVE Tax-Rate
                                TO WS-TXT-Rate (WS-TXT-Count)
                       ELSE
                           DISPLAY 'Tax-Rate table full - skipping : '
                                   Tax-Jurisdiction
                           PERFORM 9990-Set-Warning-Code
                       END-IF
                   ELSE
                       DISPLAY 'Invalid tax rate row skipped : '
                               Tax-Country ' ' Tax-Jurisdiction ' '
                               Tax-Eff-From
                       PERFORM 9990-Set-Warning-Code
                   END-IF
               END-IF
               PERFORM 9560-Read-Tax-Rate-Record
           END-PERFORM

           IF STATUS-TAX-RATE-FILE NOT = '35'
               CLOSE TAX-RATE-FILE
               IF STATUS-TAX-RATE-FILE NOT = '00'
                   DISPLAY 'Error while closing TAXRATE - FS : '
                              STATUS-TAX-RATE-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           DISPLAY 'Tax-Rate rows loaded : ' WS-TXT-Count.

      *-----------------------------------------------------------------
      * Read Tax Rate Record
      *-----------------------------------------------------------------

       9560-Read-Tax-Rate-Record.

           IF End-Of-File-T = 'N'
               READ TAX-RATE-FILE INTO WS-Tax-Rate-File
                   AT END MOVE 'Y' TO End-Of-File-T
                   MOVE HIGH-VALUES TO TAX-RATE-RECORD
               END-READ
               IF STATUS-TAX-RATE-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading Tax-Rate-File - FS : '
                              STATUS-TAX-RATE-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Load Promotion Table
      *
      * No PROMOMST means no promotion has been set up yet - every
      * account is billed without discount.
      *-----------------------------------------------------------------

       9570-Load-Promotion-Table.

           OPEN INPUT PROMOTION-FILE
           IF STATUS-PROMOTION-FILE = '35'
               DISPLAY 'PROMOMST not found - no discounts given'
               MOVE 'Y' TO End-Of-File-P
           ELSE
               IF STATUS-PROMOTION-FILE NOT = '00'
                   DISPLAY 'Error while opening PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF

           PERFORM 9580-Read-Promotion-Record
           PERFORM UNTIL End-Of-File-P = 'Y'
               IF Promo-Code NOT = SPACES
                   IF Promo-Value NUMERIC
                      AND Promo-Months NUMERIC
                      AND (Promo-Percent OR Promo-Fixed
                           OR Promo-Free-Months)
                       IF WS-PMT-Count < 1000
                           ADD 1 TO WS-PMT-Count
                           MOVE Promo-Code
                                TO WS-PMT-Code (WS-PMT-Count)
                           MOVE Promo-Type
                                TO WS-PMT-Type (WS-PMT-Count)
                           MOVE Promo-Value
                                TO WS-PMT-Value (WS-PMT-Count)
                           MOVE Promo-Months
                                TO WS-PMT-Months (WS-PMT-Count)
                           MOVE Promo-Valid-To
                                TO WS-PMT-Valid-To (WS-PMT-Count)
                           MOVE Promo-Eligible-List
                                TO WS-PMT-Eligible-List (WS-PMT-Count)
                       ELSE
                           DISPLAY 'Promotion table full - skipping : '
                                   Promo-Code
                           PERFORM 9990-Set-Warning-Code
                       END-IF
                   ELSE
                       DISPLAY 'Invalid promotion row skipped : '
                               Promo-Code
                       PERFORM 9990-Set-Warning-Code
                   END-IF
               END-IF
               PERFORM 9580-Read-Promotion-Record
           END-PERFORM

           IF STATUS-PROMOTION-FILE NOT = '35'
               CLOSE PROMOTION-FILE
               IF STATUS-PROMOTION-FILE NOT = '00'
                   DISPLAY 'Error while closing PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF

           DISPLAY 'Promotions loaded : ' WS-PMT-Count.

      *-----------------------------------------------------------------
      * Read Promotion Record
      *-----------------------------------------------------------------

       9580-Read-Promotion-Record.

           IF End-Of-File-P = 'N'
               READ PROMOTION-FILE INTO WS-Promotion-File
                   AT END MOVE 'Y' TO End-Of-File-P
               END-READ
               IF STATUS-PROMOTION-FILE NOT = '00' AND '10'
                   DISPLAY 'Error while reading PROMOMST - FS : '
                              STATUS-PROMOTION-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Date and Time Retrieval
      *-----------------------------------------------------------------
           DISPLAY 'Trials Still Open : ' WS-Trial-Open
           DISPLAY 'Orphan Customer Stat Records : '
                   WS-Count-Orphan-Stat
           DISPLAY 'Bills Taxed : ' WS-Count-Taxed
           DISPLAY 'Bills Untaxed - No Billing Address : '
                   WS-Count-Tax-No-Address
           DISPLAY 'Bills Untaxed - No Tax Rate In Force : '
                   WS-Count-Tax-No-Rate
           DISPLAY 'Total Tax Charged : ' WS-Total-Tax-Amount
           DISPLAY 'Bills Discounted - Promotion : '
                   WS-Count-Discounted
           DISPLAY 'Promotions Ended - No Discount : '
                   WS-Count-Promo-Expired
           DISPLAY 'Promotion Codes Not On PROMOMST : '
                   WS-Count-Promo-Unknown
           DISPLAY 'Total Discount Given : ' WS-Total-Discount-Amount

      * End of Program
              STOP RUN.
