       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing online processing
      * in the AIFlix application.
      * It is the customer service transaction AIFC : it displays a
      * customer master record from the CUSTIXF index, browses the
      * account's recent viewing from the VIEWHIXF index, and takes
      * ADD/CHANGE/DELETE requests. A request is checked with the same
      * image, billing-address and existence rules CWBPAIF6 applies,
      * so a reject is explained on the screen at once; an accepted
      * request is queued as a CUSTTRAN record on the CSTQ transient
      * data queue, stamped with the operator's user id, and applied
      * (or suspended until its effective date) by the night's
      * CWBPAIF6 run, which carries the user id into CUSTAUDT.
      *
      * Pseudo-conversational : every screen ends with a RETURN
      * TRANSID carrying the commarea below. Mapset CWOMAIF.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Online-Process

       PROGRAM-ID. CWOPAIF0.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * Working-Storage Section

       WORKING-STORAGE SECTION.

      * Customer master record as held on CUSTIXF - the indexed copy of
      * the customer master CWBPAIF6 reloads every night, keyed by
      * accountNumber. Same 500-byte layout as CUSTFILE.
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

      * Customer image as keyed on the screen - the same layout, so the
      * fields the operator cannot maintain keep their master values
       01 WS-Screen-Customer.
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
       01 WS-Screen-Action            PIC X(1).
       01 WS-Screen-Effective-Date    PIC X(10).

      * Customer-Tran-File - the CUSTTRAN record CWBPAIF6 reads : an
      * action code, the operator who keyed the request, a full image
      * of the 500-byte customer master record and the effective date
       01 WS-Tran-File.
        05 Tran-Action                PIC X(1).
         88 Tran-Action-Add               VALUE 'A'.
         88 Tran-Action-Change            VALUE 'C'.
         88 Tran-Action-Delete            VALUE 'D'.
        05 Tran-Operator-Id           PIC X(8).
        05 FILLER                     PIC X(1).
        05 Tran-Customer-Image.
         10 accountNumber             PIC X(10).
         10 firstName                 PIC X(15).
         10 lastName                  PIC X(15).
         10 gender                    PIC X(10).
         10 birthDate                 PIC X(10).
         10 subscriptionDate          PIC X(10).
         10 emailAddress              PIC X(40).
         10 subscriptionProgram       PIC X(10).
         10 marketingOptOut           PIC X(1).
         10 billingCountry            PIC X(2).
         10 billingRegion             PIC X(10).
         10 billingPostalCode         PIC X(10).
         10 promoCode                 PIC X(10).
         10 promoEnrolDate            PIC X(10).
         10 FILLER                    PIC X(327).
         10 subscriberStatus          PIC X(10).
        05 Tran-Effective-Date.
         10 Tran-Eff-YYYY             PIC X(4).
         10 Tran-Eff-Sep-1            PIC X(1).
         10 Tran-Eff-MM               PIC X(2).
         10 Tran-Eff-Sep-2            PIC X(1).
         10 Tran-Eff-DD               PIC X(2).
       01 WS-Tran-Length              PIC S9(4) COMP VALUE 520.

      * Viewing History Index Record - VIEWHIXF as loaded by CWBPAIF4
       01 WS-Viewhist-Ix-Record.
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

      * Browse key - the account followed by high values positions the
      * browse after the account's newest row, and READPREV walks back
       01 WS-Hist-Key.
        05 WS-Hist-Key-Account         PIC X(10).
        05 WS-Hist-Key-Rest            PIC X(17).
       01 WS-Hist-Row                  PIC 9(2) VALUE ZERO.
       01 WS-Browse-Switch             PIC X VALUE 'N'.
        88 WS-Browse-Done                  VALUE 'Y'.
        88 WS-Browse-Not-Done              VALUE 'N'.

      * Viewing History Line - one row of HISTMAP
       01 WS-Hist-Line.
        05 Hist-Watched                PIC X(10).
        05 FILLER                      PIC X(1).
        05 Hist-Title                  PIC X(36).
        05 FILLER                      PIC X(1).
        05 Hist-Percent                PIC X(5).
        05 FILLER                      PIC X(1).
        05 Hist-Media                  PIC X(5).
        05 FILLER                      PIC X(1).
        05 Hist-Profile                PIC X(10).
        05 FILLER                      PIC X(9).

      * Commarea - carried between the screens of one conversation.
      * CA-Inquired-Account is the account last displayed by an
      * inquiry : a change or delete is only taken against the record
      * the operator has just seen.
       01 WS-Commarea.
        05 CA-Screen                   PIC X(1).
         88 CA-Customer-Screen             VALUE 'C'.
         88 CA-History-Screen              VALUE 'H'.
        05 CA-Account                  PIC X(10).
        05 CA-Inquired-Account         PIC X(10).
        05 CA-Hist-Page                PIC 9(3).
        05 CA-Hist-More-Switch         PIC X(1).
         88 CA-Hist-More                   VALUE 'Y'.
         88 CA-Hist-No-More                VALUE 'N'.
        05 CA-Hist-Next-Key            PIC X(27).
       01 WS-Commarea-Length           PIC S9(4) COMP VALUE 52.

      * Attention identifiers - the EIBAID values of the keys used
       01 WS-Aid-Keys.
        05 AID-Enter                   PIC X VALUE "'".
        05 AID-Clear                   PIC X VALUE '_'.
        05 AID-PF3                     PIC X VALUE '3'.
        05 AID-PF7                     PIC X VALUE '7'.
        05 AID-PF8                     PIC X VALUE '8'.

      * CICS Response
       01 WS-Resp                      PIC S9(8) COMP.
       01 WS-Resp-Display              PIC 9(4).
       01 WS-Failed-Resource           PIC X(8).

      * Operator and date
       01 WS-Operator-Id               PIC X(8).
       01 WS-Abs-Time                  PIC S9(15) COMP-3.
       01 WS-Today                     PIC X(10).

      * Customer master lookup
       01 WS-Cust-Key                  PIC X(10).
       01 WS-Master-Switch             PIC X VALUE 'N'.
        88 WS-Master-Found                 VALUE 'Y'.
        88 WS-Master-Not-Found             VALUE 'N'.

      * Image Validation
       01 WS-Image-Valid-Switch        PIC X VALUE 'Y'.
        88 WS-Image-Valid                   VALUE 'Y'.
        88 WS-Image-Invalid                 VALUE 'N'.
       01 WS-Address-Valid-Switch      PIC X VALUE 'Y'.
        88 WS-Address-Valid                 VALUE 'Y'.
        88 WS-Address-Invalid               VALUE 'N'.
       01 WS-Effdate-Valid-Switch      PIC X VALUE 'Y'.
        88 WS-Effdate-Valid                 VALUE 'Y'.
        88 WS-Effdate-Invalid               VALUE 'N'.

      * Screen message and the field the cursor is put on
       01 WS-Message                   PIC X(79).
       01 WS-Field-Error               PIC X(40).
       01 WS-Cursor-Field              PIC X(8).
       01 WS-Action-Name               PIC X(6).
       01 WS-End-Text                  PIC X(40)
              VALUE 'AIFC customer service session ended'.

      * Symbolic maps for mapset CWOMAIF
       01 CUSTMAPI.
        05 FILLER                 PIC X(12).
        05 CDATEL                 PIC S9(4) COMP.
        05 CDATEF                 PIC X.
        05 FILLER REDEFINES CDATEF.
         10 CDATEA                PIC X.
        05 CDATEI                 PIC X(10).
        05 ACTIONL                PIC S9(4) COMP.
        05 ACTIONF                PIC X.
        05 FILLER REDEFINES ACTIONF.
         10 ACTIONA               PIC X.
        05 ACTIONI                PIC X.
        05 ACCTNOL                PIC S9(4) COMP.
        05 ACCTNOF                PIC X.
        05 FILLER REDEFINES ACCTNOF.
         10 ACCTNOA               PIC X.
        05 ACCTNOI                PIC X(10).
        05 FNAMEL                 PIC S9(4) COMP.
        05 FNAMEF                 PIC X.
        05 FILLER REDEFINES FNAMEF.
         10 FNAMEA                PIC X.
        05 FNAMEI                 PIC X(15).
        05 LNAMEL                 PIC S9(4) COMP.
        05 LNAMEF                 PIC X.
        05 FILLER REDEFINES LNAMEF.
         10 LNAMEA                PIC X.
        05 LNAMEI                 PIC X(15).
        05 GENDERL                PIC S9(4) COMP.
        05 GENDERF                PIC X.
        05 FILLER REDEFINES GENDERF.
         10 GENDERA               PIC X.
        05 GENDERI                PIC X(10).
        05 BIRTHDTL               PIC S9(4) COMP.
        05 BIRTHDTF               PIC X.
        05 FILLER REDEFINES BIRTHDTF.
         10 BIRTHDTA              PIC X.
        05 BIRTHDTI               PIC X(10).
        05 SUBDTL                 PIC S9(4) COMP.
        05 SUBDTF                 PIC X.
        05 FILLER REDEFINES SUBDTF.
         10 SUBDTA                PIC X.
        05 SUBDTI                 PIC X(10).
        05 EMAILL                 PIC S9(4) COMP.
        05 EMAILF                 PIC X.
        05 FILLER REDEFINES EMAILF.
         10 EMAILA                PIC X.
        05 EMAILI                 PIC X(40).
        05 SUBPGML                PIC S9(4) COMP.
        05 SUBPGMF                PIC X.
        05 FILLER REDEFINES SUBPGMF.
         10 SUBPGMA               PIC X.
        05 SUBPGMI                PIC X(10).
        05 OPTOUTL                PIC S9(4) COMP.
        05 OPTOUTF                PIC X.
        05 FILLER REDEFINES OPTOUTF.
         10 OPTOUTA               PIC X.
        05 OPTOUTI                PIC X.
        05 CNTRYL                 PIC S9(4) COMP.
        05 CNTRYF                 PIC X.
        05 FILLER REDEFINES CNTRYF.
         10 CNTRYA                PIC X.
        05 CNTRYI                 PIC X(2).
        05 REGIONL                PIC S9(4) COMP.
        05 REGIONF                PIC X.
        05 FILLER REDEFINES REGIONF.
         10 REGIONA               PIC X.
        05 REGIONI                PIC X(10).
        05 POSTCDL                PIC S9(4) COMP.
        05 POSTCDF                PIC X.
        05 FILLER REDEFINES POSTCDF.
         10 POSTCDA               PIC X.
        05 POSTCDI                PIC X(10).
        05 SUBSTATL               PIC S9(4) COMP.
        05 SUBSTATF               PIC X.
        05 FILLER REDEFINES SUBSTATF.
         10 SUBSTATA              PIC X.
        05 SUBSTATI               PIC X(10).
        05 PROMOL                 PIC S9(4) COMP.
        05 PROMOF                 PIC X.
        05 FILLER REDEFINES PROMOF.
         10 PROMOA                PIC X.
        05 PROMOI                 PIC X(10).
        05 PROMODTL               PIC S9(4) COMP.
        05 PROMODTF               PIC X.
        05 FILLER REDEFINES PROMODTF.
         10 PROMODTA              PIC X.
        05 PROMODTI               PIC X(10).
        05 EFFDTL                 PIC S9(4) COMP.
        05 EFFDTF                 PIC X.
        05 FILLER REDEFINES EFFDTF.
         10 EFFDTA                PIC X.
        05 EFFDTI                 PIC X(10).
        05 MSGL                   PIC S9(4) COMP.
        05 MSGF                   PIC X.
        05 FILLER REDEFINES MSGF.
         10 MSGA                  PIC X.
        05 MSGI                   PIC X(79).
       01 CUSTMAPO REDEFINES CUSTMAPI.
        05 FILLER                 PIC X(12).
        05 FILLER                 PIC X(3).
        05 CDATEO                 PIC X(10).
        05 FILLER                 PIC X(3).
        05 ACTIONO                PIC X.
        05 FILLER                 PIC X(3).
        05 ACCTNOO                PIC X(10).
        05 FILLER                 PIC X(3).
        05 FNAMEO                 PIC X(15).
        05 FILLER                 PIC X(3).
        05 LNAMEO                 PIC X(15).
        05 FILLER                 PIC X(3).
        05 GENDERO                PIC X(10).
        05 FILLER                 PIC X(3).
        05 BIRTHDTO               PIC X(10).
        05 FILLER                 PIC X(3).
        05 SUBDTO                 PIC X(10).
        05 FILLER                 PIC X(3).
        05 EMAILO                 PIC X(40).
        05 FILLER                 PIC X(3).
        05 SUBPGMO                PIC X(10).
        05 FILLER                 PIC X(3).
        05 OPTOUTO                PIC X.
        05 FILLER                 PIC X(3).
        05 CNTRYO                 PIC X(2).
        05 FILLER                 PIC X(3).
        05 REGIONO                PIC X(10).
        05 FILLER                 PIC X(3).
        05 POSTCDO                PIC X(10).
        05 FILLER                 PIC X(3).
        05 SUBSTATO               PIC X(10).
        05 FILLER                 PIC X(3).
        05 PROMOO                 PIC X(10).
        05 FILLER                 PIC X(3).
        05 PROMODTO               PIC X(10).
        05 FILLER                 PIC X(3).
        05 EFFDTO                 PIC X(10).
        05 FILLER                 PIC X(3).
        05 MSGO                   PIC X(79).

       01 HISTMAPI.
        05 FILLER                 PIC X(12).
        05 HDATEL                 PIC S9(4) COMP.
        05 HDATEF                 PIC X.
        05 FILLER REDEFINES HDATEF.
         10 HDATEA                PIC X.
        05 HDATEI                 PIC X(10).
        05 HACCTL                 PIC S9(4) COMP.
        05 HACCTF                 PIC X.
        05 FILLER REDEFINES HACCTF.
         10 HACCTA                PIC X.
        05 HACCTI                 PIC X(10).
        05 HPAGEL                 PIC S9(4) COMP.
        05 HPAGEF                 PIC X.
        05 FILLER REDEFINES HPAGEF.
         10 HPAGEA                PIC X.
        05 HPAGEI                 PIC X(3).
        05 HLINED OCCURS 14 TIMES.
         10 HLINEL                 PIC S9(4) COMP.
         10 HLINEF                 PIC X.
         10 FILLER REDEFINES HLINEF.
          15 HLINEA                PIC X.
         10 HLINEI                 PIC X(79).
        05 HMSGL                  PIC S9(4) COMP.
        05 HMSGF                  PIC X.
        05 FILLER REDEFINES HMSGF.
         10 HMSGA                 PIC X.
        05 HMSGI                  PIC X(79).
       01 HISTMAPO REDEFINES HISTMAPI.
        05 FILLER                 PIC X(12).
        05 FILLER                 PIC X(3).
        05 HDATEO                 PIC X(10).
        05 FILLER                 PIC X(3).
        05 HACCTO                 PIC X(10).
        05 FILLER                 PIC X(3).
        05 HPAGEO                 PIC X(3).
        05 HLINEOD OCCURS 14 TIMES.
         10 FILLER                 PIC X(3).
         10 HLINEO                 PIC X(79).
        05 FILLER                 PIC X(3).
        05 HMSGO                  PIC X(79).
       LINKAGE SECTION.
       01 DFHCOMMAREA                  PIC X(52).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization

           IF EIBCALEN = 0
               PERFORM 2000-First-Entry
           ELSE
               MOVE DFHCOMMAREA TO WS-Commarea
               IF CA-History-Screen
                   PERFORM 2500-History-Screen
               ELSE
                   PERFORM 2100-Customer-Screen
               END-IF
           END-IF

           PERFORM 9999-Return-Transid.

      *-----------------------------------------------------------------
      * First Entry
      *
      * A new conversation (or CLEAR) starts on an empty customer
      * screen.
      *-----------------------------------------------------------------

       2000-First-Entry.

           MOVE SPACES TO WS-Commarea
           MOVE ZERO TO CA-Hist-Page
           SET CA-Customer-Screen TO TRUE
           SET CA-Hist-No-More TO TRUE
           MOVE SPACES TO WS-Screen-Customer
           MOVE SPACES TO WS-Screen-Action
           MOVE SPACES TO WS-Screen-Effective-Date
           MOVE 'ENTER AN ACTION AND AN ACCOUNT NUMBER' TO WS-Message
           MOVE 'ACTION' TO WS-Cursor-Field
           PERFORM 8100-Send-Customer-Map.

      *-----------------------------------------------------------------
      * Customer Screen
      *-----------------------------------------------------------------

       2100-Customer-Screen.

           EVALUATE EIBAID
           WHEN AID-PF3
                PERFORM 2900-End-Session
           WHEN AID-Clear
                PERFORM 2000-First-Entry
           WHEN AID-Enter
                PERFORM 8200-Receive-Customer-Map
                PERFORM 2200-Process-Action
           WHEN OTHER
                MOVE 'INVALID KEY PRESSED' TO WS-Message
                PERFORM 8110-Send-Customer-Message
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Process Action
      *-----------------------------------------------------------------

       2200-Process-Action.

           MOVE SPACES TO WS-Message
           MOVE SPACES TO WS-Cursor-Field
           MOVE accountNumber of WS-Screen-Customer TO CA-Account

           EVALUATE TRUE
           WHEN accountNumber of WS-Screen-Customer = SPACES
                MOVE 'ACCOUNT NUMBER IS REQUIRED' TO WS-Message
                MOVE 'ACCTNO' TO WS-Cursor-Field
                PERFORM 8100-Send-Customer-Map
           WHEN WS-Screen-Action = 'I'
                PERFORM 3000-Inquire-Customer
           WHEN WS-Screen-Action = 'A'
                PERFORM 3100-Add-Request
           WHEN WS-Screen-Action = 'C'
                PERFORM 3200-Change-Request
           WHEN WS-Screen-Action = 'D'
                PERFORM 3300-Delete-Request
           WHEN WS-Screen-Action = 'H'
                PERFORM 3400-Start-History
           WHEN OTHER
                MOVE 'INVALID ACTION CODE' TO WS-Message
                MOVE 'ACTION' TO WS-Cursor-Field
                PERFORM 8100-Send-Customer-Map
           END-EVALUATE.

      *-----------------------------------------------------------------
      * History Screen
      *-----------------------------------------------------------------

       2500-History-Screen.

           EVALUATE EIBAID
           WHEN AID-PF3
      * Back to the customer screen, showing the same account
                MOVE SPACES TO WS-Screen-Customer
                MOVE CA-Account TO accountNumber of WS-Screen-Customer
                MOVE 'I' TO WS-Screen-Action
                MOVE SPACES TO WS-Screen-Effective-Date
                SET CA-Customer-Screen TO TRUE
                PERFORM 3000-Inquire-Customer
           WHEN AID-Clear
                PERFORM 2000-First-Entry
           WHEN AID-Enter
           WHEN AID-PF7
                PERFORM 3410-First-History-Page
           WHEN AID-PF8
                IF CA-Hist-More
                    PERFORM 4000-Browse-History-Page
                ELSE
                    MOVE 'NO MORE VIEWING FOR THIS ACCOUNT'
                         TO WS-Message
                    PERFORM 8310-Send-History-Message
                END-IF
           WHEN OTHER
                MOVE 'INVALID KEY PRESSED' TO WS-Message
                PERFORM 8310-Send-History-Message
           END-EVALUATE.

      *-----------------------------------------------------------------
      * End Session
      *-----------------------------------------------------------------

       2900-End-Session.

           EXEC CICS SEND TEXT
                FROM(WS-End-Text)
                LENGTH(40)
                ERASE
                FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.

      *-----------------------------------------------------------------
      * Inquire Customer
      *-----------------------------------------------------------------

       3000-Inquire-Customer.

           MOVE accountNumber of WS-Screen-Customer TO WS-Cust-Key
           PERFORM 7000-Read-Customer-Master

           IF WS-Master-Found
               MOVE WS-Customer-File TO WS-Screen-Customer
               MOVE WS-Cust-Key TO CA-Inquired-Account
               MOVE SPACES TO WS-Screen-Effective-Date
               MOVE 'CUSTOMER DISPLAYED' TO WS-Message
               MOVE 'ACTION' TO WS-Cursor-Field
           ELSE
               MOVE SPACES TO CA-Inquired-Account
               MOVE SPACES TO WS-Screen-Customer
               MOVE WS-Cust-Key TO accountNumber of WS-Screen-Customer
               MOVE 'ACCOUNT NOT FOUND' TO WS-Message
               MOVE 'ACCTNO' TO WS-Cursor-Field
           END-IF

           PERFORM 8100-Send-Customer-Map.

      *-----------------------------------------------------------------
      * Add Request
      *
      * The image is the screen as keyed; promoCode / promoEnrolDate
      * only come from a promotion enrolment, so they go out blank.
      *-----------------------------------------------------------------

       3100-Add-Request.

           MOVE accountNumber of WS-Screen-Customer TO WS-Cust-Key
           PERFORM 7000-Read-Customer-Master

           IF WS-Master-Found
               MOVE 'ACCOUNT ALREADY EXISTS' TO WS-Message
               MOVE 'ACCTNO' TO WS-Cursor-Field
           ELSE
               MOVE SPACES TO WS-Tran-File
               SET Tran-Action-Add TO TRUE
               MOVE WS-Screen-Customer TO Tran-Customer-Image
               MOVE SPACES TO promoCode of WS-Tran-File
               MOVE SPACES TO promoEnrolDate of WS-Tran-File
               MOVE 'ADD' TO WS-Action-Name
               PERFORM 3500-Validate-And-Queue
           END-IF

           PERFORM 8100-Send-Customer-Map.

      *-----------------------------------------------------------------
      * Change Request
      *
      * The image starts from the master record and takes the
      * maintainable fields from the screen, so bytes the screen does
      * not show are carried exactly as CWBPAIF6 holds them.
      *-----------------------------------------------------------------

       3200-Change-Request.

           MOVE accountNumber of WS-Screen-Customer TO WS-Cust-Key
           PERFORM 7000-Read-Customer-Master

           EVALUATE TRUE
           WHEN WS-Master-Not-Found
                MOVE 'ACCOUNT NOT FOUND' TO WS-Message
                MOVE 'ACCTNO' TO WS-Cursor-Field
           WHEN CA-Inquired-Account NOT = WS-Cust-Key
                MOVE 'INQUIRE ON THE ACCOUNT BEFORE CHANGING IT'
                     TO WS-Message
                MOVE 'ACTION' TO WS-Cursor-Field
           WHEN OTHER
                MOVE SPACES TO WS-Tran-File
                SET Tran-Action-Change TO TRUE
                MOVE WS-Customer-File TO Tran-Customer-Image
                MOVE firstName of WS-Screen-Customer
                     TO firstName of WS-Tran-File
                MOVE lastName of WS-Screen-Customer
                     TO lastName of WS-Tran-File
                MOVE gender of WS-Screen-Customer
                     TO gender of WS-Tran-File
                MOVE birthDate of WS-Screen-Customer
                     TO birthDate of WS-Tran-File
                MOVE subscriptionDate of WS-Screen-Customer
                     TO subscriptionDate of WS-Tran-File
                MOVE emailAddress of WS-Screen-Customer
                     TO emailAddress of WS-Tran-File
                MOVE subscriptionProgram of WS-Screen-Customer
                     TO subscriptionProgram of WS-Tran-File
                MOVE marketingOptOut of WS-Screen-Customer
                     TO marketingOptOut of WS-Tran-File
                MOVE billingCountry of WS-Screen-Customer
                     TO billingCountry of WS-Tran-File
                MOVE billingRegion of WS-Screen-Customer
                     TO billingRegion of WS-Tran-File
                MOVE billingPostalCode of WS-Screen-Customer
                     TO billingPostalCode of WS-Tran-File
                MOVE subscriberStatus of WS-Screen-Customer
                     TO subscriberStatus of WS-Tran-File
                MOVE 'CHANGE' TO WS-Action-Name
                PERFORM 3500-Validate-And-Queue
           END-EVALUATE

           PERFORM 8100-Send-Customer-Map.

      *-----------------------------------------------------------------
      * Delete Request
      *-----------------------------------------------------------------

       3300-Delete-Request.

           MOVE accountNumber of WS-Screen-Customer TO WS-Cust-Key
           PERFORM 7000-Read-Customer-Master

           EVALUATE TRUE
           WHEN WS-Master-Not-Found
                MOVE 'ACCOUNT NOT FOUND' TO WS-Message
                MOVE 'ACCTNO' TO WS-Cursor-Field
           WHEN CA-Inquired-Account NOT = WS-Cust-Key
                MOVE 'INQUIRE ON THE ACCOUNT BEFORE DELETING IT'
                     TO WS-Message
                MOVE 'ACTION' TO WS-Cursor-Field
           WHEN OTHER
                MOVE SPACES TO WS-Tran-File
                SET Tran-Action-Delete TO TRUE
                MOVE WS-Customer-File TO Tran-Customer-Image
                MOVE 'DELETE' TO WS-Action-Name
                PERFORM 3500-Validate-And-Queue
           END-EVALUATE

           PERFORM 8100-Send-Customer-Map.

      *-----------------------------------------------------------------
      * Start History
      *-----------------------------------------------------------------

       3400-Start-History.

           SET CA-History-Screen TO TRUE
           PERFORM 3410-First-History-Page.

      *-----------------------------------------------------------------
      * First History Page
      *-----------------------------------------------------------------

       3410-First-History-Page.

           MOVE ZERO TO CA-Hist-Page
           MOVE CA-Account TO WS-Hist-Key-Account
           MOVE HIGH-VALUES TO WS-Hist-Key-Rest
           MOVE WS-Hist-Key TO CA-Hist-Next-Key
           PERFORM 4000-Browse-History-Page.

      *-----------------------------------------------------------------
      * Validate And Queue
      *
      * The checks CWBPAIF6 makes when it applies the transaction -
      * an add or change image must pass 9250 and 9255, a delete
      * carries the master image unchanged - plus the effective date,
      * which must be blank (tonight) or a real YYYY-MM-DD. A date
      * after today is queued all the same : CWBPAIF6 holds it in
      * suspense until its business date reaches it.
      *-----------------------------------------------------------------

       3500-Validate-And-Queue.

           SET WS-Image-Valid TO TRUE
           SET WS-Address-Valid TO TRUE
           MOVE SPACES TO WS-Field-Error
           IF NOT Tran-Action-Delete
               PERFORM 9250-Validate-Customer-Image
               PERFORM 9255-Validate-Billing-Address
           END-IF
           PERFORM 9260-Validate-Effective-Date

           EVALUATE TRUE
           WHEN WS-Image-Invalid
                STRING 'INVALID FIELD VALUES - ' DELIMITED BY SIZE
                       WS-Field-Error DELIMITED BY SIZE
                       INTO WS-Message
           WHEN WS-Address-Invalid
                STRING 'INVALID BILLING ADDRESS - ' DELIMITED BY SIZE
                       WS-Field-Error DELIMITED BY SIZE
                       INTO WS-Message
           WHEN WS-Effdate-Invalid
                MOVE 'INVALID EFFECTIVE DATE - USE YYYY-MM-DD OR BLANK'
                     TO WS-Message
                MOVE 'EFFDT' TO WS-Cursor-Field
           WHEN OTHER
                PERFORM 5000-Queue-Transaction
                MOVE SPACES TO WS-Screen-Action
                MOVE 'ACTION' TO WS-Cursor-Field
                IF Tran-Effective-Date = SPACES
                   OR Tran-Effective-Date NOT > WS-Today
                    STRING WS-Action-Name DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           WS-Cust-Key DELIMITED BY SPACE
                           ' QUEUED - APPLIES IN TONIGHT''S RUN'
                           DELIMITED BY SIZE
                           INTO WS-Message
                ELSE
                    STRING WS-Action-Name DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           WS-Cust-Key DELIMITED BY SPACE
                           ' QUEUED - HELD UNTIL ' DELIMITED BY SIZE
                           Tran-Effective-Date DELIMITED BY SIZE
                           INTO WS-Message
                END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Browse History Page
      *
      * Newest first : the browse starts at CA-Hist-Next-Key and reads
      * backwards. A row above the account (the browse can only land
      * on the next account's first row) is stepped over; a fifteenth
      * row of the account is not shown, its key starts the next page.
      *-----------------------------------------------------------------

       4000-Browse-History-Page.

           MOVE LOW-VALUES TO HISTMAPO
           MOVE CA-Hist-Next-Key TO WS-Hist-Key
           ADD 1 TO CA-Hist-Page
           MOVE ZERO TO WS-Hist-Row
           SET CA-Hist-No-More TO TRUE
           SET WS-Browse-Not-Done TO TRUE

           EXEC CICS STARTBR
                FILE('VIEWHIXF')
                RIDFLD(WS-Hist-Key)
                GTEQ
                RESP(WS-Resp)
           END-EXEC
      * Nothing above the account - browse back from the end of file
           IF WS-Resp = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-Hist-Key
               EXEC CICS STARTBR
                    FILE('VIEWHIXF')
                    RIDFLD(WS-Hist-Key)
                    GTEQ
                    RESP(WS-Resp)
               END-EXEC
           END-IF

           EVALUATE TRUE
           WHEN WS-Resp = DFHRESP(NORMAL)
                PERFORM 4100-Read-Previous-View
                  UNTIL WS-Browse-Done
                EXEC CICS ENDBR
                     FILE('VIEWHIXF')
                END-EXEC
           WHEN WS-Resp = DFHRESP(NOTFND)
                CONTINUE
           WHEN OTHER
                MOVE 'VIEWHIXF' TO WS-Failed-Resource
                PERFORM 9995-Fatal-Cics-Error
           END-EVALUATE

           EVALUATE TRUE
           WHEN WS-Hist-Row = ZERO
                MOVE 'NO VIEWING ON FILE FOR THIS ACCOUNT'
                     TO WS-Message
           WHEN CA-Hist-More
                MOVE 'PF8 FOR MORE VIEWING' TO WS-Message
           WHEN OTHER
                MOVE 'END OF VIEWING FOR THIS ACCOUNT' TO WS-Message
           END-EVALUATE

           PERFORM 8300-Send-History-Map.

      *-----------------------------------------------------------------
      * Read Previous View
      *-----------------------------------------------------------------

       4100-Read-Previous-View.

           EXEC CICS READPREV
                FILE('VIEWHIXF')
                INTO(WS-Viewhist-Ix-Record)
                RIDFLD(WS-Hist-Key)
                RESP(WS-Resp)
           END-EXEC

           EVALUATE TRUE
           WHEN WS-Resp = DFHRESP(ENDFILE)
                SET WS-Browse-Done TO TRUE
           WHEN WS-Resp NOT = DFHRESP(NORMAL)
                MOVE 'VIEWHIXF' TO WS-Failed-Resource
                PERFORM 9995-Fatal-Cics-Error
           WHEN VHX-Account-Number > CA-Account
                CONTINUE
           WHEN VHX-Account-Number < CA-Account
                SET WS-Browse-Done TO TRUE
           WHEN WS-Hist-Row = 14
                SET CA-Hist-More TO TRUE
                MOVE VHX-Key TO CA-Hist-Next-Key
                SET WS-Browse-Done TO TRUE
           WHEN OTHER
                ADD 1 TO WS-Hist-Row
                MOVE SPACES TO WS-Hist-Line
                MOVE VHX-Start-Time TO Hist-Watched
                MOVE VHX-Primary-Title TO Hist-Title
                MOVE VHX-Watch-Percent TO Hist-Percent
                MOVE VHX-Media-Type TO Hist-Media
                MOVE VHX-Profile-Id TO Hist-Profile
                MOVE WS-Hist-Line TO HLINEO (WS-Hist-Row)
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Queue Transaction
      *
      * CSTQ is an extrapartition queue; its data set is closed by
      * operations ahead of the night's run and sorted into CWBPAIF6
      * through the ONLTRAN input.
      *-----------------------------------------------------------------

       5000-Queue-Transaction.

           MOVE WS-Operator-Id TO Tran-Operator-Id
           MOVE WS-Screen-Effective-Date TO Tran-Effective-Date

           EXEC CICS WRITEQ TD
                QUEUE('CSTQ')
                FROM(WS-Tran-File)
                LENGTH(WS-Tran-Length)
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp NOT = DFHRESP(NORMAL)
               MOVE 'CSTQ' TO WS-Failed-Resource
               PERFORM 9995-Fatal-Cics-Error
           END-IF.

      *-----------------------------------------------------------------
      * Read Customer Master
      *-----------------------------------------------------------------

       7000-Read-Customer-Master.

           EXEC CICS READ
                FILE('CUSTIXF')
                INTO(WS-Customer-File)
                RIDFLD(WS-Cust-Key)
                RESP(WS-Resp)
           END-EXEC

           EVALUATE TRUE
           WHEN WS-Resp = DFHRESP(NORMAL)
                SET WS-Master-Found TO TRUE
           WHEN WS-Resp = DFHRESP(NOTFND)
                SET WS-Master-Not-Found TO TRUE
           WHEN OTHER
                MOVE 'CUSTIXF' TO WS-Failed-Resource
                PERFORM 9995-Fatal-Cics-Error
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Send Customer Map
      *-----------------------------------------------------------------

       8100-Send-Customer-Map.

           MOVE LOW-VALUES TO CUSTMAPO
           MOVE WS-Today TO CDATEO
           MOVE WS-Screen-Action TO ACTIONO
           MOVE accountNumber of WS-Screen-Customer TO ACCTNOO
           MOVE firstName of WS-Screen-Customer TO FNAMEO
           MOVE lastName of WS-Screen-Customer TO LNAMEO
           MOVE gender of WS-Screen-Customer TO GENDERO
           MOVE birthDate of WS-Screen-Customer TO BIRTHDTO
           MOVE subscriptionDate of WS-Screen-Customer TO SUBDTO
           MOVE emailAddress of WS-Screen-Customer TO EMAILO
           MOVE subscriptionProgram of WS-Screen-Customer TO SUBPGMO
           MOVE marketingOptOut of WS-Screen-Customer TO OPTOUTO
           MOVE billingCountry of WS-Screen-Customer TO CNTRYO
           MOVE billingRegion of WS-Screen-Customer TO REGIONO
           MOVE billingPostalCode of WS-Screen-Customer TO POSTCDO
           MOVE subscriberStatus of WS-Screen-Customer TO SUBSTATO
           MOVE promoCode of WS-Screen-Customer TO PROMOO
           MOVE promoEnrolDate of WS-Screen-Customer TO PROMODTO
           MOVE WS-Screen-Effective-Date TO EFFDTO
           MOVE WS-Message TO MSGO

           EVALUATE WS-Cursor-Field
           WHEN 'ACCTNO'
                MOVE -1 TO ACCTNOL
           WHEN 'FNAME'
                MOVE -1 TO FNAMEL
           WHEN 'BIRTHDT'
                MOVE -1 TO BIRTHDTL
           WHEN 'SUBDT'
                MOVE -1 TO SUBDTL
           WHEN 'EMAIL'
                MOVE -1 TO EMAILL
           WHEN 'CNTRY'
                MOVE -1 TO CNTRYL
           WHEN 'EFFDT'
                MOVE -1 TO EFFDTL
           WHEN OTHER
                MOVE -1 TO ACTIONL
           END-EVALUATE

           EXEC CICS SEND
                MAP('CUSTMAP')
                MAPSET('CWOMAIF')
                FROM(CUSTMAPO)
                ERASE
                CURSOR
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp NOT = DFHRESP(NORMAL)
               MOVE 'CUSTMAP' TO WS-Failed-Resource
               PERFORM 9995-Fatal-Cics-Error
           END-IF.

      *-----------------------------------------------------------------
      * Send Customer Message
      *
      * Only the message line is sent; what is on the screen stays.
      *-----------------------------------------------------------------

       8110-Send-Customer-Message.

           MOVE LOW-VALUES TO CUSTMAPO
           MOVE WS-Message TO MSGO

           EXEC CICS SEND
                MAP('CUSTMAP')
                MAPSET('CWOMAIF')
                FROM(CUSTMAPO)
                DATAONLY
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp NOT = DFHRESP(NORMAL)
               MOVE 'CUSTMAP' TO WS-Failed-Resource
               PERFORM 9995-Fatal-Cics-Error
           END-IF.

      *-----------------------------------------------------------------
      * Receive Customer Map
      *
      * Every maintainable field is sent with its modified tag set,
      * so the whole screen comes back; a field the operator cleared
      * comes back with a zero length and is taken as spaces.
      *-----------------------------------------------------------------

       8200-Receive-Customer-Map.

           EXEC CICS RECEIVE
                MAP('CUSTMAP')
                MAPSET('CWOMAIF')
                INTO(CUSTMAPI)
                RESP(WS-Resp)
           END-EXEC

           EVALUATE TRUE
           WHEN WS-Resp = DFHRESP(NORMAL)
                CONTINUE
           WHEN WS-Resp = DFHRESP(MAPFAIL)
                MOVE LOW-VALUES TO CUSTMAPI
           WHEN OTHER
                MOVE 'CUSTMAP' TO WS-Failed-Resource
                PERFORM 9995-Fatal-Cics-Error
           END-EVALUATE

           MOVE SPACES TO WS-Screen-Customer
           MOVE SPACES TO WS-Screen-Action
           MOVE SPACES TO WS-Screen-Effective-Date

           IF ACTIONL > 0
               MOVE ACTIONI TO WS-Screen-Action
           END-IF
           IF ACCTNOL > 0
               MOVE ACCTNOI TO accountNumber of WS-Screen-Customer
           END-IF
           IF FNAMEL > 0
               MOVE FNAMEI TO firstName of WS-Screen-Customer
           END-IF
           IF LNAMEL > 0
               MOVE LNAMEI TO lastName of WS-Screen-Customer
           END-IF
           IF GENDERL > 0
               MOVE GENDERI TO gender of WS-Screen-Customer
           END-IF
           IF BIRTHDTL > 0
               MOVE BIRTHDTI TO birthDate of WS-Screen-Customer
           END-IF
           IF SUBDTL > 0
               MOVE SUBDTI TO subscriptionDate of WS-Screen-Customer
           END-IF
           IF EMAILL > 0
               MOVE EMAILI TO emailAddress of WS-Screen-Customer
           END-IF
           IF SUBPGML > 0
               MOVE SUBPGMI TO subscriptionProgram of WS-Screen-Customer
           END-IF
           IF OPTOUTL > 0
               MOVE OPTOUTI TO marketingOptOut of WS-Screen-Customer
           END-IF
           IF CNTRYL > 0
               MOVE CNTRYI TO billingCountry of WS-Screen-Customer
           END-IF
           IF REGIONL > 0
               MOVE REGIONI TO billingRegion of WS-Screen-Customer
           END-IF
           IF POSTCDL > 0
               MOVE POSTCDI TO billingPostalCode of WS-Screen-Customer
           END-IF
           IF SUBSTATL > 0
               MOVE SUBSTATI TO subscriberStatus of WS-Screen-Customer
           END-IF
           IF EFFDTL > 0
               MOVE EFFDTI TO WS-Screen-Effective-Date
           END-IF

      * Lower-case action codes are taken as keyed
           INSPECT WS-Screen-Action CONVERTING 'iacdh' TO 'IACDH'.

      *-----------------------------------------------------------------
      * Send History Map
      *-----------------------------------------------------------------

        8300-Send-History-Map.

           MOVE WS-Today TO HDATEO
           MOVE CA-Account TO HACCTO
           MOVE CA-Hist-Page TO HPAGEO
           MOVE WS-Message TO HMSGO

           EXEC CICS SEND
                MAP('HISTMAP')
                MAPSET('CWOMAIF')
                FROM(HISTMAPO)
                ERASE
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp NOT = DFHRESP(NORMAL)
               MOVE 'HISTMAP' TO WS-Failed-Resource
               PERFORM 9995-Fatal-Cics-Error
           END-IF.

      *-----------------------------------------------------------------
      * Send History Message
      *-----------------------------------------------------------------

        8310-Send-History-Message.

           MOVE LOW-VALUES TO HISTMAPO
           MOVE WS-Message TO HMSGO

           EXEC CICS SEND
                MAP('HISTMAP')
                MAPSET('CWOMAIF')
                FROM(HISTMAPO)
                DATAONLY
                RESP(WS-Resp)
           END-EXEC
           IF WS-Resp NOT = DFHRESP(NORMAL)
               MOVE 'HISTMAP' TO WS-Failed-Resource
               PERFORM 9995-Fatal-Cics-Error
           END-IF.

      *-----------------------------------------------------------------
      * Initialization
      *-----------------------------------------------------------------

       9000-Initialization.

           MOVE SPACES TO WS-Message
           MOVE SPACES TO WS-Cursor-Field

           EXEC CICS ASKTIME
                ABSTIME(WS-Abs-Time)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-Abs-Time)
                YYYYMMDD(WS-Today)
                DATESEP('-')
           END-EXEC

           EXEC CICS ASSIGN
                USERID(WS-Operator-Id)
           END-EXEC.

      *-----------------------------------------------------------------
      * Validate Customer Image
      *
      * The fields CWBPAIF6's 9250-Validate-Customer-Image requires.
      * They are checked last field first, so the message and cursor
      * end up on the first field in screen order that is wrong.
      *-----------------------------------------------------------------

       9250-Validate-Customer-Image.

           IF emailAddress of WS-Tran-File = SPACES
               SET WS-Image-Invalid TO TRUE
               MOVE 'EMAIL ADDRESS IS REQUIRED' TO WS-Field-Error
               MOVE 'EMAIL' TO WS-Cursor-Field
           END-IF
           IF subscriptionDate of WS-Tran-File = SPACES
               SET WS-Image-Invalid TO TRUE
               MOVE 'SUBSCRIPTION DATE IS REQUIRED' TO WS-Field-Error
               MOVE 'SUBDT' TO WS-Cursor-Field
           END-IF
           IF birthDate of WS-Tran-File = SPACES
               SET WS-Image-Invalid TO TRUE
               MOVE 'BIRTH DATE IS REQUIRED' TO WS-Field-Error
               MOVE 'BIRTHDT' TO WS-Cursor-Field
           END-IF
           IF accountNumber of WS-Tran-File = SPACES
               SET WS-Image-Invalid TO TRUE
               MOVE 'ACCOUNT NUMBER IS REQUIRED' TO WS-Field-Error
               MOVE 'ACCTNO' TO WS-Cursor-Field
           END-IF.

      *-----------------------------------------------------------------
      * Validate Billing Address
      *
      * CWBPAIF6's 9255-Validate-Billing-Address : the address may be
      * blank, but a region or postal code needs the country, and the
      * country must be a two-letter code. An image that already
      * failed 9250 keeps that message.
      *-----------------------------------------------------------------

       9255-Validate-Billing-Address.

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
           END-IF

           IF WS-Address-Invalid AND WS-Image-Valid
               MOVE 'TWO-LETTER COUNTRY NEEDED' TO WS-Field-Error
               MOVE 'CNTRY' TO WS-Cursor-Field
           END-IF.

      *-----------------------------------------------------------------
      * Validate Effective Date
      *-----------------------------------------------------------------

       9260-Validate-Effective-Date.

           SET WS-Effdate-Valid TO TRUE
           MOVE WS-Screen-Effective-Date TO Tran-Effective-Date

           IF Tran-Effective-Date NOT = SPACES
               IF Tran-Eff-YYYY NOT NUMERIC
                  OR Tran-Eff-MM NOT NUMERIC
                  OR Tran-Eff-DD NOT NUMERIC
                  OR Tran-Eff-Sep-1 NOT = '-'
                  OR Tran-Eff-Sep-2 NOT = '-'
                  OR Tran-Eff-MM < '01' OR Tran-Eff-MM > '12'
                  OR Tran-Eff-DD < '01' OR Tran-Eff-DD > '31'
                   SET WS-Effdate-Invalid TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Fatal CICS Error
      *
      * An unexpected response from a file, queue or map must not be
      * taken as "not found" - the task ends abnormally so the failure
      * shows in the CICS log, after telling the operator.
      *-----------------------------------------------------------------

       9995-Fatal-Cics-Error.

           MOVE WS-Resp TO WS-Resp-Display
           MOVE SPACES TO WS-Message
           STRING 'AIFC ERROR ON ' DELIMITED BY SIZE
                  WS-Failed-Resource DELIMITED BY SPACE
                  ' - RESP ' DELIMITED BY SIZE
                  WS-Resp-Display DELIMITED BY SIZE
                  ' - CALL THE HELP DESK' DELIMITED BY SIZE
                  INTO WS-Message

           EXEC CICS SEND TEXT
                FROM(WS-Message)
                LENGTH(79)
                ERASE
                FREEKB
           END-EXEC

           EXEC CICS ABEND
                ABCODE('AIFE')
           END-EXEC.

      *-----------------------------------------------------------------
      * Return Transid
      *-----------------------------------------------------------------

       9999-Return-Transid.

           EXEC CICS RETURN
                TRANSID('AIFC')
                COMMAREA(WS-Commarea)
                LENGTH(WS-Commarea-Length)
           END-EXEC

      * End of Program
           GOBACK.
