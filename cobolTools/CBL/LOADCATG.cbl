      * parentSeriesId ties an episode to its series row (blank or
      * 'null' for movies and for the series rows themselves), so the
      * reporting chain can roll episodes up under their series.
      * licensorId / royaltyBasis / royaltyRate are the title's
      * licence terms for the monthly royalty settlement (CWBPAIFQ) :
      * basis 'V' pays royaltyRate per view, 'M' per minute watched,
      * 'S' is royaltyRate percent of the month's subscription
      * revenue shared by minutes watched. Blank basis - no royalty
      * (own or free content); a basis without a licensor or a
      * numeric rate is rejected.
       01 WS-Title-File.
        05 contentId                   PIC X(10).
        05 titleType                   PIC X(15).
        05 parentSeriesId              PIC X(10).
        05 availabilityStart           PIC X(10).
        05 availabilityEnd             PIC X(10).
        05 licensorId                  PIC X(10).
        05 royaltyBasis                PIC X(1).
         88 Royalty-Basis-None             VALUE SPACE.
         88 Royalty-Basis-Valid            VALUE 'V' 'M' 'S'.
        05 royaltyRate                 PIC 9(3)V9(4).
        05 FILLER                      PIC X(171).

      * Error-File
       01 WS-Error-File.
       01 WS-Changed-Id-Count          PIC 9(9) VALUE ZERO.
       01 WS-Chg-Action-TMP            PIC X(1).

      * Catalog History - every insert, update and delete this load
      * applies to AIF_CATALOG is also recorded in AIF_CATALOG_HIST,
      * stamped with the CTRLCARD business date and the action ('I',
      * 'U', 'D'). The rows are copied from the catalog itself : a
      * 'B' (before) image ahead of an update or delete and an 'A'
      * (after) image behind an insert or update, so a title's
      * values on any day can be rebuilt (CATGUNLD ASOF mode). The
      * change stamp - run start timestamp plus a sequence within
      * the run - orders a title's changes and ties the two images
      * of one change together.
       01 WS-Catalog-History.
        05 HIST-BUSINESS-DATE          PIC X(10).
        05 HIST-CHANGE-STAMP           PIC X(23).
        05 HIST-CHANGE-ACTION          PIC X(1).
       01 WS-Change-Stamp.
        05 WS-Change-Stamp-Run         PIC X(14).
        05 WS-Change-Stamp-Seq         PIC 9(9).
       01 WS-History-Seq                 PIC 9(9) VALUE ZERO.
       01 WS-History-Count               PIC 9(9) VALUE ZERO.
       01 WS-Row-History-Rows            PIC 9(1) VALUE ZERO.

      * Catalog row outcome - the catalog change and its history rows
      * stand or fall together (savepoint per feed record)
       01 WS-Row-Outcome-Switch          PIC X VALUE 'A'.
        88 WS-Row-Applied                    VALUE 'A'.
        88 WS-Row-Catalog-Failed             VALUE 'C'.
        88 WS-Row-History-Failed             VALUE 'H'.
       01 WS-Savepoint-Switch            PIC X VALUE 'N'.
        88 WS-Savepoint-Set                  VALUE 'Y'.
        88 WS-Savepoint-Not-Set              VALUE 'N'.

      * End-Of-Files
       01 End-Of-File-T                  PIC X VALUE 'N'.

             GENRE3                         VARCHAR(15),
             PARENT_SERIES_ID               CHAR(10),
             AVAIL_START                    CHAR(10),
             AVAIL_END                      CHAR(10),
             LICENSOR_ID                    CHAR(10),
             ROYALTY_BASIS                  CHAR(1),
             ROYALTY_RATE                   DECIMAL(7, 4)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SALESSUP.AIF_CATALOG               *
           10 PARENT-SERIES-ID     PIC X(10).
           10 AVAIL-START          PIC X(10).
           10 AVAIL-END            PIC X(10).
           10 LICENSOR-ID          PIC X(10).
           10 ROYALTY-BASIS        PIC X(1).
           10 ROYALTY-RATE         PIC S9(3)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************

      ******************************************************************
      * DCLGEN TABLE(SALESSUP.AIF_CATALOG_HIST)                        *
      *        LIBRARY(MVSXYE.CATALOG.COBOL)                           *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      ******************************************************************
           EXEC SQL DECLARE AIF_CATALOG_HIST TABLE
           ( CONTENT_ID                     CHAR(10) NOT NULL,
             BUSINESS_DATE                  CHAR(10) NOT NULL,
             CHANGE_STAMP                   CHAR(23) NOT NULL,
             CHANGE_ACTION                  CHAR(1) NOT NULL,
             IMAGE_TYPE                     CHAR(1) NOT NULL,
             TITLE_TYPE                     VARCHAR(15),
             PRIMARY_TITLE                  VARCHAR(100),
             ORIGINAL_TITLE                 VARCHAR(100),
             IS_ADULT                       CHAR(1),
             START_YEAR                     DECIMAL(4, 0),
             END_YEAR                       DECIMAL(4, 0),
             RUNTIME_MINUTES                DECIMAL(5, 0),
             GENRE1                         VARCHAR(15),
             GENRE2                         VARCHAR(15),
             GENRE3                         VARCHAR(15),
             PARENT_SERIES_ID               CHAR(10),
             AVAIL_START                    CHAR(10),
             AVAIL_END                      CHAR(10),
             LICENSOR_ID                    CHAR(10),
             ROYALTY_BASIS                  CHAR(1),
             ROYALTY_RATE                   DECIMAL(7, 4)
           ) END-EXEC.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************

      * Null
         01 NULL-IND-PSI           PIC S9(4) USAGE COMP.
         01 NULL-IND-AVS           PIC S9(4) USAGE COMP.
         01 NULL-IND-AVE           PIC S9(4) USAGE COMP.
         01 NULL-IND-LIC           PIC S9(4) USAGE COMP.
         01 NULL-IND-RB            PIC S9(4) USAGE COMP.
         01 NULL-IND-RR            PIC S9(4) USAGE COMP.

      * Royalty terms check
       01 WS-Royalty-Terms-Switch        PIC X VALUE 'Y'.
        88 WS-Royalty-Terms-Valid            VALUE 'Y'.
        88 WS-Royalty-Terms-Invalid          VALUE 'N'.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                MOVE 0 TO NULL-IND-AVE
             END-IF

             PERFORM 3200-Check-Royalty-Terms

             IF Title-Action-Delete
                PERFORM 3100-Delete-Catalog-Row
             ELSE
             IF (isAdult of WS-Title-File = '0' OR '1')
                AND WS-Royalty-Terms-Valid
                PERFORM 3000-Split-Genres
                MOVE 'U' TO HIST-CHANGE-ACTION
                PERFORM 3300-Record-Before-Image
                IF WS-Row-Applied
                   EXEC SQL UPDATE AIF_CATALOG
                        SET TITLE_TYPE       = :TITLE-TYPE,
                            PRIMARY_TITLE    = :PRIMARY-TITLE,
                            ORIGINAL_TITLE   = :ORIGINAL-TITLE,
                            IS_ADULT         = :IS-ADULT,
                            START_YEAR       = :START-YEAR:NULL-IND-SY,
                            END_YEAR         = :END-YEAR:NULL-IND-EY,
                            RUNTIME_MINUTES  =
                               :RUNTIME-MINUTES:NULL-IND-RM,
                            GENRE1           = :GENRE1:NULL-IND-GENRE1,
                            GENRE2           = :GENRE2,
                            GENRE3           = :GENRE3,
                            PARENT_SERIES_ID =
                               :PARENT-SERIES-ID:NULL-IND-PSI,
                            AVAIL_START      =
                               :AVAIL-START:NULL-IND-AVS,
                            AVAIL_END        = :AVAIL-END:NULL-IND-AVE,
                            LICENSOR_ID      =
                               :LICENSOR-ID:NULL-IND-LIC,
                            ROYALTY_BASIS    =
                               :ROYALTY-BASIS:NULL-IND-RB,
                            ROYALTY_RATE     = :ROYALTY-RATE:NULL-IND-RR
                        WHERE CONTENT_ID = :CONTENT-ID
                   END-EXEC

                   IF SQLCODE = 100
                      MOVE 'I' TO HIST-CHANGE-ACTION
                      EXEC SQL INSERT INTO AIF_CATALOG
                                  (
                                     CONTENT_ID,
                                     TITLE_TYPE,
                                     PRIMARY_TITLE,
                                     ORIGINAL_TITLE,
                                     IS_ADULT,
                                     START_YEAR,
                                     END_YEAR,
                                     RUNTIME_MINUTES,
                                     GENRE1,
                                     GENRE2,
                                     GENRE3,
                                     PARENT_SERIES_ID,
                                     AVAIL_START,
                                     AVAIL_END,
                                     LICENSOR_ID,
                                     ROYALTY_BASIS,
                                     ROYALTY_RATE
                                  )
                           VALUES (
                                     :CONTENT-ID,
                                     :TITLE-TYPE,
                                     :PRIMARY-TITLE,
                                     :ORIGINAL-TITLE,
                                     :IS-ADULT,
                                     :START-YEAR:NULL-IND-SY,
                                     :END-YEAR:NULL-IND-EY,
                                     :RUNTIME-MINUTES:NULL-IND-RM,
                                     :GENRE1:NULL-IND-GENRE1,
                                     :GENRE2,
                                     :GENRE3,
                                     :PARENT-SERIES-ID:NULL-IND-PSI,
                                     :AVAIL-START:NULL-IND-AVS,
                                     :AVAIL-END:NULL-IND-AVE,
                                     :LICENSOR-ID:NULL-IND-LIC,
                                     :ROYALTY-BASIS:NULL-IND-RB,
                                     :ROYALTY-RATE:NULL-IND-RR
                                  )
                      END-EXEC
                   END-IF
                   IF SQLCODE = 0
                      PERFORM 3310-Record-After-Image
                   ELSE
                      SET WS-Row-Catalog-Failed TO TRUE
                   END-IF
                END-IF

                     IF NOT WS-Row-Applied
                             PERFORM 3320-Undo-Catalog-Change
                             MOVE TITLE-RECORD TO WS-Error-File
                             IF WS-Row-History-Failed
                                MOVE 'SQL HISTORY INSERT FAILED'
                                   TO WS-Error-Reason-Code
                             ELSE
                                MOVE 'SQL INSERT/UPDATE FAILED'
                                   TO WS-Error-Reason-Code
                             END-IF
                             PERFORM 9300-Write-Error-Record
                             PERFORM 9430-Hold-Checkpoint-For-Failure
                     ELSE
                             MOVE 'U' TO WS-Chg-Action-TMP
                             PERFORM 9320-Write-Changed-Id-Record
                             ADD WS-Row-History-Rows TO WS-History-Count
                             ADD WS-Row-History-Rows
                                TO WS-Audit-Records-Written
                             MOVE contentId of WS-Title-File
                                TO WS-Last-Success-Id
                             ADD 1 TO WS-Record-Count
                     END-IF
               ELSE
                MOVE TITLE-RECORD TO WS-Error-File
                IF isAdult of WS-Title-File = '0' OR '1'
                   MOVE 'INVALID ROYALTY TERMS' TO WS-Error-Reason-Code
                ELSE
                   MOVE 'INVALID ISADULT VALUE' TO WS-Error-Reason-Code
                END-IF
                PERFORM 9300-Write-Error-Record
                PERFORM 9430-Hold-Checkpoint-For-Failure
               END-IF
      * Removal path for rights expiries and takedowns. A delete for
      * a row that is already gone is treated as applied - the feed
      * may legitimately repeat a takedown - but is noted on the
      * console. The row's last values are kept as the delete's
      * before image in AIF_CATALOG_HIST.
      *-----------------------------------------------------------------

       3100-Delete-Catalog-Row.

           MOVE 'D' TO HIST-CHANGE-ACTION
           PERFORM 3300-Record-Before-Image

           IF WS-Row-Applied
               EXEC SQL DELETE FROM AIF_CATALOG
                    WHERE CONTENT_ID = :CONTENT-ID
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET WS-Row-Catalog-Failed TO TRUE
               END-IF
           END-IF

           IF WS-Row-Applied
               IF SQLCODE = 100
                   DISPLAY 'Delete for absent catalog row : '
                           CONTENT-ID
               END-IF
               MOVE 'D' TO WS-Chg-Action-TMP
               PERFORM 9320-Write-Changed-Id-Record
               ADD WS-Row-History-Rows TO WS-History-Count
               ADD WS-Row-History-Rows TO WS-Audit-Records-Written
               ADD 1 TO WS-Deleted-Count
               ADD 1 TO WS-Audit-Records-Written
               MOVE contentId of WS-Title-File
                  MOVE 0 TO WS-Record-Count
               END-IF
           ELSE
               PERFORM 3320-Undo-Catalog-Change
               MOVE TITLE-RECORD TO WS-Error-File
               IF WS-Row-History-Failed
                   MOVE 'SQL HISTORY INSERT FAILED'
                      TO WS-Error-Reason-Code
               ELSE
                   MOVE 'SQL DELETE FAILED' TO WS-Error-Reason-Code
               END-IF
               PERFORM 9300-Write-Error-Record
               PERFORM 9430-Hold-Checkpoint-For-Failure
           END-IF.

      *-----------------------------------------------------------------
      * Check Royalty Terms
      *
      * Sets the licence-term host variables. A title without a
      * royalty basis loads with no terms at all; a basis needs a
      * licensor and a numeric rate, or the record is rejected.
      *-----------------------------------------------------------------

       3200-Check-Royalty-Terms.

           SET WS-Royalty-Terms-Valid TO TRUE
           MOVE SPACES TO LICENSOR-ID
           MOVE SPACE TO ROYALTY-BASIS
           MOVE 0 TO ROYALTY-RATE
           MOVE -1 TO NULL-IND-LIC
           MOVE -1 TO NULL-IND-RB
           MOVE -1 TO NULL-IND-RR

           EVALUATE TRUE
           WHEN Royalty-Basis-None
                CONTINUE
           WHEN Royalty-Basis-Valid
                IF licensorId of WS-Title-File = SPACES
                   OR royaltyRate of WS-Title-File NOT NUMERIC
                    SET WS-Royalty-Terms-Invalid TO TRUE
                ELSE
                    MOVE licensorId of WS-Title-File TO LICENSOR-ID
                    MOVE royaltyBasis of WS-Title-File
                       TO ROYALTY-BASIS
                    MOVE royaltyRate of WS-Title-File TO ROYALTY-RATE
                    MOVE 0 TO NULL-IND-LIC
                    MOVE 0 TO NULL-IND-RB
                    MOVE 0 TO NULL-IND-RR
                END-IF
           WHEN OTHER
                SET WS-Royalty-Terms-Invalid TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Record Before Image
      *
      * Opens the feed record's unit of work with a savepoint, then
      * copies the title's current catalog row - if there is one -
      * into AIF_CATALOG_HIST as the change's before image. No row
      * (SQLCODE 100) is a new title, or a delete of a title already
      * gone : there is nothing to keep.
      *-----------------------------------------------------------------

       3300-Record-Before-Image.

           SET WS-Row-Applied TO TRUE
           SET WS-Savepoint-Not-Set TO TRUE
           MOVE ZERO TO WS-Row-History-Rows
           ADD 1 TO WS-History-Seq
           MOVE WS-Audit-Start-Stamp TO WS-Change-Stamp-Run
           MOVE WS-History-Seq TO WS-Change-Stamp-Seq
           MOVE WS-Change-Stamp TO HIST-CHANGE-STAMP

           EXEC SQL SAVEPOINT CATG_ROW ON ROLLBACK RETAIN CURSORS
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SAVEPOINT failed - SQLCODE : ' SQLCODE
               SET WS-Row-History-Failed TO TRUE
           ELSE
               SET WS-Savepoint-Set TO TRUE
               EXEC SQL INSERT INTO AIF_CATALOG_HIST
                           (
                              CONTENT_ID,
                              BUSINESS_DATE,
                              CHANGE_STAMP,
                              CHANGE_ACTION,
                              IMAGE_TYPE,
                              TITLE_TYPE,
                              PRIMARY_TITLE,
                              ORIGINAL_TITLE,
                              IS_ADULT,
                              START_YEAR,
                              END_YEAR,
                              RUNTIME_MINUTES,
                              GENRE1,
                              GENRE2,
                              GENRE3,
                              PARENT_SERIES_ID,
                              AVAIL_START,
                              AVAIL_END,
                              LICENSOR_ID,
                              ROYALTY_BASIS,
                              ROYALTY_RATE
                           )
                    SELECT CONTENT_ID,
                           :HIST-BUSINESS-DATE,
                           :HIST-CHANGE-STAMP,
                           :HIST-CHANGE-ACTION,
                           'B',
                           TITLE_TYPE,
                           PRIMARY_TITLE,
                           ORIGINAL_TITLE,
                           IS_ADULT,
                           START_YEAR,
                           END_YEAR,
                           RUNTIME_MINUTES,
                           GENRE1,
                           GENRE2,
                           GENRE3,
                           PARENT_SERIES_ID,
                           AVAIL_START,
                           AVAIL_END,
                           LICENSOR_ID,
                           ROYALTY_BASIS,
                           ROYALTY_RATE
                      FROM AIF_CATALOG
                     WHERE CONTENT_ID = :CONTENT-ID
               END-EXEC
               EVALUATE TRUE
               WHEN SQLCODE = 0
                    ADD 1 TO WS-Row-History-Rows
               WHEN SQLCODE = 100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'History before image failed for '
                            CONTENT-ID ' - SQLCODE : ' SQLCODE
                    SET WS-Row-History-Failed TO TRUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * Record After Image
      *
      * Copies the row as the insert or update left it, so the
      * history holds the values exactly as the catalog stores them.
      *-----------------------------------------------------------------

       3310-Record-After-Image.

           EXEC SQL INSERT INTO AIF_CATALOG_HIST
                       (
                          CONTENT_ID,
                          BUSINESS_DATE,
                          CHANGE_STAMP,
                          CHANGE_ACTION,
                          IMAGE_TYPE,
                          TITLE_TYPE,
                          PRIMARY_TITLE,
                          ORIGINAL_TITLE,
                          IS_ADULT,
                          START_YEAR,
                          END_YEAR,
                          RUNTIME_MINUTES,
                          GENRE1,
                          GENRE2,
                          GENRE3,
                          PARENT_SERIES_ID,
                          AVAIL_START,
                          AVAIL_END,
                          LICENSOR_ID,
                          ROYALTY_BASIS,
                          ROYALTY_RATE
                       )
                SELECT CONTENT_ID,
                       :HIST-BUSINESS-DATE,
                       :HIST-CHANGE-STAMP,
                       :HIST-CHANGE-ACTION,
                       'A',
                       TITLE_TYPE,
                       PRIMARY_TITLE,
                       ORIGINAL_TITLE,
                       IS_ADULT,
                       START_YEAR,
                       END_YEAR,
                       RUNTIME_MINUTES,
                       GENRE1,
                       GENRE2,
                       GENRE3,
                       PARENT_SERIES_ID,
                       AVAIL_START,
                       AVAIL_END,
                       LICENSOR_ID,
                       ROYALTY_BASIS,
                       ROYALTY_RATE
                  FROM AIF_CATALOG
                 WHERE CONTENT_ID = :CONTENT-ID
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-Row-History-Rows
           ELSE
               DISPLAY 'History after image failed for '
                       CONTENT-ID ' - SQLCODE : ' SQLCODE
               SET WS-Row-History-Failed TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * Undo Catalog Change
      *
      * A record that fails part way is rolled back to its savepoint
      * so the catalog never changes without its history (or the
      * reverse). If even that fails the two can no longer be
      * trusted to agree and the load stops.
      *-----------------------------------------------------------------

       3320-Undo-Catalog-Change.

           IF WS-Savepoint-Set
               EXEC SQL ROLLBACK TO SAVEPOINT CATG_ROW END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'ROLLBACK TO SAVEPOINT failed for '
                           CONTENT-ID ' - SQLCODE : ' SQLCODE
                   PERFORM 9995-Fatal-File-Error
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Split Genres
      *-----------------------------------------------------------------
                      INTO WS-Business-Date
               DISPLAY 'CTRLCARD missing or invalid - using '
                       'defaults - FS : ' STATUS-CONTROL-CARD-FILE
           END-IF
           MOVE WS-Business-Date TO HIST-BUSINESS-DATE.
 
      *-----------------------------------------------------------------
      * Open Files
       9999-Finalize.

           DISPLAY 'Changed-Id Records Written : ' WS-Changed-Id-Count
           DISPLAY 'Catalog History Rows Written : ' WS-History-Count
           PERFORM 9960-Write-Run-Audit

      * End of Program
