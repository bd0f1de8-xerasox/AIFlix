      * (CWBPAIF2 / CWBPAIF4), so a title rejected by the load no
      * longer shows up in genre statistics or VIEWHIST : a title is
      * either in the catalog everywhere or nowhere.
      * In ASOF mode the title file is rebuilt from LOADCATG's
      * AIF_CATALOG_HIST as the catalog stood at the end of a given
      * business date, so a past day's reporting can be rerun with
      * the titles that were actually in force that day.
      *
      *-----------------------------------------------------------------
      * Program Name : CatgUnld
        05 parentSeriesId              PIC X(10).
        05 availabilityStart           PIC X(10).
        05 availabilityEnd             PIC X(10).
        05 licensorId                  PIC X(10).
        05 royaltyBasis                PIC X(1).
        05 royaltyRate                 PIC 9(3)V9(4).
        05 FILLER                      PIC X(171).

      * Status
       01 FILE-STATUS.
      * blank) unloads every row as before; DELTA unloads only the
      * rows LOADCATG's run touched, using the CHGIDFIL changed-id
      * file that run wrote, with deleted ids carried as 'D'
      * action-code records so the consumer can drop them. ASOF
      * unloads the whole catalog as it stood on Parm-As-Of-Date
      * (YYYY-MM-DD, required in that mode). An optional titleType
      * filter restricts any mode to one type.
       01 WS-Unload-Parm-Card.
        05 Parm-Mode                   PIC X(5).
         88 Parm-Mode-Delta                VALUE 'DELTA'.
         88 Parm-Mode-As-Of                VALUE 'ASOF '.
        05 FILLER                      PIC X(1).
        05 Parm-Type-Filter            PIC X(15).
        05 FILLER                      PIC X(1).
        05 Parm-As-Of-Date.
         10 Parm-As-Of-YYYY            PIC X(4).
         10 Parm-As-Of-Sep1            PIC X(1).
         10 Parm-As-Of-MM              PIC X(2).
         10 Parm-As-Of-Sep2            PIC X(1).
         10 Parm-As-Of-DD              PIC X(2).
        05 FILLER                      PIC X(48).
       01 WS-Unload-Mode-Switch        PIC X VALUE 'F'.
        88 WS-Unload-Full                  VALUE 'F'.
        88 WS-Unload-Delta                 VALUE 'D'.
        88 WS-Unload-As-Of                 VALUE 'A'.
       01 WS-Type-Filter               PIC X(15) VALUE SPACES.
       01 WS-As-Of-Date                PIC X(10) VALUE SPACES.

      * Changed-Id Row (as written by LOADCATG)
       01 WS-Changed-Id-Row.
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

      * Unload Cursor - ascending CONTENT_ID keeps the unload in the
      * same order the reporting programs already expect of TITLFILE
                       GENRE3,
                       PARENT_SERIES_ID,
                       AVAIL_START,
                       AVAIL_END,
                       LICENSOR_ID,
                       ROYALTY_BASIS,
                       ROYALTY_RATE
                  FROM SALESSUP.AIF_CATALOG
                 ORDER BY CONTENT_ID
           END-EXEC.

      * As-Of Cursor - a title's state at the end of the as-of date
      * is the after image of its last change on or before that
      * date (none when that change was a delete); a title changed
      * only later is the before image of its first later change
      * (none when that change was its insert); a title never
      * changed since history began is its current catalog row.
      * Rows come back in CONTENT_ID order like the full unload.

           EXEC SQL DECLARE ASOF-CSR CURSOR FOR
                SELECT H.CONTENT_ID,
                       H.TITLE_TYPE,
                       H.PRIMARY_TITLE,
                       H.ORIGINAL_TITLE,
                       H.IS_ADULT,
                       H.START_YEAR,
                       H.END_YEAR,
                       H.RUNTIME_MINUTES,
                       H.GENRE1,
                       H.GENRE2,
                       H.GENRE3,
                       H.PARENT_SERIES_ID,
                       H.AVAIL_START,
                       H.AVAIL_END,
                       H.LICENSOR_ID,
                       H.ROYALTY_BASIS,
                       H.ROYALTY_RATE
                  FROM SALESSUP.AIF_CATALOG_HIST H
                 WHERE H.IMAGE_TYPE = 'A'
                   AND H.CHANGE_STAMP =
                       (SELECT MAX(X.CHANGE_STAMP)
                          FROM SALESSUP.AIF_CATALOG_HIST X
                         WHERE X.CONTENT_ID = H.CONTENT_ID
                           AND X.BUSINESS_DATE <= :WS-As-Of-Date)
                UNION ALL
                SELECT B.CONTENT_ID,
                       B.TITLE_TYPE,
                       B.PRIMARY_TITLE,
                       B.ORIGINAL_TITLE,
                       B.IS_ADULT,
                       B.START_YEAR,
                       B.END_YEAR,
                       B.RUNTIME_MINUTES,
                       B.GENRE1,
                       B.GENRE2,
                       B.GENRE3,
                       B.PARENT_SERIES_ID,
                       B.AVAIL_START,
                       B.AVAIL_END,
                       B.LICENSOR_ID,
                       B.ROYALTY_BASIS,
                       B.ROYALTY_RATE
                  FROM SALESSUP.AIF_CATALOG_HIST B
                 WHERE B.IMAGE_TYPE = 'B'
                   AND B.CHANGE_STAMP =
                       (SELECT MIN(Y.CHANGE_STAMP)
                          FROM SALESSUP.AIF_CATALOG_HIST Y
                         WHERE Y.CONTENT_ID = B.CONTENT_ID
                           AND Y.BUSINESS_DATE > :WS-As-Of-Date)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM SALESSUP.AIF_CATALOG_HIST W
                         WHERE W.CONTENT_ID = B.CONTENT_ID
                           AND W.BUSINESS_DATE <= :WS-As-Of-Date)
                UNION ALL
                SELECT C.CONTENT_ID,
                       C.TITLE_TYPE,
                       C.PRIMARY_TITLE,
                       C.ORIGINAL_TITLE,
                       C.IS_ADULT,
                       C.START_YEAR,
                       C.END_YEAR,
                       C.RUNTIME_MINUTES,
                       C.GENRE1,
                       C.GENRE2,
                       C.GENRE3,
                       C.PARENT_SERIES_ID,
                       C.AVAIL_START,
                       C.AVAIL_END,
                       C.LICENSOR_ID,
                       C.ROYALTY_BASIS,
                       C.ROYALTY_RATE
                  FROM SALESSUP.AIF_CATALOG C
                 WHERE NOT EXISTS
                       (SELECT 1
                          FROM SALESSUP.AIF_CATALOG_HIST Z
                         WHERE Z.CONTENT_ID = C.CONTENT_ID)
                 ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
           IF WS-Unload-Delta
               PERFORM 9400-Load-Changed-Id-Table
           END-IF
           IF WS-Unload-As-Of
               PERFORM 2500-As-Of-Process
           ELSE
               PERFORM 2000-Secondary-Process
           END-IF
           IF WS-Unload-Delta
               PERFORM 3200-Write-Delta-Deletes
           END-IF
                     :GENRE3:NULL-IND-GENRE3,
                     :PARENT-SERIES-ID:NULL-IND-PSI,
                     :AVAIL-START:NULL-IND-AVS,
                     :AVAIL-END:NULL-IND-AVE,
                     :LICENSOR-ID:NULL-IND-LIC,
                     :ROYALTY-BASIS:NULL-IND-RB,
                     :ROYALTY-RATE:NULL-IND-RR
           END-EXEC

           EVALUATE TRUE
                PERFORM 2200-Screen-Catalog-Row
           END-EVALUATE.

      *-----------------------------------------------------------------
      * As-Of Process
      *-----------------------------------------------------------------

       2500-As-Of-Process.

           EXEC SQL OPEN ASOF-CSR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Error while opening ASOF-CSR - SQLCODE : '
                       SQLCODE
               PERFORM 9995-Fatal-File-Error
               MOVE 'Y' TO End-Of-Cursor
           END-IF

           PERFORM 2600-Fetch-As-Of-Row
             UNTIL End-Of-Cursor = 'Y'

           EXEC SQL CLOSE ASOF-CSR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'Error while closing ASOF-CSR - SQLCODE : '
                       SQLCODE
               PERFORM 9990-Set-Warning-Code
           END-IF.

      *-----------------------------------------------------------------
      * Fetch As-Of Row
      *-----------------------------------------------------------------

       2600-Fetch-As-Of-Row.

           EXEC SQL FETCH ASOF-CSR
                INTO :CONTENT-ID,
                     :TITLE-TYPE,
                     :PRIMARY-TITLE,
                     :ORIGINAL-TITLE,
                     :IS-ADULT,
                     :START-YEAR:NULL-IND-SY,
                     :END-YEAR:NULL-IND-EY,
                     :RUNTIME-MINUTES:NULL-IND-RM,
                     :GENRE1:NULL-IND-GENRE1,
                     :GENRE2:NULL-IND-GENRE2,
                     :GENRE3:NULL-IND-GENRE3,
                     :PARENT-SERIES-ID:NULL-IND-PSI,
                     :AVAIL-START:NULL-IND-AVS,
                     :AVAIL-END:NULL-IND-AVE,
                     :LICENSOR-ID:NULL-IND-LIC,
                     :ROYALTY-BASIS:NULL-IND-RB,
                     :ROYALTY-RATE:NULL-IND-RR
           END-EXEC

           EVALUATE TRUE
           WHEN SQLCODE = 100
                MOVE 'Y' TO End-Of-Cursor
           WHEN SQLCODE NOT = 0
                DISPLAY 'Error while fetching ASOF-CSR - SQLCODE : '
                        SQLCODE
                MOVE 'Y' TO End-Of-Cursor
                PERFORM 9995-Fatal-File-Error
           WHEN OTHER
                PERFORM 2200-Screen-Catalog-Row
           END-EVALUATE.

      *-----------------------------------------------------------------
      * Screen Catalog Row
      *
                    TO availabilityEnd of WS-Unload-File
           END-IF

      * Licence terms - a title without terms unloads them blank
           IF NULL-IND-RB >= 0 AND ROYALTY-BASIS NOT = SPACE
               IF NULL-IND-LIC >= 0
                   MOVE LICENSOR-ID TO licensorId of WS-Unload-File
               END-IF
               MOVE ROYALTY-BASIS TO royaltyBasis of WS-Unload-File
               IF NULL-IND-RR >= 0
                   MOVE ROYALTY-RATE TO royaltyRate of WS-Unload-File
               END-IF
           END-IF

           PERFORM 3100-Build-Genre-List.

      *-----------------------------------------------------------------
               CLOSE UNLOAD-PARM-FILE
           END-IF

           EVALUATE TRUE
           WHEN Parm-Mode-Delta
                MOVE 'D' TO WS-Unload-Mode-Switch
                DISPLAY 'Unload Mode : DELTA'
           WHEN Parm-Mode-As-Of
                MOVE 'A' TO WS-Unload-Mode-Switch
                PERFORM 9510-Check-As-Of-Date
                DISPLAY 'Unload Mode : ASOF ' WS-As-Of-Date
           WHEN OTHER
                MOVE 'F' TO WS-Unload-Mode-Switch
                DISPLAY 'Unload Mode : FULL'
           END-EVALUATE

           MOVE Parm-Type-Filter TO WS-Type-Filter
           IF WS-Type-Filter NOT = SPACES
               DISPLAY 'TitleType Filter : ' WS-Type-Filter
           END-IF.

      *-----------------------------------------------------------------
      * Check As-Of Date
      *
      * A historical rerun on the wrong day's catalog is worse than
      * no rerun, so an ASOF card without a valid date stops the
      * unload rather than falling back to today's catalog.
      *-----------------------------------------------------------------

       9510-Check-As-Of-Date.

           IF Parm-As-Of-YYYY NUMERIC
              AND Parm-As-Of-MM NUMERIC
              AND Parm-As-Of-DD NUMERIC
              AND Parm-As-Of-Sep1 = '-'
              AND Parm-As-Of-Sep2 = '-'
              AND Parm-As-Of-MM >= '01' AND Parm-As-Of-MM <= '12'
              AND Parm-As-Of-DD >= '01' AND Parm-As-Of-DD <= '31'
               MOVE Parm-As-Of-Date TO WS-As-Of-Date
           ELSE
               DISPLAY 'UNLDPARM ASOF date missing or invalid : '
                       Parm-As-Of-Date
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Load Changed-Id Table
      *
               DISPLAY 'Delete Records Written : '
                       WS-Delete-Out-Count
           END-IF
           IF WS-Unload-As-Of
               DISPLAY 'Catalog As Of : ' WS-As-Of-Date
           END-IF

      * End of Program
            STOP RUN.
