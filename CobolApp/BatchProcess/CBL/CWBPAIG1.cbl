       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *
      * This program is responsible for performing batch processing in
      * the AIFlix application.
      * It folds each night's CWBPAIF2 statistics into month-to-date
      * and fiscal-quarter-to-date accumulators and prints the
      * period-end statistics report when a fiscal period closes.
      * Periods come from the fiscal calendar (FISCCAL), not from
      * calendar months. Each night :
      *   - TTLSFILE and CSTSFILE rows are added into per-title and
      *     per-account period rows, so the period's viewers are the
      *     distinct accounts that watched in it, not the sum of the
      *     nightly viewer counts;
      *   - the ALLSFILE report is read back line by line : views,
      *     watch time, device and genre figures are added up, the
      *     catalog, subscription and age figures are positions and
      *     the latest night's value stands;
      *   - the carried accumulator (PERACCI) and the night's rows go
      *     through one sort by period; an open period is written to
      *     PERACCO for tomorrow, a period whose last day has been
      *     reached is printed (PERRPT, PERCSV) and dropped.
      *
      *-----------------------------------------------------------------
      * Program Name : AIFlix-Batch-Process

       PROGRAM-ID. CWBPAIG1.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------------------------------------------------
      * File Control

           SELECT FISCAL-CAL-FILE  ASSIGN TO FISCCAL
               FILE STATUS IS STATUS-FISCAL-CAL-FILE.

           SELECT TTLSTAT-FILE     ASSIGN TO TTLSFILE
               FILE STATUS IS STATUS-TTLSTAT-FILE.

           SELECT CSTSTAT-FILE     ASSIGN TO CSTSFILE
               FILE STATUS IS STATUS-CSTSTAT-FILE.

           SELECT ALLSTAT-FILE     ASSIGN TO ALLSFILE
               FILE STATUS IS STATUS-ALLSTAT-FILE.

           SELECT PERIOD-IN-FILE   ASSIGN TO PERACCI
               FILE STATUS IS STATUS-PERIOD-IN-FILE.

           SELECT PERIOD-OUT-FILE  ASSIGN TO PERACCO
               FILE STATUS IS STATUS-PERIOD-OUT-FILE.

           SELECT REPORT-FILE      ASSIGN TO PERRPT
               FILE STATUS IS STATUS-REPORT-FILE.

           SELECT CSV-FILE         ASSIGN TO PERCSV
               FILE STATUS IS STATUS-CSV-FILE.

           SELECT CONTROL-CARD-FILE ASSIGN TO CTRLCARD
               FILE STATUS IS STATUS-CONTROL-CARD-FILE.

           SELECT RUN-AUDIT-FILE   ASSIGN TO RUNAUDIT
               FILE STATUS IS STATUS-RUN-AUDIT-FILE.

           SELECT SORT-WORK-FILE   ASSIGN TO SORTWK01.

       DATA DIVISION.

      *-----------------------------------------------------------------
      * File Section
       FILE SECTION.

       FD  FISCAL-CAL-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  FISCAL-CAL-RECORD          PIC X(80).

       FD  TTLSTAT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  TTLSTAT-RECORD             PIC X(200).

       FD  CSTSTAT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CSTSTAT-RECORD             PIC X(200).

       FD  ALLSTAT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  ALLSTAT-RECORD             PIC X(80).

       FD  PERIOD-IN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PERIOD-IN-RECORD           PIC X(120).

       FD  PERIOD-OUT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  PERIOD-OUT-RECORD          PIC X(120).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  REPORT-RECORD              PIC X(80).

       FD  CSV-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01  CSV-RECORD                 PIC X(60).

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

      * Carried and nightly period rows, by period then row type and
      * key, carried rows ahead of the night's
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05 SRT-Period-Type             PIC X(1).
        05 SRT-Period-Id               PIC X(10).
        05 SRT-Row-Type                PIC X(1).
        05 SRT-Key                     PIC X(45).
        05 SRT-Origin                  PIC X(1).
        05 SRT-Views                   PIC 9(13).
        05 SRT-Minutes                 PIC 9(13).
        05 SRT-Nights                  PIC 9(5).
        05 SRT-First-Date              PIC X(10).
        05 SRT-Last-Date               PIC X(10).
        05 SRT-Folded-Date             PIC X(10).
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

      * Fiscal Calendar - one card per fiscal month (M) or fiscal
      * quarter (Q) : period id, first and last day. Cards with '*'
      * in column 1 are comments.
       01 WS-Fiscal-Cal-Card.
        05 Cal-Period-Type             PIC X(1).
        05 FILLER                      PIC X(1).
        05 Cal-Period-Id               PIC X(10).
        05 FILLER                      PIC X(1).
        05 Cal-Start-Date              PIC X(10).
        05 FILLER                      PIC X(1).
        05 Cal-End-Date                PIC X(10).
        05 FILLER                      PIC X(46).
       01 WS-Fiscal-Cal-Table.
        05 WS-FCT-Count                PIC 9(3) VALUE ZERO.
        05 WS-FCT-Entry OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-FCT-Count
              INDEXED BY WS-FCT-Idx.
         10 WS-FCT-Period-Type         PIC X(1).
         10 WS-FCT-Period-Id           PIC X(10).
         10 WS-FCT-Start-Date          PIC X(10).
         10 WS-FCT-End-Date            PIC X(10).
       01 WS-FCT-Found-Switch          PIC X VALUE 'N'.
        88 WS-FCT-Found                    VALUE 'Y'.
        88 WS-FCT-Not-Found                VALUE 'N'.

      * The periods the business date falls in - entry 1 the fiscal
      * month, entry 2 the fiscal quarter - and whether tonight's
      * figures go into them (not when the carried accumulator has
      * already taken this business date in)
       01 WS-Fold-Table.
        05 WS-Fold-Entry OCCURS 2 TIMES.
         10 WS-Fold-Type               PIC X(1).
         10 WS-Fold-Period-Id          PIC X(10).
         10 WS-Fold-Start-Date         PIC X(10).
         10 WS-Fold-End-Date           PIC X(10).
         10 WS-Fold-Switch             PIC X(1).
       01 WS-Fold-Sub                  PIC 9(1).

      * Title-Stat-File (CWBPAIF2 TTLSFILE, one row per title watched)
       01 WS-Title-Stat-File.
        05 contentId                   PIC X(10).
        05 Watch-Number                PIC 9(9).
        05 FILLER                      PIC X(1).
        05 Watch-Time-Spent            PIC 9(9).
        05 FILLER                      PIC X(1).
        05 Watch-Timelapse             PIC 9(9).
        05 FILLER                      PIC X(1).
        05 FILLER                      PIC X(160).

      * Customer-Stat-File (CWBPAIF2 CSTSFILE, one row per viewer)
       01 WS-Customer-Stat-File.
        05 accountNumber               PIC X(10).
        05 Watch-Number                PIC 9(9).
        05 FILLER                      PIC X(1).
        05 Watch-Time-Spent            PIC 9(9).
        05 FILLER                      PIC X(1).
        05 Watch-Timelapse             PIC 9(9).
        05 FILLER                      PIC X(1).
        05 FILLER                      PIC X(160).

      * Allstat-File (the AIFlix Daily Statistics report). A figure
      * line is a 45-byte label from column 11 and its edited value
      * from column 56; a genre line carries the genre name from
      * column 11 and a ' - Views : ' or ' - Watch Time (min) : '
      * caption from column 31.
       01 WS-All-Stat-Line              PIC X(80).

      * Period Accumulator row (PERACCI / PERACCO and the sort) :
      *   A - period header : nights folded, sum of the nightly
      *       viewer counts, period first/last day, last night folded
      *   C - one per account that watched in the period
      *   G - one per genre, views and watch minutes
      *   L - a position figure from the daily report, latest night
      *   S - an additive figure from the daily report, summed
      *   T - one per title watched in the period
      * Title and account rows carry the first and last night seen.
       01 WS-Period-Acc-Row.
        05 Pa-Period-Type              PIC X(1).
        05 Pa-Period-Id                PIC X(10).
        05 Pa-Row-Type                 PIC X(1).
        05 Pa-Key                      PIC X(45).
        05 Pa-Origin                   PIC X(1).
        05 Pa-Views                    PIC 9(13).
        05 Pa-Minutes                  PIC 9(13).
        05 Pa-Nights                   PIC 9(5).
        05 Pa-First-Date               PIC X(10).
        05 Pa-Last-Date                PIC X(10).
        05 Pa-Folded-Date              PIC X(10).
        05 FILLER                      PIC X(1).

      * Daily Statistics report figures, in report order : report
      * label, CSV label, report section (1 General, 2 Content,
      * 3 Subscription, 4 Customer, 5 Views) and how the period
      * figure is formed (S summed over the nights, L latest night,
      * D derived from the period's title and account rows)
       01 WS-Stat-Label-Values.
      * General Statistics
        05 FILLER                 PIC X(45)
              Value 'Total Number of Contents : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content'.
        05 FILLER                 PIC X(2)  Value '1L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Subscription'.
        05 FILLER                 PIC X(2)  Value '1L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Viewers : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Viewer'.
        05 FILLER                 PIC X(2)  Value '1D'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Views : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Views'.
        05 FILLER                 PIC X(2)  Value '1S'.
        05 FILLER                 PIC X(45)
              Value 'Total Watch Time (min): '.
        05 FILLER                 PIC X(25)
              Value 'Total-Watch-Time'.
        05 FILLER                 PIC X(2)  Value '1S'.
      * Content Statistics
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1880s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1880s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1890s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1890s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1900s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1900s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1910s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1910s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1920s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1920s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1930s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1930s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1940s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1940s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1950s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1950s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1960s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1960s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1970s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1970s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1980s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1980s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 1990s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-1990s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 2000s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-2000s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 2010s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-2010s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of 2020s Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-2020s'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Non-Adult Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-Non-Adult'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Adult Content : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Content-Adult'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of All Content : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Content'.
        05 FILLER                 PIC X(2)  Value '2L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of All Content : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Content'.
        05 FILLER                 PIC X(2)  Value '2L'.
      * Subscription Statistics
        05 FILLER                 PIC X(45)
              Value 'Total Number of Standard Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Sub-Program-Std'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Extended Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Sub-Program-Ext'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Premium Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Sub-Program-Prm'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Total Number of Unknown Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Sub-Program-Unk'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Total Active Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Active-Subscribers'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Total Churned Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Churned-Subscribers'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of Standard Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Sub-Standard'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Standard Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Sub-Standard'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Standard Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Sub-Standard'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of Extended Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Sub-Extended'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Extended Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Sub-Extended'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Extended Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Sub-Extended'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of Premium Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Sub-Premium'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Premium Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Sub-Premium'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Premium Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Sub-Premium'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of Unknown Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Sub-Unknown'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Unknown Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Sub-Unknown'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Unknown Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Sub-Unknown'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of All Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Sub-Total'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of All Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Sub-Total'.
        05 FILLER                 PIC X(2)  Value '3L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of All Subscriptions : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Sub-Total'.
        05 FILLER                 PIC X(2)  Value '3L'.
      * Customer Statistics
        05 FILLER                 PIC X(45)
              Value 'Min Age of Standard Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Cust-Standard'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Standard Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Cust-Standard'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Standard Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Cust-Standard'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of Extended Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Cust-Extended'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Extended Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Cust-Extended'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Extended Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Cust-Extended'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of Premium Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Cust-Premium'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Premium Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Cust-Premium'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Premium Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Cust-Premium'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of Unknown Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Cust-Unknown'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of Unknown Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Cust-Unknown'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of Unknown Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Cust-Unknown'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Min Age of All Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Age-Cust-Total'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Avg Age of All Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Age-Cust-Total'.
        05 FILLER                 PIC X(2)  Value '4L'.
        05 FILLER                 PIC X(45)
              Value 'Max Age of All Subscribers : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Age-Cust-Total'.
        05 FILLER                 PIC X(2)  Value '4L'.
      * Views Statistics
        05 FILLER                 PIC X(45)
              Value 'Total Views on the Web : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Views-Web'.
        05 FILLER                 PIC X(2)  Value '5S'.
        05 FILLER                 PIC X(45)
              Value 'Total Views on the App : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Views-App'.
        05 FILLER                 PIC X(2)  Value '5S'.
        05 FILLER                 PIC X(45)
              Value 'Total Views on the TV : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Views-TV'.
        05 FILLER                 PIC X(2)  Value '5S'.
        05 FILLER                 PIC X(45)
              Value 'Total Views on the STB : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Views-STB'.
        05 FILLER                 PIC X(2)  Value '5S'.
        05 FILLER                 PIC X(45)
              Value 'Total Views on Mobile : '.
        05 FILLER                 PIC X(25)
              Value 'Total-Views-Mobile'.
        05 FILLER                 PIC X(2)  Value '5S'.
        05 FILLER                 PIC X(45)
              Value 'Min Views on a Content : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Views-Content'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Avg Views on a Content : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Views-Content'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Max Views on a Content : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Views-Content'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Min Views for a Customer : '.
        05 FILLER                 PIC X(25)
              Value 'Min-Views-Customer'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Avg Views for a Customer : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-Views-Customer'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Max Views for a Customer : '.
        05 FILLER                 PIC X(25)
              Value 'Max-Views-Customer'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Min View Time on a Content : '.
        05 FILLER                 PIC X(25)
              Value 'Min-View-Content-Time'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Avg View Time on a Content : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-View-Content-Time'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Max View Time on a Content : '.
        05 FILLER                 PIC X(25)
              Value 'Max-View-Content-Time'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Min View Time for a Customer : '.
        05 FILLER                 PIC X(25)
              Value 'Min-View-Customer-Time'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Avg View Time for a Customer : '.
        05 FILLER                 PIC X(25)
              Value 'Avg-View-Customer-Time'.
        05 FILLER                 PIC X(2)  Value '5D'.
        05 FILLER                 PIC X(45)
              Value 'Max View Time for a Customer : '.
        05 FILLER                 PIC X(25)
              Value 'Max-View-Customer-Time'.
        05 FILLER                 PIC X(2)  Value '5D'.
       01 WS-Stat-Label-Table REDEFINES WS-Stat-Label-Values.
        05 WS-SLT-Entry OCCURS 77 TIMES.
         10 WS-SLT-Label               PIC X(45).
         10 WS-SLT-Csv-Label           PIC X(25).
         10 WS-SLT-Section             PIC 9(1).
         10 WS-SLT-Class               PIC X(1).
       01 WS-SLT-Count                 PIC 9(3) VALUE 77.
       01 WS-SLT-Sub                   PIC 9(3).
       01 WS-SLT-Found-Sub             PIC 9(3).

      * Night and period values of the report figures, parallel to
      * the label table
       01 WS-Stat-Value-Table.
        05 WS-SVT-Entry OCCURS 77 TIMES.
         10 WS-SVT-Day-Value           PIC 9(13).
         10 WS-SVT-Day-Found           PIC X(1).
         10 WS-SVT-Period-Value        PIC 9(13).
       01 WS-Day-Viewers               PIC 9(13) VALUE ZERO.

      * Genre figures - the night's from ALLSFILE, the period's from
      * the G rows
       01 WS-Day-Genre-Table.
        05 WS-DGT-Count                PIC 9(3) VALUE ZERO.
        05 WS-DGT-Entry OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-DGT-Count
              INDEXED BY WS-DGT-Idx.
         10 WS-DGT-Genre-Name          PIC X(20).
         10 WS-DGT-Views               PIC 9(13).
         10 WS-DGT-Minutes             PIC 9(13).
       01 WS-DGT-Found-Switch          PIC X VALUE 'N'.
        88 WS-DGT-Found                    VALUE 'Y'.
        88 WS-DGT-Not-Found                VALUE 'N'.
       01 WS-Genre-Name-TMP            PIC X(20).
       01 WS-Period-Genre-Table.
        05 WS-PGT-Count                PIC 9(3) VALUE ZERO.
        05 WS-PGT-Entry OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-PGT-Count
              INDEXED BY WS-PGT-Idx.
         10 WS-PGT-Genre-Name          PIC X(20).
         10 WS-PGT-Views               PIC 9(13).
         10 WS-PGT-Minutes             PIC 9(13).

      * Edited value read back from a report line
       01 WS-Scan-Field                PIC X(17).
       01 WS-Scan-Pos                  PIC 9(2).
       01 WS-Scan-Char                 PIC X(1).
       01 WS-Scan-Digit REDEFINES WS-Scan-Char PIC 9(1).
       01 WS-Scan-Value                PIC 9(13).

      * Period in hand
       01 WS-Period-Fields.
        05 WS-Current-Type             PIC X(1).
        05 WS-Current-Period-Id        PIC X(10).
        05 WS-Current-Start-Date       PIC X(10).
        05 WS-Current-End-Date         PIC X(10).
        05 WS-Period-Nights            PIC 9(5).
        05 WS-Period-Viewer-Sum        PIC 9(13).
        05 WS-Period-Folded-Date       PIC X(10).
        05 WS-Period-Titles            PIC 9(9).
        05 WS-Period-Viewers           PIC 9(9).
        05 WS-Max-Views-Content        PIC 9(13).
        05 WS-Min-Views-Content        PIC 9(13).
        05 WS-Sum-Views-Content        PIC 9(13).
        05 WS-Max-View-Content-Time    PIC 9(13).
        05 WS-Min-View-Content-Time    PIC 9(13).
        05 WS-Sum-View-Content-Time    PIC 9(13).
        05 WS-Max-Views-Customer       PIC 9(13).
        05 WS-Min-Views-Customer       PIC 9(13).
        05 WS-Sum-Views-Customer       PIC 9(13).
        05 WS-Max-View-Customer-Time   PIC 9(13).
        05 WS-Min-View-Customer-Time   PIC 9(13).
        05 WS-Sum-View-Customer-Time   PIC 9(13).
        05 WS-Avg-Divisor              PIC 9(13).
        05 WS-Derived-Value            PIC 9(13).
        05 WS-Avg-Daily-Viewers        PIC 9(13).
        05 WS-Avg-Daily-Views          PIC 9(13).
        05 WS-Avg-Daily-Watch-Time     PIC 9(13).
       01 WS-Closing-Switch            PIC X VALUE 'N'.
        88 WS-Period-Closing               VALUE 'Y'.
        88 WS-Period-Open                  VALUE 'N'.
       01 WS-Find-Csv-Label            PIC X(25).

      * Key group in hand
       01 WS-Group-Fields.
        05 WS-Current-Row-Type         PIC X(1).
        05 WS-Current-Key              PIC X(45).
        05 WS-Group-Views              PIC 9(13).
        05 WS-Group-Minutes            PIC 9(13).
        05 WS-Group-Nights             PIC 9(5).
        05 WS-Group-First-Date         PIC X(10).
        05 WS-Group-Last-Date          PIC X(10).
        05 WS-Group-Folded-Date        PIC X(10).
       01 WS-Current-Content-Id        PIC X(10).
       01 WS-Current-Acct              PIC X(10).

      * Periods still open after tonight, for the control section
       01 WS-Open-Period-Table.
        05 WS-OPT-Count                PIC 9(2) VALUE ZERO.
        05 WS-OPT-Entry OCCURS 10 TIMES.
         10 WS-OPT-Period-Type         PIC X(1).
         10 WS-OPT-Period-Id           PIC X(10).
         10 WS-OPT-Nights              PIC 9(5).
       01 WS-OPT-Sub                   PIC 9(2).

      * Top 10 Leader Lists over the period
       01 WS-Top10-Title-List.
        05 WS-T10T-Count               PIC 9(2) VALUE ZERO.
        05 WS-T10T-Entry OCCURS 10 TIMES.
         10 WS-T10T-Content-Id         PIC X(10).
         10 WS-T10T-Views              PIC 9(13).
       01 WS-Top10-Customer-List.
        05 WS-T10C-Count               PIC 9(2) VALUE ZERO.
        05 WS-T10C-Entry OCCURS 10 TIMES.
         10 WS-T10C-Acct               PIC X(10).
         10 WS-T10C-Views              PIC 9(13).
       01 WS-T10-Rank                    PIC 9(2).
       01 WS-T10-Pos                     PIC 9(2).
       01 WS-T10-Shift                   PIC 9(2).
       01 WS-T10-New-Views               PIC 9(13).

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
       01 WS-Start-Day                 PIC 9(7).
       01 WS-End-Day                   PIC 9(7).

      * CSV extract row
       01 WS-Csv-Row                   PIC X(60).
       01 WS-Csv-Label                 PIC X(30).
       01 WS-Csv-Numeric-Value         PIC 9(13).
       01 WS-Csv-Numeric-Edit          PIC Z(12)9.
       01 WS-Csv-Numeric-Trim          PIC X(13).

      * Record Counts
       01 WS-Record-Counts.
        05 WS-Count-Calendar           PIC 9(9) VALUE ZERO.
        05 WS-Count-Calendar-Bad       PIC 9(9) VALUE ZERO.
        05 WS-Count-Carried-In         PIC 9(9) VALUE ZERO.
        05 WS-Count-Carried-Out        PIC 9(9) VALUE ZERO.
        05 WS-Count-Report-Lines       PIC 9(9) VALUE ZERO.
        05 WS-Count-Figures            PIC 9(9) VALUE ZERO.
        05 WS-Count-Genre-Lines        PIC 9(9) VALUE ZERO.
        05 WS-Count-Title-Rows         PIC 9(9) VALUE ZERO.
        05 WS-Count-Customer-Rows      PIC 9(9) VALUE ZERO.
        05 WS-Count-Stat-Bad           PIC 9(9) VALUE ZERO.
        05 WS-Count-Label-Unknown      PIC 9(9) VALUE ZERO.
        05 WS-Count-Periods-Folded     PIC 9(9) VALUE ZERO.
        05 WS-Count-Periods-Closed     PIC 9(9) VALUE ZERO.

      * Status
       01 FILE-STATUS.
        05 STATUS-FISCAL-CAL-FILE         PIC XX.
        05 STATUS-TTLSTAT-FILE            PIC XX.
        05 STATUS-CSTSTAT-FILE            PIC XX.
        05 STATUS-ALLSTAT-FILE            PIC XX.
        05 STATUS-PERIOD-IN-FILE          PIC XX.
        05 STATUS-PERIOD-OUT-FILE         PIC XX.
        05 STATUS-REPORT-FILE             PIC XX.
        05 STATUS-CSV-FILE                PIC XX.
        05 STATUS-CONTROL-CARD-FILE       PIC XX.

      * Batch Control Card - the business date picks the fiscal
      * periods and decides which of them close tonight
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
       01 End-Of-File-F                  PIC X VALUE 'N'.
       01 End-Of-File-I                  PIC X VALUE 'N'.
       01 End-Of-File-A                  PIC X VALUE 'N'.
       01 End-Of-File-T                  PIC X VALUE 'N'.
       01 End-Of-File-C                  PIC X VALUE 'N'.
       01 End-Of-Sort                    PIC X VALUE 'N'.

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
        05 FILLER                 PIC X(26) Value SPACES.
        05 FILLER                 PIC X(28)
              Value 'AIFlix Period-End Statistics'.
        05 FILLER                 PIC X(26) Value SPACES.
       01 Business-Date-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(20) Value 'Business Date : '.
        05 BDL-Business-Date      PIC X(10).
        05 FILLER                 PIC X(40) Value SPACES.
       01 Period-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(9)  Value 'Period : '.
        05 PL-Period-Id           PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 PL-Period-Name         PIC X(15).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 PL-Start-Date          PIC X(10).
        05 FILLER                 PIC X(4)  Value ' to '.
        05 PL-End-Date            PIC X(10).
        05 FILLER                 PIC X(8)  Value SPACES.
       01 No-Close-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(70)
              Value 'No fiscal period closed on this business date'.
       01 Header-General-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(21)
              Value 'General Statistics : '.
        05 FILLER                 PIC X(49) Value SPACES.
       01 Header-Content-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(21)
              Value 'Content Statistics : '.
        05 FILLER                 PIC X(49) Value SPACES.
       01 Header-Subscription-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(26)
              Value 'Subscription Statistics : '.
        05 FILLER                 PIC X(44) Value SPACES.
       01 Header-Customer-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(23)
              Value 'Customer Statistics : '.
        05 FILLER                 PIC X(47) Value SPACES.
       01 Header-Views-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(20)
              Value 'Views Statistics : '.
        05 FILLER                 PIC X(50) Value SPACES.
       01 Header-Genre-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(20)
              Value 'Genre Statistics : '.
        05 FILLER                 PIC X(50) Value SPACES.
       01 Header-Top10-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(20)
              Value 'Top 10 Statistics : '.
        05 FILLER                 PIC X(50) Value SPACES.
       01 Header-Average-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(24)
              Value 'Period Daily Averages : '.
        05 FILLER                 PIC X(46) Value SPACES.

      * Figure line - one layout for every period figure, wide
      * enough for a quarter's watch minutes
       01 Period-Stat-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 PSL-Label              PIC X(45).
        05 PSL-Value              PIC ZBZZZBZZZBZZZBZZ9.
        05 FILLER                 PIC X(8)  Value SPACES.
       01 Genre-Views-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Genre-Views-Name       PIC X(20).
        05 FILLER                 PIC X(25) Value ' - Views : '.
        05 Genre-Views-Count      PIC ZBZZZBZZZBZZZBZZ9.
        05 FILLER                 PIC X(8)  Value SPACES.
       01 Genre-Time-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Genre-Time-Name        PIC X(20).
        05 FILLER                 PIC X(25)
              Value ' - Watch Time (min) : '.
        05 Genre-Time-Minutes     PIC ZBZZZBZZZBZZZBZZ9.
        05 FILLER                 PIC X(8)  Value SPACES.
       01 Top10-Title-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Top10-Title-Rank       PIC Z9.
        05 FILLER                 PIC X(16)
              Value ' - Content Id : '.
        05 Top10-Title-Content-Id PIC X(10).
        05 FILLER                 PIC X(11) Value ' - Views : '.
        05 Top10-Title-Views      PIC ZBZZZBZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Top10-Customer-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Top10-Customer-Rank    PIC Z9.
        05 FILLER                 PIC X(20)
              Value ' - Account Number : '.
        05 Top10-Customer-Acct    PIC X(10).
        05 FILLER                 PIC X(11) Value ' - Views : '.
        05 Top10-Customer-Views   PIC ZBZZZBZZZBZZZBZZ9.
        05 FILLER                 PIC X(10) Value SPACES.

      * Control Lines
       01 Control-Count-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 Control-Count-Label    PIC X(45).
        05 Control-Count-Value    PIC ZZZBZZZBZZ9.
        05 FILLER                 PIC X(14) Value SPACES.
       01 Open-Period-Line.
        05 FILLER                 PIC X(10) Value SPACES.
        05 FILLER                 PIC X(13) Value 'Still Open : '.
        05 OPL-Period-Id          PIC X(10).
        05 FILLER                 PIC X(2)  Value SPACES.
        05 OPL-Period-Name        PIC X(15).
        05 FILLER                 PIC X(11) Value 'Nights : '.
        05 OPL-Nights             PIC ZZZZ9.
        05 FILLER                 PIC X(14) Value SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Principal Process
      *-----------------------------------------------------------------

       1000-Principal-Process.

           PERFORM 9000-Initialization
           PERFORM 9100-Open-Files
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-Period-Type
                                 SRT-Period-Id
                                 SRT-Row-Type
                                 SRT-Key
                                 SRT-Origin
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE 2000-Release-Period-Rows
                OUTPUT PROCEDURE 3000-Period-Pass
           IF WS-Count-Periods-Closed = ZERO
               MOVE Blank-Line TO REPORT-RECORD
               PERFORM 9320-Write-Report-Record
               MOVE No-Close-Line TO REPORT-RECORD
               PERFORM 9320-Write-Report-Record
           END-IF
           PERFORM 6900-Write-Control-Totals
           PERFORM 9900-Close-Files
           PERFORM 9999-Finalize.

      *-----------------------------------------------------------------
      * Release Period Rows
      *
      * Input procedure : the carried accumulator first - which also
      * tells whether tonight has already been folded into the
      * current periods - then the night's report figures, genres,
      * titles and accounts, once for each period they go into. A
      * missing carried accumulator starts the periods tonight.
      *-----------------------------------------------------------------

       2000-Release-Period-Rows.

           OPEN INPUT PERIOD-IN-FILE
           IF STATUS-PERIOD-IN-FILE = '00'
               PERFORM 2100-Release-Carried-Row
                 UNTIL End-Of-File-I = 'Y'
               CLOSE PERIOD-IN-FILE
           ELSE
               DISPLAY 'PERACCI not found - periods start tonight : '
                       STATUS-PERIOD-IN-FILE
           END-IF

           PERFORM VARYING WS-Fold-Sub FROM 1 BY 1
              UNTIL WS-Fold-Sub > 2
              IF WS-Fold-Switch (WS-Fold-Sub) = 'Y'
                  ADD 1 TO WS-Count-Periods-Folded
              END-IF
           END-PERFORM

           PERFORM 2200-Load-Day-Summary

           PERFORM VARYING WS-Fold-Sub FROM 1 BY 1
              UNTIL WS-Fold-Sub > 2
              IF WS-Fold-Switch (WS-Fold-Sub) = 'Y'
                  PERFORM 2300-Release-Day-Figures
              END-IF
           END-PERFORM

           PERFORM 9220-Read-Title-Stat-Record
           PERFORM 2400-Release-Title-Row
             UNTIL End-Of-File-T = 'Y'

           PERFORM 9240-Read-Customer-Stat-Record
           PERFORM 2500-Release-Customer-Row
             UNTIL End-Of-File-C = 'Y'.

      *-----------------------------------------------------------------
      * Release Carried Row
      *
      * A header for a current period that already holds this
      * business date means tonight was folded by an earlier run;
      * folding it again would count the night twice.
      *-----------------------------------------------------------------

       2100-Release-Carried-Row.

           READ PERIOD-IN-FILE INTO WS-Period-Acc-Row
               AT END MOVE 'Y' TO End-Of-File-I
           END-READ
           IF End-Of-File-I = 'N'
               IF STATUS-PERIOD-IN-FILE NOT = '00'
                   DISPLAY 'Error while reading PERACCI - FS : '
                              STATUS-PERIOD-IN-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Count-Carried-In
               ADD 1 TO WS-Audit-Records-Read
               IF Pa-Row-Type = 'A'
                   PERFORM VARYING WS-Fold-Sub FROM 1 BY 1
                      UNTIL WS-Fold-Sub > 2
                      IF Pa-Period-Type = WS-Fold-Type (WS-Fold-Sub)
                         AND Pa-Period-Id =
                             WS-Fold-Period-Id (WS-Fold-Sub)
                         AND Pa-Folded-Date NOT < WS-Business-Date
                         AND WS-Fold-Switch (WS-Fold-Sub) = 'Y'
                          DISPLAY 'Business date already folded into '
                                  Pa-Period-Id ' - not added again'
                          MOVE 'N' TO WS-Fold-Switch (WS-Fold-Sub)
                          PERFORM 9990-Set-Warning-Code
                      END-IF
                   END-PERFORM
               END-IF
               MOVE 'C' TO Pa-Origin
               RELEASE SORT-WORK-RECORD FROM WS-Period-Acc-Row
           END-IF.

      *-----------------------------------------------------------------
      * Load Day Summary
      *
      * Reads the night's Daily Statistics report back. Lines that
      * are neither a known figure nor a genre line (headings, top
      * 10, day-over-day trending) are passed over.
      *-----------------------------------------------------------------

       2200-Load-Day-Summary.

           PERFORM VARYING WS-SLT-Sub FROM 1 BY 1
              UNTIL WS-SLT-Sub > WS-SLT-Count
              MOVE ZERO TO WS-SVT-Day-Value (WS-SLT-Sub)
              MOVE 'N' TO WS-SVT-Day-Found (WS-SLT-Sub)
           END-PERFORM
           MOVE ZERO TO WS-DGT-Count
           MOVE ZERO TO WS-Day-Viewers

           PERFORM 9210-Read-All-Stat-Line
           PERFORM 2210-Take-Summary-Line
             UNTIL End-Of-File-A = 'Y'.

      *-----------------------------------------------------------------
      * Take Summary Line
      *-----------------------------------------------------------------

       2210-Take-Summary-Line.

           EVALUATE TRUE
             WHEN WS-All-Stat-Line (31:11) = ' - Views : '
               MOVE WS-All-Stat-Line (11:20) TO WS-Genre-Name-TMP
               MOVE WS-All-Stat-Line (56:15) TO WS-Scan-Field
               PERFORM 5200-Extract-Value
               PERFORM 5220-Find-Day-Genre
               IF WS-DGT-Found
                   ADD WS-Scan-Value TO WS-DGT-Views (WS-DGT-Idx)
               END-IF
               ADD 1 TO WS-Count-Genre-Lines
             WHEN WS-All-Stat-Line (31:22) = ' - Watch Time (min) : '
               MOVE WS-All-Stat-Line (11:20) TO WS-Genre-Name-TMP
               MOVE WS-All-Stat-Line (53:15) TO WS-Scan-Field
               PERFORM 5200-Extract-Value
               PERFORM 5220-Find-Day-Genre
               IF WS-DGT-Found
                   ADD WS-Scan-Value TO WS-DGT-Minutes (WS-DGT-Idx)
               END-IF
               ADD 1 TO WS-Count-Genre-Lines
             WHEN OTHER
               PERFORM 5210-Find-Label
               IF WS-SLT-Found-Sub > ZERO
                   MOVE WS-All-Stat-Line (56:15) TO WS-Scan-Field
                   PERFORM 5200-Extract-Value
                   MOVE WS-Scan-Value
                        TO WS-SVT-Day-Value (WS-SLT-Found-Sub)
                   MOVE 'Y' TO WS-SVT-Day-Found (WS-SLT-Found-Sub)
                   IF WS-SLT-Csv-Label (WS-SLT-Found-Sub) =
                      'Total-Viewer'
                       MOVE WS-Scan-Value TO WS-Day-Viewers
                   END-IF
                   ADD 1 TO WS-Count-Figures
               END-IF
           END-EVALUATE

           PERFORM 9210-Read-All-Stat-Line.

      *-----------------------------------------------------------------
      * Release Day Figures
      *
      * The night's header, report figures and genres for one of the
      * periods the business date falls in. Derived figures are not
      * carried - they are worked out again from the title and
      * account rows when the period closes.
      *-----------------------------------------------------------------

       2300-Release-Day-Figures.

           PERFORM 2900-Start-Day-Row
           MOVE 'A' TO Pa-Row-Type
           MOVE WS-Day-Viewers TO Pa-Views
           MOVE WS-Fold-Start-Date (WS-Fold-Sub) TO Pa-First-Date
           MOVE WS-Fold-End-Date (WS-Fold-Sub) TO Pa-Last-Date
           RELEASE SORT-WORK-RECORD FROM WS-Period-Acc-Row

           PERFORM VARYING WS-SLT-Sub FROM 1 BY 1
              UNTIL WS-SLT-Sub > WS-SLT-Count
              IF WS-SVT-Day-Found (WS-SLT-Sub) = 'Y'
                 AND WS-SLT-Class (WS-SLT-Sub) NOT = 'D'
                  PERFORM 2900-Start-Day-Row
                  MOVE WS-SLT-Class (WS-SLT-Sub) TO Pa-Row-Type
                  MOVE WS-SLT-Label (WS-SLT-Sub) TO Pa-Key
                  MOVE WS-SVT-Day-Value (WS-SLT-Sub) TO Pa-Views
                  RELEASE SORT-WORK-RECORD FROM WS-Period-Acc-Row
              END-IF
           END-PERFORM

           PERFORM VARYING WS-DGT-Idx FROM 1 BY 1
              UNTIL WS-DGT-Idx > WS-DGT-Count
              PERFORM 2900-Start-Day-Row
              MOVE 'G' TO Pa-Row-Type
              MOVE WS-DGT-Genre-Name (WS-DGT-Idx) TO Pa-Key
              MOVE WS-DGT-Views (WS-DGT-Idx) TO Pa-Views
              MOVE WS-DGT-Minutes (WS-DGT-Idx) TO Pa-Minutes
              RELEASE SORT-WORK-RECORD FROM WS-Period-Acc-Row
           END-PERFORM.

      *-----------------------------------------------------------------
      * Release Title Row
      *-----------------------------------------------------------------

       2400-Release-Title-Row.

           IF Watch-Number of WS-Title-Stat-File NOT NUMERIC
              OR Watch-Time-Spent of WS-Title-Stat-File NOT NUMERIC
               DISPLAY 'TTLSFILE row not numeric - skipped : '
                       contentId of WS-Title-Stat-File
               ADD 1 TO WS-Count-Stat-Bad
               PERFORM 9990-Set-Warning-Code
           ELSE
               PERFORM VARYING WS-Fold-Sub FROM 1 BY 1
                  UNTIL WS-Fold-Sub > 2
                  IF WS-Fold-Switch (WS-Fold-Sub) = 'Y'
                      PERFORM 2900-Start-Day-Row
                      MOVE 'T' TO Pa-Row-Type
                      MOVE contentId of WS-Title-Stat-File TO Pa-Key
                      MOVE Watch-Number of WS-Title-Stat-File
                           TO Pa-Views
                      MOVE Watch-Time-Spent of WS-Title-Stat-File
                           TO Pa-Minutes
                      RELEASE SORT-WORK-RECORD FROM WS-Period-Acc-Row
                  END-IF
               END-PERFORM
           END-IF

           PERFORM 9220-Read-Title-Stat-Record.

      *-----------------------------------------------------------------
      * Release Customer Row
      *-----------------------------------------------------------------

       2500-Release-Customer-Row.

           IF Watch-Number of WS-Customer-Stat-File NOT NUMERIC
              OR Watch-Time-Spent of WS-Customer-Stat-File
                 NOT NUMERIC
               DISPLAY 'CSTSFILE row not numeric - skipped : '
                       accountNumber of WS-Customer-Stat-File
               ADD 1 TO WS-Count-Stat-Bad
               PERFORM 9990-Set-Warning-Code
           ELSE
               PERFORM VARYING WS-Fold-Sub FROM 1 BY 1
                  UNTIL WS-Fold-Sub > 2
                  IF WS-Fold-Switch (WS-Fold-Sub) = 'Y'
                      PERFORM 2900-Start-Day-Row
                      MOVE 'C' TO Pa-Row-Type
                      MOVE accountNumber of WS-Customer-Stat-File
                           TO Pa-Key
                      MOVE Watch-Number of WS-Customer-Stat-File
                           TO Pa-Views
                      MOVE Watch-Time-Spent of WS-Customer-Stat-File
                           TO Pa-Minutes
                      RELEASE SORT-WORK-RECORD FROM WS-Period-Acc-Row
                  END-IF
               END-PERFORM
           END-IF

           PERFORM 9240-Read-Customer-Stat-Record.

      *-----------------------------------------------------------------
      * Start Day Row
      *
      * A night's row : one night, first and last seen tonight.
      *-----------------------------------------------------------------

       2900-Start-Day-Row.

           MOVE SPACES TO WS-Period-Acc-Row
           MOVE WS-Fold-Type (WS-Fold-Sub) TO Pa-Period-Type
           MOVE WS-Fold-Period-Id (WS-Fold-Sub) TO Pa-Period-Id
           MOVE 'D' TO Pa-Origin
           MOVE ZERO TO Pa-Views
           MOVE ZERO TO Pa-Minutes
           MOVE 1 TO Pa-Nights
           MOVE WS-Business-Date TO Pa-First-Date
           MOVE WS-Business-Date TO Pa-Last-Date
           MOVE WS-Business-Date TO Pa-Folded-Date.

      *-----------------------------------------------------------------
      * Period Pass
      *
      * Output procedure : one control break per period. A period
      * still open after tonight is written back to PERACCO row by
      * row; one whose last day is on or before the business date -
      * or that is no longer on the calendar - is reported and not
      * carried. A month and its quarter can close the same night.
      *-----------------------------------------------------------------

       3000-Period-Pass.

           PERFORM 9230-Return-Sort-Record
           PERFORM 3100-Process-Period
             UNTIL End-Of-Sort = 'Y'.

      *-----------------------------------------------------------------
      * Process Period
      *-----------------------------------------------------------------

       3100-Process-Period.

           MOVE SRT-Period-Type TO WS-Current-Type
           MOVE SRT-Period-Id TO WS-Current-Period-Id
           PERFORM 3150-Start-Period

           PERFORM 3200-Process-Key-Group
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Period-Type NOT = WS-Current-Type
             OR SRT-Period-Id NOT = WS-Current-Period-Id

           IF WS-Period-Closing
               PERFORM 5300-Derive-Period-Figures
               PERFORM 6100-Write-Period-Report
               PERFORM 6190-Write-Period-Csv
               ADD 1 TO WS-Count-Periods-Closed
           ELSE
               IF WS-OPT-Count < 10
                   ADD 1 TO WS-OPT-Count
                   MOVE WS-Current-Type
                        TO WS-OPT-Period-Type (WS-OPT-Count)
                   MOVE WS-Current-Period-Id
                        TO WS-OPT-Period-Id (WS-OPT-Count)
                   MOVE WS-Period-Nights TO WS-OPT-Nights (WS-OPT-Count)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Start Period
      *-----------------------------------------------------------------

       3150-Start-Period.

           SET WS-FCT-Not-Found TO TRUE
           IF WS-FCT-Count > 0
               SET WS-FCT-Idx TO 1
               SEARCH WS-FCT-Entry VARYING WS-FCT-Idx
                  AT END CONTINUE
                  WHEN WS-FCT-Period-Type (WS-FCT-Idx) = WS-Current-Type
                   AND WS-FCT-Period-Id (WS-FCT-Idx) =
                       WS-Current-Period-Id
                       SET WS-FCT-Found TO TRUE
               END-SEARCH
           END-IF

           IF WS-FCT-Found
               MOVE WS-FCT-Start-Date (WS-FCT-Idx)
                    TO WS-Current-Start-Date
               MOVE WS-FCT-End-Date (WS-FCT-Idx) TO WS-Current-End-Date
               IF WS-Current-End-Date NOT > WS-Business-Date
                   SET WS-Period-Closing TO TRUE
               ELSE
                   SET WS-Period-Open TO TRUE
               END-IF
           ELSE
               DISPLAY 'Period no longer on FISCCAL - closed now : '
                       WS-Current-Type ' ' WS-Current-Period-Id
               PERFORM 9990-Set-Warning-Code
               MOVE SPACES TO WS-Current-Start-Date
               MOVE SPACES TO WS-Current-End-Date
               SET WS-Period-Closing TO TRUE
           END-IF

           MOVE ZERO TO WS-Period-Nights
           MOVE ZERO TO WS-Period-Viewer-Sum
           MOVE SPACES TO WS-Period-Folded-Date
           MOVE ZERO TO WS-Period-Titles
           MOVE ZERO TO WS-Period-Viewers
           MOVE ZERO TO WS-Max-Views-Content
           MOVE ZERO TO WS-Sum-Views-Content
           MOVE ZERO TO WS-Max-View-Content-Time
           MOVE ZERO TO WS-Sum-View-Content-Time
           MOVE ZERO TO WS-Max-Views-Customer
           MOVE ZERO TO WS-Sum-Views-Customer
           MOVE ZERO TO WS-Max-View-Customer-Time
           MOVE ZERO TO WS-Sum-View-Customer-Time
           MOVE 9999999999999 TO WS-Min-Views-Content
           MOVE 9999999999999 TO WS-Min-View-Content-Time
           MOVE 9999999999999 TO WS-Min-Views-Customer
           MOVE 9999999999999 TO WS-Min-View-Customer-Time
           MOVE ZERO TO WS-PGT-Count
           MOVE ZERO TO WS-T10T-Count
           MOVE ZERO TO WS-T10C-Count
           PERFORM VARYING WS-SLT-Sub FROM 1 BY 1
              UNTIL WS-SLT-Sub > WS-SLT-Count
              MOVE ZERO TO WS-SVT-Period-Value (WS-SLT-Sub)
           END-PERFORM.

      *-----------------------------------------------------------------
      * Process Key Group
      *
      * The carried row and tonight's row for the same title,
      * account, genre or figure : counts add up, a position figure
      * takes the latest night's value.
      *-----------------------------------------------------------------

       3200-Process-Key-Group.

           MOVE SRT-Row-Type TO WS-Current-Row-Type
           MOVE SRT-Key TO WS-Current-Key
           MOVE ZERO TO WS-Group-Views
           MOVE ZERO TO WS-Group-Minutes
           MOVE ZERO TO WS-Group-Nights
           MOVE HIGH-VALUES TO WS-Group-First-Date
           MOVE LOW-VALUES TO WS-Group-Last-Date
           MOVE LOW-VALUES TO WS-Group-Folded-Date

           PERFORM 3250-Add-Key-Row
             UNTIL End-Of-Sort = 'Y'
             OR SRT-Period-Type NOT = WS-Current-Type
             OR SRT-Period-Id NOT = WS-Current-Period-Id
             OR SRT-Row-Type NOT = WS-Current-Row-Type
             OR SRT-Key NOT = WS-Current-Key

           PERFORM 3300-Close-Key-Group.

      *-----------------------------------------------------------------
      * Add Key Row
      *-----------------------------------------------------------------

       3250-Add-Key-Row.

           IF WS-Current-Row-Type = 'L'
               IF SRT-Folded-Date NOT < WS-Group-Folded-Date
                   MOVE SRT-Views TO WS-Group-Views
               END-IF
           ELSE
               ADD SRT-Views TO WS-Group-Views
           END-IF
           ADD SRT-Minutes TO WS-Group-Minutes
           ADD SRT-Nights TO WS-Group-Nights
           IF SRT-First-Date < WS-Group-First-Date
               MOVE SRT-First-Date TO WS-Group-First-Date
           END-IF
           IF SRT-Last-Date > WS-Group-Last-Date
               MOVE SRT-Last-Date TO WS-Group-Last-Date
           END-IF
           IF SRT-Folded-Date > WS-Group-Folded-Date
               MOVE SRT-Folded-Date TO WS-Group-Folded-Date
           END-IF

           PERFORM 9230-Return-Sort-Record.

      *-----------------------------------------------------------------
      * Close Key Group
      *-----------------------------------------------------------------

       3300-Close-Key-Group.

           EVALUATE WS-Current-Row-Type
             WHEN 'A'
               MOVE WS-Group-Nights TO WS-Period-Nights
               MOVE WS-Group-Views TO WS-Period-Viewer-Sum
               MOVE WS-Group-Folded-Date TO WS-Period-Folded-Date
             WHEN 'L'
             WHEN 'S'
               MOVE WS-Current-Key TO WS-All-Stat-Line (11:45)
               PERFORM 5210-Find-Label
               IF WS-SLT-Found-Sub > ZERO
                   MOVE WS-Group-Views
                        TO WS-SVT-Period-Value (WS-SLT-Found-Sub)
               ELSE
                   ADD 1 TO WS-Count-Label-Unknown
               END-IF
             WHEN 'G'
               IF WS-PGT-Count < 200
                   ADD 1 TO WS-PGT-Count
                   MOVE WS-Current-Key
                        TO WS-PGT-Genre-Name (WS-PGT-Count)
                   MOVE WS-Group-Views TO WS-PGT-Views (WS-PGT-Count)
                   MOVE WS-Group-Minutes
                        TO WS-PGT-Minutes (WS-PGT-Count)
               ELSE
                   DISPLAY 'Period genre table full - skipping : '
                           WS-Current-Key
               END-IF
             WHEN 'T'
               PERFORM 3400-Tally-Title
             WHEN 'C'
               PERFORM 3500-Tally-Customer
           END-EVALUATE

           IF WS-Period-Open
               PERFORM 3700-Write-Carried-Row
           END-IF.

      *-----------------------------------------------------------------
      * Tally Title
      *-----------------------------------------------------------------

       3400-Tally-Title.

           ADD 1 TO WS-Period-Titles
           IF WS-Group-Views > WS-Max-Views-Content
               MOVE WS-Group-Views TO WS-Max-Views-Content
           END-IF
           IF WS-Group-Views < WS-Min-Views-Content
               MOVE WS-Group-Views TO WS-Min-Views-Content
           END-IF
           ADD WS-Group-Views TO WS-Sum-Views-Content

           IF WS-Group-Minutes > WS-Max-View-Content-Time
               MOVE WS-Group-Minutes TO WS-Max-View-Content-Time
           END-IF
           IF WS-Group-Minutes < WS-Min-View-Content-Time
               MOVE WS-Group-Minutes TO WS-Min-View-Content-Time
           END-IF
           ADD WS-Group-Minutes TO WS-Sum-View-Content-Time

           MOVE WS-Current-Key TO WS-Current-Content-Id
           MOVE WS-Group-Views TO WS-T10-New-Views
           PERFORM 5560-Top10-Title-Insert.

      *-----------------------------------------------------------------
      * Tally Customer
      *
      * Each account row is one distinct viewer in the period, however
      * many nights it watched.
      *-----------------------------------------------------------------

       3500-Tally-Customer.

           ADD 1 TO WS-Period-Viewers
           IF WS-Group-Views > WS-Max-Views-Customer
               MOVE WS-Group-Views TO WS-Max-Views-Customer
           END-IF
           IF WS-Group-Views < WS-Min-Views-Customer
               MOVE WS-Group-Views TO WS-Min-Views-Customer
           END-IF
           ADD WS-Group-Views TO WS-Sum-Views-Customer

           IF WS-Group-Minutes > WS-Max-View-Customer-Time
               MOVE WS-Group-Minutes TO WS-Max-View-Customer-Time
           END-IF
           IF WS-Group-Minutes < WS-Min-View-Customer-Time
               MOVE WS-Group-Minutes TO WS-Min-View-Customer-Time
           END-IF
           ADD WS-Group-Minutes TO WS-Sum-View-Customer-Time

           MOVE WS-Current-Key TO WS-Current-Acct
           MOVE WS-Group-Views TO WS-T10-New-Views
           PERFORM 5570-Top10-Customer-Insert.

      *-----------------------------------------------------------------
      * Write Carried Row
      *-----------------------------------------------------------------

       3700-Write-Carried-Row.

           MOVE SPACES TO WS-Period-Acc-Row
           MOVE WS-Current-Type TO Pa-Period-Type
           MOVE WS-Current-Period-Id TO Pa-Period-Id
           MOVE WS-Current-Row-Type TO Pa-Row-Type
           MOVE WS-Current-Key TO Pa-Key
           MOVE 'C' TO Pa-Origin
           MOVE WS-Group-Views TO Pa-Views
           MOVE WS-Group-Minutes TO Pa-Minutes
           MOVE WS-Group-Nights TO Pa-Nights
           MOVE WS-Group-First-Date TO Pa-First-Date
           MOVE WS-Group-Last-Date TO Pa-Last-Date
           MOVE WS-Group-Folded-Date TO Pa-Folded-Date
           PERFORM 9330-Write-Carried-Row.

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
      * Extract Value
      *
      * The digits of an edited report value, blanks and separators
      * passed over.
      *-----------------------------------------------------------------

       5200-Extract-Value.

           MOVE ZERO TO WS-Scan-Value
           PERFORM VARYING WS-Scan-Pos FROM 1 BY 1
              UNTIL WS-Scan-Pos > 17
              MOVE WS-Scan-Field (WS-Scan-Pos:1) TO WS-Scan-Char
              IF WS-Scan-Char NUMERIC
                  COMPUTE WS-Scan-Value =
                          WS-Scan-Value * 10 + WS-Scan-Digit
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Find Label
      *
      * Report label in columns 11-55 of WS-All-Stat-Line to its
      * entry in the label table; zero when it is not a figure.
      *-----------------------------------------------------------------

       5210-Find-Label.

           MOVE ZERO TO WS-SLT-Found-Sub
           PERFORM VARYING WS-SLT-Sub FROM 1 BY 1
              UNTIL WS-SLT-Sub > WS-SLT-Count
              OR WS-SLT-Found-Sub > ZERO
              IF WS-SLT-Label (WS-SLT-Sub) = WS-All-Stat-Line (11:45)
                  MOVE WS-SLT-Sub TO WS-SLT-Found-Sub
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Find Day Genre
      *
      * Finds or adds the night's entry for WS-Genre-Name-TMP.
      *-----------------------------------------------------------------

       5220-Find-Day-Genre.

           SET WS-DGT-Not-Found TO TRUE
           IF WS-DGT-Count > 0
              SET WS-DGT-Idx TO 1
              SEARCH WS-DGT-Entry VARYING WS-DGT-Idx
                 AT END CONTINUE
                 WHEN WS-DGT-Genre-Name (WS-DGT-Idx) =
                      WS-Genre-Name-TMP
                      SET WS-DGT-Found TO TRUE
              END-SEARCH
           END-IF

           IF WS-DGT-Not-Found
              IF WS-DGT-Count < 200
                 ADD 1 TO WS-DGT-Count
                 SET WS-DGT-Idx TO WS-DGT-Count
                 MOVE WS-Genre-Name-TMP
                      TO WS-DGT-Genre-Name (WS-DGT-Idx)
                 MOVE ZERO TO WS-DGT-Views (WS-DGT-Idx)
                 MOVE ZERO TO WS-DGT-Minutes (WS-DGT-Idx)
                 SET WS-DGT-Found TO TRUE
              ELSE
                 DISPLAY 'Genre table full - skipping : '
                         WS-Genre-Name-TMP
              END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Derive Period Figures
      *
      * Viewers are the distinct accounts of the period. The
      * per-content averages are over the closing catalog size and
      * the per-customer ones over the period's viewers, as on the
      * daily report; minimums with nothing watched show zero.
      *-----------------------------------------------------------------

       5300-Derive-Period-Figures.

           IF WS-Period-Titles = ZERO
               MOVE ZERO TO WS-Min-Views-Content
               MOVE ZERO TO WS-Min-View-Content-Time
           END-IF
           IF WS-Period-Viewers = ZERO
               MOVE ZERO TO WS-Min-Views-Customer
               MOVE ZERO TO WS-Min-View-Customer-Time
           END-IF

           MOVE 'Total-Viewer' TO WS-Find-Csv-Label
           MOVE WS-Period-Viewers TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value

           MOVE 'Max-Views-Content' TO WS-Find-Csv-Label
           MOVE WS-Max-Views-Content TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value
           MOVE 'Min-Views-Content' TO WS-Find-Csv-Label
           MOVE WS-Min-Views-Content TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value
           MOVE 'Max-View-Content-Time' TO WS-Find-Csv-Label
           MOVE WS-Max-View-Content-Time TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value
           MOVE 'Min-View-Content-Time' TO WS-Find-Csv-Label
           MOVE WS-Min-View-Content-Time TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value
           MOVE 'Max-Views-Customer' TO WS-Find-Csv-Label
           MOVE WS-Max-Views-Customer TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value
           MOVE 'Min-Views-Customer' TO WS-Find-Csv-Label
           MOVE WS-Min-Views-Customer TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value
           MOVE 'Max-View-Customer-Time' TO WS-Find-Csv-Label
           MOVE WS-Max-View-Customer-Time TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value
           MOVE 'Min-View-Customer-Time' TO WS-Find-Csv-Label
           MOVE WS-Min-View-Customer-Time TO WS-Derived-Value
           PERFORM 5310-Set-Derived-Value

           MOVE 'Total-Content' TO WS-Find-Csv-Label
           PERFORM 5320-Find-Csv-Label
           MOVE ZERO TO WS-Avg-Divisor
           IF WS-SLT-Found-Sub > ZERO
               MOVE WS-SVT-Period-Value (WS-SLT-Found-Sub)
                    TO WS-Avg-Divisor
           END-IF
           IF WS-Avg-Divisor = ZERO
               MOVE WS-Period-Titles TO WS-Avg-Divisor
           END-IF
           MOVE ZERO TO WS-Derived-Value
           IF WS-Avg-Divisor NOT = 0
               COMPUTE WS-Derived-Value =
                       WS-Sum-Views-Content / WS-Avg-Divisor
           END-IF
           MOVE 'Avg-Views-Content' TO WS-Find-Csv-Label
           PERFORM 5310-Set-Derived-Value
           MOVE ZERO TO WS-Derived-Value
           IF WS-Avg-Divisor NOT = 0
               COMPUTE WS-Derived-Value =
                       WS-Sum-View-Content-Time / WS-Avg-Divisor
           END-IF
           MOVE 'Avg-View-Content-Time' TO WS-Find-Csv-Label
           PERFORM 5310-Set-Derived-Value

           MOVE ZERO TO WS-Derived-Value
           IF WS-Period-Viewers NOT = 0
               COMPUTE WS-Derived-Value =
                       WS-Sum-Views-Customer / WS-Period-Viewers
           END-IF
           MOVE 'Avg-Views-Customer' TO WS-Find-Csv-Label
           PERFORM 5310-Set-Derived-Value
           MOVE ZERO TO WS-Derived-Value
           IF WS-Period-Viewers NOT = 0
               COMPUTE WS-Derived-Value =
                       WS-Sum-View-Customer-Time / WS-Period-Viewers
           END-IF
           MOVE 'Avg-View-Customer-Time' TO WS-Find-Csv-Label
           PERFORM 5310-Set-Derived-Value

           MOVE ZERO TO WS-Avg-Daily-Viewers
           MOVE ZERO TO WS-Avg-Daily-Views
           MOVE ZERO TO WS-Avg-Daily-Watch-Time
           IF WS-Period-Nights NOT = 0
               COMPUTE WS-Avg-Daily-Viewers =
                       WS-Period-Viewer-Sum / WS-Period-Nights
               MOVE 'Total-Views' TO WS-Find-Csv-Label
               PERFORM 5320-Find-Csv-Label
               COMPUTE WS-Avg-Daily-Views =
                       WS-SVT-Period-Value (WS-SLT-Found-Sub)
                       / WS-Period-Nights
               MOVE 'Total-Watch-Time' TO WS-Find-Csv-Label
               PERFORM 5320-Find-Csv-Label
               COMPUTE WS-Avg-Daily-Watch-Time =
                       WS-SVT-Period-Value (WS-SLT-Found-Sub)
                       / WS-Period-Nights
           END-IF.

      *-----------------------------------------------------------------
      * Set Derived Value
      *-----------------------------------------------------------------

       5310-Set-Derived-Value.

           PERFORM 5320-Find-Csv-Label
           IF WS-SLT-Found-Sub > ZERO
               MOVE WS-Derived-Value
                    TO WS-SVT-Period-Value (WS-SLT-Found-Sub)
           END-IF.

      *-----------------------------------------------------------------
      * Find CSV Label
      *-----------------------------------------------------------------

       5320-Find-Csv-Label.

           MOVE ZERO TO WS-SLT-Found-Sub
           PERFORM VARYING WS-SLT-Sub FROM 1 BY 1
              UNTIL WS-SLT-Sub > WS-SLT-Count
              OR WS-SLT-Found-Sub > ZERO
              IF WS-SLT-Csv-Label (WS-SLT-Sub) = WS-Find-Csv-Label
                  MOVE WS-SLT-Sub TO WS-SLT-Found-Sub
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Datetime Retrieval
      *-----------------------------------------------------------------

       5500-Datetime-Retrieval.

           MOVE FUNCTION CURRENT-DATE TO WS-Current-Date
           .

      *-----------------------------------------------------------------
      * Top 10 Title Insert
      *
      * Keeps the leader list in descending view order : find the
      * slot the new title belongs in, shift the tail down one and
      * drop whatever falls off the end.
      *-----------------------------------------------------------------

       5560-Top10-Title-Insert.

           MOVE ZERO TO WS-T10-Pos
           PERFORM VARYING WS-T10-Rank FROM 1 BY 1
              UNTIL WS-T10-Rank > WS-T10T-Count
              OR WS-T10-Pos > 0
              IF WS-T10-New-Views > WS-T10T-Views (WS-T10-Rank)
                  MOVE WS-T10-Rank TO WS-T10-Pos
              END-IF
           END-PERFORM

           IF WS-T10-Pos = 0
               IF WS-T10T-Count < 10
                   ADD 1 TO WS-T10T-Count
                   MOVE WS-Current-Content-Id
                        TO WS-T10T-Content-Id (WS-T10T-Count)
                   MOVE WS-T10-New-Views
                        TO WS-T10T-Views (WS-T10T-Count)
               END-IF
           ELSE
               IF WS-T10T-Count < 10
                   ADD 1 TO WS-T10T-Count
               END-IF
               PERFORM VARYING WS-T10-Shift FROM WS-T10T-Count BY -1
                  UNTIL WS-T10-Shift <= WS-T10-Pos
                  COMPUTE WS-T10-Rank = WS-T10-Shift - 1
                  MOVE WS-T10T-Content-Id (WS-T10-Rank)
                       TO WS-T10T-Content-Id (WS-T10-Shift)
                  MOVE WS-T10T-Views (WS-T10-Rank)
                       TO WS-T10T-Views (WS-T10-Shift)
               END-PERFORM
               MOVE WS-Current-Content-Id
                    TO WS-T10T-Content-Id (WS-T10-Pos)
               MOVE WS-T10-New-Views TO WS-T10T-Views (WS-T10-Pos)
           END-IF.

      *-----------------------------------------------------------------
      * Top 10 Customer Insert
      *-----------------------------------------------------------------

       5570-Top10-Customer-Insert.

           MOVE ZERO TO WS-T10-Pos
           PERFORM VARYING WS-T10-Rank FROM 1 BY 1
              UNTIL WS-T10-Rank > WS-T10C-Count
              OR WS-T10-Pos > 0
              IF WS-T10-New-Views > WS-T10C-Views (WS-T10-Rank)
                  MOVE WS-T10-Rank TO WS-T10-Pos
              END-IF
           END-PERFORM

           IF WS-T10-Pos = 0
               IF WS-T10C-Count < 10
                   ADD 1 TO WS-T10C-Count
                   MOVE WS-Current-Acct
                        TO WS-T10C-Acct (WS-T10C-Count)
                   MOVE WS-T10-New-Views
                        TO WS-T10C-Views (WS-T10C-Count)
               END-IF
           ELSE
               IF WS-T10C-Count < 10
                   ADD 1 TO WS-T10C-Count
               END-IF
               PERFORM VARYING WS-T10-Shift FROM WS-T10C-Count BY -1
                  UNTIL WS-T10-Shift <= WS-T10-Pos
                  COMPUTE WS-T10-Rank = WS-T10-Shift - 1
                  MOVE WS-T10C-Acct (WS-T10-Rank)
                       TO WS-T10C-Acct (WS-T10-Shift)
                  MOVE WS-T10C-Views (WS-T10-Rank)
                       TO WS-T10C-Views (WS-T10-Shift)
               END-PERFORM
               MOVE WS-Current-Acct TO WS-T10C-Acct (WS-T10-Pos)
               MOVE WS-T10-New-Views TO WS-T10C-Views (WS-T10-Pos)
           END-IF.

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
      * Write Period Report
      *
      * The Daily Statistics report's sections over the closed
      * period. Day-over-day trending has no meaning across a period
      * and is replaced by the period's nightly averages.
      *-----------------------------------------------------------------

       6100-Write-Period-Report.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE WS-Current-Period-Id TO PL-Period-Id
           PERFORM 6110-Set-Period-Name
           MOVE WS-Current-Start-Date TO PL-Start-Date
           MOVE WS-Current-End-Date TO PL-End-Date
           MOVE Period-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM 6150-Write-Stat-Section
             VARYING WS-SLT-Sub FROM 1 BY 1
             UNTIL WS-SLT-Sub > 5

      * Genre Statistics
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Header-Genre-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           PERFORM VARYING WS-PGT-Idx FROM 1 BY 1
              UNTIL WS-PGT-Idx > WS-PGT-Count
              MOVE WS-PGT-Genre-Name (WS-PGT-Idx) TO Genre-Views-Name
              MOVE WS-PGT-Views (WS-PGT-Idx) TO Genre-Views-Count
              MOVE Genre-Views-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
              MOVE WS-PGT-Genre-Name (WS-PGT-Idx) TO Genre-Time-Name
              MOVE WS-PGT-Minutes (WS-PGT-Idx) TO Genre-Time-Minutes
              MOVE Genre-Time-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
           END-PERFORM

      * Top 10 Statistics
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Header-Top10-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           PERFORM VARYING WS-T10-Rank FROM 1 BY 1
              UNTIL WS-T10-Rank > WS-T10T-Count
              MOVE WS-T10-Rank TO Top10-Title-Rank
              MOVE WS-T10T-Content-Id (WS-T10-Rank)
                   TO Top10-Title-Content-Id
              MOVE WS-T10T-Views (WS-T10-Rank) TO Top10-Title-Views
              MOVE Top10-Title-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
           END-PERFORM
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           PERFORM VARYING WS-T10-Rank FROM 1 BY 1
              UNTIL WS-T10-Rank > WS-T10C-Count
              MOVE WS-T10-Rank TO Top10-Customer-Rank
              MOVE WS-T10C-Acct (WS-T10-Rank) TO Top10-Customer-Acct
              MOVE WS-T10C-Views (WS-T10-Rank)
                   TO Top10-Customer-Views
              MOVE Top10-Customer-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
           END-PERFORM

      * Period Daily Averages
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Header-Average-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Nights Folded into the Period : ' TO PSL-Label
           MOVE WS-Period-Nights TO PSL-Value
           MOVE Period-Stat-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Avg Viewers per Night : ' TO PSL-Label
           MOVE WS-Avg-Daily-Viewers TO PSL-Value
           MOVE Period-Stat-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Avg Views per Night : ' TO PSL-Label
           MOVE WS-Avg-Daily-Views TO PSL-Value
           MOVE Period-Stat-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE 'Avg Watch Time per Night (min) : ' TO PSL-Label
           MOVE WS-Avg-Daily-Watch-Time TO PSL-Value
           MOVE Period-Stat-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record.

      *-----------------------------------------------------------------
      * Set Period Name
      *-----------------------------------------------------------------

       6110-Set-Period-Name.

           IF WS-Current-Type = 'Q'
               MOVE 'Fiscal Quarter' TO PL-Period-Name
           ELSE
               MOVE 'Fiscal Month' TO PL-Period-Name
           END-IF.

      *-----------------------------------------------------------------
      * Write Statistics Section
      *
      * Section WS-SLT-Sub of the report : its heading, then its
      * figures in daily report order.
      *-----------------------------------------------------------------

       6150-Write-Stat-Section.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           EVALUATE WS-SLT-Sub
             WHEN 1
               MOVE Header-General-Line TO REPORT-RECORD
             WHEN 2
               MOVE Header-Content-Line TO REPORT-RECORD
             WHEN 3
               MOVE Header-Subscription-Line TO REPORT-RECORD
             WHEN 4
               MOVE Header-Customer-Line TO REPORT-RECORD
             WHEN OTHER
               MOVE Header-Views-Line TO REPORT-RECORD
           END-EVALUATE
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM VARYING WS-SLT-Found-Sub FROM 1 BY 1
              UNTIL WS-SLT-Found-Sub > WS-SLT-Count
              IF WS-SLT-Section (WS-SLT-Found-Sub) = WS-SLT-Sub
                  MOVE WS-SLT-Label (WS-SLT-Found-Sub) TO PSL-Label
                  MOVE WS-SVT-Period-Value (WS-SLT-Found-Sub)
                       TO PSL-Value
                  MOVE Period-Stat-Line TO REPORT-RECORD
                  PERFORM 9320-Write-Report-Record
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Write Period CSV Extract
      *
      * Period id, label, value : the period bounds and nights, every
      * report figure, and - unlike the daily extract - the genre
      * figures, which are what the period figures are asked for by.
      *-----------------------------------------------------------------

       6190-Write-Period-Csv.

           MOVE 'Period-Start-Date' TO WS-Csv-Label
           MOVE WS-Current-Start-Date TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           IF WS-Day-Number = ZERO
               MOVE ZERO TO WS-Date-Integer
           END-IF
           MOVE WS-Date-Integer TO WS-Csv-Numeric-Value
           PERFORM 9340-Write-Csv-Line

           MOVE 'Period-End-Date' TO WS-Csv-Label
           MOVE WS-Current-End-Date TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           IF WS-Day-Number = ZERO
               MOVE ZERO TO WS-Date-Integer
           END-IF
           MOVE WS-Date-Integer TO WS-Csv-Numeric-Value
           PERFORM 9340-Write-Csv-Line

           MOVE 'Nights-Folded' TO WS-Csv-Label
           MOVE WS-Period-Nights TO WS-Csv-Numeric-Value
           PERFORM 9340-Write-Csv-Line

           PERFORM VARYING WS-SLT-Sub FROM 1 BY 1
              UNTIL WS-SLT-Sub > WS-SLT-Count
              MOVE WS-SLT-Csv-Label (WS-SLT-Sub) TO WS-Csv-Label
              MOVE WS-SVT-Period-Value (WS-SLT-Sub)
                   TO WS-Csv-Numeric-Value
              PERFORM 9340-Write-Csv-Line
           END-PERFORM

           PERFORM VARYING WS-PGT-Idx FROM 1 BY 1
              UNTIL WS-PGT-Idx > WS-PGT-Count
              MOVE SPACES TO WS-Csv-Label
              STRING 'Genre-Views-' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PGT-Genre-Name (WS-PGT-Idx))
                        DELIMITED BY SIZE
                     INTO WS-Csv-Label
              MOVE WS-PGT-Views (WS-PGT-Idx) TO WS-Csv-Numeric-Value
              PERFORM 9340-Write-Csv-Line
              MOVE SPACES TO WS-Csv-Label
              STRING 'Genre-Time-' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PGT-Genre-Name (WS-PGT-Idx))
                        DELIMITED BY SIZE
                     INTO WS-Csv-Label
              MOVE WS-PGT-Minutes (WS-PGT-Idx) TO WS-Csv-Numeric-Value
              PERFORM 9340-Write-Csv-Line
           END-PERFORM

           MOVE 'Avg-Daily-Viewers' TO WS-Csv-Label
           MOVE WS-Avg-Daily-Viewers TO WS-Csv-Numeric-Value
           PERFORM 9340-Write-Csv-Line
           MOVE 'Avg-Daily-Views' TO WS-Csv-Label
           MOVE WS-Avg-Daily-Views TO WS-Csv-Numeric-Value
           PERFORM 9340-Write-Csv-Line
           MOVE 'Avg-Daily-Watch-Time' TO WS-Csv-Label
           MOVE WS-Avg-Daily-Watch-Time TO WS-Csv-Numeric-Value
           PERFORM 9340-Write-Csv-Line.

      *-----------------------------------------------------------------
      * Write Control Totals
      *-----------------------------------------------------------------

       6900-Write-Control-Totals.

           MOVE Blank-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record
           MOVE Dash-Line TO REPORT-RECORD
           PERFORM 9320-Write-Report-Record

           PERFORM VARYING WS-OPT-Sub FROM 1 BY 1
              UNTIL WS-OPT-Sub > WS-OPT-Count
              MOVE WS-OPT-Period-Id (WS-OPT-Sub) TO OPL-Period-Id
              IF WS-OPT-Period-Type (WS-OPT-Sub) = 'Q'
                  MOVE 'Fiscal Quarter' TO OPL-Period-Name
              ELSE
                  MOVE 'Fiscal Month' TO OPL-Period-Name
              END-IF
              MOVE WS-OPT-Nights (WS-OPT-Sub) TO OPL-Nights
              MOVE Open-Period-Line TO REPORT-RECORD
              PERFORM 9320-Write-Report-Record
           END-PERFORM

           MOVE 'Fiscal Calendar Cards : ' TO Control-Count-Label
           MOVE WS-Count-Calendar TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Not Valid - Skipped : ' TO Control-Count-Label
           MOVE WS-Count-Calendar-Bad TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Periods Taking Tonight''s Figures : '
                TO Control-Count-Label
           MOVE WS-Count-Periods-Folded TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Periods Closed : ' TO Control-Count-Label
           MOVE WS-Count-Periods-Closed TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Daily Report Lines Read : ' TO Control-Count-Label
           MOVE WS-Count-Report-Lines TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Figures Taken : ' TO Control-Count-Label
           MOVE WS-Count-Figures TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Genre Lines Taken : ' TO Control-Count-Label
           MOVE WS-Count-Genre-Lines TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Title Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-Title-Rows TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Account Rows Read : ' TO Control-Count-Label
           MOVE WS-Count-Customer-Rows TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Not Numeric - Skipped : ' TO Control-Count-Label
           MOVE WS-Count-Stat-Bad TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Accumulator Rows Carried In : ' TO Control-Count-Label
           MOVE WS-Count-Carried-In TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE 'Accumulator Rows Carried Out : '
                TO Control-Count-Label
           MOVE WS-Count-Carried-Out TO Control-Count-Value
           PERFORM 6950-Write-Control-Line
           MOVE '  Figure Label Not Known : ' TO Control-Count-Label
           MOVE WS-Count-Label-Unknown TO Control-Count-Value
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
           PERFORM 6000-Move-Working-Variables
           PERFORM 9150-Load-Fiscal-Calendar.

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
      * Load Fiscal Calendar
      *
      * The calendar is required : without it there is no telling
      * which period tonight belongs to. A business date no month
      * (or quarter) card covers is folded into none of that kind
      * and flagged.
      *-----------------------------------------------------------------

       9150-Load-Fiscal-Calendar.

           OPEN INPUT FISCAL-CAL-FILE
           IF STATUS-FISCAL-CAL-FILE NOT = '00'
               DISPLAY 'Error while opening FISCCAL - FS : '
                          STATUS-FISCAL-CAL-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           PERFORM 9160-Read-Calendar-Card
             UNTIL End-Of-File-F = 'Y'

           CLOSE FISCAL-CAL-FILE
           IF STATUS-FISCAL-CAL-FILE NOT = '00'
               DISPLAY 'Error while closing FISCCAL - FS : '
                          STATUS-FISCAL-CAL-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           MOVE 'M' TO WS-Fold-Type (1)
           MOVE 'Q' TO WS-Fold-Type (2)
           PERFORM VARYING WS-Fold-Sub FROM 1 BY 1
              UNTIL WS-Fold-Sub > 2
              MOVE SPACES TO WS-Fold-Period-Id (WS-Fold-Sub)
              MOVE 'N' TO WS-Fold-Switch (WS-Fold-Sub)
              PERFORM VARYING WS-FCT-Idx FROM 1 BY 1
                 UNTIL WS-FCT-Idx > WS-FCT-Count
                 OR WS-Fold-Switch (WS-Fold-Sub) = 'Y'
                 IF WS-FCT-Period-Type (WS-FCT-Idx) =
                    WS-Fold-Type (WS-Fold-Sub)
                    AND WS-FCT-Start-Date (WS-FCT-Idx)
                        NOT > WS-Business-Date
                    AND WS-FCT-End-Date (WS-FCT-Idx)
                        NOT < WS-Business-Date
                     MOVE WS-FCT-Period-Id (WS-FCT-Idx)
                          TO WS-Fold-Period-Id (WS-Fold-Sub)
                     MOVE WS-FCT-Start-Date (WS-FCT-Idx)
                          TO WS-Fold-Start-Date (WS-Fold-Sub)
                     MOVE WS-FCT-End-Date (WS-FCT-Idx)
                          TO WS-Fold-End-Date (WS-Fold-Sub)
                     MOVE 'Y' TO WS-Fold-Switch (WS-Fold-Sub)
                 END-IF
              END-PERFORM
              IF WS-Fold-Switch (WS-Fold-Sub) = 'Y'
                  DISPLAY 'Fiscal Period ' WS-Fold-Type (WS-Fold-Sub)
                          ' : ' WS-Fold-Period-Id (WS-Fold-Sub)
                          ' ' WS-Fold-Start-Date (WS-Fold-Sub)
                          ' to ' WS-Fold-End-Date (WS-Fold-Sub)
              ELSE
                  DISPLAY 'No FISCCAL period '
                          WS-Fold-Type (WS-Fold-Sub)
                          ' covers ' WS-Business-Date
                          ' - not accumulated'
                  PERFORM 9990-Set-Warning-Code
              END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      * Read Calendar Card
      *-----------------------------------------------------------------

       9160-Read-Calendar-Card.

           READ FISCAL-CAL-FILE INTO WS-Fiscal-Cal-Card
               AT END MOVE 'Y' TO End-Of-File-F
           END-READ
           IF End-Of-File-F = 'N'
               IF STATUS-FISCAL-CAL-FILE NOT = '00'
                   DISPLAY 'Error while reading FISCCAL - FS : '
                              STATUS-FISCAL-CAL-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               IF Cal-Period-Type NOT = '*'
                   ADD 1 TO WS-Count-Calendar
                   PERFORM 9170-Check-Calendar-Card
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Check Calendar Card
      *-----------------------------------------------------------------

       9170-Check-Calendar-Card.

           MOVE Cal-Start-Date TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           MOVE WS-Day-Number TO WS-Start-Day
           MOVE Cal-End-Date TO WS-Date-Parse
           PERFORM 5100-Date-To-Day-Number
           MOVE WS-Day-Number TO WS-End-Day

           IF (Cal-Period-Type NOT = 'M' AND Cal-Period-Type NOT = 'Q')
              OR Cal-Period-Id = SPACES
              OR WS-Start-Day = ZERO
              OR WS-End-Day = ZERO
              OR WS-End-Day < WS-Start-Day
               DISPLAY 'FISCCAL card not valid - skipped : '
                       WS-Fiscal-Cal-Card (1:33)
               ADD 1 TO WS-Count-Calendar-Bad
               PERFORM 9990-Set-Warning-Code
           ELSE
               IF WS-FCT-Count < 500
                   ADD 1 TO WS-FCT-Count
                   MOVE Cal-Period-Type
                        TO WS-FCT-Period-Type (WS-FCT-Count)
                   MOVE Cal-Period-Id TO WS-FCT-Period-Id (WS-FCT-Count)
                   MOVE Cal-Start-Date
                        TO WS-FCT-Start-Date (WS-FCT-Count)
                   MOVE Cal-End-Date TO WS-FCT-End-Date (WS-FCT-Count)
               ELSE
                   DISPLAY 'FISCCAL table full - skipping : '
                           Cal-Period-Id
                   ADD 1 TO WS-Count-Calendar-Bad
                   PERFORM 9990-Set-Warning-Code
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Open Files
      *-----------------------------------------------------------------

       9100-Open-Files.

           OPEN INPUT ALLSTAT-FILE
           IF STATUS-ALLSTAT-FILE NOT = '00'
               DISPLAY 'Error while opening ALLSFILE - FS : '
                          STATUS-ALLSTAT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN INPUT TTLSTAT-FILE
           IF STATUS-TTLSTAT-FILE NOT = '00'
               DISPLAY 'Error while opening TTLSFILE - FS : '
                          STATUS-TTLSTAT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN INPUT CSTSTAT-FILE
           IF STATUS-CSTSTAT-FILE NOT = '00'
               DISPLAY 'Error while opening CSTSFILE - FS : '
                          STATUS-CSTSTAT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT PERIOD-OUT-FILE
           IF STATUS-PERIOD-OUT-FILE NOT = '00'
               DISPLAY 'Error while opening PERACCO - FS : '
                          STATUS-PERIOD-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT CSV-FILE
           IF STATUS-CSV-FILE NOT = '00'
               DISPLAY 'Error while opening PERCSV - FS : '
                          STATUS-CSV-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while opening PERRPT - FS : '
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
      * Read All Stat Line
      *-----------------------------------------------------------------

       9210-Read-All-Stat-Line.

           READ ALLSTAT-FILE INTO WS-All-Stat-Line
               AT END MOVE 'Y' TO End-Of-File-A
           END-READ
           IF End-Of-File-A = 'N'
               IF STATUS-ALLSTAT-FILE NOT = '00'
                   DISPLAY 'Error while reading ALLSFILE - FS : '
                              STATUS-ALLSTAT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Count-Report-Lines
           END-IF.

      *-----------------------------------------------------------------
      * Read Title Stat Record
      *-----------------------------------------------------------------

       9220-Read-Title-Stat-Record.

           READ TTLSTAT-FILE INTO WS-Title-Stat-File
               AT END MOVE 'Y' TO End-Of-File-T
           END-READ
           IF End-Of-File-T = 'N'
               IF STATUS-TTLSTAT-FILE NOT = '00'
                   DISPLAY 'Error while reading TTLSFILE - FS : '
                              STATUS-TTLSTAT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Count-Title-Rows
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
      * Read Customer Stat Record
      *-----------------------------------------------------------------

       9240-Read-Customer-Stat-Record.

           READ CSTSTAT-FILE INTO WS-Customer-Stat-File
               AT END MOVE 'Y' TO End-Of-File-C
           END-READ
           IF End-Of-File-C = 'N'
               IF STATUS-CSTSTAT-FILE NOT = '00'
                   DISPLAY 'Error while reading CSTSFILE - FS : '
                              STATUS-CSTSTAT-FILE
                   PERFORM 9995-Fatal-File-Error
               END-IF
               ADD 1 TO WS-Audit-Records-Read
               ADD 1 TO WS-Count-Customer-Rows
           END-IF.

      *-----------------------------------------------------------------
      * Write Report Record
      *-----------------------------------------------------------------

       9320-Write-Report-Record.

           WRITE REPORT-RECORD
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while writing to PERRPT - FS : '
                          STATUS-REPORT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write Carried Row
      *-----------------------------------------------------------------

       9330-Write-Carried-Row.

           WRITE PERIOD-OUT-RECORD FROM WS-Period-Acc-Row
           ADD 1 TO WS-Audit-Records-Written
           ADD 1 TO WS-Count-Carried-Out
           IF STATUS-PERIOD-OUT-FILE NOT = '00'
               DISPLAY 'Error while writing to PERACCO - FS : '
                          STATUS-PERIOD-OUT-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Write CSV Line
      *-----------------------------------------------------------------

       9340-Write-Csv-Line.

           MOVE WS-Csv-Numeric-Value TO WS-Csv-Numeric-Edit
           MOVE FUNCTION TRIM(WS-Csv-Numeric-Edit)
                TO WS-Csv-Numeric-Trim
           MOVE SPACES TO WS-Csv-Row
           STRING FUNCTION TRIM(WS-Current-Period-Id) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-Csv-Label) DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-Csv-Numeric-Trim DELIMITED BY SPACE
                  INTO WS-Csv-Row
           WRITE CSV-RECORD FROM WS-Csv-Row
           ADD 1 TO WS-Audit-Records-Written
           IF STATUS-CSV-FILE NOT = '00'
               DISPLAY 'Error while writing to PERCSV - FS : '
                          STATUS-CSV-FILE
               PERFORM 9995-Fatal-File-Error
           END-IF.

      *-----------------------------------------------------------------
      * Close Files
      *-----------------------------------------------------------------

       9900-Close-Files.

           CLOSE ALLSTAT-FILE
           IF STATUS-ALLSTAT-FILE NOT = '00'
               DISPLAY 'Error while closing ALLSFILE - FS : '
                          STATUS-ALLSTAT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE TTLSTAT-FILE
           IF STATUS-TTLSTAT-FILE NOT = '00'
               DISPLAY 'Error while closing TTLSFILE - FS : '
                          STATUS-TTLSTAT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE CSTSTAT-FILE
           IF STATUS-CSTSTAT-FILE NOT = '00'
               DISPLAY 'Error while closing CSTSFILE - FS : '
                          STATUS-CSTSTAT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE PERIOD-OUT-FILE
           IF STATUS-PERIOD-OUT-FILE NOT = '00'
               DISPLAY 'Error while closing PERACCO - FS : '
                          STATUS-PERIOD-OUT-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE CSV-FILE
           IF STATUS-CSV-FILE NOT = '00'
               DISPLAY 'Error while closing PERCSV - FS : '
                          STATUS-CSV-FILE
               PERFORM 9990-Set-Warning-Code
           END-IF

           CLOSE REPORT-FILE
           IF STATUS-REPORT-FILE NOT = '00'
               DISPLAY 'Error while closing PERRPT - FS : '
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
           MOVE 'CWBPAIG1' TO RA-Program-Id
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

           DISPLAY 'Periods Taking Tonight''s Figures : '
                   WS-Count-Periods-Folded
           DISPLAY 'Periods Closed : ' WS-Count-Periods-Closed
           DISPLAY 'Accumulator Rows Carried Out : '
                   WS-Count-Carried-Out
           PERFORM 9960-Write-Run-Audit

      * End of Program
              STOP RUN.
