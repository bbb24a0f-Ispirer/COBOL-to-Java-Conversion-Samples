       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEREVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-GLJRNL-FILE ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-REVALRP-FILE ASSIGN TO 'REVALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-FXRATES-FILE ASSIGN TO 'FXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FXRATES-FILE-STATUS.

           SELECT I-SECTMAP-FILE ASSIGN TO 'SECTMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SECTMAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-GLJRNL-FILE.
           COPY "GLJRNLR".

           FD O-REVALRP-FILE.
           01 O-REVALRP-REC         PIC X(160).

           FD I-FXRATES-FILE.
           01 I-FXRATES-REC.
              05 FXR-CUR           PIC X(3).
              05 FXR-RATE          PIC 9(3)V9(6).

           FD I-SECTMAP-FILE.
           01 I-SECTMAP-REC.
              05 SMAP-GRPNM        PIC X(20).
              05 SMAP-SECTOR       PIC X(20).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 RV-MODE              PIC X(1).
             01 RV-TODAY             PIC X(8).
             01 RV-MONTH-END         PIC X(8).
             01 RV-YEAR-MONTH        PIC X(6).
             01 RV-PRIOR-YM          PIC X(6).
             01 RV-CLOSE-DATE        PIC X(8).
             01 RV-CLOSE-DATE-IND    PIC S9(4) COMP.
             01 RV-PRIOR-DATE        PIC X(8).
             01 RV-PRIOR-DATE-IND    PIC S9(4) COMP.
             01 RV-POST-DATE         PIC X(8).
             01 RV-OLD-VER           PIC 9(3).
             01 RV-NEW-VER           PIC 9(3).
             01 RV-PROD-NM           PIC X(10).
             01 RV-PROD-GR           PIC X(20).
             01 RV-VOLUME            PIC 9(10).
             01 RV-EOM-P             PIC 9(5)V9(3).
             01 RV-EOM-P-IND         PIC S9(4) COMP.
             01 RV-CURR-CD           PIC X(3).
             01 RV-PRIOR-P           PIC 9(5)V9(3).
             01 RV-PRIOR-P-IND       PIC S9(4) COMP.
             01 RV-PRIOR-CURR        PIC X(3).
             01 RV-GRP-NM            PIC X(20).
             01 RV-SECTOR-NM         PIC X(20).
             01 RV-PROD-CNT          PIC 9(7).
             01 RV-PRIOR-VAL         PIC 9(15)V99.
             01 RV-CURR-VAL          PIC 9(15)V99.
             01 RV-REVAL-AMT         PIC S9(15)V99.
             01 EN-ENTITY-CD         PIC X(4).
             01 EN-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 RV-EOF-WS            PIC X(02) VALUE SPACES.
               88 RV-EOF           VALUE HIGH-VALUES.
           01 RJ-EOF-WS            PIC X(02) VALUE SPACES.
               88 RJ-EOF           VALUE HIGH-VALUES.
           01 WS-REVAL-FAIL-SW     PIC X(01) VALUE SPACE.
               88 REVAL-FAILED     VALUE 'Y'.

           01 WS-GL-SOURCE         PIC X(8) VALUE 'PRICEVAL'.
           01 WS-GL-INVENTORY-ACCT PIC X(10) VALUE '140000'.
           01 WS-GL-REVAL-ACCT     PIC X(10) VALUE '790000'.

           01 WS-NO-PRIOR-CNT      PIC 9(7) VALUE 0.
           01 WS-NO-RATE-CNT       PIC 9(7) VALUE 0.
           01 WS-NO-EOM-CNT        PIC 9(7) VALUE 0.
           01 WS-VALUED-CNT        PIC 9(7) VALUE 0.
           01 WS-LINE-CNT          PIC 9(6) VALUE 0.
           01 WS-JRNL-GRP-CNT      PIC 9(5) VALUE 0.
           01 WS-REV-GRP-CNT       PIC 9(5) VALUE 0.
           01 WS-DR-TOTAL          PIC 9(15)V99 VALUE 0.
           01 WS-CR-TOTAL          PIC 9(15)V99 VALUE 0.
           01 WS-TOT-PRIOR-VAL     PIC 9(15)V99 VALUE 0.
           01 WS-TOT-CURR-VAL      PIC 9(15)V99 VALUE 0.
           01 WS-TOT-REVAL         PIC S9(15)V99 VALUE 0.
           01 WS-TOT-REVERSED      PIC S9(15)V99 VALUE 0.

           01 WS-CUR-RATE          PIC 9(3)V9(6).
           01 WS-PRIOR-RATE        PIC 9(3)V9(6).
           01 WS-PROD-CURR-VAL     PIC 9(15)V99.
           01 WS-PROD-PRIOR-VAL    PIC 9(15)V99.

           01 WS-JP-AMOUNT         PIC S9(15)V99.
           01 WS-JP-ABS-AMOUNT     PIC 9(15)V99.
           01 WS-JP-LINE-TYPE      PIC X(8).
           01 WS-JP-GROUP          PIC X(20).
           01 WS-JP-SECTOR         PIC X(20).
           01 WS-JP-DR-ACCT        PIC X(10).
           01 WS-JP-CR-ACCT        PIC X(10).

           01 WS-ED-PRIOR          PIC Z(14)9.99.
           01 WS-ED-CURR           PIC Z(14)9.99.
           01 WS-ED-REVAL          PIC -(14)9.99.
           01 WS-ED-CNT            PIC ZZZZZZ9.

           01 WS-FXRATES-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-FXRATES-EOF-WS    PIC X(02) VALUE SPACES.
               88 FXRATES-EOF      VALUE HIGH-VALUES.
           01 WS-FX-LOADED-SW      PIC X(01) VALUE SPACE.
               88 FX-LOADED        VALUE 'Y'.
           01 WS-BASE-CURR         PIC X(3) VALUE 'USD'.
           01 FXRATE-TABLE.
              05 WS-FX-CNT         PIC 9(3) VALUE 0.
              05 WS-FX-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FX-INX.
                 10 WS-FX-CUR      PIC X(3).
                 10 WS-FX-RATE-T   PIC 9(3)V9(6).
           01 WS-FX-LOOKUP-CURR    PIC X(3).
           01 WS-ROW-RATE          PIC 9(3)V9(6).
           01 WS-FX-SKIP-SW        PIC X(01) VALUE SPACE.
               88 FX-ROW-SKIP      VALUE 'Y'.

           01 WS-SECTMAP-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SECTMAP-EOF-WS    PIC X(02) VALUE SPACES.
               88 SECTMAP-EOF      VALUE HIGH-VALUES.
           01 SECTOR-MAP-TABLE.
              05 WS-MAP-CNT        PIC 9(3) VALUE 0.
              05 WS-MAP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-MAP-INX.
                 10 WS-MAP-GRPNM   PIC X(20).
                 10 WS-MAP-SECTOR  PIC X(20).

           01 REVAL-GRP-TABLE.
              05 WS-RVG-CNT        PIC 9(3) VALUE 0.
              05 WS-RVG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RVG-INX.
                 10 WS-RVG-GRPNM   PIC X(20).
                 10 WS-RVG-SECTOR  PIC X(20).
                 10 WS-RVG-PROD-CNT PIC 9(7).
                 10 WS-RVG-PRIOR-VAL PIC 9(15)V99.
                 10 WS-RVG-CURR-VAL PIC 9(15)V99.
           01 WS-RVG-SUB           PIC 9(3) COMP.

           01 JOURNAL-BUFFER.
              05 WS-JB-CNT         PIC 9(4) VALUE 0.
              05 WS-JB-ENTRY OCCURS 802 TIMES
                                   PIC X(120).
           01 WS-JB-SUB            PIC 9(4) COMP.

       LINKAGE SECTION.
           COPY "MEREVALR".

       PROCEDURE DIVISION USING MEREVAL-PARM.

           SET MV-NO-JOURNAL TO TRUE.
           MOVE SPACE TO WS-REVAL-FAIL-SW.
           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE BC-BUS-DATE TO RV-POST-DATE.
           MOVE 'G' TO EC-MODE.
           MOVE SPACES TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-BASE-CURR TO EN-BASE-CURR.
           MOVE EC-BASE-CURR TO WS-BASE-CURR.
           MOVE MV-MODE TO RV-MODE.

           IF MV-RESTATEMENT THEN
              MOVE MV-YEAR-MONTH TO RV-YEAR-MONTH
           ELSE
              EXEC SQL
                 SELECT TO_CHAR(SYSDATE, 'YYYYMMDD'),
                        TO_CHAR(LAST_DAY(SYSDATE), 'YYYYMMDD'),
                        TO_CHAR(SYSDATE, 'YYYYMM')
                 INTO :RV-TODAY, :RV-MONTH-END, :RV-YEAR-MONTH
                 FROM DUAL
              END-EXEC
              IF SQLCODE <> 0 THEN
                 DISPLAY 'MEREVAL: UNABLE TO READ THE DATE!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'UNABLE TO DETERMINE MONTH END' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET MV-JOURNAL-FAILED TO TRUE
                 EXIT PROGRAM
              END-IF
              IF BC-CAL-FOUND = 'Y' AND BC-MM-END-KNOWN = 'Y' THEN
                 IF BC-LAST-BUS-OF-MM NOT = 'Y' THEN
                    EXIT PROGRAM
                 END-IF
              ELSE
                 IF RV-TODAY NOT = RV-MONTH-END THEN
                    EXIT PROGRAM
                 END-IF
              END-IF
              MOVE 'C' TO RV-MODE
              MOVE RV-YEAR-MONTH TO MV-YEAR-MONTH
              MOVE RV-POST-DATE TO RV-CLOSE-DATE
           END-IF.

           DISPLAY ' '.
           DISPLAY 'INVENTORY REVALUATION JOURNAL FOR '
                   RV-YEAR-MONTH '...'.
           MOVE 'START' TO AUD-EVENT-WS.
           MOVE 'REVALUATION JOURNAL STARTED' TO AUD-MESSAGE-WS.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           PERFORM CREATE-REVAL-TABLE.
           PERFORM REVALUE-MONTH THRU REVALUE-MONTH-EXIT.
           EXIT PROGRAM.

       CREATE-REVAL-TABLE.
           EXEC SQL
              CREATE TABLE GL_REVAL_JRNL
              (
                  YEAR_MONTH        VARCHAR2(6),
                  VERSION_NO        NUMBER(3),
                  GRP_NM            VARCHAR2(20),
                  SECTOR_NM         VARCHAR2(20),
                  PROD_CNT          NUMBER(7),
                  PRIOR_VAL         NUMBER(17,2),
                  CURR_VAL          NUMBER(17,2),
                  REVAL_AMT         NUMBER(17,2),
                  CURR_VER          VARCHAR2(1),
                  POST_DATE         DATE
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'REVALUATION JOURNAL TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE REVALUATION JOURNAL TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE GL_REVAL_JRNL' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC.

       REVALUE-MONTH.
           IF MV-RESTATEMENT THEN
              EXEC SQL
                 SELECT TO_CHAR(MAX(RUN_DATE), 'YYYYMMDD')
                 INTO :RV-CLOSE-DATE:RV-CLOSE-DATE-IND
                 FROM PROD_PRICE_HIST_ARCHIVE
                 WHERE TO_CHAR(RUN_DATE, 'YYYYMM') = :RV-YEAR-MONTH
                   AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
              END-EXEC
              IF SQLCODE <> 0 OR RV-CLOSE-DATE-IND < 0 THEN
                 DISPLAY 'NO ARCHIVE SNAPSHOT FOR ' RV-YEAR-MONTH
                         ' - REVALUATION CANNOT BE RE-STATED.'
                 MOVE 'ERROR' TO AUD-EVENT-WS
                 MOVE 'NO ARCHIVE SNAPSHOT FOR THE MONTH' TO
                      AUD-MESSAGE-WS
                 PERFORM WRITE-AUDIT-REC
                 SET MV-JOURNAL-FAILED TO TRUE
                 GO TO REVALUE-MONTH-EXIT
              END-IF
           END-IF.

           EXEC SQL
              SELECT TO_CHAR(ADD_MONTHS(
                        TO_DATE(:RV-YEAR-MONTH, 'YYYYMM'), -1),
                        'YYYYMM')
              INTO :RV-PRIOR-YM
              FROM DUAL
           END-EXEC.

           EXEC SQL
              SELECT TO_CHAR(MAX(RUN_DATE), 'YYYYMMDD')
              INTO :RV-PRIOR-DATE:RV-PRIOR-DATE-IND
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE TO_CHAR(RUN_DATE, 'YYYYMM') = :RV-PRIOR-YM
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.

           IF SQLCODE <> 0 OR RV-PRIOR-DATE-IND < 0 THEN
              DISPLAY 'NO ARCHIVE SNAPSHOT FOR ' RV-PRIOR-YM
                      ' - NO PRIOR MONTH-END PRICES TO REVALUE FROM.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO PRIOR MONTH-END - JOURNAL SKIPPED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              GO TO REVALUE-MONTH-EXIT
           END-IF.

           PERFORM LOAD-FXRATES THRU LOAD-FXRATES-EXIT.
           PERFORM LOAD-SECTMAP THRU LOAD-SECTMAP-EXIT.
           PERFORM ACCUMULATE-REVALUATION
              THRU ACCUMULATE-REVALUATION-EXIT.
           IF REVAL-FAILED THEN
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'REVALUATION NOT COMPUTED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET MV-JOURNAL-FAILED TO TRUE
              GO TO REVALUE-MONTH-EXIT
           END-IF.

           IF WS-RVG-CNT = 0 THEN
              DISPLAY 'NO PRODUCTS COULD BE REVALUED - NO JOURNAL.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NOTHING TO REVALUE - JOURNAL SKIPPED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              GO TO REVALUE-MONTH-EXIT
           END-IF.

           EXEC SQL
              SELECT NVL(MAX(VERSION_NO), 0)
              INTO :RV-OLD-VER
              FROM GL_REVAL_JRNL
              WHERE YEAR_MONTH = :RV-YEAR-MONTH
                AND CURR_VER = 'Y'
           END-EXEC.
           EXEC SQL
              SELECT NVL(MAX(VERSION_NO), 0)
              INTO :RV-NEW-VER
              FROM GL_REVAL_JRNL
              WHERE YEAR_MONTH = :RV-YEAR-MONTH
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GL_REVAL_JRNL!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'GL_REVAL_JRNL UNREADABLE' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET MV-JOURNAL-FAILED TO TRUE
              GO TO REVALUE-MONTH-EXIT
           END-IF.
           ADD 1 TO RV-NEW-VER.

           MOVE 0 TO WS-LINE-CNT.
           MOVE 0 TO WS-JRNL-GRP-CNT.
           MOVE 0 TO WS-REV-GRP-CNT.
           MOVE 0 TO WS-DR-TOTAL.
           MOVE 0 TO WS-CR-TOTAL.
           MOVE 0 TO WS-TOT-PRIOR-VAL.
           MOVE 0 TO WS-TOT-CURR-VAL.
           MOVE 0 TO WS-TOT-REVAL.
           MOVE 0 TO WS-TOT-REVERSED.
           MOVE 0 TO WS-JB-CNT.
           PERFORM JOURNAL-WRITE-HEADER.
           PERFORM REVAL-REPORT-HEADER.

           IF RV-OLD-VER > 0 THEN
              PERFORM REVERSE-CURRENT-JOURNAL
                 THRU REVERSE-CURRENT-JOURNAL-EXIT
              IF REVAL-FAILED THEN
                 PERFORM REVAL-ROLLBACK
                 GO TO REVALUE-MONTH-EXIT
              END-IF
           END-IF.

           PERFORM POST-GROUP-REVAL THRU POST-GROUP-REVAL-EXIT
              VARYING WS-RVG-SUB FROM 1 BY 1
              UNTIL WS-RVG-SUB > WS-RVG-CNT
                 OR REVAL-FAILED.
           IF REVAL-FAILED THEN
              PERFORM REVAL-ROLLBACK
              GO TO REVALUE-MONTH-EXIT
           END-IF.

           IF WS-DR-TOTAL NOT = WS-CR-TOTAL THEN
              DISPLAY 'REVALUATION JOURNAL DOES NOT BALANCE - DR '
                      WS-DR-TOTAL ' CR ' WS-CR-TOTAL
              PERFORM REVAL-ROLLBACK
              GO TO REVALUE-MONTH-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO COMMIT THE REVALUATION JOURNAL!'
              DISPLAY 'SQLCODE = ' SQLCODE
              PERFORM REVAL-ROLLBACK
              GO TO REVALUE-MONTH-EXIT
           END-IF.

           PERFORM JOURNAL-WRITE-TRAILER.
           PERFORM JOURNAL-RELEASE.
           PERFORM REVAL-REPORT-TOTALS.

           DISPLAY 'REVALUATION JOURNAL VERSION ' RV-NEW-VER
                   ' WRITTEN. LINES: ' WS-LINE-CNT
                   ' GROUPS: ' WS-JRNL-GRP-CNT.
           IF RV-OLD-VER > 0 THEN
              DISPLAY 'VERSION ' RV-OLD-VER ' REVERSED.'
           END-IF.
           MOVE 'GLJRNL' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'REVALUATION ' DELIMITED BY SIZE
                RV-YEAR-MONTH DELIMITED BY SIZE
                ' JOURNALLED AS VERSION ' DELIMITED BY SIZE
                RV-NEW-VER DELIMITED BY SIZE
                INTO AUD-MESSAGE-WS.
           MOVE WS-LINE-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           SET MV-JOURNAL-WRITTEN TO TRUE.

       REVALUE-MONTH-EXIT.
           EXIT.

       ACCUMULATE-REVALUATION.
           INITIALIZE REVAL-GRP-TABLE.
           MOVE 0 TO WS-RVG-CNT.
           MOVE 0 TO WS-NO-PRIOR-CNT.
           MOVE 0 TO WS-NO-RATE-CNT.
           MOVE 0 TO WS-NO-EOM-CNT.
           MOVE 0 TO WS-VALUED-CNT.

           EXEC SQL
              DECLARE RVAL-CUR CURSOR FOR
              SELECT H.PROD_NM, H.PROD_GR, H.VOLUME,
                     H.END_OF_MNTH_PRICE, H.CURR_CD,
                     P.END_OF_MNTH_PRICE, NVL(P.CURR_CD, :EN-BASE-CURR)
              FROM (SELECT PROD_NM, PROD_GR,
                           NVL(VOLUME, 0) VOLUME,
                           END_OF_MNTH_PRICE,
                           NVL(CURR_CD, :EN-BASE-CURR) CURR_CD
                    FROM PROD_PRICE_HIST
                    WHERE :RV-MODE = 'C'
                      AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                    UNION ALL
                    SELECT PROD_NM, PROD_GR,
                           NVL(VOLUME, 0),
                           END_OF_MNTH_PRICE,
                           NVL(CURR_CD, :EN-BASE-CURR)
                    FROM PROD_PRICE_HIST_ARCHIVE
                    WHERE :RV-MODE = 'R'
                      AND RUN_DATE =
                          TO_DATE(:RV-CLOSE-DATE, 'YYYYMMDD')
                      AND NVL(CURR_FLAG, 'Y') = 'Y'
                      AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD) H
              LEFT OUTER JOIN PROD_PRICE_HIST_ARCHIVE P
                ON P.PROD_NM = H.PROD_NM
               AND P.RUN_DATE = TO_DATE(:RV-PRIOR-DATE, 'YYYYMMDD')
               AND NVL(P.CURR_FLAG, 'Y') = 'Y'
               AND NVL(P.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
               AND (P.PROD_GR = H.PROD_GR
                    OR NOT EXISTS
                       (SELECT 1
                        FROM PROD_PRICE_HIST_ARCHIVE Q
                        WHERE Q.RUN_DATE = P.RUN_DATE
                          AND NVL(Q.CURR_FLAG, 'Y') = 'Y'
                          AND NVL(Q.ENTITY_CD, 'MAIN') =
                              :EN-ENTITY-CD
                          AND Q.PROD_NM = H.PROD_NM
                          AND Q.PROD_GR = H.PROD_GR))
              ORDER BY H.PROD_GR, H.PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN RVAL-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE MONTH-END PRICES!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET REVAL-FAILED TO TRUE
              GO TO ACCUMULATE-REVALUATION-EXIT
           END-IF.

           MOVE SPACES TO RV-EOF-WS.
           PERFORM RVAL-FETCH-REC THRU RVAL-FETCH-EXIT
                   UNTIL RV-EOF.

           EXEC SQL
              CLOSE RVAL-CUR
           END-EXEC.

           DISPLAY 'PRODUCTS REVALUED: ' WS-VALUED-CNT.
           IF WS-NO-PRIOR-CNT > 0 THEN
              DISPLAY 'PRODUCTS WITH NO PRIOR MONTH-END PRICE '
                      '(NOT REVALUED): ' WS-NO-PRIOR-CNT
           END-IF.
           IF WS-NO-RATE-CNT > 0 THEN
              DISPLAY 'PRODUCTS WITHOUT AN FXRATES RATE EXCLUDED '
                      '(AS IN THE NIGHTLY AVERAGES): ' WS-NO-RATE-CNT
           END-IF.

       ACCUMULATE-REVALUATION-EXIT.
           EXIT.

       RVAL-FETCH-REC.
           EXEC SQL
              FETCH RVAL-CUR
              INTO :RV-PROD-NM, :RV-PROD-GR, :RV-VOLUME,
                   :RV-EOM-P:RV-EOM-P-IND, :RV-CURR-CD,
                   :RV-PRIOR-P:RV-PRIOR-P-IND, :RV-PRIOR-CURR
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET RV-EOF TO TRUE
              GO TO RVAL-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET REVAL-FAILED TO TRUE
              SET RV-EOF TO TRUE
              GO TO RVAL-FETCH-EXIT.

           IF RV-EOM-P-IND < 0 THEN
              ADD 1 TO WS-NO-EOM-CNT
              GO TO RVAL-FETCH-EXIT
           END-IF.
           IF RV-PRIOR-P-IND < 0 THEN
              ADD 1 TO WS-NO-PRIOR-CNT
              GO TO RVAL-FETCH-EXIT
           END-IF.

           MOVE RV-CURR-CD TO WS-FX-LOOKUP-CURR.
           PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT.
           IF FX-ROW-SKIP THEN
              ADD 1 TO WS-NO-RATE-CNT
              GO TO RVAL-FETCH-EXIT
           END-IF.
           MOVE WS-ROW-RATE TO WS-CUR-RATE.

           MOVE RV-PRIOR-CURR TO WS-FX-LOOKUP-CURR.
           PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT.
           IF FX-ROW-SKIP THEN
              ADD 1 TO WS-NO-RATE-CNT
              GO TO RVAL-FETCH-EXIT
           END-IF.
           MOVE WS-ROW-RATE TO WS-PRIOR-RATE.

           COMPUTE WS-PROD-CURR-VAL ROUNDED =
                   RV-VOLUME * RV-EOM-P * WS-CUR-RATE.
           COMPUTE WS-PROD-PRIOR-VAL ROUNDED =
                   RV-VOLUME * RV-PRIOR-P * WS-PRIOR-RATE.

           SET WS-RVG-INX TO 1.
           SEARCH WS-RVG-ENTRY
              AT END
                 IF WS-RVG-CNT < 200 THEN
                    ADD 1 TO WS-RVG-CNT
                    SET WS-RVG-INX TO WS-RVG-CNT
                    MOVE RV-PROD-GR TO WS-RVG-GRPNM(WS-RVG-INX)
                    PERFORM FIND-GROUP-SECTOR
                       THRU FIND-GROUP-SECTOR-EXIT
                    MOVE 1 TO WS-RVG-PROD-CNT(WS-RVG-INX)
                    MOVE WS-PROD-PRIOR-VAL TO
                         WS-RVG-PRIOR-VAL(WS-RVG-INX)
                    MOVE WS-PROD-CURR-VAL TO
                         WS-RVG-CURR-VAL(WS-RVG-INX)
                 ELSE
                    DISPLAY 'TOO MANY GROUPS TO REVALUE - '
                            'MAX IS 200.'
                    SET REVAL-FAILED TO TRUE
                    SET RV-EOF TO TRUE
                 END-IF
              WHEN WS-RVG-GRPNM(WS-RVG-INX) = RV-PROD-GR
                 ADD 1 TO WS-RVG-PROD-CNT(WS-RVG-INX)
                 ADD WS-PROD-PRIOR-VAL TO
                     WS-RVG-PRIOR-VAL(WS-RVG-INX)
                 ADD WS-PROD-CURR-VAL TO
                     WS-RVG-CURR-VAL(WS-RVG-INX)
           END-SEARCH.
           ADD 1 TO WS-VALUED-CNT.

       RVAL-FETCH-EXIT.
           EXIT.

       FIND-GROUP-SECTOR.
           MOVE 'UNMAPPED' TO WS-RVG-SECTOR(WS-RVG-INX).
           IF WS-MAP-CNT = 0 THEN
              GO TO FIND-GROUP-SECTOR-EXIT
           END-IF.
           SET WS-MAP-INX TO 1.
           SEARCH WS-MAP-ENTRY
              AT END
                 DISPLAY 'GROUP ' RV-PROD-GR
                         ' IS NOT MAPPED TO A SECTOR - JOURNALLED '
                         'AS UNMAPPED.'
              WHEN WS-MAP-GRPNM(WS-MAP-INX) = RV-PROD-GR
                 MOVE WS-MAP-SECTOR(WS-MAP-INX) TO
                      WS-RVG-SECTOR(WS-RVG-INX)
           END-SEARCH.

       FIND-GROUP-SECTOR-EXIT.
           EXIT.

       REVERSE-CURRENT-JOURNAL.
           EXEC SQL
              DECLARE RJ-CUR CURSOR FOR
              SELECT GRP_NM, NVL(SECTOR_NM, 'UNMAPPED'), REVAL_AMT
              FROM GL_REVAL_JRNL
              WHERE YEAR_MONTH = :RV-YEAR-MONTH
                AND VERSION_NO = :RV-OLD-VER
              ORDER BY GRP_NM
           END-EXEC.

           EXEC SQL
              OPEN RJ-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE CURRENT JOURNAL!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET REVAL-FAILED TO TRUE
              GO TO REVERSE-CURRENT-JOURNAL-EXIT
           END-IF.

           MOVE SPACES TO RJ-EOF-WS.
           PERFORM RJ-FETCH-REC THRU RJ-FETCH-EXIT
                   UNTIL RJ-EOF.

           EXEC SQL
              CLOSE RJ-CUR
           END-EXEC.

           IF REVAL-FAILED THEN
              GO TO REVERSE-CURRENT-JOURNAL-EXIT
           END-IF.

           EXEC SQL
              UPDATE GL_REVAL_JRNL
              SET CURR_VER = 'N'
              WHERE YEAR_MONTH = :RV-YEAR-MONTH
                AND VERSION_NO = :RV-OLD-VER
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO SUPERSEDE THE CURRENT JOURNAL!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET REVAL-FAILED TO TRUE
           END-IF.

       REVERSE-CURRENT-JOURNAL-EXIT.
           EXIT.

       RJ-FETCH-REC.
           EXEC SQL
              FETCH RJ-CUR
              INTO :RV-GRP-NM, :RV-SECTOR-NM, :RV-REVAL-AMT
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET RJ-EOF TO TRUE
              GO TO RJ-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET REVAL-FAILED TO TRUE
              SET RJ-EOF TO TRUE
              GO TO RJ-FETCH-EXIT.

           ADD 1 TO WS-REV-GRP-CNT.
           ADD RV-REVAL-AMT TO WS-TOT-REVERSED.
           COMPUTE WS-JP-AMOUNT = 0 - RV-REVAL-AMT.
           MOVE 'REVERSE' TO WS-JP-LINE-TYPE.
           MOVE RV-GRP-NM TO WS-JP-GROUP.
           MOVE RV-SECTOR-NM TO WS-JP-SECTOR.
           PERFORM WRITE-JOURNAL-PAIR THRU WRITE-JOURNAL-PAIR-EXIT.

           MOVE WS-JP-AMOUNT TO WS-ED-REVAL.
           MOVE SPACES TO O-REVALRP-REC.
           STRING '| ' DELIMITED BY SIZE
                RV-SECTOR-NM     DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                RV-GRP-NM        DELIMITED BY SPACE
                ' | REVERSAL OF VERSION ' DELIMITED BY SIZE
                RV-OLD-VER       DELIMITED BY SIZE
                ' | | | '        DELIMITED BY SIZE
                WS-ED-REVAL      DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           PERFORM REVAL-WRITE-REC.

       RJ-FETCH-EXIT.
           EXIT.

       POST-GROUP-REVAL.
           MOVE WS-RVG-GRPNM(WS-RVG-SUB) TO RV-GRP-NM.
           MOVE WS-RVG-SECTOR(WS-RVG-SUB) TO RV-SECTOR-NM.
           MOVE WS-RVG-PROD-CNT(WS-RVG-SUB) TO RV-PROD-CNT.
           MOVE WS-RVG-PRIOR-VAL(WS-RVG-SUB) TO RV-PRIOR-VAL.
           MOVE WS-RVG-CURR-VAL(WS-RVG-SUB) TO RV-CURR-VAL.
           COMPUTE RV-REVAL-AMT = RV-CURR-VAL - RV-PRIOR-VAL.

           EXEC SQL
              INSERT INTO GL_REVAL_JRNL
                 (YEAR_MONTH, VERSION_NO, GRP_NM, SECTOR_NM,
                  PROD_CNT, PRIOR_VAL, CURR_VAL, REVAL_AMT,
                  CURR_VER, POST_DATE)
              VALUES (:RV-YEAR-MONTH, :RV-NEW-VER, :RV-GRP-NM,
                  :RV-SECTOR-NM, :RV-PROD-CNT, :RV-PRIOR-VAL,
                  :RV-CURR-VAL, :RV-REVAL-AMT, 'Y',
                  TO_DATE(:RV-POST-DATE, 'YYYYMMDD'))
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO RECORD THE REVALUATION FOR '
                      RV-GRP-NM '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET REVAL-FAILED TO TRUE
              GO TO POST-GROUP-REVAL-EXIT
           END-IF.

           ADD RV-PRIOR-VAL TO WS-TOT-PRIOR-VAL.
           ADD RV-CURR-VAL TO WS-TOT-CURR-VAL.
           ADD RV-REVAL-AMT TO WS-TOT-REVAL.
           ADD 1 TO WS-JRNL-GRP-CNT.

           MOVE RV-REVAL-AMT TO WS-JP-AMOUNT.
           IF RV-OLD-VER > 0 THEN
              MOVE 'REPLACE' TO WS-JP-LINE-TYPE
           ELSE
              MOVE 'REVAL' TO WS-JP-LINE-TYPE
           END-IF.
           MOVE RV-GRP-NM TO WS-JP-GROUP.
           MOVE RV-SECTOR-NM TO WS-JP-SECTOR.
           PERFORM WRITE-JOURNAL-PAIR THRU WRITE-JOURNAL-PAIR-EXIT.

           MOVE RV-PROD-CNT TO WS-ED-CNT.
           MOVE RV-PRIOR-VAL TO WS-ED-PRIOR.
           MOVE RV-CURR-VAL TO WS-ED-CURR.
           MOVE RV-REVAL-AMT TO WS-ED-REVAL.
           MOVE SPACES TO O-REVALRP-REC.
           STRING '| ' DELIMITED BY SIZE
                RV-SECTOR-NM     DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                RV-GRP-NM        DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                WS-ED-CNT        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-PRIOR      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-CURR       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-REVAL      DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           PERFORM REVAL-WRITE-REC.

       POST-GROUP-REVAL-EXIT.
           EXIT.

       WRITE-JOURNAL-PAIR.
           IF WS-JP-AMOUNT = 0 THEN
              GO TO WRITE-JOURNAL-PAIR-EXIT
           END-IF.
           IF WS-JP-AMOUNT > 0 THEN
              MOVE WS-JP-AMOUNT TO WS-JP-ABS-AMOUNT
              MOVE WS-GL-INVENTORY-ACCT TO WS-JP-DR-ACCT
              MOVE WS-GL-REVAL-ACCT TO WS-JP-CR-ACCT
           ELSE
              COMPUTE WS-JP-ABS-AMOUNT = 0 - WS-JP-AMOUNT
              MOVE WS-GL-REVAL-ACCT TO WS-JP-DR-ACCT
              MOVE WS-GL-INVENTORY-ACCT TO WS-JP-CR-ACCT
           END-IF.

           PERFORM JOURNAL-DETAIL-SETUP.
           MOVE WS-JP-DR-ACCT TO GLJD-ACCOUNT.
           MOVE 'D' TO GLJD-DR-CR.
           ADD WS-JP-ABS-AMOUNT TO WS-DR-TOTAL.
           PERFORM JOURNAL-WRITE-REC.

           PERFORM JOURNAL-DETAIL-SETUP.
           MOVE WS-JP-CR-ACCT TO GLJD-ACCOUNT.
           MOVE 'C' TO GLJD-DR-CR.
           ADD WS-JP-ABS-AMOUNT TO WS-CR-TOTAL.
           PERFORM JOURNAL-WRITE-REC.

       WRITE-JOURNAL-PAIR-EXIT.
           EXIT.

       JOURNAL-DETAIL-SETUP.
           ADD 1 TO WS-LINE-CNT.
           MOVE SPACES TO O-GLJRNL-REC.
           MOVE 'D' TO GLJ-REC-TYPE.
           MOVE WS-GL-SOURCE TO GLJ-SOURCE.
           MOVE RV-YEAR-MONTH TO GLJ-YEAR-MONTH.
           MOVE RV-NEW-VER TO GLJ-VERSION-NO.
           MOVE WS-LINE-CNT TO GLJD-LINE-NO.
           MOVE WS-JP-LINE-TYPE TO GLJD-LINE-TYPE.
           MOVE WS-JP-SECTOR TO GLJD-SECTOR.
           MOVE WS-JP-GROUP TO GLJD-GROUP.
           MOVE WS-JP-ABS-AMOUNT TO GLJD-AMOUNT.

       JOURNAL-WRITE-HEADER.
           MOVE SPACES TO O-GLJRNL-REC.
           MOVE 'H' TO GLJ-REC-TYPE.
           MOVE WS-GL-SOURCE TO GLJ-SOURCE.
           MOVE RV-YEAR-MONTH TO GLJ-YEAR-MONTH.
           MOVE RV-NEW-VER TO GLJ-VERSION-NO.
           MOVE RV-POST-DATE TO GLJH-POST-DATE.
           MOVE WS-BASE-CURR TO GLJH-BASE-CURR.
           MOVE RV-OLD-VER TO GLJH-REVERSED-VER.
           IF RV-OLD-VER > 0 THEN
              MOVE 'RESTATE' TO GLJH-JRNL-TYPE
              MOVE 'INVENTORY REVALUATION - REVERSE/REPLACE'
                   TO GLJH-DESC
           ELSE
              MOVE 'REVAL' TO GLJH-JRNL-TYPE
              MOVE 'MONTH-END INVENTORY REVALUATION' TO GLJH-DESC
           END-IF.
           PERFORM JOURNAL-WRITE-REC.

       JOURNAL-WRITE-TRAILER.
           MOVE SPACES TO O-GLJRNL-REC.
           MOVE 'T' TO GLJ-REC-TYPE.
           MOVE WS-GL-SOURCE TO GLJ-SOURCE.
           MOVE RV-YEAR-MONTH TO GLJ-YEAR-MONTH.
           MOVE RV-NEW-VER TO GLJ-VERSION-NO.
           MOVE WS-LINE-CNT TO GLJT-LINE-CNT.
           MOVE WS-DR-TOTAL TO GLJT-DR-TOTAL.
           MOVE WS-CR-TOTAL TO GLJT-CR-TOTAL.
           MOVE WS-JRNL-GRP-CNT TO GLJT-GROUP-CNT.
           PERFORM JOURNAL-WRITE-REC.

       JOURNAL-WRITE-REC.
           IF WS-JB-CNT >= 802 THEN
              DISPLAY 'TOO MANY JOURNAL LINES - MAX IS 802.'
              SET REVAL-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-JB-CNT
              MOVE O-GLJRNL-REC TO WS-JB-ENTRY(WS-JB-CNT)
           END-IF.

       JOURNAL-RELEASE.
           OPEN OUTPUT O-GLJRNL-FILE.
           PERFORM JOURNAL-RELEASE-REC
              VARYING WS-JB-SUB FROM 1 BY 1
              UNTIL WS-JB-SUB > WS-JB-CNT.
           CLOSE O-GLJRNL-FILE.

       JOURNAL-RELEASE-REC.
           MOVE WS-JB-ENTRY(WS-JB-SUB) TO O-GLJRNL-REC.
           WRITE O-GLJRNL-REC.

       REVAL-REPORT-HEADER.
           OPEN OUTPUT O-REVALRP-FILE.
           MOVE SPACES TO O-REVALRP-REC.
           STRING 'INVENTORY REVALUATION ' DELIMITED BY SIZE
                RV-YEAR-MONTH DELIMITED BY SIZE
                ' VS ' DELIMITED BY SIZE
                RV-PRIOR-YM DELIMITED BY SIZE
                ' MONTH-END PRICES - JOURNAL VERSION '
                DELIMITED BY SIZE
                RV-NEW-VER DELIMITED BY SIZE
                ' - VALUES IN ' DELIMITED BY SIZE
                WS-BASE-CURR DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           WRITE O-REVALRP-REC.
           MOVE SPACES TO O-REVALRP-REC.
           STRING '| SECTOR | GROUP | PRODUCTS | PRIOR MONTH VALUE '
                '| THIS MONTH VALUE | REVALUATION |'
                INTO O-REVALRP-REC.
           WRITE O-REVALRP-REC.
           CLOSE O-REVALRP-FILE.

       REVAL-REPORT-TOTALS.
           MOVE WS-VALUED-CNT TO WS-ED-CNT.
           MOVE WS-TOT-PRIOR-VAL TO WS-ED-PRIOR.
           MOVE WS-TOT-CURR-VAL TO WS-ED-CURR.
           MOVE WS-TOT-REVAL TO WS-ED-REVAL.
           MOVE SPACES TO O-REVALRP-REC.
           STRING '| TOTAL | | ' DELIMITED BY SIZE
                WS-ED-CNT        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-PRIOR      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-CURR       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-REVAL      DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           PERFORM REVAL-WRITE-REC.

           IF RV-OLD-VER > 0 THEN
              MOVE WS-TOT-REVERSED TO WS-ED-REVAL
              MOVE SPACES TO O-REVALRP-REC
              STRING 'VERSION ' DELIMITED BY SIZE
                   RV-OLD-VER DELIMITED BY SIZE
                   ' REVERSED - PREVIOUSLY JOURNALLED: '
                   DELIMITED BY SIZE
                   WS-ED-REVAL DELIMITED BY SIZE
                   INTO O-REVALRP-REC
              PERFORM REVAL-WRITE-REC
           END-IF.

           MOVE WS-NO-PRIOR-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-REVALRP-REC.
           STRING 'NOT REVALUED - NO PRIOR MONTH-END PRICE: '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           PERFORM REVAL-WRITE-REC.
           MOVE WS-NO-RATE-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-REVALRP-REC.
           STRING 'NOT REVALUED - NO FXRATES RATE: '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           PERFORM REVAL-WRITE-REC.
           MOVE WS-NO-EOM-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-REVALRP-REC.
           STRING 'NOT REVALUED - NO MONTH-END PRICE: '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           PERFORM REVAL-WRITE-REC.

           MOVE WS-DR-TOTAL TO WS-ED-PRIOR.
           MOVE WS-CR-TOTAL TO WS-ED-CURR.
           MOVE SPACES TO O-REVALRP-REC.
           STRING 'JOURNAL CONTROL TOTALS - LINES ' DELIMITED BY SIZE
                WS-LINE-CNT DELIMITED BY SIZE
                ' DEBITS ' DELIMITED BY SIZE
                WS-ED-PRIOR DELIMITED BY SIZE
                ' CREDITS ' DELIMITED BY SIZE
                WS-ED-CURR DELIMITED BY SIZE
                INTO O-REVALRP-REC.
           PERFORM REVAL-WRITE-REC.

       REVAL-WRITE-REC.
           OPEN EXTEND O-REVALRP-FILE.
           WRITE O-REVALRP-REC.
           CLOSE O-REVALRP-FILE.

       REVAL-ROLLBACK.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'REVALUATION JOURNAL NOT POSTED - ROLLED BACK.'.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE 'REVALUATION JOURNAL FAILED - ROLLED BACK' TO
                AUD-MESSAGE-WS.
           PERFORM WRITE-AUDIT-REC.
           SET MV-JOURNAL-FAILED TO TRUE.

       FIND-FX-RATE.
           MOVE SPACE TO WS-FX-SKIP-SW.
           MOVE 1 TO WS-ROW-RATE.
           IF WS-FX-LOOKUP-CURR = WS-BASE-CURR OR
              WS-FX-LOOKUP-CURR = SPACES THEN
              GO TO FIND-FX-RATE-EXIT
           END-IF.
           IF NOT FX-LOADED THEN
              SET FX-ROW-SKIP TO TRUE
              GO TO FIND-FX-RATE-EXIT
           END-IF.
           SET WS-FX-INX TO 1.
           SEARCH WS-FX-ENTRY
              AT END
                 SET FX-ROW-SKIP TO TRUE
              WHEN WS-FX-CUR(WS-FX-INX) = WS-FX-LOOKUP-CURR
                 MOVE WS-FX-RATE-T(WS-FX-INX) TO WS-ROW-RATE
           END-SEARCH.

       FIND-FX-RATE-EXIT.
           EXIT.

       LOAD-FXRATES.
           MOVE SPACES TO FXRATE-TABLE.
           MOVE 0 TO WS-FX-CNT.
           MOVE SPACE TO WS-FX-LOADED-SW.
           OPEN INPUT I-FXRATES-FILE.
           IF WS-FXRATES-FILE-STATUS NOT = '00' THEN
              DISPLAY 'FXRATES FILE ABSENT - EVERY NON-'
                      WS-BASE-CURR ' PRODUCT WILL BE LEFT OUT '
                      'OF THE REVALUATION.'
              GO TO LOAD-FXRATES-EXIT
           END-IF.
           MOVE SPACES TO WS-FXRATES-EOF-WS.
           PERFORM LOAD-FXRATE-REC THRU LOAD-FXRATE-REC-EXIT
                   UNTIL FXRATES-EOF.
           CLOSE I-FXRATES-FILE.
           IF WS-FX-CNT > 0 THEN
              SET FX-LOADED TO TRUE
              DISPLAY 'EXCHANGE RATES LOADED: ' WS-FX-CNT
           END-IF.

       LOAD-FXRATES-EXIT.
           EXIT.

       LOAD-FXRATE-REC.
           READ I-FXRATES-FILE
              AT END
                 SET FXRATES-EOF TO TRUE
                 GO TO LOAD-FXRATE-REC-EXIT
           END-READ.
           IF I-FXRATES-REC = SPACES THEN
              GO TO LOAD-FXRATE-REC-EXIT
           END-IF.
           IF FXR-RATE NOT NUMERIC OR FXR-RATE = 0 THEN
              DISPLAY 'FXRATES ENTRY FOR ' FXR-CUR
                      ' HAS AN INVALID RATE - IGNORED.'
              GO TO LOAD-FXRATE-REC-EXIT
           END-IF.
           IF WS-FX-CNT >= 50 THEN
              DISPLAY 'TOO MANY FXRATES ENTRIES - MAX IS 50.'
              SET FXRATES-EOF TO TRUE
              GO TO LOAD-FXRATE-REC-EXIT
           END-IF.
           ADD 1 TO WS-FX-CNT.
           MOVE FXR-CUR TO WS-FX-CUR(WS-FX-CNT).
           MOVE FXR-RATE TO WS-FX-RATE-T(WS-FX-CNT).

       LOAD-FXRATE-REC-EXIT.
           EXIT.

       LOAD-SECTMAP.
           INITIALIZE SECTOR-MAP-TABLE.
           MOVE 0 TO WS-MAP-CNT.
           OPEN INPUT I-SECTMAP-FILE.
           IF WS-SECTMAP-FILE-STATUS NOT = '00' THEN
              DISPLAY 'SECTMAP FILE ABSENT - EVERY GROUP IS '
                      'JOURNALLED AS UNMAPPED.'
              GO TO LOAD-SECTMAP-EXIT
           END-IF.
           MOVE SPACES TO WS-SECTMAP-EOF-WS.
           PERFORM LOAD-SECTMAP-REC THRU LOAD-SECTMAP-REC-EXIT
                   UNTIL SECTMAP-EOF.
           CLOSE I-SECTMAP-FILE.

       LOAD-SECTMAP-EXIT.
           EXIT.

       LOAD-SECTMAP-REC.
           READ I-SECTMAP-FILE
              AT END
                 SET SECTMAP-EOF TO TRUE
                 GO TO LOAD-SECTMAP-REC-EXIT
           END-READ.
           IF I-SECTMAP-REC = SPACES THEN
              GO TO LOAD-SECTMAP-REC-EXIT
           END-IF.
           IF WS-MAP-CNT >= 100 THEN
              DISPLAY 'TOO MANY SECTMAP ENTRIES - MAX IS 100.'
              SET SECTMAP-EOF TO TRUE
              GO TO LOAD-SECTMAP-REC-EXIT
           END-IF.
           ADD 1 TO WS-MAP-CNT.
           MOVE SMAP-GRPNM TO WS-MAP-GRPNM(WS-MAP-CNT).
           MOVE SMAP-SECTOR TO WS-MAP-SECTOR(WS-MAP-CNT).

       LOAD-SECTMAP-REC-EXIT.
           EXIT.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'MEREVAL' TO AUD-PROGRAM.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME FROM TIME.
           MOVE AUD-EVENT-WS TO AUD-EVENT.
           MOVE SQLCODE TO AUD-SQLCODE.
           MOVE AUD-ROWCOUNT-WS TO AUD-ROWCOUNT.
           MOVE AUD-MESSAGE-WS TO AUD-MESSAGE.
           MOVE BC-BUS-DATE TO AUD-BUS-DATE.
           OPEN EXTEND O-AUDIT-FILE.
           WRITE O-AUDIT-REC.
           CLOSE O-AUDIT-FILE.
