       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-AVALGR-FILE
               ASSIGN TO DYNAMIC WS-AVALGR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-AVALGR-FILE-STATUS.

           SELECT I-PARMS-FILE ASSIGN TO 'PARMS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PARMS-FILE-STATUS.

           SELECT O-FCST-FILE
               ASSIGN TO DYNAMIC WS-FCST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-AVALGR-FILE.
           01 I-AVALGR-REC          PIC X(20).

           FD I-PARMS-FILE.
           01 I-PARMS-REC           PIC X(40).

           FD O-FCST-FILE.
           01 O-FCST-REC            PIC X(160).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 FC-BUS-DATE          PIC X(8).
             01 FC-NEXT-DATE         PIC X(8).
             01 FC-GRP-NM            PIC X(20).
             01 FC-RUN-DATE          PIC X(8).
             01 FC-AVG-P             PIC 9(10)V9(4).
             01 FC-FCST-DATE         PIC X(8).
             01 FC-TARGET-DATE       PIC X(8).
             01 FC-METHOD            PIC X(3).
             01 FC-HORIZON           PIC 9(3).
             01 FC-FCST-P            PIC 9(10)V9(4).
             01 FC-ACTUAL-P          PIC 9(10)V9(4).
             01 FC-ERR-PCT           PIC S9(5)V9(4).
             01 FC-ERR-IND           PIC S9(4) COMP.
             01 FC-LOOKBACK          PIC 9(5).
             01 FC-SCORED-CNT        PIC 9(5).
             01 FC-MAPE              PIC 9(5)V9(4).
             01 FC-BIAS              PIC S9(5)V9(4).
             01 EN-ENTITY-CD         PIC X(4).
             01 EN-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 WS-BUS-LABEL-WS      PIC X(80).
           01 WS-AVALGR-FILENAME   PIC X(20) VALUE 'AVALGR'.
           01 WS-FCST-FILENAME     PIC X(20) VALUE 'GRPFCST'.

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-AVALGR-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-AVALGR-EOF-WS     PIC X(02) VALUE SPACES.
               88 AVALGR-EOF       VALUE HIGH-VALUES.

           01 WS-PARMS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARMS-EOF-WS      PIC X(02) VALUE SPACES.
               88 PARMS-EOF        VALUE HIGH-VALUES.
           01 WS-PARM-KEY          PIC X(14).
           01 WS-PARM-VALUE-X      PIC X(5).

           01 FH-EOF-WS            PIC X(02) VALUE SPACES.
               88 FH-EOF           VALUE HIGH-VALUES.
           01 FS-EOF-WS            PIC X(02) VALUE SPACES.
               88 FS-EOF           VALUE HIGH-VALUES.

           01 WS-FCST-DAYS         PIC 9(3) VALUE 5.
           01 WS-FCST-DAYS-MAX     PIC 9(3) VALUE 20.
           01 WS-FCST-MA           PIC 9(3) VALUE 5.
           01 WS-FCST-ALPHA        PIC 9(3) VALUE 30.
           01 WS-FCST-TOL          PIC 9(3) VALUE 5.
           01 WS-FCST-LOOKBACK     PIC 9(5) VALUE 60.

           01 WS-GRP-TABLE.
              05 WS-GRP-CNT        PIC 9(3) VALUE 0.
              05 WS-GRP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-GRP-INX.
                 10 WS-GRP-NM      PIC X(20).
           01 WS-GRP-MAX           PIC 9(3) VALUE 200.

           01 WS-TGT-TABLE.
              05 WS-TGT-CNT        PIC 9(3) VALUE 0.
              05 WS-TGT-DATE       PIC X(8) OCCURS 20 TIMES.
           01 WS-TGT-SUB           PIC 9(3) COMP.
           01 WS-DAY-STEPS         PIC 9(3) COMP.
           01 WS-DAY-STEP-MAX      PIC 9(3) COMP.

           01 WS-HIST-TABLE.
              05 WS-HIST-CNT       PIC 9(3) VALUE 0.
              05 WS-HIST-AVG       PIC 9(10)V9(4) OCCURS 500 TIMES.
           01 WS-HIST-MAX          PIC 9(3) VALUE 500.
           01 WS-HIST-SUB          PIC 9(3) COMP.
           01 WS-HIST-LAST-DATE    PIC X(8).

           01 WS-MA-SUM            PIC 9(12)V9(4).
           01 WS-MA-N              PIC 9(3).
           01 WS-MA-P              PIC 9(10)V9(4).
           01 WS-SES-P             PIC 9(10)V9(8).
           01 WS-SES-P-R           PIC 9(10)V9(4).
           01 WS-ALPHA-W           PIC 9V9(4).

           01 WS-GRP-FCST-CNT      PIC 9(5) VALUE 0.
           01 WS-GRP-NOHIST-CNT    PIC 9(5) VALUE 0.
           01 WS-FCST-ROW-CNT      PIC 9(7) VALUE 0.
           01 WS-SCORED-ROW-CNT    PIC 9(7) VALUE 0.
           01 WS-SUMMARY-CNT       PIC 9(5) VALUE 0.
           01 WS-RATING-WS         PIC X(4).
           01 WS-FCST-FAILED-SW    PIC X(01) VALUE 'N'.
               88 FCST-FAILED      VALUE 'Y'.

           01 WS-ED-ERR            PIC -(5)9.9999.
           01 WS-ED-MAPE           PIC Z(4)9.9999.
           01 WS-ED-BIAS           PIC -(5)9.9999.

       PROCEDURE DIVISION.
       DISPLAY ' '.
       DISPLAY 'GROUP PRICE FORECAST AND ACCURACY REPORT...'

           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO BC-BACK-DAYS.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE BC-BUS-DATE TO FC-BUS-DATE.
           MOVE 'G' TO EC-MODE.
           MOVE 'AVALGR' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-BASE-CURR TO EN-BASE-CURR.
           MOVE EC-FILE-NAME TO WS-AVALGR-FILENAME.
           MOVE 'GRPFCST' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-FCST-FILENAME.

           MOVE 'START' TO AUD-EVENT-WS.
           MOVE 'GRPFCST RUN STARTED' TO AUD-MESSAGE-WS.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           PERFORM READ-PARMS THRU READ-PARMS-EXIT.
           COMPUTE WS-ALPHA-W = WS-FCST-ALPHA / 100.
           MOVE WS-FCST-LOOKBACK TO FC-LOOKBACK.

           PERFORM LOAD-GROUPS THRU LOAD-GROUPS-EXIT.
           IF WS-GRP-CNT = 0 THEN
              DISPLAY 'NO GROUPS IN AVALGR - FORECAST NOT RUN.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO AVALGR GROUPS - FORECAST NOT RUN' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              EXIT PROGRAM
           END-IF.

           PERFORM CREATE-FCST-TABLE THRU CREATE-FCST-TABLE-EXIT.
           IF FCST-FAILED THEN
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM BUILD-TARGET-DATES THRU BUILD-TARGET-DATES-EXIT.

           MOVE SPACES TO WS-BUS-LABEL-WS.
           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                FC-BUS-DATE DELIMITED BY SIZE
                ' - FORECASTING ' DELIMITED BY SIZE
                WS-TGT-CNT DELIMITED BY SIZE
                ' BUSINESS DATE(S) AHEAD' DELIMITED BY SIZE
                INTO WS-BUS-LABEL-WS.
           PERFORM FCST-WRITE-HEADER.

           PERFORM SCORE-FORECASTS THRU SCORE-FORECASTS-EXIT.
           PERFORM TONIGHT-SCORE-REPORT THRU TONIGHT-SCORE-EXIT.
           PERFORM ACCURACY-SUMMARY THRU ACCURACY-SUMMARY-EXIT.

           IF WS-TGT-CNT = 0 THEN
              DISPLAY 'NO BUSINESS DATES FOUND AFTER ' FC-BUS-DATE
                      ' - NO NEW FORECASTS WRITTEN.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO FUTURE BUSINESS DATES IN CALENDAR' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
           ELSE
              PERFORM NEW-FORECASTS THRU NEW-FORECASTS-EXIT
           END-IF.

           IF FCST-FAILED THEN
              DISPLAY 'GROUP FORECAST FAILED - PROGRAM WAS STOPPED.'
              EXIT PROGRAM
           END-IF.

           DISPLAY 'GROUP FORECAST FINISHED - GROUPS FORECAST: '
                   WS-GRP-FCST-CNT ' NO HISTORY: '
                   WS-GRP-NOHIST-CNT ' FORECASTS SCORED: '
                   WS-SCORED-ROW-CNT.
           MOVE 'END' TO AUD-EVENT-WS.
           MOVE 'GRPFCST RUN COMPLETED' TO AUD-MESSAGE-WS.
           MOVE WS-FCST-ROW-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           EXIT PROGRAM.

       CREATE-FCST-TABLE.
           EXEC SQL
              CREATE TABLE GROUP_PRICE_FCST
              (
                  FCST_DATE         DATE,
                  TARGET_DATE       DATE,
                  GRP_NM            VARCHAR2(20),
                  METHOD            VARCHAR2(3),
                  HORIZON           NUMBER(3),
                  FCST_AVG          NUMBER(14,4),
                  ACTUAL_AVG        NUMBER(14,4),
                  ERR_PCT           NUMBER(9,4)
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'GROUP_PRICE_FCST CREATED.'
           ELSE IF SQLCODE NOT = -955 THEN
              DISPLAY 'UNABLE TO CREATE GROUP_PRICE_FCST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE GROUP_PRICE_FCST' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET FCST-FAILED TO TRUE
           END-IF.

       CREATE-FCST-TABLE-EXIT.
           EXIT.

       BUILD-TARGET-DATES.
           MOVE 0 TO WS-TGT-CNT.
           MOVE 0 TO WS-DAY-STEPS.
           COMPUTE WS-DAY-STEP-MAX = WS-FCST-DAYS * 3 + 10.
           MOVE FC-BUS-DATE TO FC-NEXT-DATE.
           PERFORM NEXT-TARGET-DATE THRU NEXT-TARGET-DATE-EXIT
                   UNTIL WS-TGT-CNT = WS-FCST-DAYS
                      OR WS-DAY-STEPS = WS-DAY-STEP-MAX.
           MOVE 0 TO BC-BACK-DAYS.
           MOVE FC-BUS-DATE TO BC-WALL-DATE.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           IF WS-TGT-CNT < WS-FCST-DAYS THEN
              DISPLAY 'ONLY ' WS-TGT-CNT ' OF ' WS-FCST-DAYS
                      ' TARGET DATES FOUND IN THE CALENDAR.'
           END-IF.

       BUILD-TARGET-DATES-EXIT.
           EXIT.

       NEXT-TARGET-DATE.
           ADD 1 TO WS-DAY-STEPS.
           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:FC-NEXT-DATE, 'YYYYMMDD') + 1,
                     'YYYYMMDD')
              INTO :FC-NEXT-DATE
              FROM DUAL
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'GRPFCST: UNABLE TO STEP THE CALENDAR!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE WS-DAY-STEP-MAX TO WS-DAY-STEPS
              GO TO NEXT-TARGET-DATE-EXIT
           END-IF.
           MOVE FC-NEXT-DATE TO BC-WALL-DATE.
           MOVE 0 TO BC-BACK-DAYS.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           IF BC-BUS-DAY-FLAG = 'Y' THEN
              ADD 1 TO WS-TGT-CNT
              MOVE FC-NEXT-DATE TO WS-TGT-DATE(WS-TGT-CNT)
           END-IF.

       NEXT-TARGET-DATE-EXIT.
           EXIT.

       SCORE-FORECASTS.
           EXEC SQL
              UPDATE GROUP_PRICE_FCST F
              SET ACTUAL_AVG =
                     (SELECT G.LATEST_AVG
                      FROM GROUP_PRICE_AVG G
                      WHERE G.GRP_NM = F.GRP_NM
                        AND G.RUN_DATE = F.TARGET_DATE
                        AND NVL(G.CURR_FLAG, 'Y') = 'Y'
                        AND NVL(G.RUN_SEQ, 1) =
                           (SELECT MAX(NVL(R.RUN_SEQ, 1))
                            FROM GROUP_PRICE_AVG R
                            WHERE R.GRP_NM = G.GRP_NM
                              AND R.RUN_DATE = G.RUN_DATE
                              AND NVL(R.CURR_FLAG, 'Y') = 'Y')),
                  ERR_PCT = NULL
              WHERE F.TARGET_DATE <= TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                AND F.TARGET_DATE > TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                                    - :FC-LOOKBACK
                AND (F.ACTUAL_AVG IS NULL OR
                     F.TARGET_DATE = TO_DATE(:FC-BUS-DATE, 'YYYYMMDD'))
                AND F.GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO SCORE EARLIER FORECASTS!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO SCORE EARLIER FORECASTS' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO SCORE-FORECASTS-EXIT
           END-IF.

           EXEC SQL
              UPDATE GROUP_PRICE_FCST
              SET ERR_PCT = ROUND((FCST_AVG - ACTUAL_AVG) * 100
                                  / ACTUAL_AVG, 4)
              WHERE ACTUAL_AVG > 0
                AND ERR_PCT IS NULL
                AND TARGET_DATE <= TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                AND TARGET_DATE > TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                                  - :FC-LOOKBACK
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO COMPUTE FORECAST ERRORS!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO COMPUTE FORECAST ERRORS' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO SCORE-FORECASTS-EXIT
           END-IF.
           MOVE SQLERRD(3) TO WS-SCORED-ROW-CNT.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'SCORE' TO AUD-EVENT-WS.
           MOVE 'EARLIER FORECASTS SCORED' TO AUD-MESSAGE-WS.
           MOVE WS-SCORED-ROW-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       SCORE-FORECASTS-EXIT.
           EXIT.

       TONIGHT-SCORE-REPORT.
           MOVE SPACES TO O-FCST-REC.
           PERFORM FCST-WRITE-REC.
           MOVE SPACES TO O-FCST-REC.
           STRING 'EARLIER FORECASTS FOR ' DELIMITED BY SIZE
                FC-BUS-DATE DELIMITED BY SIZE
                ' AGAINST THE PUBLISHED GROUP_PRICE_AVG'
                DELIMITED BY SIZE
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.
           MOVE SPACES TO O-FCST-REC.
           STRING '| GROUP | METHOD | MADE ON | DAYS AHEAD | '
                'FORECAST | ACTUAL | ERROR % |'
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.

           EXEC SQL
              DECLARE FSCORE-CUR CURSOR FOR
              SELECT GRP_NM, METHOD, TO_CHAR(FCST_DATE, 'YYYYMMDD'),
                     HORIZON, FCST_AVG, NVL(ACTUAL_AVG, 0), ERR_PCT
              FROM GROUP_PRICE_FCST
              WHERE TARGET_DATE = TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
              ORDER BY GRP_NM, METHOD, FCST_DATE
           END-EXEC.

           EXEC SQL
              OPEN FSCORE-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_PRICE_FCST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              GO TO TONIGHT-SCORE-EXIT
           END-IF.

           MOVE SPACES TO FS-EOF-WS.
           PERFORM TONIGHT-SCORE-FETCH THRU TONIGHT-SCORE-FETCH-EXIT
                   UNTIL FS-EOF.

           EXEC SQL
              CLOSE FSCORE-CUR
           END-EXEC.

       TONIGHT-SCORE-EXIT.
           EXIT.

       TONIGHT-SCORE-FETCH.
           EXEC SQL
              FETCH FSCORE-CUR
              INTO :FC-GRP-NM, :FC-METHOD, :FC-FCST-DATE,
                   :FC-HORIZON, :FC-FCST-P, :FC-ACTUAL-P,
                   :FC-ERR-PCT:FC-ERR-IND
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET FS-EOF TO TRUE
              GO TO TONIGHT-SCORE-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET FS-EOF TO TRUE
              GO TO TONIGHT-SCORE-FETCH-EXIT.

           MOVE SPACES TO O-FCST-REC.
           IF FC-ERR-IND < 0 THEN
              STRING '| ' DELIMITED BY SIZE
                   FC-GRP-NM        DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   FC-METHOD        DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   FC-FCST-DATE     DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   FC-HORIZON       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   FC-FCST-P        DELIMITED BY SIZE
                   ' | NOT PUBLISHED | - |' DELIMITED BY SIZE
                   INTO O-FCST-REC
           ELSE
              MOVE FC-ERR-PCT TO WS-ED-ERR
              STRING '| ' DELIMITED BY SIZE
                   FC-GRP-NM        DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   FC-METHOD        DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   FC-FCST-DATE     DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   FC-HORIZON       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   FC-FCST-P        DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   FC-ACTUAL-P      DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-ERR        DELIMITED BY SIZE
                   ' |'             DELIMITED BY SIZE
                   INTO O-FCST-REC
           END-IF.
           PERFORM FCST-WRITE-REC.

       TONIGHT-SCORE-FETCH-EXIT.
           EXIT.

       ACCURACY-SUMMARY.
           MOVE SPACES TO O-FCST-REC.
           PERFORM FCST-WRITE-REC.
           MOVE SPACES TO O-FCST-REC.
           STRING 'FORECAST ACCURACY OVER TARGET DATES IN THE LAST '
                DELIMITED BY SIZE
                FC-LOOKBACK DELIMITED BY SIZE
                ' DAYS' DELIMITED BY SIZE
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.
           MOVE SPACES TO O-FCST-REC.
           STRING '| GROUP | METHOD | FORECASTS SCORED | '
                'MEAN ABS ERROR % | BIAS % | RATING |'
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.

           EXEC SQL
              DECLARE FACC-CUR CURSOR FOR
              SELECT GRP_NM, METHOD, COUNT(*),
                     ROUND(AVG(ABS(ERR_PCT)), 4),
                     ROUND(AVG(ERR_PCT), 4)
              FROM GROUP_PRICE_FCST
              WHERE ERR_PCT IS NOT NULL
                AND TARGET_DATE <= TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                AND TARGET_DATE > TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                                  - :FC-LOOKBACK
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
              GROUP BY GRP_NM, METHOD
              ORDER BY GRP_NM, METHOD
           END-EXEC.

           EXEC SQL
              OPEN FACC-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO SUMMARISE FORECAST ACCURACY!'
              DISPLAY 'SQLCODE = ' SQLCODE
              GO TO ACCURACY-SUMMARY-EXIT
           END-IF.

           MOVE 0 TO WS-SUMMARY-CNT.
           MOVE SPACES TO FS-EOF-WS.
           PERFORM ACCURACY-FETCH THRU ACCURACY-FETCH-EXIT
                   UNTIL FS-EOF.

           EXEC SQL
              CLOSE FACC-CUR
           END-EXEC.

           IF WS-SUMMARY-CNT = 0 THEN
              MOVE SPACES TO O-FCST-REC
              STRING '| NO FORECASTS HAVE REACHED THEIR TARGET DATE '
                   'YET |'
                   INTO O-FCST-REC
              PERFORM FCST-WRITE-REC
           END-IF.

       ACCURACY-SUMMARY-EXIT.
           EXIT.

       ACCURACY-FETCH.
           EXEC SQL
              FETCH FACC-CUR
              INTO :FC-GRP-NM, :FC-METHOD, :FC-SCORED-CNT,
                   :FC-MAPE, :FC-BIAS
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET FS-EOF TO TRUE
              GO TO ACCURACY-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET FS-EOF TO TRUE
              GO TO ACCURACY-FETCH-EXIT.

           ADD 1 TO WS-SUMMARY-CNT.
           IF FC-MAPE <= WS-FCST-TOL THEN
              MOVE 'GOOD' TO WS-RATING-WS
           ELSE IF FC-MAPE <= WS-FCST-TOL * 2 THEN
              MOVE 'FAIR' TO WS-RATING-WS
           ELSE
              MOVE 'POOR' TO WS-RATING-WS
           END-IF.
           MOVE FC-MAPE TO WS-ED-MAPE.
           MOVE FC-BIAS TO WS-ED-BIAS.

           MOVE SPACES TO O-FCST-REC.
           STRING '| ' DELIMITED BY SIZE
                FC-GRP-NM        DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                FC-METHOD        DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                FC-SCORED-CNT    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-MAPE       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-BIAS       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-RATING-WS     DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.

       ACCURACY-FETCH-EXIT.
           EXIT.

       NEW-FORECASTS.
           EXEC SQL
              DELETE FROM GROUP_PRICE_FCST
              WHERE FCST_DATE = TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                AND GRP_NM IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO CLEAR TONIGHT''S FORECASTS!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CLEAR EARLIER FORECASTS' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              GO TO NEW-FORECASTS-EXIT
           END-IF.

           MOVE SPACES TO O-FCST-REC.
           PERFORM FCST-WRITE-REC.
           MOVE SPACES TO O-FCST-REC.
           STRING 'FORECASTS MADE ' DELIMITED BY SIZE
                FC-BUS-DATE DELIMITED BY SIZE
                ' - MA = ' DELIMITED BY SIZE
                WS-FCST-MA DELIMITED BY SIZE
                '-DAY MOVING AVERAGE, SES = EXPONENTIALLY SMOOTHED '
                DELIMITED BY SIZE
                '(ALPHA ' DELIMITED BY SIZE
                WS-FCST-ALPHA DELIMITED BY SIZE
                '%)' DELIMITED BY SIZE
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.
           MOVE SPACES TO O-FCST-REC.
           STRING '| GROUP | LAST ARCHIVE DATE | LAST AVG | '
                'TARGET DATE | DAYS AHEAD | MA | SES |'
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.

           MOVE 0 TO WS-FCST-ROW-CNT.
           PERFORM FORECAST-ONE-GROUP THRU FORECAST-ONE-GROUP-EXIT
                   VARYING WS-GRP-INX FROM 1 BY 1
                   UNTIL WS-GRP-INX > WS-GRP-CNT OR FCST-FAILED.

           IF FCST-FAILED THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'TONIGHT''S FORECASTS ROLLED BACK.'
              MOVE 0 TO WS-FCST-ROW-CNT
              MOVE 8 TO RETURN-CODE
              GO TO NEW-FORECASTS-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'FCST' TO AUD-EVENT-WS.
           MOVE 'GROUP FORECASTS STORED' TO AUD-MESSAGE-WS.
           MOVE WS-FCST-ROW-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       NEW-FORECASTS-EXIT.
           EXIT.

       FORECAST-ONE-GROUP.
           MOVE WS-GRP-NM(WS-GRP-INX) TO FC-GRP-NM.
           MOVE 0 TO WS-HIST-CNT.
           MOVE SPACES TO WS-HIST-LAST-DATE.

           EXEC SQL
              DECLARE FHIST-CUR CURSOR FOR
              SELECT TO_CHAR(RUN_DATE, 'YYYYMMDD'), LATEST_AVG
              FROM GROUP_DAILY_STATS
              WHERE PROD_GR = :FC-GRP-NM
                AND RUN_DATE <= TO_DATE(:FC-BUS-DATE, 'YYYYMMDD')
                AND CURR_CD = :EN-BASE-CURR
                AND CURR_FLAG = 'Y'
              ORDER BY RUN_DATE DESC
           END-EXEC.

           EXEC SQL
              OPEN FHIST-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GROUP STATS FOR ' FC-GRP-NM
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO OPEN GROUP STATS CURSOR' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET FCST-FAILED TO TRUE
              GO TO FORECAST-ONE-GROUP-EXIT
           END-IF.

           MOVE SPACES TO FH-EOF-WS.
           PERFORM FETCH-GROUP-HIST THRU FETCH-GROUP-HIST-EXIT
                   UNTIL FH-EOF.

           EXEC SQL
              CLOSE FHIST-CUR
           END-EXEC.

           IF WS-HIST-CNT = 0 THEN
              ADD 1 TO WS-GRP-NOHIST-CNT
              MOVE SPACES TO O-FCST-REC
              STRING '| ' DELIMITED BY SIZE
                   FC-GRP-NM        DELIMITED BY SPACE
                   ' | NO ARCHIVE HISTORY - NOT FORECAST |'
                   DELIMITED BY SIZE
                   INTO O-FCST-REC
              PERFORM FCST-WRITE-REC
              GO TO FORECAST-ONE-GROUP-EXIT
           END-IF.

           MOVE 0 TO WS-MA-SUM.
           MOVE 0 TO WS-MA-N.
           PERFORM ADD-MA-ENTRY
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-CNT
                      OR WS-HIST-SUB > WS-FCST-MA.
           DIVIDE WS-MA-SUM BY WS-MA-N GIVING WS-MA-P ROUNDED.

           MOVE WS-HIST-AVG(WS-HIST-CNT) TO WS-SES-P.
           PERFORM SMOOTH-SES-ENTRY
                   VARYING WS-HIST-SUB FROM WS-HIST-CNT BY -1
                   UNTIL WS-HIST-SUB < 1.
           COMPUTE WS-SES-P-R ROUNDED = WS-SES-P.

           ADD 1 TO WS-GRP-FCST-CNT.
           PERFORM STORE-GROUP-FORECAST THRU STORE-GROUP-FORECAST-EXIT
                   VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-CNT OR FCST-FAILED.

       FORECAST-ONE-GROUP-EXIT.
           EXIT.

       FETCH-GROUP-HIST.
           EXEC SQL
              FETCH FHIST-CUR
              INTO :FC-RUN-DATE, :FC-AVG-P
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET FH-EOF TO TRUE
              GO TO FETCH-GROUP-HIST-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'GROUP STATS FETCH FAILED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET FH-EOF TO TRUE
              GO TO FETCH-GROUP-HIST-EXIT.

           IF WS-HIST-CNT = 0 THEN
              MOVE FC-RUN-DATE TO WS-HIST-LAST-DATE
           END-IF.
           ADD 1 TO WS-HIST-CNT.
           MOVE FC-AVG-P TO WS-HIST-AVG(WS-HIST-CNT).
           IF WS-HIST-CNT >= WS-FCST-LOOKBACK OR
              WS-HIST-CNT >= WS-HIST-MAX THEN
              SET FH-EOF TO TRUE
           END-IF.

       FETCH-GROUP-HIST-EXIT.
           EXIT.

       ADD-MA-ENTRY.
           ADD WS-HIST-AVG(WS-HIST-SUB) TO WS-MA-SUM.
           ADD 1 TO WS-MA-N.

       SMOOTH-SES-ENTRY.
           COMPUTE WS-SES-P ROUNDED =
                   WS-ALPHA-W * WS-HIST-AVG(WS-HIST-SUB)
                   + (1 - WS-ALPHA-W) * WS-SES-P.

       STORE-GROUP-FORECAST.
           MOVE WS-TGT-DATE(WS-TGT-SUB) TO FC-TARGET-DATE.
           MOVE WS-TGT-SUB TO FC-HORIZON.

           MOVE 'MA' TO FC-METHOD.
           MOVE WS-MA-P TO FC-FCST-P.
           PERFORM INSERT-FORECAST-ROW THRU INSERT-FORECAST-ROW-EXIT.
           IF FCST-FAILED THEN
              GO TO STORE-GROUP-FORECAST-EXIT
           END-IF.

           MOVE 'SES' TO FC-METHOD.
           MOVE WS-SES-P-R TO FC-FCST-P.
           PERFORM INSERT-FORECAST-ROW THRU INSERT-FORECAST-ROW-EXIT.
           IF FCST-FAILED THEN
              GO TO STORE-GROUP-FORECAST-EXIT
           END-IF.

           MOVE SPACES TO O-FCST-REC.
           STRING '| ' DELIMITED BY SIZE
                FC-GRP-NM          DELIMITED BY SPACE
                ' | '              DELIMITED BY SIZE
                WS-HIST-LAST-DATE  DELIMITED BY SIZE
                ' | '              DELIMITED BY SIZE
                WS-HIST-AVG(1)     DELIMITED BY SIZE
                ' | '              DELIMITED BY SIZE
                FC-TARGET-DATE     DELIMITED BY SIZE
                ' | '              DELIMITED BY SIZE
                FC-HORIZON         DELIMITED BY SIZE
                ' | '              DELIMITED BY SIZE
                WS-MA-P            DELIMITED BY SIZE
                ' | '              DELIMITED BY SIZE
                WS-SES-P-R         DELIMITED BY SIZE
                ' |'               DELIMITED BY SIZE
                INTO O-FCST-REC.
           PERFORM FCST-WRITE-REC.

       STORE-GROUP-FORECAST-EXIT.
           EXIT.

       INSERT-FORECAST-ROW.
           EXEC SQL
              INSERT INTO GROUP_PRICE_FCST
                 (FCST_DATE, TARGET_DATE, GRP_NM, METHOD, HORIZON,
                  FCST_AVG)
              VALUES (TO_DATE(:FC-BUS-DATE, 'YYYYMMDD'),
                  TO_DATE(:FC-TARGET-DATE, 'YYYYMMDD'),
                  :FC-GRP-NM, :FC-METHOD, :FC-HORIZON, :FC-FCST-P)
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO STORE FORECAST FOR ' FC-GRP-NM
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO INSERT GROUP_PRICE_FCST ROW' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET FCST-FAILED TO TRUE
              GO TO INSERT-FORECAST-ROW-EXIT
           END-IF.
           ADD 1 TO WS-FCST-ROW-CNT.

       INSERT-FORECAST-ROW-EXIT.
           EXIT.

       LOAD-GROUPS.
           MOVE 0 TO WS-GRP-CNT.
           OPEN INPUT I-AVALGR-FILE.
           IF WS-AVALGR-FILE-STATUS NOT = '00' THEN
              GO TO LOAD-GROUPS-EXIT
           END-IF.
           MOVE SPACES TO WS-AVALGR-EOF-WS.
           PERFORM LOAD-GROUP-REC THRU LOAD-GROUP-REC-EXIT
                   UNTIL AVALGR-EOF.
           CLOSE I-AVALGR-FILE.

       LOAD-GROUPS-EXIT.
           EXIT.

       LOAD-GROUP-REC.
           READ I-AVALGR-FILE
              AT END
                 SET AVALGR-EOF TO TRUE
                 GO TO LOAD-GROUP-REC-EXIT
           END-READ.
           IF I-AVALGR-REC = SPACES THEN
              GO TO LOAD-GROUP-REC-EXIT
           END-IF.
           IF WS-GRP-CNT = WS-GRP-MAX THEN
              DISPLAY 'MORE THAN ' WS-GRP-MAX ' AVALGR GROUPS - '
                      I-AVALGR-REC ' AND LATER NOT FORECAST.'
              SET AVALGR-EOF TO TRUE
              GO TO LOAD-GROUP-REC-EXIT
           END-IF.
           ADD 1 TO WS-GRP-CNT.
           MOVE I-AVALGR-REC TO WS-GRP-NM(WS-GRP-CNT).

       LOAD-GROUP-REC-EXIT.
           EXIT.

       READ-PARMS.
           OPEN INPUT I-PARMS-FILE.
           IF WS-PARMS-FILE-STATUS NOT = '00' THEN
              GO TO READ-PARMS-EXIT
           END-IF.
           MOVE SPACES TO WS-PARMS-EOF-WS.
           PERFORM READ-PARM-REC THRU READ-PARM-REC-EXIT
                   UNTIL PARMS-EOF.
           CLOSE I-PARMS-FILE.

       READ-PARMS-EXIT.
           EXIT.

       READ-PARM-REC.
           READ I-PARMS-FILE
              AT END
                 SET PARMS-EOF TO TRUE
                 GO TO READ-PARM-REC-EXIT
           END-READ.
           IF I-PARMS-REC = SPACES OR I-PARMS-REC(1:1) = '*' THEN
              GO TO READ-PARM-REC-EXIT
           END-IF.
           MOVE SPACES TO WS-PARM-KEY.
           MOVE SPACES TO WS-PARM-VALUE-X.
           UNSTRING I-PARMS-REC DELIMITED BY '='
              INTO WS-PARM-KEY WS-PARM-VALUE-X
           END-UNSTRING.
           IF WS-PARM-KEY(1:5) NOT = 'FCST-' THEN
              GO TO READ-PARM-REC-EXIT
           END-IF.
           IF WS-PARM-VALUE-X NOT NUMERIC THEN
              DISPLAY 'PARM ' WS-PARM-KEY
                      ' HAS A NON-NUMERIC VALUE - IGNORED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'PARM VALUE NOT NUMERIC - IGNORED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              GO TO READ-PARM-REC-EXIT
           END-IF.
           EVALUATE WS-PARM-KEY
              WHEN 'FCST-DAYS'
                 MOVE WS-PARM-VALUE-X TO WS-FCST-DAYS
                 IF WS-FCST-DAYS = 0 OR
                    WS-FCST-DAYS > WS-FCST-DAYS-MAX THEN
                    DISPLAY 'PARM FCST-DAYS OUT OF RANGE - USING '
                            WS-FCST-DAYS-MAX
                    MOVE WS-FCST-DAYS-MAX TO WS-FCST-DAYS
                 END-IF
                 DISPLAY 'PARM FCST-DAYS SET TO ' WS-FCST-DAYS
              WHEN 'FCST-MA'
                 MOVE WS-PARM-VALUE-X TO WS-FCST-MA
                 IF WS-FCST-MA = 0 OR WS-FCST-MA > 60 THEN
                    DISPLAY 'PARM FCST-MA OUT OF RANGE - USING 5'
                    MOVE 5 TO WS-FCST-MA
                 END-IF
                 DISPLAY 'PARM FCST-MA SET TO ' WS-FCST-MA
              WHEN 'FCST-ALPHA'
                 MOVE WS-PARM-VALUE-X TO WS-FCST-ALPHA
                 IF WS-FCST-ALPHA = 0 OR WS-FCST-ALPHA > 100 THEN
                    DISPLAY 'PARM FCST-ALPHA OUT OF RANGE - USING 30'
                    MOVE 30 TO WS-FCST-ALPHA
                 END-IF
                 DISPLAY 'PARM FCST-ALPHA SET TO ' WS-FCST-ALPHA
              WHEN 'FCST-TOL'
                 MOVE WS-PARM-VALUE-X TO WS-FCST-TOL
                 DISPLAY 'PARM FCST-TOL SET TO ' WS-FCST-TOL
              WHEN 'FCST-LOOKBACK'
                 MOVE WS-PARM-VALUE-X TO WS-FCST-LOOKBACK
                 IF WS-FCST-LOOKBACK = 0 THEN
                    MOVE 60 TO WS-FCST-LOOKBACK
                 END-IF
                 DISPLAY 'PARM FCST-LOOKBACK SET TO '
                         WS-FCST-LOOKBACK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       READ-PARM-REC-EXIT.
           EXIT.

       FCST-WRITE-HEADER.
           OPEN OUTPUT O-FCST-FILE.
           MOVE SPACES TO O-FCST-REC.
           STRING 'GROUP PRICE FORECAST AND FORECAST ACCURACY - '
                DELIMITED BY SIZE
                WS-BUS-LABEL-WS DELIMITED BY SIZE
                INTO O-FCST-REC.
           WRITE O-FCST-REC.
           CLOSE O-FCST-FILE.

       FCST-WRITE-REC.
           OPEN EXTEND O-FCST-FILE.
           WRITE O-FCST-REC.
           CLOSE O-FCST-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'GRPFCST' TO AUD-PROGRAM.
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
