       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPSTATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 ST-RUN-DATE          PIC X(8).
             01 ST-DATE-IND          PIC S9(4) COMP.
             01 ST-FROM-DATE         PIC X(8).
             01 ST-RUN-SEQ           PIC 9(3).
             01 ST-SEQ-FILTER        PIC 9(3).
             01 ST-OLD-GR            PIC X(20).
             01 ST-NEW-GR            PIC X(20).
             01 ST-ENTITY-CD         PIC X(4).
             01 ST-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 WS-STATS-FAIL-SW     PIC X(01) VALUE SPACE.
               88 STATS-FAILED     VALUE 'Y'.
           01 BF-EOF-WS            PIC X(02) VALUE SPACES.
               88 BF-EOF           VALUE HIGH-VALUES.

       LINKAGE SECTION.
           COPY "GRPSTATR".

       PROCEDURE DIVISION USING GRPSTATS-PARM.

           SET GS-STATS-OK TO TRUE.
           MOVE 0 TO GS-ROW-CNT.
           MOVE 0 TO GS-DATE-CNT.
           MOVE SPACE TO WS-STATS-FAIL-SW.
           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO BC-BACK-DAYS.
           CALL 'BUSCAL' USING BUSCAL-PARM.

           IF GS-ENSURE-TABLE OR GS-BACKFILL THEN
              PERFORM CREATE-STATS-TABLE THRU CREATE-STATS-TABLE-EXIT
              IF STATS-FAILED THEN
                 SET GS-STATS-FAILED TO TRUE
                 EXIT PROGRAM
              END-IF
              IF GS-ENSURE-TABLE THEN
                 EXIT PROGRAM
              END-IF
           END-IF.

           MOVE GS-RUN-DATE TO ST-RUN-DATE.
           MOVE GS-RUN-SEQ TO ST-RUN-SEQ.
           IF GS-ENTITY-CD = SPACES OR GS-ENTITY-CD = LOW-VALUES THEN
              MOVE '*' TO ST-ENTITY-CD
           ELSE
              MOVE GS-ENTITY-CD TO ST-ENTITY-CD
           END-IF.
           MOVE 'G' TO EC-MODE.
           MOVE SPACES TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-BASE-CURR TO ST-BASE-CURR.

           EVALUATE TRUE
              WHEN GS-SNAPSHOT
                 PERFORM SNAPSHOT-STATS THRU SNAPSHOT-STATS-EXIT
              WHEN GS-REFRESH-DATE
                 PERFORM REFRESH-DATE-STATS
                    THRU REFRESH-DATE-STATS-EXIT
              WHEN GS-PURGE-DATE
                 PERFORM PURGE-DATE-STATS
              WHEN GS-REMAP-GROUP
                 PERFORM REMAP-GROUP-STATS THRU REMAP-GROUP-STATS-EXIT
              WHEN GS-BACKFILL
                 PERFORM BACKFILL-STATS THRU BACKFILL-STATS-EXIT
              WHEN OTHER
                 DISPLAY 'GRPSTATS: UNKNOWN MODE ' GS-MODE '!'
                 SET STATS-FAILED TO TRUE
           END-EVALUATE.

           IF STATS-FAILED THEN
              SET GS-STATS-FAILED TO TRUE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'GROUP DAILY STATS NOT MAINTAINED' TO
                   AUD-MESSAGE-WS
              MOVE GS-ROW-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              EXIT PROGRAM
           END-IF.

           MOVE 'END' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           EVALUATE TRUE
              WHEN GS-SNAPSHOT
                 MOVE 'GROUP STATS WRITTEN FOR SNAPSHOT' TO
                      AUD-MESSAGE-WS
              WHEN GS-REFRESH-DATE
                 MOVE 'GROUP STATS REFRESHED FOR RUN DATE' TO
                      AUD-MESSAGE-WS
              WHEN GS-PURGE-DATE
                 MOVE 'GROUP STATS PURGED FOR RUN DATE' TO
                      AUD-MESSAGE-WS
              WHEN GS-REMAP-GROUP
                 MOVE 'GROUP STATS REMAPPED' TO AUD-MESSAGE-WS
              WHEN GS-BACKFILL
                 MOVE 'GROUP STATS BUILT FROM THE ARCHIVE' TO
                      AUD-MESSAGE-WS
           END-EVALUATE.
           MOVE GS-ROW-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           EXIT PROGRAM.

       CREATE-STATS-TABLE.
           EXEC SQL
              CREATE TABLE GROUP_DAILY_STATS
              (
                  RUN_DATE          DATE,
                  RUN_SEQ           NUMBER(3),
                  CURR_FLAG         VARCHAR2(1),
                  PROD_GR           VARCHAR2(20),
                  CURR_CD           VARCHAR2(3),
                  PROD_CNT          NUMBER(7),
                  PREV_DAY_SUM      NUMBER(15,3),
                  LATEST_SUM        NUMBER(15,3),
                  END_OF_MNTH_SUM   NUMBER(15,3),
                  PREV_DAY_AVG      NUMBER(18,8),
                  LATEST_AVG        NUMBER(18,8),
                  END_OF_MNTH_AVG   NUMBER(18,8),
                  PREV_DAY_MIN      NUMBER(8,3),
                  PREV_DAY_MAX      NUMBER(8,3),
                  LATEST_MIN        NUMBER(8,3),
                  LATEST_MAX        NUMBER(8,3),
                  END_OF_MNTH_MIN   NUMBER(8,3),
                  END_OF_MNTH_MAX   NUMBER(8,3),
                  VOLUME_TOT        NUMBER(15),
                  BUILD_TIME        DATE,
                  ENTITY_CD         VARCHAR2(4) DEFAULT 'MAIN'
              )
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'GROUP_DAILY_STATS CREATED.'
           ELSE IF SQLCODE NOT = -955 THEN
              DISPLAY 'UNABLE TO CREATE GROUP_DAILY_STATS!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE GROUP_DAILY_STATS' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET STATS-FAILED TO TRUE
              GO TO CREATE-STATS-TABLE-EXIT
           END-IF.

           EXEC SQL
              ALTER TABLE GROUP_DAILY_STATS
              ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
           END-EXEC.
           IF SQLCODE = 0 THEN
              DISPLAY 'ENTITY COLUMN ADDED TO GROUP_DAILY_STATS.'
           ELSE IF SQLCODE NOT = -1430 THEN
              DISPLAY 'UNABLE TO ADD ENTITY COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO ALTER GROUP_DAILY_STATS' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET STATS-FAILED TO TRUE
           END-IF.

       CREATE-STATS-TABLE-EXIT.
           EXIT.

       SNAPSHOT-STATS.
           EXEC SQL
              DELETE FROM GROUP_DAILY_STATS
              WHERE RUN_DATE = TO_DATE(:ST-RUN-DATE, 'YYYYMMDD')
                AND RUN_SEQ = :ST-RUN-SEQ
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO CLEAR GROUP STATS FOR ' ST-RUN-DATE
              DISPLAY 'SQLCODE = ' SQLCODE
              SET STATS-FAILED TO TRUE
              GO TO SNAPSHOT-STATS-EXIT
           END-IF.

           EXEC SQL
              UPDATE GROUP_DAILY_STATS
              SET CURR_FLAG = 'N'
              WHERE RUN_DATE = TO_DATE(:ST-RUN-DATE, 'YYYYMMDD')
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO SUPERSEDE GROUP STATS FOR '
                      ST-RUN-DATE
              DISPLAY 'SQLCODE = ' SQLCODE
              SET STATS-FAILED TO TRUE
              GO TO SNAPSHOT-STATS-EXIT
           END-IF.

           MOVE ST-RUN-SEQ TO ST-SEQ-FILTER.
           PERFORM INSERT-STATS-ROWS.
           IF NOT STATS-FAILED THEN
              MOVE 1 TO GS-DATE-CNT
              DISPLAY 'GROUP DAILY STATS WRITTEN FOR ' ST-RUN-DATE
                      ' RUN ' ST-RUN-SEQ ': ' GS-ROW-CNT ' ROWS.'
           END-IF.

       SNAPSHOT-STATS-EXIT.
           EXIT.

       REFRESH-DATE-STATS.
           EXEC SQL
              DELETE FROM GROUP_DAILY_STATS
              WHERE RUN_DATE = TO_DATE(:ST-RUN-DATE, 'YYYYMMDD')
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO CLEAR GROUP STATS FOR ' ST-RUN-DATE
              DISPLAY 'SQLCODE = ' SQLCODE
              SET STATS-FAILED TO TRUE
              GO TO REFRESH-DATE-STATS-EXIT
           END-IF.

           MOVE 0 TO ST-SEQ-FILTER.
           PERFORM INSERT-STATS-ROWS.
           IF NOT STATS-FAILED THEN
              ADD 1 TO GS-DATE-CNT
           END-IF.

       REFRESH-DATE-STATS-EXIT.
           EXIT.

       INSERT-STATS-ROWS.
           EXEC SQL
              INSERT INTO GROUP_DAILY_STATS
                 (RUN_DATE, RUN_SEQ, CURR_FLAG, PROD_GR, CURR_CD,
                  PROD_CNT, PREV_DAY_SUM, LATEST_SUM, END_OF_MNTH_SUM,
                  PREV_DAY_AVG, LATEST_AVG, END_OF_MNTH_AVG,
                  PREV_DAY_MIN, PREV_DAY_MAX, LATEST_MIN, LATEST_MAX,
                  END_OF_MNTH_MIN, END_OF_MNTH_MAX, VOLUME_TOT,
                  BUILD_TIME, ENTITY_CD)
              SELECT RUN_DATE, RUN_SEQ, CURR_FLAG, PROD_GR, CURR_CD,
                     COUNT(*),
                     SUM(PREV_DAY_PRICE), SUM(LATEST_PRICE),
                     SUM(END_OF_MNTH_PRICE), AVG(PREV_DAY_PRICE),
                     AVG(LATEST_PRICE), AVG(END_OF_MNTH_PRICE),
                     MIN(PREV_DAY_PRICE), MAX(PREV_DAY_PRICE),
                     MIN(LATEST_PRICE), MAX(LATEST_PRICE),
                     MIN(END_OF_MNTH_PRICE), MAX(END_OF_MNTH_PRICE),
                     SUM(VOLUME), SYSDATE, ENTITY_CD
              FROM (SELECT RUN_DATE, NVL(RUN_SEQ, 1) RUN_SEQ,
                           NVL(CURR_FLAG, 'Y') CURR_FLAG, PROD_GR,
                           NVL(CURR_CD, :ST-BASE-CURR) CURR_CD,
                           PREV_DAY_PRICE, LATEST_PRICE,
                           END_OF_MNTH_PRICE, NVL(VOLUME, 0) VOLUME,
                           NVL(ENTITY_CD, 'MAIN') ENTITY_CD
                    FROM PROD_PRICE_HIST_ARCHIVE
                    WHERE RUN_DATE = TO_DATE(:ST-RUN-DATE, 'YYYYMMDD')
                      AND (:ST-SEQ-FILTER = 0 OR
                           NVL(RUN_SEQ, 1) = :ST-SEQ-FILTER)
                      AND (:ST-ENTITY-CD = '*' OR
                           NVL(ENTITY_CD, 'MAIN') = :ST-ENTITY-CD))
              GROUP BY RUN_DATE, RUN_SEQ, CURR_FLAG, PROD_GR, CURR_CD,
                       ENTITY_CD
           END-EXEC.
           IF SQLCODE = 0 THEN
              ADD SQLERRD(3) TO GS-ROW-CNT
           ELSE IF SQLCODE NOT = +1403 THEN
              DISPLAY 'UNABLE TO SUMMARISE THE ARCHIVE FOR '
                      ST-RUN-DATE
              DISPLAY 'SQLCODE = ' SQLCODE
              SET STATS-FAILED TO TRUE
           END-IF.

       PURGE-DATE-STATS.
           EXEC SQL
              DELETE FROM GROUP_DAILY_STATS
              WHERE RUN_DATE = TO_DATE(:ST-RUN-DATE, 'YYYYMMDD')
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
           END-EXEC.
           IF SQLCODE = 0 THEN
              MOVE SQLERRD(3) TO GS-ROW-CNT
              MOVE 1 TO GS-DATE-CNT
           ELSE IF SQLCODE NOT = +1403 AND SQLCODE NOT = -942 THEN
              DISPLAY 'UNABLE TO PURGE GROUP STATS FOR ' ST-RUN-DATE
              DISPLAY 'SQLCODE = ' SQLCODE
              SET STATS-FAILED TO TRUE
           END-IF.

       REMAP-GROUP-STATS.
           MOVE GS-OLD-GR TO ST-OLD-GR.
           MOVE GS-NEW-GR TO ST-NEW-GR.

           EXEC SQL
              UPDATE GROUP_DAILY_STATS N
              SET (PROD_CNT, PREV_DAY_SUM, LATEST_SUM,
                   END_OF_MNTH_SUM, PREV_DAY_MIN, PREV_DAY_MAX,
                   LATEST_MIN, LATEST_MAX, END_OF_MNTH_MIN,
                   END_OF_MNTH_MAX, VOLUME_TOT, BUILD_TIME) =
                  (SELECT N.PROD_CNT + O.PROD_CNT,
                          N.PREV_DAY_SUM + O.PREV_DAY_SUM,
                          N.LATEST_SUM + O.LATEST_SUM,
                          N.END_OF_MNTH_SUM + O.END_OF_MNTH_SUM,
                          LEAST(N.PREV_DAY_MIN, O.PREV_DAY_MIN),
                          GREATEST(N.PREV_DAY_MAX, O.PREV_DAY_MAX),
                          LEAST(N.LATEST_MIN, O.LATEST_MIN),
                          GREATEST(N.LATEST_MAX, O.LATEST_MAX),
                          LEAST(N.END_OF_MNTH_MIN, O.END_OF_MNTH_MIN),
                          GREATEST(N.END_OF_MNTH_MAX,
                                   O.END_OF_MNTH_MAX),
                          N.VOLUME_TOT + O.VOLUME_TOT, SYSDATE
                   FROM GROUP_DAILY_STATS O
                   WHERE O.PROD_GR = :ST-OLD-GR
                     AND O.RUN_DATE = N.RUN_DATE
                     AND O.RUN_SEQ = N.RUN_SEQ
                     AND O.CURR_CD = N.CURR_CD
                     AND NVL(O.ENTITY_CD, 'MAIN') =
                         NVL(N.ENTITY_CD, 'MAIN'))
              WHERE N.PROD_GR = :ST-NEW-GR
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(N.ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
                AND EXISTS
                   (SELECT 1 FROM GROUP_DAILY_STATS O
                    WHERE O.PROD_GR = :ST-OLD-GR
                      AND O.RUN_DATE = N.RUN_DATE
                      AND O.RUN_SEQ = N.RUN_SEQ
                      AND O.CURR_CD = N.CURR_CD
                      AND NVL(O.ENTITY_CD, 'MAIN') =
                          NVL(N.ENTITY_CD, 'MAIN'))
           END-EXEC.
           IF SQLCODE = -942 THEN
              GO TO REMAP-GROUP-STATS-EXIT
           END-IF.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              PERFORM REMAP-STATS-ERROR
              GO TO REMAP-GROUP-STATS-EXIT
           END-IF.
           IF SQLCODE = 0 THEN
              ADD SQLERRD(3) TO GS-ROW-CNT
           END-IF.

           EXEC SQL
              UPDATE GROUP_DAILY_STATS
              SET PREV_DAY_AVG = PREV_DAY_SUM / PROD_CNT,
                  LATEST_AVG = LATEST_SUM / PROD_CNT,
                  END_OF_MNTH_AVG = END_OF_MNTH_SUM / PROD_CNT
              WHERE PROD_GR = :ST-NEW-GR
                AND PROD_CNT > 0
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              PERFORM REMAP-STATS-ERROR
              GO TO REMAP-GROUP-STATS-EXIT
           END-IF.

           EXEC SQL
              DELETE FROM GROUP_DAILY_STATS O
              WHERE O.PROD_GR = :ST-OLD-GR
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(O.ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
                AND EXISTS
                   (SELECT 1 FROM GROUP_DAILY_STATS N
                    WHERE N.PROD_GR = :ST-NEW-GR
                      AND N.RUN_DATE = O.RUN_DATE
                      AND N.RUN_SEQ = O.RUN_SEQ
                      AND N.CURR_CD = O.CURR_CD
                      AND NVL(N.ENTITY_CD, 'MAIN') =
                          NVL(O.ENTITY_CD, 'MAIN'))
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              PERFORM REMAP-STATS-ERROR
              GO TO REMAP-GROUP-STATS-EXIT
           END-IF.

           EXEC SQL
              UPDATE GROUP_DAILY_STATS
              SET PROD_GR = :ST-NEW-GR
              WHERE PROD_GR = :ST-OLD-GR
                AND (:ST-ENTITY-CD = '*' OR
                     NVL(ENTITY_CD, 'MAIN') = :ST-ENTITY-CD)
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              PERFORM REMAP-STATS-ERROR
              GO TO REMAP-GROUP-STATS-EXIT
           END-IF.
           IF SQLCODE = 0 THEN
              ADD SQLERRD(3) TO GS-ROW-CNT
           END-IF.

       REMAP-GROUP-STATS-EXIT.
           EXIT.

       REMAP-STATS-ERROR.
           DISPLAY 'UNABLE TO REMAP GROUP STATS FOR ' ST-OLD-GR '!'
           DISPLAY 'SQLCODE = ' SQLCODE
           SET STATS-FAILED TO TRUE.

       BACKFILL-STATS.
           IF GS-RUN-DATE IS NUMERIC AND GS-RUN-DATE > '00000000' THEN
              MOVE GS-RUN-DATE TO ST-FROM-DATE
              DISPLAY 'BUILDING GROUP DAILY STATS FROM THE ARCHIVE, '
                      'RUN DATES FROM ' ST-FROM-DATE '...'
           ELSE
              MOVE '19000101' TO ST-FROM-DATE
              DISPLAY 'BUILDING GROUP DAILY STATS FROM THE WHOLE '
                      'ARCHIVE...'
              EXEC SQL
                 DELETE FROM GROUP_DAILY_STATS S
                 WHERE NOT EXISTS
                    (SELECT 1 FROM PROD_PRICE_HIST_ARCHIVE A
                     WHERE A.RUN_DATE = S.RUN_DATE)
              END-EXEC
              IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
                 DISPLAY 'UNABLE TO CLEAR ORPHANED GROUP STATS!'
                 DISPLAY 'SQLCODE = ' SQLCODE
                 SET STATS-FAILED TO TRUE
                 GO TO BACKFILL-STATS-EXIT
              END-IF
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.

           MOVE SPACES TO BF-EOF-WS.
           PERFORM BACKFILL-ONE-DATE THRU BACKFILL-ONE-DATE-EXIT
                   UNTIL BF-EOF OR STATS-FAILED.

           DISPLAY 'GROUP DAILY STATS BUILD FINISHED - DATES: '
                   GS-DATE-CNT ' ROWS: ' GS-ROW-CNT.

       BACKFILL-STATS-EXIT.
           EXIT.

       BACKFILL-ONE-DATE.
           EXEC SQL
              SELECT TO_CHAR(MIN(RUN_DATE), 'YYYYMMDD')
              INTO :ST-RUN-DATE:ST-DATE-IND
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE >= TO_DATE(:ST-FROM-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO READ THE ARCHIVE DATES!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET STATS-FAILED TO TRUE
              GO TO BACKFILL-ONE-DATE-EXIT
           END-IF.
           IF SQLCODE = +1403 OR ST-DATE-IND < 0 THEN
              SET BF-EOF TO TRUE
              GO TO BACKFILL-ONE-DATE-EXIT
           END-IF.

           PERFORM REFRESH-DATE-STATS THRU REFRESH-DATE-STATS-EXIT.
           IF STATS-FAILED THEN
              EXEC SQL
                 ROLLBACK
              END-EXEC
              DISPLAY 'GROUP STATS FOR ' ST-RUN-DATE
                      ' ROLLED BACK - BUILD STOPPED. RESTART FROM '
                      'THIS DATE.'
              GO TO BACKFILL-ONE-DATE-EXIT
           END-IF.
           EXEC SQL
              COMMIT
           END-EXEC.

           EXEC SQL
              SELECT TO_CHAR(TO_DATE(:ST-RUN-DATE, 'YYYYMMDD') + 1,
                             'YYYYMMDD')
              INTO :ST-FROM-DATE
              FROM DUAL
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO STEP PAST ' ST-RUN-DATE '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET STATS-FAILED TO TRUE
           END-IF.

       BACKFILL-ONE-DATE-EXIT.
           EXIT.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'GRPSTATS' TO AUD-PROGRAM.
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
