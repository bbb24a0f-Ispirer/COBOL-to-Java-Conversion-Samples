               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-TREND-FILE
               ASSIGN TO DYNAMIC WS-TREND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

             01 TR-RUN-DATE          PIC X(8).
             01 TR-PROD-GR           PIC X(20).
             01 TR-AVG-P             PIC 9(10)V9(4).
             01 EN-ENTITY-CD         PIC X(4).
             01 EN-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 WS-BUS-LABEL-WS      PIC X(60).
           01 WS-TREND-FILENAME    PIC X(20) VALUE 'GRPTREND'.

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DISPLAY ' '.
       DISPLAY 'GROUP TREND REPORT FROM GROUP DAILY STATS...'

           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE 'G' TO EC-MODE.
           MOVE 'GRPTREND' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-BASE-CURR TO EN-BASE-CURR.
           MOVE EC-FILE-NAME TO WS-TREND-FILENAME.

           MOVE SPACES TO WS-BUS-LABEL-WS.
           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
           EXEC SQL
              DECLARE TREND-CUR CURSOR FOR
              SELECT TO_CHAR(RUN_DATE, 'YYYYMMDD'), PROD_GR,
                     LATEST_AVG
              FROM GROUP_DAILY_STATS
              WHERE CURR_CD = :EN-BASE-CURR
                AND CURR_FLAG = 'Y'
                AND PROD_GR IN
                   (SELECT PROD_GR FROM PROD
                    WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD)
              ORDER BY PROD_GR, RUN_DATE DESC
           END-EXEC.

           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_DAILY_STATS!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO OPEN GROUP STATS CURSOR' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              EXIT PROGRAM
           END-IF.
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'GROUP STATS FETCH FAILED' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET TREND-EOF TO TRUE
              GO TO TREND-FETCH-EXIT.
