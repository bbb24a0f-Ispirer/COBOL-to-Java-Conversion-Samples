               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-SNAPCMP-FILE
               ASSIGN TO DYNAMIC WS-SNAPCMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

             01 SC-PRICE             PIC 9(5)V9(3).
             01 SC-PREV-PRICE        PIC 9(5)V9(3).
             01 SC-PCT-CHG           PIC S9(5)V9(2).
             01 EN-ENTITY-CD         PIC X(4).
             01 EN-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 WS-BUS-LABEL-WS      PIC X(60).
           01 WS-SNAPCMP-FILENAME  PIC X(20) VALUE 'SNAPCMP'.

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE 'G' TO EC-MODE.
           MOVE 'SNAPCMP' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-BASE-CURR TO EN-BASE-CURR.
           MOVE EC-FILE-NAME TO WS-SNAPCMP-FILENAME.

           MOVE SPACES TO WS-BUS-LABEL-WS.
           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
              INTO :SC-PREV-DATE:SC-PREV-DATE-IND
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE < TRUNC(SYSDATE)
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.

           IF SQLCODE <> 0 OR SC-PREV-DATE-IND < 0 THEN
              DECLARE NEW-CUR CURSOR FOR
              SELECT H.PROD_NM, H.PROD_GR, H.LATEST_PRICE
              FROM PROD_PRICE_HIST H
              WHERE NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_PRICE_HIST_ARCHIVE A
                  WHERE A.RUN_DATE = TO_DATE(:SC-PREV-DATE, 'YYYYMMDD')
                    AND A.PROD_NM = H.PROD_NM
              FROM PROD_PRICE_HIST_ARCHIVE A
              WHERE A.RUN_DATE = TO_DATE(:SC-PREV-DATE, 'YYYYMMDD')
                AND NVL(A.CURR_FLAG, 'Y') = 'Y'
                AND NVL(A.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
                AND NOT EXISTS
                 (SELECT 1 FROM PROD_PRICE_HIST H
                  WHERE H.PROD_NM = A.PROD_NM
                AND A.PROD_GR = H.PROD_GR
                AND A.LATEST_PRICE > 0
                AND H.LATEST_PRICE <> A.LATEST_PRICE
                AND NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
              ORDER BY ABS((H.LATEST_PRICE - A.LATEST_PRICE) * 100 /
                           A.LATEST_PRICE) DESC
           END-EXEC.

           EXEC SQL
              DECLARE GMOVE-CUR CURSOR FOR
              SELECT H.PROD_GR, S.LATEST_AVG,
                     AVG(H.LATEST_PRICE),
                     (AVG(H.LATEST_PRICE) - S.LATEST_AVG) *
                     100 / S.LATEST_AVG
              FROM PROD_PRICE_HIST H, GROUP_DAILY_STATS S
              WHERE S.RUN_DATE = TO_DATE(:SC-PREV-DATE, 'YYYYMMDD')
                AND S.CURR_FLAG = 'Y'
                AND S.CURR_CD = :EN-BASE-CURR
                AND S.PROD_GR = H.PROD_GR
                AND S.LATEST_AVG > 0
                AND NVL(H.CURR_CD, :EN-BASE-CURR) = :EN-BASE-CURR
                AND NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
              GROUP BY H.PROD_GR, S.LATEST_AVG
              ORDER BY ABS((AVG(H.LATEST_PRICE) - S.LATEST_AVG) *
                           100 / S.LATEST_AVG) DESC
           END-EXEC.

           EXEC SQL
