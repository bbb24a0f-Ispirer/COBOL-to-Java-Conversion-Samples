               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-MECLOS-FILE
               ASSIGN TO DYNAMIC WS-MECLOS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

             01 ME-EOM-AVG           PIC 9(10)V9(8).
             01 ME-PRIOR-AVG         PIC 9(10)V9(8).
             01 ME-PCT-CHG           PIC S9(5)V9(2).
             01 EN-ENTITY-CD         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
               88 ME-EOF           VALUE HIGH-VALUES.

           01 WS-CLOSE-CNT         PIC 9(5) VALUE 0.
           01 WS-MECLOS-FILENAME   PIC X(20) VALUE 'MECLOSRP'.

       PROCEDURE DIVISION.

           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE BC-BUS-DATE TO ME-RUN-DATE.
           MOVE 'G' TO EC-MODE.
           MOVE 'MECLOSRP' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-FILE-NAME TO WS-MECLOS-FILENAME.

           EXEC SQL
              SELECT TO_CHAR(SYSDATE, 'YYYYMMDD'),
                  YEAR_MONTH        VARCHAR2(6),
                  GRP_NM            VARCHAR2(20),
                  REC_CNT           NUMBER(5),
                  END_OF_MNTH_AVG   NUMBER(18,8),
                  ENTITY_CD         VARCHAR2(4) DEFAULT 'MAIN'
              )
           END-EXEC.

              DISPLAY 'UNABLE TO ADD VERSION COLUMNS!'
              DISPLAY 'SQLCODE = ' SQLCODE.

           EXEC SQL
              ALTER TABLE MONTHLY_GROUP_AVG
              ADD (ENTITY_CD VARCHAR2(4) DEFAULT 'MAIN')
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'ENTITY COLUMN ADDED TO MONTHLY_GROUP_AVG.'
           ELSE IF SQLCODE = -1430 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO ADD ENTITY COLUMN!'
              DISPLAY 'SQLCODE = ' SQLCODE.

       FREEZE-MONTHLY-AVGS.
           EXEC SQL
              DELETE FROM MONTHLY_GROUP_AVG
              WHERE YEAR_MONTH = :ME-YEAR-MONTH
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.

           EXEC SQL
              INSERT INTO MONTHLY_GROUP_AVG
                 (YEAR_MONTH, GRP_NM, REC_CNT, END_OF_MNTH_AVG,
                  VERSION_NO, CURR_VER, ENTITY_CD)
              SELECT :ME-YEAR-MONTH, GRP_NM, REC_CNT,
                     END_OF_MNTH_AVG, 1, 'Y', :EN-ENTITY-CD
              FROM GROUP_PRICE_AVG
              WHERE RUN_DATE = TO_DATE(:ME-RUN-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.

           IF SQLCODE = 0 THEN
              FROM MONTHLY_GROUP_AVG
              WHERE YEAR_MONTH = :ME-YEAR-MONTH
                AND NVL(CURR_VER, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
              ORDER BY GRP_NM
           END-EXEC.

