               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-SEAS-FILE
               ASSIGN TO DYNAMIC WS-SEAS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

             01 SE-WIN-AVG           PIC 9(10)V9(8).
             01 SE-WIN-AVG-IND       PIC S9(4) COMP.
             01 SE-WIN-CNT           PIC 9(3).
             01 EN-ENTITY-CD         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 WS-SEAS-GRP-CNT      PIC 9(5) VALUE 0.
           01 WS-SEAS-FLAG-CNT     PIC 9(5) VALUE 0.
           01 WS-SEAS-FLAG-WS      PIC X(8).
           01 WS-SEAS-FILENAME     PIC X(20) VALUE 'SEASRPT'.

       PROCEDURE DIVISION.
       DISPLAY ' '.

           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE 'G' TO EC-MODE.
           MOVE 'SEASRPT' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-FILE-NAME TO WS-SEAS-FILENAME.

           EXEC SQL
              SELECT MAX(YEAR_MONTH)
              INTO :SE-CUR-YM:SE-CUR-YM-IND
              FROM MONTHLY_GROUP_AVG
              WHERE NVL(CURR_VER, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.
           IF SQLCODE <> 0 OR SE-CUR-YM-IND < 0 THEN
              DISPLAY 'NO FROZEN MONTHLY CLOSES YET - SEASONALITY '
              FROM MONTHLY_GROUP_AVG
              WHERE YEAR_MONTH = :SE-CUR-YM
                AND NVL(CURR_VER, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
              ORDER BY GRP_NM
           END-EXEC.

