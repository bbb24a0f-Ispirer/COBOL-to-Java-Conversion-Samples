
             01 RM-OLD-GR            PIC X(20).
             01 RM-NEW-GR            PIC X(20).
             01 RM-IDX-CNT           PIC 9(7).

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "GRPSTATR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 WS-ROWS-ARCH         PIC 9(7) VALUE 0.
           01 WS-ROWS-GPA          PIC 9(7) VALUE 0.
           01 WS-ROWS-MGA          PIC 9(7) VALUE 0.
           01 WS-ROWS-IDX          PIC 9(7) VALUE 0.
           01 WS-IDX-NOTE-WS       PIC X(20) VALUE SPACES.
           01 WS-ROWS-TOTAL        PIC 9(9) VALUE 0.
           01 WS-FLAG-CNT          PIC 9(5) VALUE 0.
           01 WS-REMAP-FAIL-SW     PIC X(01) VALUE SPACE.
           END-IF.
           MOVE SQLERRD(3) TO WS-ROWS-MGA.

           PERFORM REMAP-PRICE-INDEX THRU REMAP-PRICE-INDEX-EXIT.
           IF REMAP-FAILED THEN
              GO TO REMAP-ONE-ALIAS-EXIT
           END-IF.

           PERFORM REMAP-AVG-LINEAGE THRU REMAP-AVG-LINEAGE-EXIT.
           IF REMAP-FAILED THEN
              GO TO REMAP-ONE-ALIAS-EXIT
           END-IF.

           MOVE 'M' TO GS-MODE.
           MOVE ALS-OLD-GR TO GS-OLD-GR.
           MOVE ALS-NEW-GR TO GS-NEW-GR.
           MOVE SPACES TO GS-ENTITY-CD.
           CALL 'GRPSTATS' USING GRPSTATS-PARM.
           IF GS-STATS-FAILED THEN
              DISPLAY 'UNABLE TO REMAP THE GROUP DAILY STATS FOR '
                      ALS-OLD-GR '!'
              SET REMAP-FAILED TO TRUE
              GO TO REMAP-ONE-ALIAS-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           ADD 1 TO WS-ALIAS-DONE-CNT.
           COMPUTE WS-ROWS-TOTAL = WS-ROWS-TOTAL + WS-ROWS-HIST +
                   WS-ROWS-ARCH + WS-ROWS-GPA + WS-ROWS-MGA +
                   WS-ROWS-IDX.
           IF WS-ALS-CNT < 100 THEN
              ADD 1 TO WS-ALS-CNT
              MOVE ALS-OLD-GR TO WS-ALS-OLD-GR(WS-ALS-CNT)

           DISPLAY 'REMAPPED ' ALS-OLD-GR ' -> ' ALS-NEW-GR
                   ' HIST ' WS-ROWS-HIST ' ARCH ' WS-ROWS-ARCH
                   ' AVG ' WS-ROWS-GPA ' MONTHLY ' WS-ROWS-MGA
                   ' INDEX ' WS-ROWS-IDX.
           MOVE SPACES TO O-REMAP-REC.
           STRING '| ' DELIMITED BY SIZE
                ALS-OLD-GR       DELIMITED BY SPACE
                WS-ROWS-GPA      DELIMITED BY SIZE
                ' | MONTHLY '    DELIMITED BY SIZE
                WS-ROWS-MGA      DELIMITED BY SIZE
                ' | INDEX '      DELIMITED BY SIZE
                WS-ROWS-IDX      DELIMITED BY SIZE
                WS-IDX-NOTE-WS   DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-REMAP-REC.
           PERFORM REMAP-WRITE-REC.
                ALS-NEW-GR DELIMITED BY SPACE
                INTO AUD-MESSAGE-WS.
           COMPUTE AUD-ROWCOUNT-WS = WS-ROWS-HIST + WS-ROWS-ARCH +
                   WS-ROWS-GPA + WS-ROWS-MGA + WS-ROWS-IDX.
           PERFORM WRITE-AUDIT-REC.

       REMAP-ONE-ALIAS-EXIT.
           EXIT.

       REMAP-PRICE-INDEX.
           MOVE 0 TO WS-ROWS-IDX.
           MOVE SPACES TO WS-IDX-NOTE-WS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :RM-IDX-CNT
              FROM GROUP_PRICE_INDEX
              WHERE IDX_TYPE = 'G'
                AND IDX_NM = :RM-NEW-GR
           END-EXEC.
           IF SQLCODE = -942 THEN
              GO TO REMAP-PRICE-INDEX-EXIT
           END-IF.
           IF SQLCODE <> 0 THEN
              PERFORM REMAP-SQL-ERROR
              GO TO REMAP-PRICE-INDEX-EXIT
           END-IF.
           IF RM-IDX-CNT > 0 THEN
              MOVE ' (MERGED)' TO WS-IDX-NOTE-WS
              DISPLAY 'INDEX SERIES FOR ' RM-NEW-GR
                      ' ALREADY EXISTS - SERIES FOR ' RM-OLD-GR
                      ' ENDS AND ITS PRODUCTS LINK INTO '
                      RM-NEW-GR '.'
              GO TO REMAP-PRICE-INDEX-EXIT
           END-IF.

           EXEC SQL
              UPDATE GROUP_PRICE_INDEX
              SET IDX_NM = :RM-NEW-GR
              WHERE IDX_TYPE = 'G'
                AND IDX_NM = :RM-OLD-GR
           END-EXEC.
           IF SQLCODE = +1403 THEN
              GO TO REMAP-PRICE-INDEX-EXIT
           END-IF.
           IF SQLCODE <> 0 THEN
              PERFORM REMAP-SQL-ERROR
              GO TO REMAP-PRICE-INDEX-EXIT
           END-IF.
           MOVE SQLERRD(3) TO WS-ROWS-IDX.

       REMAP-PRICE-INDEX-EXIT.
           EXIT.

       REMAP-AVG-LINEAGE.
           EXEC SQL
              UPDATE GROUP_PUB_STATUS
              SET GRP_NM = :RM-NEW-GR
              WHERE GRP_NM = :RM-OLD-GR
           END-EXEC.
           IF SQLCODE = -942 THEN
              GO TO REMAP-AVG-LINEAGE-EXIT
           END-IF.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              PERFORM REMAP-SQL-ERROR
              GO TO REMAP-AVG-LINEAGE-EXIT
           END-IF.

           EXEC SQL
              UPDATE PROD_AVG_LINEAGE
              SET GRP_NM = :RM-NEW-GR
              WHERE GRP_NM = :RM-OLD-GR
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 AND
              SQLCODE <> -942 THEN
              PERFORM REMAP-SQL-ERROR
              GO TO REMAP-AVG-LINEAGE-EXIT
           END-IF.

           EXEC SQL
              UPDATE PROD_PRICE_ADJ_LOG
              SET PROD_GR = :RM-NEW-GR
              WHERE PROD_GR = :RM-OLD-GR
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 AND
              SQLCODE <> -942 THEN
              PERFORM REMAP-SQL-ERROR
           END-IF.

       REMAP-AVG-LINEAGE-EXIT.
           EXIT.

       REMAP-SQL-ERROR.
           DISPLAY 'UNABLE TO REMAP ' ALS-OLD-GR '!'
           DISPLAY 'SQLCODE = ' SQLCODE
