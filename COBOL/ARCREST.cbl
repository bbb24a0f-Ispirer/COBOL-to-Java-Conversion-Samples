           COPY "AUDITREC".

           FD I-ARCXP-FILE.
           01 I-ARCXP-REC           PIC X(100).
           01 I-ARCXP-HDR REDEFINES I-ARCXP-REC.
              05 XH-TYPE           PIC X(1).
              05 XH-DATE           PIC 9(8).
              05 XH-SOURCE         PIC X(10).
              05 FILLER            PIC X(81).
           01 I-ARCXP-DTL REDEFINES I-ARCXP-REC.
              05 XD-TYPE           PIC X(1).
              05 XD-PROD-NM        PIC X(10).
              05 XD-CURR           PIC X(3).
              05 XD-RUN-SEQ        PIC 9(3).
              05 XD-CURR-FLAG      PIC X(1).
              05 XD-ENTITY         PIC X(4).
              05 XD-UNIT-COST      PIC 9(5)V9(3).
              05 XD-UNIT-COST-X REDEFINES XD-UNIT-COST
                                   PIC X(8).
              05 XD-PRICE-SRC      PIC X(10).
              05 FILLER            PIC X(6).
           01 I-ARCXP-TRL REDEFINES I-ARCXP-REC.
              05 XT-TYPE           PIC X(1).
              05 XT-REC-CNT        PIC 9(9).
              05 XT-HASH           PIC 9(15)V9(3).
              05 FILLER            PIC X(72).

       WORKING-STORAGE SECTION.

             01 RS-CURR-CD           PIC X(3).
             01 RS-RUN-SEQ           PIC 9(3).
             01 RS-CURR-FLAG         PIC X(1).
             01 RS-ENTITY-CD         PIC X(4).
             01 RS-UNIT-COST         PIC 9(5)V9(3).
             01 RS-COST-IND          PIC S9(4) COMP.
             01 RS-PRICE-SRC         PIC X(10).
             01 RS-SRC-IND           PIC S9(4) COMP.

           EXEC SQL END
              DECLARE SECTION
           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "GRPSTATR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
          STOP RUN
       END-IF.

       MOVE 'C' TO GS-MODE.
       CALL 'GRPSTATS' USING GRPSTATS-PARM.
       IF GS-STATS-FAILED THEN
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'GROUP_DAILY_STATS NOT AVAILABLE' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       MOVE SPACES TO WS-ARCXP-FILENAME.
       STRING 'ARCXP.' DELIMITED BY SIZE
            RS-RUN-DATE DELIMITED BY SIZE
          STOP RUN
       END-IF.

       MOVE 'R' TO GS-MODE.
       MOVE RS-RUN-DATE TO GS-RUN-DATE.
       MOVE SPACES TO GS-ENTITY-CD.
       CALL 'GRPSTATS' USING GRPSTATS-PARM.
       IF GS-STATS-FAILED THEN
          DISPLAY 'GROUP DAILY STATS NOT REBUILT - RESTORE ROLLED '
                  'BACK.'
          EXEC SQL
             ROLLBACK
          END-EXEC
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'GROUP STATS FAILED - ROLLED BACK' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       EXEC SQL
          COMMIT
       END-EXEC.
           ELSE
              MOVE 'Y' TO RS-CURR-FLAG
           END-IF.
           IF XD-ENTITY = SPACES THEN
              MOVE 'MAIN' TO RS-ENTITY-CD
           ELSE
              MOVE XD-ENTITY TO RS-ENTITY-CD
           END-IF.
           IF XD-UNIT-COST-X = SPACES OR XD-UNIT-COST NOT NUMERIC
              THEN
              MOVE 0 TO RS-UNIT-COST
              MOVE -1 TO RS-COST-IND
           ELSE
              MOVE XD-UNIT-COST TO RS-UNIT-COST
              MOVE 0 TO RS-COST-IND
           END-IF.
           MOVE XD-PRICE-SRC TO RS-PRICE-SRC.
           IF XD-PRICE-SRC = SPACES THEN
              MOVE -1 TO RS-SRC-IND
           ELSE
              MOVE 0 TO RS-SRC-IND
           END-IF.

           EXEC SQL
              INSERT INTO PROD_PRICE_HIST_ARCHIVE
                 (RUN_DATE, PROD_NM, PROD_GR, PREV_DAY_PRICE,
                  LATEST_PRICE, END_OF_MNTH_PRICE, CURR_CD,
                  VOLUME, RUN_SEQ, CURR_FLAG, ENTITY_CD, UNIT_COST,
                  PRICE_SRC)
              VALUES (TO_DATE(:RS-RUN-DATE, 'YYYYMMDD'),
                  :RS-PROD-NM, :RS-PROD-GR, :RS-PREV-DAY-P,
                  :RS-LATEST-P, :RS-END-OF-MNTH-P, :RS-CURR-CD,
                  :RS-VOLUME, :RS-RUN-SEQ, :RS-CURR-FLAG,
                  :RS-ENTITY-CD, :RS-UNIT-COST:RS-COST-IND,
                  :RS-PRICE-SRC:RS-SRC-IND)
           END-EXEC.

           IF SQLCODE <> 0 THEN
