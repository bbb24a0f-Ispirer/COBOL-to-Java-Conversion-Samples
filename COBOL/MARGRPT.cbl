       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-PARMS-FILE ASSIGN TO 'PARMS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PARMS-FILE-STATUS.

           SELECT I-FXRATES-FILE
               ASSIGN TO DYNAMIC WS-FXRATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FXRATES-FILE-STATUS.

           SELECT I-SECTMAP-FILE
               ASSIGN TO DYNAMIC WS-SECTMAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SECTMAP-FILE-STATUS.

           SELECT O-MARGRPT-FILE
               ASSIGN TO DYNAMIC WS-MARGRPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-PARMS-FILE.
           01 I-PARMS-REC           PIC X(40).

           FD I-FXRATES-FILE.
           01 I-FXRATES-REC.
              05 FXR-CUR           PIC X(3).
              05 FXR-RATE          PIC 9(3)V9(6).

           FD I-SECTMAP-FILE.
           01 I-SECTMAP-REC.
              05 SMAP-GRPNM        PIC X(20).
              05 SMAP-SECTOR       PIC X(20).

           FD O-MARGRPT-FILE.
           01 O-MARGRPT-REC         PIC X(160).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 MG-PRIOR-DATE        PIC X(8).
             01 MG-ARCH-CNT          PIC 9(7).
             01 MG-PROD-NM           PIC X(10).
             01 MG-PROD-GR           PIC X(20).
             01 MG-CURR-CD           PIC X(3).
             01 MG-PRICE             PIC 9(5)V9(3).
             01 MG-COST              PIC 9(5)V9(3).
             01 MG-COST-IND          PIC S9(4) COMP.
             01 MG-VOLUME            PIC 9(10).
             01 MG-PRI-PRICE         PIC 9(5)V9(3).
             01 MG-PRI-PRICE-IND     PIC S9(4) COMP.
             01 MG-PRI-COST          PIC 9(5)V9(3).
             01 MG-PRI-COST-IND      PIC S9(4) COMP.
             01 EN-ENTITY-CD         PIC X(4).
             01 EN-BASE-CURR         PIC X(3).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "ENTCTXR".

           01 WS-BUS-LABEL-WS      PIC X(60).
           01 WS-FXRATES-FILENAME  PIC X(20) VALUE 'FXRATES'.
           01 WS-SECTMAP-FILENAME  PIC X(20) VALUE 'SECTMAP'.
           01 WS-MARGRPT-FILENAME  PIC X(20) VALUE 'MARGRPT'.

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 MG-EOF-WS            PIC X(02) VALUE SPACES.
               88 MG-EOF           VALUE HIGH-VALUES.

           01 WS-PARMS-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PARMS-EOF-WS      PIC X(02) VALUE SPACES.
               88 PARMS-EOF        VALUE HIGH-VALUES.
           01 WS-PARM-KEY          PIC X(14).
           01 WS-PARM-VALUE-X      PIC X(5).

           01 WS-MARGIN-MOVE       PIC 9(3) VALUE 5.

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

           01 MARGIN-GRP-TABLE.
              05 WS-MGG-CNT        PIC 9(3) VALUE 0.
              05 WS-MGG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MGG-INX.
                 10 WS-MGG-GRPNM   PIC X(20).
                 10 WS-MGG-SECTOR  PIC X(20).
                 10 WS-MGG-PROD-CNT PIC 9(7).
                 10 WS-MGG-VOL-SUM PIC 9(15).
                 10 WS-MGG-REV-AMT PIC 9(15)V99.
                 10 WS-MGG-COST-AMT PIC 9(15)V99.

           01 MARGIN-SECT-TABLE.
              05 WS-MGS-CNT        PIC 9(3) VALUE 0.
              05 WS-MGS-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-MGS-INX.
                 10 WS-MGS-SECTOR  PIC X(20).
                 10 WS-MGS-PROD-CNT PIC 9(7).
                 10 WS-MGS-VOL-SUM PIC 9(15).
                 10 WS-MGS-REV-AMT PIC 9(15)V99.
                 10 WS-MGS-COST-AMT PIC 9(15)V99.

           01 WS-PRIOR-FOUND-SW    PIC X(01) VALUE SPACE.
               88 PRIOR-FOUND      VALUE 'Y'.
           01 WS-PRIOR-ARCH-SW     PIC X(01) VALUE SPACE.
               88 PRIOR-ARCHIVED   VALUE 'Y'.
           01 WS-MARG-FAIL-SW      PIC X(01) VALUE SPACE.
               88 MARG-FAILED      VALUE 'Y'.

           01 WS-MARGIN            PIC S9(5)V9(3).
           01 WS-MARGIN-PCT        PIC S9(11)V99.
           01 WS-PRI-MARGIN        PIC S9(5)V9(3).
           01 WS-PRI-MARGIN-PCT    PIC S9(11)V99.
           01 WS-PCT-MOVE          PIC S9(11)V99.
           01 WS-MARGIN-FLAG       PIC X(10).
           01 WS-ROW-REV-AMT       PIC 9(15)V99.
           01 WS-ROW-COST-AMT      PIC 9(15)V99.

           01 WS-ST-LABEL          PIC X(8).
           01 WS-ST-NAME           PIC X(20).
           01 WS-ST-SECTOR         PIC X(20).
           01 WS-ST-PROD-CNT       PIC 9(7).
           01 WS-ST-VOL-SUM        PIC 9(15).
           01 WS-ST-REV-AMT        PIC 9(15)V99.
           01 WS-ST-COST-AMT       PIC 9(15)V99.
           01 WS-ST-AVG-PRICE      PIC 9(9)V9(3).
           01 WS-ST-AVG-COST       PIC 9(9)V9(3).
           01 WS-ST-MARGIN         PIC S9(9)V9(3).
           01 WS-ST-MARGIN-PCT     PIC S9(11)V99.

           01 WS-TOT-PROD-CNT      PIC 9(7) VALUE 0.
           01 WS-TOT-VOL-SUM       PIC 9(15) VALUE 0.
           01 WS-TOT-REV-AMT       PIC 9(15)V99 VALUE 0.
           01 WS-TOT-COST-AMT      PIC 9(15)V99 VALUE 0.

           01 WS-PROD-CNT          PIC 9(7) VALUE 0.
           01 WS-NO-COST-CNT       PIC 9(7) VALUE 0.
           01 WS-NO-RATE-CNT       PIC 9(7) VALUE 0.
           01 WS-NEG-CNT           PIC 9(7) VALUE 0.
           01 WS-MOVE-CNT          PIC 9(7) VALUE 0.

           01 WS-ED-PRICE          PIC Z(4)9.999.
           01 WS-ED-COST           PIC Z(4)9.999.
           01 WS-ED-MARGIN         PIC -(5)9.999.
           01 WS-ED-PCT            PIC -(10)9.99.
           01 WS-ED-MOVE           PIC -(10)9.99.
           01 WS-ED-AVG-PRICE      PIC Z(8)9.999.
           01 WS-ED-AVG-COST       PIC Z(8)9.999.
           01 WS-ED-AVG-MARGIN     PIC -(9)9.999.
           01 WS-ED-VOL            PIC Z(14)9.
           01 WS-ED-CNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       DISPLAY ' '.
       DISPLAY 'GROSS MARGIN REPORT BY PRODUCT AND GROUP...'.

           ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO BC-BACK-DAYS.
           CALL 'BUSCAL' USING BUSCAL-PARM.
           MOVE BC-BACK-DATE TO MG-PRIOR-DATE.
           MOVE 0 TO BC-BACK-DAYS.
           MOVE 'G' TO EC-MODE.
           MOVE 'FXRATES' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
           MOVE EC-BASE-CURR TO EN-BASE-CURR.
           MOVE EC-BASE-CURR TO WS-BASE-CURR.
           MOVE EC-FILE-NAME TO WS-FXRATES-FILENAME.
           MOVE 'SECTMAP' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-SECTMAP-FILENAME.
           MOVE 'MARGRPT' TO EC-DD-NAME.
           CALL 'ENTCTX' USING ENTCTX-PARM.
           MOVE EC-FILE-NAME TO WS-MARGRPT-FILENAME.

           MOVE SPACES TO WS-BUS-LABEL-WS.
           STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                BC-BUS-DATE DELIMITED BY SIZE
                ' - SPANS ' DELIMITED BY SIZE
                BC-GAP-DAYS DELIMITED BY SIZE
                ' DAY(S)' DELIMITED BY SIZE
                INTO WS-BUS-LABEL-WS.

           MOVE 'START' TO AUD-EVENT-WS.
           MOVE 'MARGRPT RUN STARTED' TO AUD-MESSAGE-WS.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           PERFORM READ-PARMS THRU READ-PARMS-EXIT.
           PERFORM LOAD-FXRATES THRU LOAD-FXRATES-EXIT.
           PERFORM LOAD-SECTMAP THRU LOAD-SECTMAP-EXIT.

           MOVE SPACE TO WS-PRIOR-ARCH-SW.
           EXEC SQL
              SELECT COUNT(*)
              INTO :MG-ARCH-CNT
              FROM PROD_PRICE_HIST_ARCHIVE
              WHERE RUN_DATE = TO_DATE(:MG-PRIOR-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
                AND NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
           END-EXEC.
           IF SQLCODE = 0 AND MG-ARCH-CNT > 0 THEN
              SET PRIOR-ARCHIVED TO TRUE
              DISPLAY 'MARGIN MOVES MEASURED AGAINST ' MG-PRIOR-DATE
           ELSE
              DISPLAY 'NO ARCHIVE FOR ' MG-PRIOR-DATE
                      ' - MARGIN MOVES NOT CHECKED.'
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NO PRIOR ARCHIVE - MOVES NOT CHECKED' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

           PERFORM MARG-WRITE-HEADER.

           EXEC SQL
              DECLARE MARG-CUR CURSOR FOR
              SELECT H.PROD_NM, H.PROD_GR,
                     NVL(H.CURR_CD, :EN-BASE-CURR), H.LATEST_PRICE,
                     H.UNIT_COST, NVL(H.VOLUME, 0),
                     A.LATEST_PRICE, A.UNIT_COST
              FROM PROD_PRICE_HIST H,
                   (SELECT X.PROD_NM, X.PROD_GR, X.LATEST_PRICE,
                           X.UNIT_COST
                    FROM PROD_PRICE_HIST_ARCHIVE X
                    WHERE X.RUN_DATE =
                          TO_DATE(:MG-PRIOR-DATE, 'YYYYMMDD')
                      AND NVL(X.CURR_FLAG, 'Y') = 'Y') A
              WHERE H.PROD_NM = A.PROD_NM (+)
                AND H.PROD_GR = A.PROD_GR (+)
                AND NVL(H.ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
              ORDER BY H.PROD_GR, H.PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN MARG-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ PROD_PRICE_HIST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO OPEN MARGIN CURSOR' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
           END-IF.

           MOVE SPACES TO MG-EOF-WS.
           PERFORM MARG-FETCH-REC THRU MARG-FETCH-EXIT
                   UNTIL MG-EOF.

           EXEC SQL
              CLOSE MARG-CUR
           END-EXEC.

           IF MARG-FAILED THEN
              DISPLAY 'MARGIN REPORT INCOMPLETE - PROGRAM WAS STOPPED.'
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'MARGIN CURSOR FETCH FAILED' TO AUD-MESSAGE-WS
              MOVE WS-PROD-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM
           END-IF.

           PERFORM GROUP-SUBTOTAL-SECTION.
           PERFORM SECTOR-SUBTOTAL-SECTION.
           PERFORM MARG-WRITE-TOTALS.

           IF WS-NEG-CNT > 0 THEN
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'NEGATIVE MARGIN PRODUCTS FLAGGED' TO
                   AUD-MESSAGE-WS
              MOVE WS-NEG-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

           DISPLAY 'MARGIN REPORT WRITTEN. PRODUCTS: ' WS-PROD-CNT
                   ' NEGATIVE: ' WS-NEG-CNT
                   ' MOVED: ' WS-MOVE-CNT
                   ' NO COST: ' WS-NO-COST-CNT.
           MOVE 'END' TO AUD-EVENT-WS.
           MOVE 'MARGRPT RUN COMPLETED' TO AUD-MESSAGE-WS.
           MOVE WS-PROD-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           EXIT PROGRAM.

       MARG-FETCH-REC.
           EXEC SQL
              FETCH MARG-CUR
              INTO :MG-PROD-NM, :MG-PROD-GR, :MG-CURR-CD,
                   :MG-PRICE, :MG-COST:MG-COST-IND, :MG-VOLUME,
                   :MG-PRI-PRICE:MG-PRI-PRICE-IND,
                   :MG-PRI-COST:MG-PRI-COST-IND
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET MG-EOF TO TRUE
              GO TO MARG-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET MARG-FAILED TO TRUE
              SET MG-EOF TO TRUE
              GO TO MARG-FETCH-EXIT.

           ADD 1 TO WS-PROD-CNT.
           MOVE MG-PRICE TO WS-ED-PRICE.

           IF MG-COST-IND < 0 THEN
              ADD 1 TO WS-NO-COST-CNT
              MOVE SPACES TO O-MARGRPT-REC
              STRING '| ' DELIMITED BY SIZE
                   MG-PROD-GR       DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   MG-PROD-NM       DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   MG-CURR-CD       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-PRICE      DELIMITED BY SIZE
                   ' | NO COST | | | | |' DELIMITED BY SIZE
                   INTO O-MARGRPT-REC
              PERFORM MARG-WRITE-REC
              GO TO MARG-FETCH-EXIT
           END-IF.

           COMPUTE WS-MARGIN = MG-PRICE - MG-COST.
           IF MG-PRICE > 0 THEN
              COMPUTE WS-MARGIN-PCT ROUNDED =
                      WS-MARGIN * 100 / MG-PRICE
           ELSE
              MOVE 0 TO WS-MARGIN-PCT
           END-IF.

           MOVE SPACES TO WS-MARGIN-FLAG.
           IF WS-MARGIN < 0 THEN
              ADD 1 TO WS-NEG-CNT
              MOVE 'NEG' TO WS-MARGIN-FLAG
           END-IF.

           MOVE SPACE TO WS-PRIOR-FOUND-SW.
           MOVE 0 TO WS-PCT-MOVE.
           IF PRIOR-ARCHIVED AND MG-PRI-PRICE-IND >= 0 AND
              MG-PRI-COST-IND >= 0 AND MG-PRI-PRICE > 0 AND
              MG-PRICE > 0 THEN
              SET PRIOR-FOUND TO TRUE
              COMPUTE WS-PRI-MARGIN = MG-PRI-PRICE - MG-PRI-COST
              COMPUTE WS-PRI-MARGIN-PCT ROUNDED =
                      WS-PRI-MARGIN * 100 / MG-PRI-PRICE
              COMPUTE WS-PCT-MOVE = WS-MARGIN-PCT - WS-PRI-MARGIN-PCT
              IF WS-PCT-MOVE > WS-MARGIN-MOVE OR
                 WS-PCT-MOVE < 0 - WS-MARGIN-MOVE THEN
                 ADD 1 TO WS-MOVE-CNT
                 IF WS-MARGIN-FLAG = SPACES THEN
                    MOVE 'MOVE' TO WS-MARGIN-FLAG
                 ELSE
                    MOVE 'NEG MOVE' TO WS-MARGIN-FLAG
                 END-IF
              END-IF
           END-IF.

           MOVE MG-COST TO WS-ED-COST.
           MOVE WS-MARGIN TO WS-ED-MARGIN.
           MOVE WS-MARGIN-PCT TO WS-ED-PCT.
           MOVE WS-PCT-MOVE TO WS-ED-MOVE.
           MOVE SPACES TO O-MARGRPT-REC.
           IF PRIOR-FOUND THEN
              STRING '| ' DELIMITED BY SIZE
                   MG-PROD-GR       DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   MG-PROD-NM       DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   MG-CURR-CD       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-PRICE      DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-COST       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-MARGIN     DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-PCT        DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-MOVE       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-MARGIN-FLAG   DELIMITED BY SIZE
                   ' |'             DELIMITED BY SIZE
                   INTO O-MARGRPT-REC
           ELSE
              STRING '| ' DELIMITED BY SIZE
                   MG-PROD-GR       DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   MG-PROD-NM       DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   MG-CURR-CD       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-PRICE      DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-COST       DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-MARGIN     DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-PCT        DELIMITED BY SIZE
                   ' | NO PRIOR | ' DELIMITED BY SIZE
                   WS-MARGIN-FLAG   DELIMITED BY SIZE
                   ' |'             DELIMITED BY SIZE
                   INTO O-MARGRPT-REC
           END-IF.
           PERFORM MARG-WRITE-REC.

           MOVE MG-CURR-CD TO WS-FX-LOOKUP-CURR.
           PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT.
           IF FX-ROW-SKIP THEN
              ADD 1 TO WS-NO-RATE-CNT
              GO TO MARG-FETCH-EXIT
           END-IF.
           COMPUTE WS-ROW-REV-AMT ROUNDED =
                   MG-VOLUME * MG-PRICE * WS-ROW-RATE.
           COMPUTE WS-ROW-COST-AMT ROUNDED =
                   MG-VOLUME * MG-COST * WS-ROW-RATE.

           PERFORM ADD-PRODUCT-TO-GROUP THRU ADD-PRODUCT-TO-GROUP-EXIT.

       MARG-FETCH-EXIT.
           EXIT.

       ADD-PRODUCT-TO-GROUP.
           SET WS-MGG-INX TO 1.
           SEARCH WS-MGG-ENTRY
              AT END
                 DISPLAY 'TOO MANY GROUPS - ' MG-PROD-GR
                         ' LEFT OUT OF THE SUBTOTALS.'
                 GO TO ADD-PRODUCT-TO-GROUP-EXIT
              WHEN WS-MGG-INX > WS-MGG-CNT
                 ADD 1 TO WS-MGG-CNT
                 MOVE MG-PROD-GR TO WS-MGG-GRPNM(WS-MGG-INX)
                 MOVE 0 TO WS-MGG-PROD-CNT(WS-MGG-INX)
                 MOVE 0 TO WS-MGG-VOL-SUM(WS-MGG-INX)
                 MOVE 0 TO WS-MGG-REV-AMT(WS-MGG-INX)
                 MOVE 0 TO WS-MGG-COST-AMT(WS-MGG-INX)
                 PERFORM FIND-GROUP-SECTOR
                    THRU FIND-GROUP-SECTOR-EXIT
              WHEN WS-MGG-GRPNM(WS-MGG-INX) = MG-PROD-GR
                 CONTINUE
           END-SEARCH.

           ADD 1 TO WS-MGG-PROD-CNT(WS-MGG-INX).
           ADD MG-VOLUME TO WS-MGG-VOL-SUM(WS-MGG-INX).
           ADD WS-ROW-REV-AMT TO WS-MGG-REV-AMT(WS-MGG-INX).
           ADD WS-ROW-COST-AMT TO WS-MGG-COST-AMT(WS-MGG-INX).

       ADD-PRODUCT-TO-GROUP-EXIT.
           EXIT.

       FIND-GROUP-SECTOR.
           MOVE 'UNMAPPED' TO WS-MGG-SECTOR(WS-MGG-INX).
           IF WS-MAP-CNT = 0 THEN
              GO TO FIND-GROUP-SECTOR-EXIT
           END-IF.
           SET WS-MAP-INX TO 1.
           SEARCH WS-MAP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MAP-INX > WS-MAP-CNT
                 CONTINUE
              WHEN WS-MAP-GRPNM(WS-MAP-INX) = MG-PROD-GR
                 MOVE WS-MAP-SECTOR(WS-MAP-INX) TO
                      WS-MGG-SECTOR(WS-MGG-INX)
           END-SEARCH.

       FIND-GROUP-SECTOR-EXIT.
           EXIT.

       GROUP-SUBTOTAL-SECTION.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING '* GROUP SUBTOTALS - VOLUME WEIGHTED, IN '
                DELIMITED BY SIZE
                WS-BASE-CURR DELIMITED BY SIZE
                ' *' DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING '| LEVEL | NAME | SECTOR | PRODUCTS | VOLUME '
                '| AVG PRICE | AVG COST | MARGIN | MARGIN PCT |'
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.

           PERFORM WRITE-GROUP-SUBTOTAL
                   VARYING WS-MGG-INX FROM 1 BY 1
                   UNTIL WS-MGG-INX > WS-MGG-CNT.

       WRITE-GROUP-SUBTOTAL.
           MOVE 'GROUP' TO WS-ST-LABEL.
           MOVE WS-MGG-GRPNM(WS-MGG-INX) TO WS-ST-NAME.
           MOVE WS-MGG-SECTOR(WS-MGG-INX) TO WS-ST-SECTOR.
           MOVE WS-MGG-PROD-CNT(WS-MGG-INX) TO WS-ST-PROD-CNT.
           MOVE WS-MGG-VOL-SUM(WS-MGG-INX) TO WS-ST-VOL-SUM.
           MOVE WS-MGG-REV-AMT(WS-MGG-INX) TO WS-ST-REV-AMT.
           MOVE WS-MGG-COST-AMT(WS-MGG-INX) TO WS-ST-COST-AMT.
           PERFORM WRITE-SUBTOTAL-LINE THRU WRITE-SUBTOTAL-LINE-EXIT.

           ADD WS-ST-PROD-CNT TO WS-TOT-PROD-CNT.
           ADD WS-ST-VOL-SUM TO WS-TOT-VOL-SUM.
           ADD WS-ST-REV-AMT TO WS-TOT-REV-AMT.
           ADD WS-ST-COST-AMT TO WS-TOT-COST-AMT.

           SET WS-MGS-INX TO 1.
           SEARCH WS-MGS-ENTRY
              AT END
                 DISPLAY 'TOO MANY SECTORS - ' WS-ST-SECTOR
                         ' LEFT OUT OF THE SUBTOTALS.'
              WHEN WS-MGS-INX > WS-MGS-CNT
                 ADD 1 TO WS-MGS-CNT
                 MOVE WS-ST-SECTOR TO WS-MGS-SECTOR(WS-MGS-INX)
                 MOVE WS-ST-PROD-CNT TO WS-MGS-PROD-CNT(WS-MGS-INX)
                 MOVE WS-ST-VOL-SUM TO WS-MGS-VOL-SUM(WS-MGS-INX)
                 MOVE WS-ST-REV-AMT TO WS-MGS-REV-AMT(WS-MGS-INX)
                 MOVE WS-ST-COST-AMT TO WS-MGS-COST-AMT(WS-MGS-INX)
              WHEN WS-MGS-SECTOR(WS-MGS-INX) = WS-ST-SECTOR
                 ADD WS-ST-PROD-CNT TO WS-MGS-PROD-CNT(WS-MGS-INX)
                 ADD WS-ST-VOL-SUM TO WS-MGS-VOL-SUM(WS-MGS-INX)
                 ADD WS-ST-REV-AMT TO WS-MGS-REV-AMT(WS-MGS-INX)
                 ADD WS-ST-COST-AMT TO WS-MGS-COST-AMT(WS-MGS-INX)
           END-SEARCH.

       SECTOR-SUBTOTAL-SECTION.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING '* SECTOR SUBTOTALS - VOLUME WEIGHTED, IN '
                DELIMITED BY SIZE
                WS-BASE-CURR DELIMITED BY SIZE
                ' *' DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.

           PERFORM WRITE-SECTOR-SUBTOTAL
                   VARYING WS-MGS-INX FROM 1 BY 1
                   UNTIL WS-MGS-INX > WS-MGS-CNT.

       WRITE-SECTOR-SUBTOTAL.
           MOVE 'SECTOR' TO WS-ST-LABEL.
           MOVE WS-MGS-SECTOR(WS-MGS-INX) TO WS-ST-NAME.
           MOVE SPACES TO WS-ST-SECTOR.
           MOVE WS-MGS-PROD-CNT(WS-MGS-INX) TO WS-ST-PROD-CNT.
           MOVE WS-MGS-VOL-SUM(WS-MGS-INX) TO WS-ST-VOL-SUM.
           MOVE WS-MGS-REV-AMT(WS-MGS-INX) TO WS-ST-REV-AMT.
           MOVE WS-MGS-COST-AMT(WS-MGS-INX) TO WS-ST-COST-AMT.
           PERFORM WRITE-SUBTOTAL-LINE THRU WRITE-SUBTOTAL-LINE-EXIT.

       WRITE-SUBTOTAL-LINE.
           MOVE WS-ST-PROD-CNT TO WS-ED-CNT.
           MOVE WS-ST-VOL-SUM TO WS-ED-VOL.
           MOVE SPACES TO O-MARGRPT-REC.
           IF WS-ST-VOL-SUM = 0 OR WS-ST-REV-AMT = 0 THEN
              STRING '| ' DELIMITED BY SIZE
                   WS-ST-LABEL      DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   WS-ST-NAME       DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   WS-ST-SECTOR     DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-CNT        DELIMITED BY SIZE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-VOL        DELIMITED BY SIZE
                   ' | NO VOLUME - NOT WEIGHTED | | | |'
                                    DELIMITED BY SIZE
                   INTO O-MARGRPT-REC
              PERFORM MARG-WRITE-REC
              GO TO WRITE-SUBTOTAL-LINE-EXIT
           END-IF.

           COMPUTE WS-ST-AVG-PRICE ROUNDED =
                   WS-ST-REV-AMT / WS-ST-VOL-SUM.
           COMPUTE WS-ST-AVG-COST ROUNDED =
                   WS-ST-COST-AMT / WS-ST-VOL-SUM.
           COMPUTE WS-ST-MARGIN = WS-ST-AVG-PRICE - WS-ST-AVG-COST.
           COMPUTE WS-ST-MARGIN-PCT ROUNDED =
                   (WS-ST-REV-AMT - WS-ST-COST-AMT) * 100 /
                   WS-ST-REV-AMT.
           MOVE WS-ST-AVG-PRICE TO WS-ED-AVG-PRICE.
           MOVE WS-ST-AVG-COST TO WS-ED-AVG-COST.
           MOVE WS-ST-MARGIN TO WS-ED-AVG-MARGIN.
           MOVE WS-ST-MARGIN-PCT TO WS-ED-PCT.
           STRING '| ' DELIMITED BY SIZE
                WS-ST-LABEL      DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                WS-ST-NAME       DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                WS-ST-SECTOR     DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                WS-ED-CNT        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-VOL        DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-AVG-PRICE  DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-AVG-COST   DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-AVG-MARGIN DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-PCT        DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.

       WRITE-SUBTOTAL-LINE-EXIT.
           EXIT.

       MARG-WRITE-TOTALS.
           MOVE 'TOTAL' TO WS-ST-LABEL.
           MOVE 'ALL GROUPS' TO WS-ST-NAME.
           MOVE SPACES TO WS-ST-SECTOR.
           MOVE WS-TOT-PROD-CNT TO WS-ST-PROD-CNT.
           MOVE WS-TOT-VOL-SUM TO WS-ST-VOL-SUM.
           MOVE WS-TOT-REV-AMT TO WS-ST-REV-AMT.
           MOVE WS-TOT-COST-AMT TO WS-ST-COST-AMT.
           PERFORM WRITE-SUBTOTAL-LINE THRU WRITE-SUBTOTAL-LINE-EXIT.

           MOVE WS-NEG-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING 'NEGATIVE MARGIN PRODUCTS (NEG): ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.
           MOVE WS-MOVE-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING 'MARGIN MOVED MORE THAN ' DELIMITED BY SIZE
                WS-MARGIN-MOVE DELIMITED BY SIZE
                ' PCT POINTS (MOVE): ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.
           MOVE WS-NO-COST-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING 'NOT COSTED - NO PROD_COST ROW: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.
           MOVE WS-NO-RATE-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING 'LEFT OUT OF SUBTOTALS - NO FXRATES RATE: '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           PERFORM MARG-WRITE-REC.

       MARG-WRITE-HEADER.
           OPEN OUTPUT O-MARGRPT-FILE.
           WRITE O-MARGRPT-REC FROM WS-BUS-LABEL-WS.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING 'GROSS MARGIN AGAINST LATEST PRICE - MOVES '
                DELIMITED BY SIZE
                'SINCE PRIOR BUSINESS DATE ' DELIMITED BY SIZE
                MG-PRIOR-DATE DELIMITED BY SIZE
                ' - MOVE THRESHOLD ' DELIMITED BY SIZE
                WS-MARGIN-MOVE DELIMITED BY SIZE
                ' PCT POINTS' DELIMITED BY SIZE
                INTO O-MARGRPT-REC.
           WRITE O-MARGRPT-REC.
           MOVE SPACES TO O-MARGRPT-REC.
           STRING '| PROD_GR | PROD_NM | CURR | PRICE | COST '
                '| MARGIN | MARGIN PCT | PCT MOVE | FLAG |'
                INTO O-MARGRPT-REC.
           WRITE O-MARGRPT-REC.
           CLOSE O-MARGRPT-FILE.

       MARG-WRITE-REC.
           OPEN EXTEND O-MARGRPT-FILE.
           WRITE O-MARGRPT-REC.
           CLOSE O-MARGRPT-FILE.

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
                      'OF THE SUBTOTALS.'
              GO TO LOAD-FXRATES-EXIT
           END-IF.
           MOVE SPACES TO WS-FXRATES-EOF-WS.
           PERFORM LOAD-FXRATE-REC THRU LOAD-FXRATE-REC-EXIT
                   UNTIL FXRATES-EOF.
           CLOSE I-FXRATES-FILE.
           IF WS-FX-CNT > 0 THEN
              SET FX-LOADED TO TRUE
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
                      'SUBTOTALLED AS UNMAPPED.'
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
           IF WS-PARM-KEY(1:7) NOT = 'MARGIN-' THEN
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
              WHEN 'MARGIN-MOVE'
                 MOVE WS-PARM-VALUE-X TO WS-MARGIN-MOVE
                 IF WS-MARGIN-MOVE = 0 THEN
                    DISPLAY 'PARM MARGIN-MOVE OUT OF RANGE - USING 5'
                    MOVE 5 TO WS-MARGIN-MOVE
                 END-IF
                 DISPLAY 'PARM MARGIN-MOVE SET TO ' WS-MARGIN-MOVE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       READ-PARM-REC-EXIT.
           EXIT.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'MARGRPT' TO AUD-PROGRAM.
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
