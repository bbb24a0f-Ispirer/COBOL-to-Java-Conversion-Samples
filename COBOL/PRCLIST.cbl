       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-PLRULES-FILE ASSIGN TO 'PLRULES'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-PLRULES-FILE-STATUS.

           SELECT I-CONTRACTS-FILE ASSIGN TO 'CONTRACTS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CONTR-FILE-STATUS.

           SELECT I-FXRATES-FILE ASSIGN TO 'FXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FXRATES-FILE-STATUS.

           SELECT I-SECTMAP-FILE ASSIGN TO 'SECTMAP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SECTMAP-FILE-STATUS.

           SELECT O-PRCLIST-FILE ASSIGN TO 'PRCLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-PLEXCP-FILE ASSIGN TO 'PLEXCP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-PLRULES-FILE.
           01 I-PLRULES-REC.
              05 PLR-LEVEL         PIC X(1).
              05 PLR-KEY           PIC X(20).
              05 PLR-MARKUP-TYPE   PIC X(1).
              05 PLR-MARKUP-VAL    PIC 9(5)V9(3).
              05 PLR-MARKUP-VAL-X REDEFINES PLR-MARKUP-VAL
                                   PIC X(8).
              05 PLR-MIN-MARGIN    PIC 9(3)V99.
              05 PLR-MIN-MARGIN-X REDEFINES PLR-MIN-MARGIN
                                   PIC X(5).
              05 PLR-RND-TYPE      PIC X(1).
              05 PLR-RND-VAL       PIC 9(3)V99.
              05 PLR-RND-VAL-X REDEFINES PLR-RND-VAL
                                   PIC X(5).
              05 FILLER            PIC X(39).

           FD I-CONTRACTS-FILE.
           01 I-CONTRACTS-REC.
              05 CTR-PROD-NM       PIC X(10).
              05 CTR-PROD-GR       PIC X(20).
              05 CTR-PRICE         PIC 9(5)V9(3).
              05 CTR-TOL-PCT       PIC 9(3).
              05 CTR-EXPIRY        PIC 9(8).

           FD I-FXRATES-FILE.
           01 I-FXRATES-REC.
              05 FXR-CUR           PIC X(3).
              05 FXR-RATE          PIC 9(3)V9(6).

           FD I-SECTMAP-FILE.
           01 I-SECTMAP-REC.
              05 SMAP-GRPNM        PIC X(20).
              05 SMAP-SECTOR       PIC X(20).

           FD O-PRCLIST-FILE.
           01 O-PRCLIST-REC         PIC X(132).

           FD O-PLEXCP-FILE.
           01 O-PLEXCP-REC          PIC X(160).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 PL-EFF-DATE          PIC X(8).
             01 PL-PRIOR-DATE        PIC X(8).
             01 PL-PROD-NM           PIC X(10).
             01 PL-PROD-GR           PIC X(20).
             01 PL-CURR-CD           PIC X(3).
             01 PL-PRICE             PIC 9(5)V9(3).
             01 PL-PRICE-IND         PIC S9(4) COMP.
             01 PL-LIST-PRICE        PIC 9(7)V99.
             01 PL-RULE-LVL          PIC X(1).
             01 PL-BUS-DATE          PIC X(8).
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

           01 PL-EOF-WS            PIC X(02) VALUE SPACES.
               88 PL-EOF           VALUE HIGH-VALUES.
           01 PL-FAILED-SW         PIC X(01) VALUE 'N'.
               88 PL-FAILED        VALUE 'Y'.

           01 WS-PLRULES-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-PLRULES-EOF-WS    PIC X(02) VALUE SPACES.
               88 PLRULES-EOF      VALUE HIGH-VALUES.
           01 PRICE-RULE-TABLE.
              05 WS-RL-CNT         PIC 9(3) VALUE 0.
              05 WS-RL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RL-INX.
                 10 WS-RL-LEVEL    PIC X(1).
                 10 WS-RL-KEY      PIC X(20).
                 10 WS-RL-TYPE     PIC X(1).
                 10 WS-RL-VALUE    PIC 9(5)V9(3).
                 10 WS-RL-MIN      PIC 9(3)V99.
                 10 WS-RL-RND-TYPE PIC X(1).
                 10 WS-RL-RND-VAL  PIC 9(3)V99.
           01 WS-RULE-REJ-CNT      PIC 9(5) VALUE 0.
           01 WS-RULE-SUB          PIC 9(3) VALUE 0.
           01 WS-FIND-LEVEL        PIC X(1).
           01 WS-FIND-KEY          PIC X(20).
           01 WS-RULE-MSG          PIC X(40).

           01 WS-CONTR-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-CONTR-EOF-WS      PIC X(02) VALUE SPACES.
               88 CONTR-EOF        VALUE HIGH-VALUES.
           01 CONTRACT-TABLE.
              05 WS-CT-CNT         PIC 9(3) VALUE 0.
              05 WS-CT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CT-INX.
                 10 WS-CT-PROD-NM  PIC X(10).
                 10 WS-CT-PROD-GR  PIC X(20).
                 10 WS-CT-PRICE    PIC 9(5)V9(3).
           01 WS-CT-SUB            PIC 9(3) VALUE 0.

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
           01 WS-ROW-SECTOR        PIC X(20).

           01 NEW-EDITION-TABLE.
              05 WS-NW-CNT         PIC 9(4) VALUE 0.
              05 WS-NW-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-NW-INX.
                 10 WS-NW-PROD-NM  PIC X(10).
                 10 WS-NW-PROD-GR  PIC X(20).
                 10 WS-NW-PRICE    PIC 9(7)V99.
                 10 WS-NW-RULE-LVL PIC X(1).
           01 WS-NW-SUB            PIC 9(4) VALUE 0.

           01 PRIOR-EDITION-TABLE.
              05 WS-PV-CNT         PIC 9(4) VALUE 0.
              05 WS-PV-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PV-INX.
                 10 WS-PV-PROD-NM  PIC X(10).
                 10 WS-PV-PROD-GR  PIC X(20).
                 10 WS-PV-PRICE    PIC 9(7)V99.
                 10 WS-PV-MATCH-SW PIC X(1).
           01 WS-PV-SUB            PIC 9(4) VALUE 0.
           01 WS-PRIOR-SW          PIC X(01) VALUE 'N'.
               88 PRIOR-EDITION    VALUE 'Y'.

           01 WS-BASE-PRICE        PIC 9(7)V9(4).
           01 WS-CALC-PRICE        PIC 9(7)V9(4).
           01 WS-LIST-PRICE        PIC 9(7)V99.
           01 WS-CTR-CONV          PIC 9(7)V9(4).
           01 WS-FLOOR-PRICE       PIC 9(7)V99.
           01 WS-STEPS             PIC 9(9).
           01 WS-WHOLE             PIC 9(7).
           01 WS-CHG-PCT           PIC S9(5)V99.
           01 WS-CHG-FLAG          PIC X(8).
           01 WS-EXC-REASON        PIC X(16).
           01 WS-ROUND-SW          PIC X(01) VALUE 'N'.
               88 ROUND-FAILED     VALUE 'Y'.

           01 WS-PROD-CNT          PIC 9(7) VALUE 0.
           01 WS-EXC-CNT           PIC 9(7) VALUE 0.
           01 WS-NO-RULE-CNT       PIC 9(7) VALUE 0.
           01 WS-MIN-FAIL-CNT      PIC 9(7) VALUE 0.
           01 WS-NEW-CNT           PIC 9(7) VALUE 0.
           01 WS-CHANGED-CNT       PIC 9(7) VALUE 0.
           01 WS-DROPPED-CNT       PIC 9(7) VALUE 0.

           01 WS-ED-PRICE          PIC Z(4)9.999.
           01 WS-ED-LIST           PIC Z(6)9.99.
           01 WS-ED-PRIOR          PIC Z(6)9.99.
           01 WS-ED-FLOOR          PIC Z(6)9.99.
           01 WS-ED-PCT            PIC -(4)9.99.
           01 WS-ED-CNT            PIC ZZZZZZ9.

           01 WS-CONN-TEXT         PIC X(80).
           01 WS-CONN-LEN          PIC S9(4) COMP.
           01 WS-EFF-TEXT          PIC X(8).
           01 WS-EFF-DATE          PIC 9(8).

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'CUSTOMER PRICE LIST WITH MARKUP AND ROUNDING'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'G' TO EC-MODE.
       MOVE SPACES TO EC-DD-NAME.
       CALL 'ENTCTX' USING ENTCTX-PARM.
       MOVE EC-ENTITY-CD TO EN-ENTITY-CD.
       MOVE EC-BASE-CURR TO EN-BASE-CURR.
       MOVE EC-BASE-CURR TO WS-BASE-CURR.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'PRCLIST RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO WS-CONN-TEXT.
       MOVE SPACES TO WS-EFF-TEXT.
       MOVE 0 TO WS-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO WS-CONN-TEXT COUNT IN WS-CONN-LEN
                  WS-EFF-TEXT
          END-UNSTRING
       END-IF.

       IF WS-EFF-TEXT = SPACES THEN
          MOVE BC-WALL-DATE TO WS-EFF-DATE
       ELSE IF WS-EFF-TEXT NOT NUMERIC THEN
          DISPLAY 'EFFECTIVE DATE ' WS-EFF-TEXT
                  ' IS NOT YYYYMMDD - PRICE LIST NOT PRODUCED.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'EFFECTIVE DATE PARM INVALID' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       ELSE
          MOVE WS-EFF-TEXT TO WS-EFF-DATE
       END-IF.
       MOVE WS-EFF-DATE TO PL-EFF-DATE.

       IF WS-CONN-LEN > 0 THEN
          UNSTRING WS-CONN-TEXT(1:WS-CONN-LEN)
             DELIMITED BY '/'
             INTO USERNAME-ARR COUNT IN USERNAME-LEN
                  PASSWD-ARR   COUNT IN PASSWD-LEN
                  DBNAME-ARR   COUNT IN DBNAME-LEN
          END-UNSTRING
       ELSE
          MOVE "ora" TO USERNAME-ARR
          MOVE 4 TO USERNAME-LEN
          MOVE "ora" TO PASSWD-ARR
          MOVE 3 TO PASSWD-LEN
          MOVE "UTEST" TO DBNAME-ARR
          MOVE 7 TO DBNAME-LEN
       END-IF.

       DISPLAY 'CONNECTING...'.
       EXEC SQL
          CONNECT       :USERNAME
          IDENTIFIED BY :PASSWD
          USING         :DBNAME
       END-EXEC.

       IF SQLCODE <> 0 THEN
          DISPLAY 'UNABLE TO CONNECT!'
          DISPLAY 'SQLCODE = ' SQLCODE
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'UNABLE TO CONNECT TO DATABASE' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       DISPLAY 'PRICE LIST EFFECTIVE ' PL-EFF-DATE
               ' PRICED FROM BUSINESS DATE ' BC-BUS-DATE
               ' IN ' WS-BASE-CURR.

       PERFORM LOAD-PLRULES THRU LOAD-PLRULES-EXIT.
       IF WS-RL-CNT = 0 THEN
          DISPLAY 'PLRULES ABSENT OR HAS NO VALID RULE - PRICE '
                  'LIST NOT PRODUCED.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'NO PRICING RULES - LIST NOT PRODUCED' TO
               AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.
       PERFORM LOAD-CONTRACTS THRU LOAD-CONTRACTS-EXIT.
       PERFORM LOAD-FXRATES THRU LOAD-FXRATES-EXIT.
       PERFORM LOAD-SECTMAP THRU LOAD-SECTMAP-EXIT.

       PERFORM CREATE-EDITION-TABLE.
       IF PL-FAILED THEN
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PERFORM LOAD-PRIOR-EDITION THRU LOAD-PRIOR-EDITION-EXIT.
       IF PL-FAILED THEN
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PERFORM PLEXCP-WRITE-HEADER.

       EXEC SQL
          DECLARE PRCL-CUR CURSOR FOR
          SELECT PROD_NM, PROD_GR, NVL(CURR_CD, :EN-BASE-CURR),
                 LATEST_PRICE
          FROM PROD_PRICE_HIST
          WHERE NVL(ENTITY_CD, 'MAIN') = :EN-ENTITY-CD
          ORDER BY PROD_GR, PROD_NM
       END-EXEC.

       EXEC SQL
          OPEN PRCL-CUR
       END-EXEC.
       IF SQLCODE <> 0 THEN
          DISPLAY 'UNABLE TO READ PROD_PRICE_HIST!'
          DISPLAY 'SQLCODE = ' SQLCODE
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'UNABLE TO OPEN PRICE LIST CURSOR' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       MOVE SPACES TO PL-EOF-WS.
       PERFORM PRCL-FETCH-REC THRU PRCL-FETCH-EXIT
               UNTIL PL-EOF.

       EXEC SQL
          CLOSE PRCL-CUR
       END-EXEC.

       IF PL-FAILED THEN
          DISPLAY 'PROD_PRICE_HIST NOT READ TO THE END - PRICE '
                  'LIST NOT PRODUCED.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'PRICE HISTORY READ FAILED' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PERFORM PLEXCP-WRITE-TOTALS.

       IF WS-NW-CNT = 0 THEN
          DISPLAY 'NO PRODUCT COULD BE PRICED - PRICE LIST NOT '
                  'PRODUCED.  SEE PLEXCP.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'NO PRODUCT PRICED - LIST NOT PRODUCED' TO
               AUD-MESSAGE-WS
          MOVE WS-EXC-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PERFORM SAVE-EDITION THRU SAVE-EDITION-EXIT.
       IF PL-FAILED THEN
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       PERFORM PRCLIST-WRITE-HEADER.
       PERFORM WRITE-LIST-LINE
          VARYING WS-NW-SUB FROM 1 BY 1
          UNTIL WS-NW-SUB > WS-NW-CNT.
       PERFORM WRITE-PRICE-CHANGES.

       DISPLAY 'PRICE LIST WRITTEN. PRODUCTS: ' WS-PROD-CNT
               ' LISTED: ' WS-NW-CNT
               ' EXCEPTIONS: ' WS-EXC-CNT
               ' NEW: ' WS-NEW-CNT
               ' CHANGED: ' WS-CHANGED-CNT
               ' DROPPED: ' WS-DROPPED-CNT.

       IF WS-EXC-CNT > 0 OR WS-RULE-REJ-CNT > 0 THEN
          MOVE 'WARN' TO AUD-EVENT-WS
          MOVE 'PRICE LIST EXCEPTIONS - SEE PLEXCP' TO
               AUD-MESSAGE-WS
          MOVE WS-EXC-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 4 TO RETURN-CODE
       END-IF.

       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'PRCLIST RUN COMPLETED' TO AUD-MESSAGE-WS.
       MOVE WS-NW-CNT TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       PRCL-FETCH-REC.
           EXEC SQL
              FETCH PRCL-CUR
              INTO :PL-PROD-NM, :PL-PROD-GR, :PL-CURR-CD,
                   :PL-PRICE:PL-PRICE-IND
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET PL-EOF TO TRUE
              GO TO PRCL-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET PL-FAILED TO TRUE
              SET PL-EOF TO TRUE
              GO TO PRCL-FETCH-EXIT.

           ADD 1 TO WS-PROD-CNT.
           MOVE 0 TO WS-LIST-PRICE.
           MOVE 0 TO WS-FLOOR-PRICE.
           MOVE SPACE TO PL-RULE-LVL.
           IF PL-PRICE-IND < 0 OR PL-PRICE = 0 THEN
              MOVE 0 TO PL-PRICE
              MOVE 'NO LATEST PRICE' TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              GO TO PRCL-FETCH-EXIT
           END-IF.

           MOVE PL-CURR-CD TO WS-FX-LOOKUP-CURR.
           PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT.
           IF FX-ROW-SKIP THEN
              MOVE 'NO FXRATES RATE' TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              GO TO PRCL-FETCH-EXIT
           END-IF.
           COMPUTE WS-BASE-PRICE ROUNDED = PL-PRICE * WS-ROW-RATE
              ON SIZE ERROR
                 MOVE 'PRICE OVERFLOW' TO WS-EXC-REASON
                 PERFORM WRITE-EXCEPTION
                 GO TO PRCL-FETCH-EXIT
           END-COMPUTE.

           PERFORM FIND-PRICING-RULE THRU FIND-PRICING-RULE-EXIT.
           IF WS-RULE-SUB = 0 THEN
              ADD 1 TO WS-NO-RULE-CNT
              MOVE 'NO PRICING RULE' TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              GO TO PRCL-FETCH-EXIT
           END-IF.
           SET WS-RL-INX TO WS-RULE-SUB.
           MOVE WS-RL-LEVEL(WS-RL-INX) TO PL-RULE-LVL.

           PERFORM APPLY-MARKUP THRU APPLY-MARKUP-EXIT.
           IF ROUND-FAILED THEN
              MOVE 'PRICE OVERFLOW' TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              GO TO PRCL-FETCH-EXIT
           END-IF.

           PERFORM FIND-CONTRACT.
           IF WS-CT-SUB > 0 THEN
              SET WS-CT-INX TO WS-CT-SUB
              COMPUTE WS-CTR-CONV ROUNDED =
                      WS-CT-PRICE(WS-CT-INX) * WS-ROW-RATE
              COMPUTE WS-FLOOR-PRICE ROUNDED =
                      WS-CTR-CONV * (100 + WS-RL-MIN(WS-RL-INX))
                      / 100
                 ON SIZE ERROR
                    MOVE 9999999.99 TO WS-FLOOR-PRICE
              END-COMPUTE
              IF WS-LIST-PRICE < WS-FLOOR-PRICE THEN
                 ADD 1 TO WS-MIN-FAIL-CNT
                 MOVE 'BELOW MIN MARGIN' TO WS-EXC-REASON
                 PERFORM WRITE-EXCEPTION
                 GO TO PRCL-FETCH-EXIT
              END-IF
           END-IF.

           IF WS-NW-CNT >= 2000 THEN
              MOVE 'LIST TABLE FULL' TO WS-EXC-REASON
              PERFORM WRITE-EXCEPTION
              GO TO PRCL-FETCH-EXIT
           END-IF.
           ADD 1 TO WS-NW-CNT.
           SET WS-NW-INX TO WS-NW-CNT.
           MOVE PL-PROD-NM TO WS-NW-PROD-NM(WS-NW-INX).
           MOVE PL-PROD-GR TO WS-NW-PROD-GR(WS-NW-INX).
           MOVE WS-LIST-PRICE TO WS-NW-PRICE(WS-NW-INX).
           MOVE PL-RULE-LVL TO WS-NW-RULE-LVL(WS-NW-INX).

       PRCL-FETCH-EXIT.
           EXIT.

       FIND-PRICING-RULE.
           MOVE 0 TO WS-RULE-SUB.
           MOVE 'P' TO WS-FIND-LEVEL.
           MOVE PL-PROD-NM TO WS-FIND-KEY.
           PERFORM SEARCH-RULE.
           IF WS-RULE-SUB > 0 THEN
              GO TO FIND-PRICING-RULE-EXIT
           END-IF.
           MOVE 'G' TO WS-FIND-LEVEL.
           MOVE PL-PROD-GR TO WS-FIND-KEY.
           PERFORM SEARCH-RULE.
           IF WS-RULE-SUB > 0 THEN
              GO TO FIND-PRICING-RULE-EXIT
           END-IF.
           MOVE SPACES TO WS-ROW-SECTOR.
           SET WS-MAP-INX TO 1.
           SEARCH WS-MAP-ENTRY
              AT END
                 CONTINUE
              WHEN WS-MAP-GRPNM(WS-MAP-INX) = PL-PROD-GR
                 MOVE WS-MAP-SECTOR(WS-MAP-INX) TO WS-ROW-SECTOR
           END-SEARCH.
           IF WS-ROW-SECTOR = SPACES THEN
              GO TO FIND-PRICING-RULE-EXIT
           END-IF.
           MOVE 'S' TO WS-FIND-LEVEL.
           MOVE WS-ROW-SECTOR TO WS-FIND-KEY.
           PERFORM SEARCH-RULE.

       FIND-PRICING-RULE-EXIT.
           EXIT.

       SEARCH-RULE.
           SET WS-RL-INX TO 1.
           SEARCH WS-RL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-RL-LEVEL(WS-RL-INX) = WS-FIND-LEVEL AND
                   WS-RL-KEY(WS-RL-INX) = WS-FIND-KEY
                 SET WS-RULE-SUB TO WS-RL-INX
           END-SEARCH.

       APPLY-MARKUP.
           MOVE 'N' TO WS-ROUND-SW.
           IF WS-RL-TYPE(WS-RL-INX) = 'P' THEN
              COMPUTE WS-CALC-PRICE ROUNDED =
                      WS-BASE-PRICE * (100 + WS-RL-VALUE(WS-RL-INX))
                      / 100
                 ON SIZE ERROR
                    SET ROUND-FAILED TO TRUE
                    GO TO APPLY-MARKUP-EXIT
              END-COMPUTE
           ELSE
              COMPUTE WS-CALC-PRICE =
                      WS-BASE-PRICE + WS-RL-VALUE(WS-RL-INX)
                 ON SIZE ERROR
                    SET ROUND-FAILED TO TRUE
                    GO TO APPLY-MARKUP-EXIT
              END-COMPUTE
           END-IF.

           EVALUATE WS-RL-RND-TYPE(WS-RL-INX)
              WHEN 'N'
                 COMPUTE WS-STEPS ROUNDED =
                         WS-CALC-PRICE / WS-RL-RND-VAL(WS-RL-INX)
                 IF WS-STEPS = 0 THEN
                    MOVE 1 TO WS-STEPS
                 END-IF
                 COMPUTE WS-LIST-PRICE =
                         WS-STEPS * WS-RL-RND-VAL(WS-RL-INX)
                    ON SIZE ERROR
                       SET ROUND-FAILED TO TRUE
                 END-COMPUTE
              WHEN 'U'
                 COMPUTE WS-STEPS =
                         WS-CALC-PRICE / WS-RL-RND-VAL(WS-RL-INX)
                 IF WS-STEPS * WS-RL-RND-VAL(WS-RL-INX) <
                    WS-CALC-PRICE THEN
                    ADD 1 TO WS-STEPS
                 END-IF
                 COMPUTE WS-LIST-PRICE =
                         WS-STEPS * WS-RL-RND-VAL(WS-RL-INX)
                    ON SIZE ERROR
                       SET ROUND-FAILED TO TRUE
                 END-COMPUTE
              WHEN 'D'
                 COMPUTE WS-STEPS =
                         WS-CALC-PRICE / WS-RL-RND-VAL(WS-RL-INX)
                 IF WS-STEPS = 0 THEN
                    MOVE 1 TO WS-STEPS
                 END-IF
                 COMPUTE WS-LIST-PRICE =
                         WS-STEPS * WS-RL-RND-VAL(WS-RL-INX)
                    ON SIZE ERROR
                       SET ROUND-FAILED TO TRUE
                 END-COMPUTE
              WHEN 'E'
                 MOVE WS-CALC-PRICE TO WS-WHOLE
                 IF WS-WHOLE + WS-RL-RND-VAL(WS-RL-INX) <
                    WS-CALC-PRICE THEN
                    ADD 1 TO WS-WHOLE
                       ON SIZE ERROR
                          SET ROUND-FAILED TO TRUE
                    END-ADD
                 END-IF
                 COMPUTE WS-LIST-PRICE =
                         WS-WHOLE + WS-RL-RND-VAL(WS-RL-INX)
                    ON SIZE ERROR
                       SET ROUND-FAILED TO TRUE
                 END-COMPUTE
              WHEN OTHER
                 COMPUTE WS-LIST-PRICE ROUNDED = WS-CALC-PRICE
                    ON SIZE ERROR
                       SET ROUND-FAILED TO TRUE
                 END-COMPUTE
           END-EVALUATE.

           IF WS-LIST-PRICE = 0 THEN
              MOVE 0.01 TO WS-LIST-PRICE
           END-IF.

       APPLY-MARKUP-EXIT.
           EXIT.

       FIND-CONTRACT.
           MOVE 0 TO WS-CT-SUB.
           SET WS-CT-INX TO 1.
           SEARCH WS-CT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CT-PROD-NM(WS-CT-INX) = PL-PROD-NM AND
                   WS-CT-PROD-GR(WS-CT-INX) = PL-PROD-GR
                 SET WS-CT-SUB TO WS-CT-INX
           END-SEARCH.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-CNT.
           MOVE PL-PRICE TO WS-ED-PRICE.
           MOVE WS-LIST-PRICE TO WS-ED-LIST.
           MOVE WS-FLOOR-PRICE TO WS-ED-FLOOR.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING '| ' DELIMITED BY SIZE
                PL-PROD-GR       DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                PL-PROD-NM       DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                PL-CURR-CD       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-PRICE      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                PL-RULE-LVL      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-LIST       DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-ED-FLOOR      DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                WS-EXC-REASON    DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-PLEXCP-REC.
           PERFORM PLEXCP-WRITE-REC.

       CREATE-EDITION-TABLE.
           EXEC SQL
              CREATE TABLE CUST_PRICE_LIST
              (
                  EFF_DATE          DATE,
                  PROD_NM           VARCHAR2(10),
                  PROD_GR           VARCHAR2(20),
                  LIST_PRICE        NUMBER(9,2),
                  CURR_CD           VARCHAR2(3),
                  RULE_LVL          VARCHAR2(1),
                  BUS_DATE          DATE,
                  PUB_DATE          DATE
              )
           END-EXEC.

           IF SQLCODE = 0 THEN
              DISPLAY 'CUSTOMER PRICE LIST TABLE WAS CREATED.'
           ELSE IF SQLCODE = -955 THEN
              CONTINUE
           ELSE
              DISPLAY 'UNABLE TO CREATE CUSTOMER PRICE LIST TABLE!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO CREATE CUST_PRICE_LIST' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET PL-FAILED TO TRUE.

       LOAD-PRIOR-EDITION.
           INITIALIZE PRIOR-EDITION-TABLE.
           MOVE 0 TO WS-PV-CNT.
           MOVE '00000000' TO PL-PRIOR-DATE.
           EXEC SQL
              SELECT NVL(TO_CHAR(MAX(EFF_DATE), 'YYYYMMDD'),
                         '00000000')
              INTO :PL-PRIOR-DATE
              FROM CUST_PRICE_LIST
              WHERE EFF_DATE < TO_DATE(:PL-EFF-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ CUST_PRICE_LIST!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'CUST_PRICE_LIST UNREADABLE' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET PL-FAILED TO TRUE
              GO TO LOAD-PRIOR-EDITION-EXIT
           END-IF.
           IF PL-PRIOR-DATE = '00000000' THEN
              DISPLAY 'NO EARLIER PRICE LIST EDITION - EVERY PRICE '
                      'IS SHOWN AS NEW.'
              GO TO LOAD-PRIOR-EDITION-EXIT
           END-IF.
           SET PRIOR-EDITION TO TRUE.

           EXEC SQL
              DECLARE PRIOR-CUR CURSOR FOR
              SELECT PROD_NM, PROD_GR, LIST_PRICE
              FROM CUST_PRICE_LIST
              WHERE EFF_DATE = TO_DATE(:PL-PRIOR-DATE, 'YYYYMMDD')
              ORDER BY PROD_GR, PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN PRIOR-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ THE ' PL-PRIOR-DATE
                      ' PRICE LIST EDITION!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'PRIOR EDITION UNREADABLE' TO AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              SET PL-FAILED TO TRUE
              GO TO LOAD-PRIOR-EDITION-EXIT
           END-IF.

           MOVE SPACES TO PL-EOF-WS.
           PERFORM PRIOR-FETCH-REC THRU PRIOR-FETCH-EXIT
                   UNTIL PL-EOF.

           EXEC SQL
              CLOSE PRIOR-CUR
           END-EXEC.

           DISPLAY 'PRIOR EDITION EFFECTIVE ' PL-PRIOR-DATE
                   ' LOADED. PRODUCTS: ' WS-PV-CNT.

       LOAD-PRIOR-EDITION-EXIT.
           EXIT.

       PRIOR-FETCH-REC.
           EXEC SQL
              FETCH PRIOR-CUR
              INTO :PL-PROD-NM, :PL-PROD-GR, :PL-LIST-PRICE
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET PL-EOF TO TRUE
              GO TO PRIOR-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET PL-FAILED TO TRUE
              SET PL-EOF TO TRUE
              GO TO PRIOR-FETCH-EXIT.

           IF WS-PV-CNT >= 2000 THEN
              DISPLAY 'PRIOR EDITION HAS MORE THAN 2000 PRODUCTS - '
                      'THE REST ARE NOT COMPARED.'
              SET PL-EOF TO TRUE
              GO TO PRIOR-FETCH-EXIT
           END-IF.
           ADD 1 TO WS-PV-CNT.
           SET WS-PV-INX TO WS-PV-CNT.
           MOVE PL-PROD-NM TO WS-PV-PROD-NM(WS-PV-INX).
           MOVE PL-PROD-GR TO WS-PV-PROD-GR(WS-PV-INX).
           MOVE PL-LIST-PRICE TO WS-PV-PRICE(WS-PV-INX).
           MOVE 'N' TO WS-PV-MATCH-SW(WS-PV-INX).

       PRIOR-FETCH-EXIT.
           EXIT.

       SAVE-EDITION.
           EXEC SQL
              DELETE FROM CUST_PRICE_LIST
              WHERE EFF_DATE = TO_DATE(:PL-EFF-DATE, 'YYYYMMDD')
           END-EXEC.
           IF SQLCODE <> 0 AND SQLCODE <> +1403 THEN
              DISPLAY 'UNABLE TO CLEAR THE ' PL-EFF-DATE
                      ' PRICE LIST EDITION!'
              DISPLAY 'SQLCODE = ' SQLCODE
              PERFORM EDITION-ROLLBACK
              GO TO SAVE-EDITION-EXIT
           END-IF.

           PERFORM RECORD-EDITION-ROW THRU RECORD-EDITION-ROW-EXIT
              VARYING WS-NW-SUB FROM 1 BY 1
              UNTIL WS-NW-SUB > WS-NW-CNT
                 OR PL-FAILED.
           IF PL-FAILED THEN
              PERFORM EDITION-ROLLBACK
              GO TO SAVE-EDITION-EXIT
           END-IF.

           EXEC SQL
              COMMIT
           END-EXEC.

           MOVE 'PRCLIST' TO AUD-EVENT-WS.
           MOVE SPACES TO AUD-MESSAGE-WS.
           STRING 'PRICE LIST EFFECTIVE ' DELIMITED BY SIZE
                PL-EFF-DATE DELIMITED BY SIZE
                ' SAVED' DELIMITED BY SIZE
                INTO AUD-MESSAGE-WS.
           MOVE WS-NW-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

       SAVE-EDITION-EXIT.
           EXIT.

       RECORD-EDITION-ROW.
           SET WS-NW-INX TO WS-NW-SUB.
           MOVE WS-NW-PROD-NM(WS-NW-INX) TO PL-PROD-NM.
           MOVE WS-NW-PROD-GR(WS-NW-INX) TO PL-PROD-GR.
           MOVE WS-NW-PRICE(WS-NW-INX) TO PL-LIST-PRICE.
           MOVE WS-NW-RULE-LVL(WS-NW-INX) TO PL-RULE-LVL.
           MOVE BC-BUS-DATE TO PL-BUS-DATE.
           EXEC SQL
              INSERT INTO CUST_PRICE_LIST
                 (EFF_DATE, PROD_NM, PROD_GR, LIST_PRICE, CURR_CD,
                  RULE_LVL, BUS_DATE, PUB_DATE)
              VALUES (TO_DATE(:PL-EFF-DATE, 'YYYYMMDD'),
                  :PL-PROD-NM, :PL-PROD-GR, :PL-LIST-PRICE,
                  :EN-BASE-CURR, :PL-RULE-LVL,
                  TO_DATE(:PL-BUS-DATE, 'YYYYMMDD'),
                  TRUNC(SYSDATE))
           END-EXEC.

           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO RECORD PRICE FOR '
                      PL-PROD-NM '!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET PL-FAILED TO TRUE
           END-IF.

       RECORD-EDITION-ROW-EXIT.
           EXIT.

       EDITION-ROLLBACK.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           SET PL-FAILED TO TRUE.
           DISPLAY 'PRICE LIST EDITION NOT SAVED - ROLLED BACK.'.
           MOVE 'ERROR' TO AUD-EVENT-WS.
           MOVE 'PRICE LIST NOT SAVED - ROLLED BACK' TO
                AUD-MESSAGE-WS.
           PERFORM WRITE-AUDIT-REC.

       WRITE-LIST-LINE.
           SET WS-NW-INX TO WS-NW-SUB.
           MOVE WS-NW-PRICE(WS-NW-INX) TO WS-ED-LIST.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING '| ' DELIMITED BY SIZE
                WS-NW-PROD-GR(WS-NW-INX) DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                WS-NW-PROD-NM(WS-NW-INX) DELIMITED BY SPACE
                ' | '            DELIMITED BY SIZE
                WS-ED-LIST       DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.

       WRITE-PRICE-CHANGES.
           MOVE SPACES TO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.
           MOVE SPACES TO O-PRCLIST-REC.
           IF PRIOR-EDITION THEN
              STRING 'PRICES CHANGED SINCE THE LIST EFFECTIVE '
                   DELIMITED BY SIZE
                   PL-PRIOR-DATE DELIMITED BY SIZE
                   INTO O-PRCLIST-REC
           ELSE
              STRING 'NO EARLIER PRICE LIST - EVERY PRICE IS NEW'
                   DELIMITED BY SIZE
                   INTO O-PRCLIST-REC
           END-IF.
           PERFORM PRCLIST-WRITE-REC.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING '| PROD_GR | PROD_NM | PREVIOUS PRICE | NEW PRICE '
                '| CHANGE PCT | CHANGE |'
                INTO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.

           PERFORM COMPARE-EDITION-ROW
              VARYING WS-NW-SUB FROM 1 BY 1
              UNTIL WS-NW-SUB > WS-NW-CNT.
           PERFORM LIST-DROPPED-ROW
              VARYING WS-PV-SUB FROM 1 BY 1
              UNTIL WS-PV-SUB > WS-PV-CNT.

           MOVE SPACES TO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.
           MOVE WS-NW-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING 'PRODUCTS LISTED: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.
           MOVE WS-NEW-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING 'NEW PRICES: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.
           MOVE WS-CHANGED-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING 'CHANGED PRICES: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.
           MOVE WS-DROPPED-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING 'NO LONGER LISTED: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING '*** END OF PRICE LIST - ' DELIMITED BY SIZE
                'EFFECTIVE ' DELIMITED BY SIZE
                PL-EFF-DATE DELIMITED BY SIZE
                ' ***' DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           PERFORM PRCLIST-WRITE-REC.

       COMPARE-EDITION-ROW.
           SET WS-NW-INX TO WS-NW-SUB.
           MOVE 0 TO WS-PV-SUB.
           SET WS-PV-INX TO 1.
           SEARCH WS-PV-ENTRY
              AT END
                 CONTINUE
              WHEN WS-PV-PROD-NM(WS-PV-INX) =
                   WS-NW-PROD-NM(WS-NW-INX) AND
                   WS-PV-PROD-GR(WS-PV-INX) =
                   WS-NW-PROD-GR(WS-NW-INX)
                 SET WS-PV-SUB TO WS-PV-INX
           END-SEARCH.

           MOVE WS-NW-PRICE(WS-NW-INX) TO WS-ED-LIST.
           MOVE SPACES TO O-PRCLIST-REC.
           IF WS-PV-SUB = 0 THEN
              ADD 1 TO WS-NEW-CNT
              STRING '| ' DELIMITED BY SIZE
                   WS-NW-PROD-GR(WS-NW-INX) DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   WS-NW-PROD-NM(WS-NW-INX) DELIMITED BY SPACE
                   ' | | '          DELIMITED BY SIZE
                   WS-ED-LIST       DELIMITED BY SIZE
                   ' | | NEW |'     DELIMITED BY SIZE
                   INTO O-PRCLIST-REC
              PERFORM PRCLIST-WRITE-REC
           ELSE
              SET WS-PV-INX TO WS-PV-SUB
              MOVE 'Y' TO WS-PV-MATCH-SW(WS-PV-INX)
              IF WS-PV-PRICE(WS-PV-INX) NOT =
                 WS-NW-PRICE(WS-NW-INX) THEN
                 ADD 1 TO WS-CHANGED-CNT
                 IF WS-PV-PRICE(WS-PV-INX) <
                    WS-NW-PRICE(WS-NW-INX) THEN
                    MOVE 'UP' TO WS-CHG-FLAG
                 ELSE
                    MOVE 'DOWN' TO WS-CHG-FLAG
                 END-IF
                 COMPUTE WS-CHG-PCT ROUNDED =
                         (WS-NW-PRICE(WS-NW-INX) -
                          WS-PV-PRICE(WS-PV-INX)) * 100 /
                         WS-PV-PRICE(WS-PV-INX)
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-CHG-PCT
                 END-COMPUTE
                 MOVE WS-PV-PRICE(WS-PV-INX) TO WS-ED-PRIOR
                 MOVE WS-CHG-PCT TO WS-ED-PCT
                 STRING '| ' DELIMITED BY SIZE
                      WS-NW-PROD-GR(WS-NW-INX) DELIMITED BY SPACE
                      ' | '            DELIMITED BY SIZE
                      WS-NW-PROD-NM(WS-NW-INX) DELIMITED BY SPACE
                      ' | '            DELIMITED BY SIZE
                      WS-ED-PRIOR      DELIMITED BY SIZE
                      ' | '            DELIMITED BY SIZE
                      WS-ED-LIST       DELIMITED BY SIZE
                      ' | '            DELIMITED BY SIZE
                      WS-ED-PCT        DELIMITED BY SIZE
                      ' | '            DELIMITED BY SIZE
                      WS-CHG-FLAG      DELIMITED BY SPACE
                      ' |'             DELIMITED BY SIZE
                      INTO O-PRCLIST-REC
                 PERFORM PRCLIST-WRITE-REC
              END-IF
           END-IF.

       LIST-DROPPED-ROW.
           SET WS-PV-INX TO WS-PV-SUB.
           IF WS-PV-MATCH-SW(WS-PV-INX) = 'Y' THEN
              CONTINUE
           ELSE
              ADD 1 TO WS-DROPPED-CNT
              MOVE WS-PV-PRICE(WS-PV-INX) TO WS-ED-PRIOR
              MOVE SPACES TO O-PRCLIST-REC
              STRING '| ' DELIMITED BY SIZE
                   WS-PV-PROD-GR(WS-PV-INX) DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   WS-PV-PROD-NM(WS-PV-INX) DELIMITED BY SPACE
                   ' | '            DELIMITED BY SIZE
                   WS-ED-PRIOR      DELIMITED BY SIZE
                   ' | | | NO LONGER LISTED |' DELIMITED BY SIZE
                   INTO O-PRCLIST-REC
              PERFORM PRCLIST-WRITE-REC
           END-IF.

       PRCLIST-WRITE-HEADER.
           OPEN OUTPUT O-PRCLIST-FILE.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING 'CUSTOMER PRICE LIST - EFFECTIVE ' DELIMITED BY SIZE
                PL-EFF-DATE DELIMITED BY SIZE
                ' - PRICES IN ' DELIMITED BY SIZE
                WS-BASE-CURR DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           WRITE O-PRCLIST-REC.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING 'PRICED FROM BUSINESS DATE ' DELIMITED BY SIZE
                BC-BUS-DATE DELIMITED BY SIZE
                INTO O-PRCLIST-REC.
           WRITE O-PRCLIST-REC.
           MOVE SPACES TO O-PRCLIST-REC.
           STRING '| PROD_GR | PROD_NM | PRICE |'
                INTO O-PRCLIST-REC.
           WRITE O-PRCLIST-REC.
           CLOSE O-PRCLIST-FILE.

       PRCLIST-WRITE-REC.
           OPEN EXTEND O-PRCLIST-FILE.
           WRITE O-PRCLIST-REC.
           CLOSE O-PRCLIST-FILE.

       PLEXCP-WRITE-HEADER.
           OPEN OUTPUT O-PLEXCP-FILE.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING 'PRICE LIST EXCEPTIONS - EFFECTIVE ' DELIMITED BY SIZE
                PL-EFF-DATE DELIMITED BY SIZE
                ' - BUSINESS DATE ' DELIMITED BY SIZE
                BC-BUS-DATE DELIMITED BY SIZE
                ' - PRICES IN ' DELIMITED BY SIZE
                WS-BASE-CURR DELIMITED BY SIZE
                INTO O-PLEXCP-REC.
           WRITE O-PLEXCP-REC.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING '| PROD_GR | PROD_NM | CURR | LATEST PRICE | RULE '
                '| LIST PRICE | MIN PRICE | REASON |'
                INTO O-PLEXCP-REC.
           WRITE O-PLEXCP-REC.
           CLOSE O-PLEXCP-FILE.

       PLEXCP-WRITE-TOTALS.
           MOVE SPACES TO O-PLEXCP-REC.
           PERFORM PLEXCP-WRITE-REC.
           MOVE WS-PROD-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING 'PRODUCTS READ: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PLEXCP-REC.
           PERFORM PLEXCP-WRITE-REC.
           MOVE WS-EXC-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING 'LEFT OFF THE PRICE LIST: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PLEXCP-REC.
           PERFORM PLEXCP-WRITE-REC.
           MOVE WS-NO-RULE-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING 'NO PRICING RULE: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PLEXCP-REC.
           PERFORM PLEXCP-WRITE-REC.
           MOVE WS-MIN-FAIL-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING 'BELOW MINIMUM MARGIN OVER CONTRACT: '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PLEXCP-REC.
           PERFORM PLEXCP-WRITE-REC.
           MOVE WS-RULE-REJ-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-PLEXCP-REC.
           STRING 'PLRULES RECORDS REJECTED: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-PLEXCP-REC.
           PERFORM PLEXCP-WRITE-REC.

       PLEXCP-WRITE-REC.
           OPEN EXTEND O-PLEXCP-FILE.
           WRITE O-PLEXCP-REC.
           CLOSE O-PLEXCP-FILE.

       LOAD-PLRULES.
           INITIALIZE PRICE-RULE-TABLE.
           MOVE 0 TO WS-RL-CNT.
           OPEN INPUT I-PLRULES-FILE.
           IF WS-PLRULES-FILE-STATUS NOT = '00' THEN
              GO TO LOAD-PLRULES-EXIT
           END-IF.
           MOVE SPACES TO WS-PLRULES-EOF-WS.
           PERFORM LOAD-PLRULE-REC THRU LOAD-PLRULE-REC-EXIT
                   UNTIL PLRULES-EOF.
           CLOSE I-PLRULES-FILE.
           DISPLAY 'PLRULES LOADED. RULES: ' WS-RL-CNT
                   ' REJECTED: ' WS-RULE-REJ-CNT.
           IF WS-RULE-REJ-CNT > 0 THEN
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'PLRULES RECORDS REJECTED' TO AUD-MESSAGE-WS
              MOVE WS-RULE-REJ-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

       LOAD-PLRULES-EXIT.
           EXIT.

       LOAD-PLRULE-REC.
           READ I-PLRULES-FILE
              AT END
                 SET PLRULES-EOF TO TRUE
                 GO TO LOAD-PLRULE-REC-EXIT
           END-READ.
           IF I-PLRULES-REC = SPACES OR PLR-LEVEL = '*' THEN
              GO TO LOAD-PLRULE-REC-EXIT
           END-IF.
           IF PLR-MIN-MARGIN-X = SPACES THEN
              MOVE 0 TO PLR-MIN-MARGIN
           END-IF.
           IF PLR-RND-VAL-X = SPACES THEN
              MOVE 0 TO PLR-RND-VAL
           END-IF.

           MOVE SPACES TO WS-RULE-MSG.
           IF PLR-LEVEL NOT = 'P' AND PLR-LEVEL NOT = 'G' AND
              PLR-LEVEL NOT = 'S' THEN
              MOVE 'LEVEL COL 1 NOT P, G OR S' TO WS-RULE-MSG
           ELSE IF PLR-KEY = SPACES THEN
              MOVE 'NO PRODUCT, GROUP OR SECTOR NAME' TO
                   WS-RULE-MSG
           ELSE IF PLR-MARKUP-TYPE NOT = 'P' AND
              PLR-MARKUP-TYPE NOT = 'F' THEN
              MOVE 'MARKUP TYPE COL 22 NOT P OR F' TO WS-RULE-MSG
           ELSE IF PLR-MARKUP-VAL NOT NUMERIC THEN
              MOVE 'MARKUP COLS 23-30 NOT NUMERIC' TO WS-RULE-MSG
           ELSE IF PLR-MIN-MARGIN NOT NUMERIC THEN
              MOVE 'MIN MARGIN COLS 31-35 NOT NUMERIC' TO
                   WS-RULE-MSG
           ELSE IF PLR-RND-TYPE NOT = SPACE AND
              PLR-RND-TYPE NOT = 'N' AND PLR-RND-TYPE NOT = 'U' AND
              PLR-RND-TYPE NOT = 'D' AND PLR-RND-TYPE NOT = 'E' THEN
              MOVE 'ROUNDING COL 36 NOT N, U, D, E OR BLANK' TO
                   WS-RULE-MSG
           ELSE IF PLR-RND-VAL NOT NUMERIC THEN
              MOVE 'ROUNDING COLS 37-41 NOT NUMERIC' TO WS-RULE-MSG
           ELSE IF PLR-RND-TYPE NOT = SPACE AND
              PLR-RND-TYPE NOT = 'E' AND PLR-RND-VAL = 0 THEN
              MOVE 'ROUNDING INCREMENT IS ZERO' TO WS-RULE-MSG
           ELSE IF PLR-RND-TYPE = 'E' AND PLR-RND-VAL >= 1 THEN
              MOVE 'PRICE ENDING NOT BELOW 1.00' TO WS-RULE-MSG
           END-IF.

           IF WS-RULE-MSG = SPACES THEN
              MOVE PLR-LEVEL TO WS-FIND-LEVEL
              MOVE PLR-KEY TO WS-FIND-KEY
              MOVE 0 TO WS-RULE-SUB
              PERFORM SEARCH-RULE
              IF WS-RULE-SUB > 0 THEN
                 MOVE 'DUPLICATE RULE - FIRST ONE KEPT' TO
                      WS-RULE-MSG
              END-IF
           END-IF.

           IF WS-RULE-MSG NOT = SPACES THEN
              ADD 1 TO WS-RULE-REJ-CNT
              DISPLAY 'PLRULES ' PLR-LEVEL ' ' PLR-KEY
                      ' REJECTED - ' WS-RULE-MSG
              GO TO LOAD-PLRULE-REC-EXIT
           END-IF.

           IF WS-RL-CNT >= 500 THEN
              DISPLAY 'TOO MANY PLRULES ENTRIES - MAX IS 500.'
              ADD 1 TO WS-RULE-REJ-CNT
              SET PLRULES-EOF TO TRUE
              GO TO LOAD-PLRULE-REC-EXIT
           END-IF.
           ADD 1 TO WS-RL-CNT.
           SET WS-RL-INX TO WS-RL-CNT.
           MOVE PLR-LEVEL TO WS-RL-LEVEL(WS-RL-INX).
           MOVE PLR-KEY TO WS-RL-KEY(WS-RL-INX).
           MOVE PLR-MARKUP-TYPE TO WS-RL-TYPE(WS-RL-INX).
           MOVE PLR-MARKUP-VAL TO WS-RL-VALUE(WS-RL-INX).
           MOVE PLR-MIN-MARGIN TO WS-RL-MIN(WS-RL-INX).
           MOVE PLR-RND-TYPE TO WS-RL-RND-TYPE(WS-RL-INX).
           MOVE PLR-RND-VAL TO WS-RL-RND-VAL(WS-RL-INX).

       LOAD-PLRULE-REC-EXIT.
           EXIT.

       LOAD-CONTRACTS.
           INITIALIZE CONTRACT-TABLE.
           MOVE 0 TO WS-CT-CNT.
           OPEN INPUT I-CONTRACTS-FILE.
           IF WS-CONTR-FILE-STATUS NOT = '00' THEN
              DISPLAY 'CONTRACTS FILE ABSENT - NO MINIMUM MARGIN '
                      'IS CHECKED.'
              GO TO LOAD-CONTRACTS-EXIT
           END-IF.
           MOVE SPACES TO WS-CONTR-EOF-WS.
           PERFORM LOAD-CONTRACT-REC THRU LOAD-CONTRACT-REC-EXIT
                   UNTIL CONTR-EOF.
           CLOSE I-CONTRACTS-FILE.

       LOAD-CONTRACTS-EXIT.
           EXIT.

       LOAD-CONTRACT-REC.
           READ I-CONTRACTS-FILE
              AT END
                 SET CONTR-EOF TO TRUE
                 GO TO LOAD-CONTRACT-REC-EXIT
           END-READ.
           IF I-CONTRACTS-REC = SPACES THEN
              GO TO LOAD-CONTRACT-REC-EXIT
           END-IF.
           IF CTR-PRICE NOT NUMERIC OR CTR-PRICE = 0 THEN
              DISPLAY 'CONTRACTS ENTRY FOR ' CTR-PROD-NM
                      ' HAS AN INVALID PRICE - IGNORED.'
              GO TO LOAD-CONTRACT-REC-EXIT
           END-IF.
           IF CTR-EXPIRY NUMERIC AND CTR-EXPIRY > 0 AND
              CTR-EXPIRY < WS-EFF-DATE THEN
              GO TO LOAD-CONTRACT-REC-EXIT
           END-IF.
           MOVE CTR-PROD-NM TO PL-PROD-NM.
           MOVE CTR-PROD-GR TO PL-PROD-GR.
           PERFORM FIND-CONTRACT.
           IF WS-CT-SUB > 0 THEN
              GO TO LOAD-CONTRACT-REC-EXIT
           END-IF.
           IF WS-CT-CNT >= 500 THEN
              DISPLAY 'TOO MANY CONTRACTS ENTRIES - MAX IS 500.'
              SET CONTR-EOF TO TRUE
              GO TO LOAD-CONTRACT-REC-EXIT
           END-IF.
           ADD 1 TO WS-CT-CNT.
           SET WS-CT-INX TO WS-CT-CNT.
           MOVE CTR-PROD-NM TO WS-CT-PROD-NM(WS-CT-INX).
           MOVE CTR-PROD-GR TO WS-CT-PROD-GR(WS-CT-INX).
           MOVE CTR-PRICE TO WS-CT-PRICE(WS-CT-INX).

       LOAD-CONTRACT-REC-EXIT.
           EXIT.

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
                      WS-BASE-CURR ' PRODUCT WILL BE LEFT OFF '
                      'THE PRICE LIST.'
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
              DISPLAY 'SECTMAP FILE ABSENT - SECTOR RULES ARE NOT '
                      'USED.'
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
           MOVE 'PRCLIST' TO AUD-PROGRAM.
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
