       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-FXRATES-FILE ASSIGN TO 'FXRATES'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-FXRATES-FILE-STATUS.

           SELECT O-CONSRPT-FILE ASSIGN TO 'CONSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-FXRATES-FILE.
           01 I-FXRATES-REC.
              05 FXR-CUR           PIC X(3).
              05 FXR-RATE          PIC 9(3)V9(6).

           FD O-CONSRPT-FILE.
           01 O-CONSRPT-REC         PIC X(160).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 CN-ENTITY-CD         PIC X(4).
             01 CN-RUN-DATE          PIC X(8).
             01 CN-GRP-NM            PIC X(20).
             01 CN-REC-CNT           PIC 9(5).
             01 CN-LATEST-AVG        PIC 9(10)V9(4).
             01 CN-PREV-AVG          PIC 9(10)V9(6).
             01 CN-PREV-AVG-IND      PIC S9(4) COMP.

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 CN-EOF-WS            PIC X(02) VALUE SPACES.
               88 CN-EOF           VALUE HIGH-VALUES.

           01 WS-FXRATES-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-FXRATES-EOF-WS    PIC X(02) VALUE SPACES.
               88 FXRATES-EOF      VALUE HIGH-VALUES.
           01 WS-FX-LOADED-SW      PIC X(01) VALUE SPACE.
               88 FX-LOADED        VALUE 'Y'.
           01 FXRATE-TABLE.
              05 WS-FX-CNT         PIC 9(3) VALUE 0.
              05 WS-FX-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-FX-INX.
                 10 WS-FX-CUR      PIC X(3).
                 10 WS-FX-RATE-T   PIC 9(3)V9(6).
           01 WS-FX-LOOKUP-CURR    PIC X(3).
           01 WS-ENT-RATE          PIC 9(3)V9(6).
           01 WS-FX-SKIP-SW        PIC X(01) VALUE SPACE.
               88 FX-ROW-SKIP      VALUE 'Y'.

           01 WS-ENT-SUB           PIC 9(2) COMP.
           01 WS-ENT-STATUS        PIC X(12).
           01 WS-ENT-GRP-CNT       PIC 9(5) VALUE 0.
           01 WS-ENT-PROD-CNT      PIC 9(7) VALUE 0.
           01 WS-ENT-AMT           PIC 9(15)V9(4) VALUE 0.
           01 WS-TOT-ENT-CNT       PIC 9(3) VALUE 0.
           01 WS-TOT-GRP-CNT       PIC 9(5) VALUE 0.
           01 WS-TOT-PROD-CNT      PIC 9(7) VALUE 0.
           01 WS-TOT-AMT           PIC 9(15)V9(4) VALUE 0.
           01 WS-NOT-INCL-CNT      PIC 9(3) VALUE 0.
           01 WS-ROW-LATEST        PIC 9(10)V9(4).
           01 WS-ROW-PREV          PIC 9(10)V9(4).
           01 WS-ST-AVG            PIC 9(10)V9(4).

           01 WS-ED-RC             PIC Z9.
           01 WS-ED-SEQ            PIC ZZ9.
           01 WS-ED-RATE           PIC ZZ9.999999.
           01 WS-ED-LOCAL          PIC Z(9)9.9999.
           01 WS-ED-LATEST         PIC Z(9)9.9999.
           01 WS-ED-PREV           PIC Z(9)9.9999.
           01 WS-ED-CNT            PIC ZZZZZZ9.
           01 WS-ED-GRP            PIC ZZZZ9.

       LINKAGE SECTION.
           COPY "CONSRPTR".

       PROCEDURE DIVISION USING CONSRPT-PARM.
       DISPLAY ' '.
       DISPLAY 'CONSOLIDATED GROUP SUMMARY ACROSS ENTITIES...'

           MOVE 0 TO RETURN-CODE.
           MOVE CS-RUN-DATE TO BC-BUS-DATE.
           IF CS-REPORT-CURR = SPACES THEN
              MOVE 'USD' TO CS-REPORT-CURR
           END-IF.

           MOVE 'START' TO AUD-EVENT-WS.
           MOVE 'CONSRPT RUN STARTED' TO AUD-MESSAGE-WS.
           MOVE 0 TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.

           PERFORM LOAD-FXRATES THRU LOAD-FXRATES-EXIT.

           MOVE 0 TO WS-TOT-ENT-CNT.
           MOVE 0 TO WS-TOT-GRP-CNT.
           MOVE 0 TO WS-TOT-PROD-CNT.
           MOVE 0 TO WS-TOT-AMT.
           MOVE 0 TO WS-NOT-INCL-CNT.

           PERFORM CONS-WRITE-HEADER.
           PERFORM WRITE-ENTITY-STATUS
                   VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > CS-ENT-CNT.

           MOVE SPACES TO O-CONSRPT-REC.
           STRING '* GROUP AVERAGES - LATEST AVG IN ENTITY BASE AND '
                DELIMITED BY SIZE
                'IN ' DELIMITED BY SIZE
                CS-REPORT-CURR DELIMITED BY SIZE
                ' *' DELIMITED BY SIZE
                INTO O-CONSRPT-REC.
           PERFORM CONS-WRITE-REC.
           MOVE SPACES TO O-CONSRPT-REC.
           STRING '| ENTITY | GRP_NM | PRODUCTS | LATEST AVG (BASE) '
                '| LATEST AVG | PREV DAY AVG |'
                INTO O-CONSRPT-REC.
           PERFORM CONS-WRITE-REC.

           EXEC SQL
              DECLARE CONS-CUR CURSOR FOR
              SELECT GRP_NM, REC_CNT, LATEST_AVG, PREV_DAY_AVG
              FROM GROUP_PRICE_AVG
              WHERE ENTITY_CD = :CN-ENTITY-CD
                AND RUN_DATE = TO_DATE(:CN-RUN-DATE, 'YYYYMMDD')
                AND NVL(CURR_FLAG, 'Y') = 'Y'
              ORDER BY GRP_NM
           END-EXEC.

           PERFORM CONS-ENTITY THRU CONS-ENTITY-EXIT
                   VARYING WS-ENT-SUB FROM 1 BY 1
                   UNTIL WS-ENT-SUB > CS-ENT-CNT.

           PERFORM CONS-WRITE-TOTALS.

           IF WS-NOT-INCL-CNT > 0 THEN
              MOVE 'WARN' TO AUD-EVENT-WS
              MOVE 'ENTITIES LEFT OUT OF CONSOLIDATION' TO
                   AUD-MESSAGE-WS
              MOVE WS-NOT-INCL-CNT TO AUD-ROWCOUNT-WS
              PERFORM WRITE-AUDIT-REC
           END-IF.

           DISPLAY 'CONSOLIDATED SUMMARY WRITTEN. ENTITIES: '
                   WS-TOT-ENT-CNT ' GROUPS: ' WS-TOT-GRP-CNT
                   ' LEFT OUT: ' WS-NOT-INCL-CNT.
           MOVE 'END' TO AUD-EVENT-WS.
           MOVE 'CONSRPT RUN COMPLETED' TO AUD-MESSAGE-WS.
           MOVE WS-TOT-GRP-CNT TO AUD-ROWCOUNT-WS.
           PERFORM WRITE-AUDIT-REC.
           EXIT PROGRAM.

       WRITE-ENTITY-STATUS.
           EVALUATE CS-ENT-RC(WS-ENT-SUB)
              WHEN 0
                 MOVE 'COMPLETED' TO WS-ENT-STATUS
              WHEN 4
                 MOVE 'WARNINGS' TO WS-ENT-STATUS
              WHEN 16
                 MOVE 'LOCKED OUT' TO WS-ENT-STATUS
              WHEN OTHER
                 MOVE 'FAILED' TO WS-ENT-STATUS
           END-EVALUATE.
           MOVE CS-ENT-CURR(WS-ENT-SUB) TO WS-FX-LOOKUP-CURR.
           PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT.
           MOVE CS-ENT-RC(WS-ENT-SUB) TO WS-ED-RC.
           MOVE CS-ENT-RUN-SEQ(WS-ENT-SUB) TO WS-ED-SEQ.
           MOVE SPACES TO O-CONSRPT-REC.
           IF FX-ROW-SKIP THEN
              STRING '| ' DELIMITED BY SIZE
                   CS-ENT-CD(WS-ENT-SUB)   DELIMITED BY SPACE
                   ' | '                   DELIMITED BY SIZE
                   CS-ENT-DESC(WS-ENT-SUB) DELIMITED BY '  '
                   ' | '                   DELIMITED BY SIZE
                   CS-ENT-CURR(WS-ENT-SUB) DELIMITED BY SIZE
                   ' | NO RATE | '         DELIMITED BY SIZE
                   CS-ENT-RUN-DATE(WS-ENT-SUB) DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   WS-ED-SEQ               DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   WS-ED-RC                DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   WS-ENT-STATUS           DELIMITED BY SIZE
                   ' |'                    DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           ELSE
              MOVE WS-ENT-RATE TO WS-ED-RATE
              STRING '| ' DELIMITED BY SIZE
                   CS-ENT-CD(WS-ENT-SUB)   DELIMITED BY SPACE
                   ' | '                   DELIMITED BY SIZE
                   CS-ENT-DESC(WS-ENT-SUB) DELIMITED BY '  '
                   ' | '                   DELIMITED BY SIZE
                   CS-ENT-CURR(WS-ENT-SUB) DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   WS-ED-RATE              DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   CS-ENT-RUN-DATE(WS-ENT-SUB) DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   WS-ED-SEQ               DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   WS-ED-RC                DELIMITED BY SIZE
                   ' | '                   DELIMITED BY SIZE
                   WS-ENT-STATUS           DELIMITED BY SIZE
                   ' |'                    DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           END-IF.
           PERFORM CONS-WRITE-REC.

       CONS-ENTITY.
           MOVE CS-ENT-CD(WS-ENT-SUB) TO CN-ENTITY-CD.
           MOVE CS-ENT-RUN-DATE(WS-ENT-SUB) TO CN-RUN-DATE.
           IF CS-ENT-RC(WS-ENT-SUB) > 4 THEN
              ADD 1 TO WS-NOT-INCL-CNT
              MOVE SPACES TO O-CONSRPT-REC
              STRING '| ' DELIMITED BY SIZE
                   CN-ENTITY-CD DELIMITED BY SPACE
                   ' | NOT INCLUDED - CHAIN DID NOT COMPLETE | | | |'
                                DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
              PERFORM CONS-WRITE-REC
              GO TO CONS-ENTITY-EXIT
           END-IF.
           MOVE CS-ENT-CURR(WS-ENT-SUB) TO WS-FX-LOOKUP-CURR.
           PERFORM FIND-FX-RATE THRU FIND-FX-RATE-EXIT.
           IF FX-ROW-SKIP THEN
              ADD 1 TO WS-NOT-INCL-CNT
              DISPLAY 'NO FXRATES RATE FOR ' WS-FX-LOOKUP-CURR
                      ' - ENTITY ' CN-ENTITY-CD
                      ' LEFT OUT OF THE CONSOLIDATION.'
              MOVE SPACES TO O-CONSRPT-REC
              STRING '| ' DELIMITED BY SIZE
                   CN-ENTITY-CD DELIMITED BY SPACE
                   ' | NOT INCLUDED - NO FXRATES RATE FOR '
                                DELIMITED BY SIZE
                   WS-FX-LOOKUP-CURR DELIMITED BY SIZE
                   ' | | | |'   DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
              PERFORM CONS-WRITE-REC
              GO TO CONS-ENTITY-EXIT
           END-IF.

           EXEC SQL
              OPEN CONS-CUR
           END-EXEC.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ GROUP_PRICE_AVG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              MOVE 'ERROR' TO AUD-EVENT-WS
              MOVE 'UNABLE TO OPEN CONSOLIDATION CURSOR' TO
                   AUD-MESSAGE-WS
              PERFORM WRITE-AUDIT-REC
              MOVE 8 TO RETURN-CODE
              ADD 1 TO WS-NOT-INCL-CNT
              GO TO CONS-ENTITY-EXIT
           END-IF.

           MOVE 0 TO WS-ENT-GRP-CNT.
           MOVE 0 TO WS-ENT-PROD-CNT.
           MOVE 0 TO WS-ENT-AMT.
           MOVE SPACES TO CN-EOF-WS.
           PERFORM CONS-FETCH-REC THRU CONS-FETCH-EXIT
                   UNTIL CN-EOF.

           EXEC SQL
              CLOSE CONS-CUR
           END-EXEC.

           ADD 1 TO WS-TOT-ENT-CNT.
           ADD WS-ENT-GRP-CNT TO WS-TOT-GRP-CNT.
           ADD WS-ENT-PROD-CNT TO WS-TOT-PROD-CNT.
           ADD WS-ENT-AMT TO WS-TOT-AMT.

           MOVE WS-ENT-GRP-CNT TO WS-ED-GRP.
           MOVE WS-ENT-PROD-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-CONSRPT-REC.
           IF WS-ENT-PROD-CNT = 0 THEN
              STRING '| ' DELIMITED BY SIZE
                   CN-ENTITY-CD DELIMITED BY SPACE
                   ' | ENTITY TOTAL - NO CURRENT GROUP AVERAGES | | | |'
                                DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           ELSE
              COMPUTE WS-ST-AVG ROUNDED =
                      WS-ENT-AMT / WS-ENT-PROD-CNT
              MOVE WS-ST-AVG TO WS-ED-LATEST
              STRING '| ' DELIMITED BY SIZE
                   CN-ENTITY-CD DELIMITED BY SPACE
                   ' | ENTITY TOTAL - ' DELIMITED BY SIZE
                   WS-ED-GRP    DELIMITED BY SIZE
                   ' GROUPS | '  DELIMITED BY SIZE
                   WS-ED-CNT    DELIMITED BY SIZE
                   ' | | '      DELIMITED BY SIZE
                   WS-ED-LATEST DELIMITED BY SIZE
                   ' | |'       DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           END-IF.
           PERFORM CONS-WRITE-REC.

       CONS-ENTITY-EXIT.
           EXIT.

       CONS-FETCH-REC.
           EXEC SQL
              FETCH CONS-CUR
              INTO :CN-GRP-NM, :CN-REC-CNT, :CN-LATEST-AVG,
                   :CN-PREV-AVG:CN-PREV-AVG-IND
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET CN-EOF TO TRUE
              GO TO CONS-FETCH-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET CN-EOF TO TRUE
              MOVE 8 TO RETURN-CODE
              GO TO CONS-FETCH-EXIT.

           ADD 1 TO WS-ENT-GRP-CNT.
           ADD CN-REC-CNT TO WS-ENT-PROD-CNT.
           COMPUTE WS-ROW-LATEST ROUNDED =
                   CN-LATEST-AVG * WS-ENT-RATE.
           COMPUTE WS-ENT-AMT ROUNDED =
                   WS-ENT-AMT + WS-ROW-LATEST * CN-REC-CNT.
           MOVE CN-REC-CNT TO WS-ED-CNT.
           MOVE CN-LATEST-AVG TO WS-ED-LOCAL.
           MOVE WS-ROW-LATEST TO WS-ED-LATEST.
           MOVE SPACES TO O-CONSRPT-REC.
           IF CN-PREV-AVG-IND < 0 THEN
              STRING '| ' DELIMITED BY SIZE
                   CN-ENTITY-CD  DELIMITED BY SPACE
                   ' | '         DELIMITED BY SIZE
                   CN-GRP-NM     DELIMITED BY SPACE
                   ' | '         DELIMITED BY SIZE
                   WS-ED-CNT     DELIMITED BY SIZE
                   ' | '         DELIMITED BY SIZE
                   WS-ED-LOCAL   DELIMITED BY SIZE
                   ' | '         DELIMITED BY SIZE
                   WS-ED-LATEST  DELIMITED BY SIZE
                   ' | NO PRIOR |' DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           ELSE
              COMPUTE WS-ROW-PREV ROUNDED =
                      CN-PREV-AVG * WS-ENT-RATE
              MOVE WS-ROW-PREV TO WS-ED-PREV
              STRING '| ' DELIMITED BY SIZE
                   CN-ENTITY-CD  DELIMITED BY SPACE
                   ' | '         DELIMITED BY SIZE
                   CN-GRP-NM     DELIMITED BY SPACE
                   ' | '         DELIMITED BY SIZE
                   WS-ED-CNT     DELIMITED BY SIZE
                   ' | '         DELIMITED BY SIZE
                   WS-ED-LOCAL   DELIMITED BY SIZE
                   ' | '         DELIMITED BY SIZE
                   WS-ED-LATEST  DELIMITED BY SIZE
                   ' | '         DELIMITED BY SIZE
                   WS-ED-PREV    DELIMITED BY SIZE
                   ' |'          DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           END-IF.
           PERFORM CONS-WRITE-REC.

       CONS-FETCH-EXIT.
           EXIT.

       CONS-WRITE-TOTALS.
           MOVE WS-TOT-GRP-CNT TO WS-ED-GRP.
           MOVE WS-TOT-PROD-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-CONSRPT-REC.
           IF WS-TOT-PROD-CNT = 0 THEN
              STRING '| TOTAL | ALL ENTITIES - NO CURRENT GROUP '
                   'AVERAGES | | | |' DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           ELSE
              COMPUTE WS-ST-AVG ROUNDED =
                      WS-TOT-AMT / WS-TOT-PROD-CNT
              MOVE WS-ST-AVG TO WS-ED-LATEST
              STRING '| TOTAL | ALL ENTITIES - ' DELIMITED BY SIZE
                   WS-ED-GRP    DELIMITED BY SIZE
                   ' GROUPS | '  DELIMITED BY SIZE
                   WS-ED-CNT    DELIMITED BY SIZE
                   ' | | '      DELIMITED BY SIZE
                   WS-ED-LATEST DELIMITED BY SIZE
                   ' | |'       DELIMITED BY SIZE
                   INTO O-CONSRPT-REC
           END-IF.
           PERFORM CONS-WRITE-REC.

           MOVE WS-TOT-ENT-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-CONSRPT-REC.
           STRING 'ENTITIES CONSOLIDATED: ' DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-CONSRPT-REC.
           PERFORM CONS-WRITE-REC.
           MOVE WS-NOT-INCL-CNT TO WS-ED-CNT.
           MOVE SPACES TO O-CONSRPT-REC.
           STRING 'ENTITIES LEFT OUT - FAILED OR NO FXRATES RATE: '
                DELIMITED BY SIZE
                WS-ED-CNT DELIMITED BY SIZE
                INTO O-CONSRPT-REC.
           PERFORM CONS-WRITE-REC.

       CONS-WRITE-HEADER.
           OPEN OUTPUT O-CONSRPT-FILE.
           MOVE SPACES TO O-CONSRPT-REC.
           STRING 'CONSOLIDATED GROUP SUMMARY - BUSINESS DATE '
                DELIMITED BY SIZE
                CS-RUN-DATE DELIMITED BY SIZE
                ' - REPORTING CURRENCY ' DELIMITED BY SIZE
                CS-REPORT-CURR DELIMITED BY SIZE
                INTO O-CONSRPT-REC.
           WRITE O-CONSRPT-REC.
           MOVE SPACES TO O-CONSRPT-REC.
           STRING '* ENTITY STATUS - AVERAGES CONVERTED AT THE HOME '
                'FXRATES RATE *' DELIMITED BY SIZE
                INTO O-CONSRPT-REC.
           WRITE O-CONSRPT-REC.
           MOVE SPACES TO O-CONSRPT-REC.
           STRING '| ENTITY | DESCRIPTION | BASE | RATE '
                '| BUSINESS DATE | RUN SEQ | RC | STATUS |'
                INTO O-CONSRPT-REC.
           WRITE O-CONSRPT-REC.
           CLOSE O-CONSRPT-FILE.

       CONS-WRITE-REC.
           OPEN EXTEND O-CONSRPT-FILE.
           WRITE O-CONSRPT-REC.
           CLOSE O-CONSRPT-FILE.

       FIND-FX-RATE.
           MOVE SPACE TO WS-FX-SKIP-SW.
           MOVE 1 TO WS-ENT-RATE.
           IF WS-FX-LOOKUP-CURR = CS-REPORT-CURR OR
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
              WHEN WS-FX-INX > WS-FX-CNT
                 SET FX-ROW-SKIP TO TRUE
              WHEN WS-FX-CUR(WS-FX-INX) = WS-FX-LOOKUP-CURR
                 MOVE WS-FX-RATE-T(WS-FX-INX) TO WS-ENT-RATE
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
                      CS-REPORT-CURR ' ENTITY WILL BE LEFT OUT '
                      'OF THE CONSOLIDATION.'
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

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'CONSRPT' TO AUD-PROGRAM.
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
