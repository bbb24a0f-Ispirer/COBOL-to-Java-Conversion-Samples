       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVREVID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-OVREV-FILE ASSIGN TO 'OVREVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD O-OVREV-FILE.
           01 O-OVREV-REC           PIC X(200).

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 OE-TODAY             PIC X(8).
             01 OE-MONTH-END         PIC X(8).
             01 OE-CUR-YM            PIC X(6).
             01 OE-YEAR-MONTH        PIC X(6).
             01 OE-BUS-DATE          PIC X(8).
             01 OE-RUN-SEQ           PIC 9(3).
             01 OE-OVR-TYPE          PIC X(8).
             01 OE-PROD-NM           PIC X(10).
             01 OE-PROD-GR           PIC X(20).
             01 OE-MOVE-PCT          PIC 9(5)V9(2).
             01 OE-APPROVER-ID       PIC X(8).
             01 OE-APPROVER-NM       PIC X(30).
             01 OE-KEYED-BY          PIC X(8).
             01 OE-STATUS            PIC X(8).
             01 OE-REASON            PIC X(40).
             01 OE-ENTITY-CD         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 PG-CONN-TEXT         PIC X(80).
           01 PG-CONN-LEN          PIC S9(4) COMP.
           01 WS-PARM-YM-X         PIC X(6) VALUE SPACES.

           01 OE-EOF-WS            PIC X(02) VALUE SPACES.
               88 OE-EOF           VALUE HIGH-VALUES.
           01 OE-FAIL-SW           PIC X(01) VALUE SPACE.
               88 OE-FAILED        VALUE 'Y'.

           01 OE-TYPE-NAMES.
              05 FILLER            PIC X(8) VALUE 'PRCADJ'.
              05 FILLER            PIC X(8) VALUE 'PUBAPPR'.
              05 FILLER            PIC X(8) VALUE 'DQOVRD'.
           01 OE-TYPE-TABLE REDEFINES OE-TYPE-NAMES.
              05 OE-TYPE-NM        PIC X(8) OCCURS 3 TIMES.
           01 OE-TYPE-COUNTS.
              05 OE-TYPE-ENTRY OCCURS 3 TIMES.
                 10 OE-TYPE-APPR   PIC 9(5).
                 10 OE-TYPE-REJ    PIC 9(5).
           01 OE-TYPE-SUB          PIC 9(2).

           01 OE-ROW-CNT           PIC 9(7) VALUE 0.
           01 OE-APPR-TOT          PIC 9(7) VALUE 0.
           01 OE-REJ-TOT           PIC 9(7) VALUE 0.
           01 OE-LAST-ENTITY       PIC X(4) VALUE SPACES.
           01 OE-ENT-ROWS          PIC 9(7) VALUE 0.
           01 OE-ENT-APPR          PIC 9(7) VALUE 0.
           01 OE-ENT-REJ           PIC 9(7) VALUE 0.

           01 OE-ED-MOVE           PIC ZZZZ9.99.
           01 OE-ED-APPR           PIC Z(6)9.
           01 OE-ED-REJ            PIC Z(6)9.
           01 OE-ED-ROWS           PIC Z(6)9.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'MONTHLY OVERRIDE EVIDENCE REPORT'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'OVREVID RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO PG-CONN-TEXT.
       MOVE 0 TO PG-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO PG-CONN-TEXT COUNT IN PG-CONN-LEN
                  WS-PARM-YM-X
          END-UNSTRING
       END-IF.

       IF WS-PARM-YM-X NOT = SPACES AND
          NOT (WS-PARM-YM-X NUMERIC) THEN
          DISPLAY 'THE OPTIONAL YEAR_MONTH MUST BE YYYYMM, E.G. '
                  '''ora/ora/UTEST,202507''.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'EVIDENCE YEAR_MONTH INVALID' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       IF PG-CONN-LEN > 0 THEN
          UNSTRING PG-CONN-TEXT(1:PG-CONN-LEN)
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

       EXEC SQL
          SELECT TO_CHAR(SYSDATE, 'YYYYMMDD'),
                 TO_CHAR(LAST_DAY(SYSDATE), 'YYYYMMDD'),
                 TO_CHAR(SYSDATE, 'YYYYMM')
          INTO :OE-TODAY, :OE-MONTH-END, :OE-CUR-YM
          FROM DUAL
       END-EXEC.

       IF SQLCODE <> 0 THEN
          DISPLAY 'OVREVID: UNABLE TO READ THE DATE!'
          DISPLAY 'SQLCODE = ' SQLCODE
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'UNABLE TO DETERMINE MONTH END' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       IF WS-PARM-YM-X NOT = SPACES THEN
          MOVE WS-PARM-YM-X TO OE-YEAR-MONTH
       ELSE
          IF BC-CAL-FOUND = 'Y' AND BC-MM-END-KNOWN = 'Y' THEN
             IF BC-LAST-BUS-OF-MM NOT = 'Y' THEN
                DISPLAY 'NOT THE CLOSING RUN OF THE MONTH - NO '
                        'EVIDENCE REPORT TONIGHT.'
                MOVE 'END' TO AUD-EVENT-WS
                MOVE 'OVREVID NOT DUE - MONTH NOT CLOSING' TO
                     AUD-MESSAGE-WS
                PERFORM WRITE-AUDIT-REC
                STOP RUN
             END-IF
             MOVE BC-BUS-DATE(1:6) TO OE-YEAR-MONTH
          ELSE
             IF OE-TODAY NOT = OE-MONTH-END THEN
                DISPLAY 'NOT THE CLOSING RUN OF THE MONTH - NO '
                        'EVIDENCE REPORT TONIGHT.'
                MOVE 'END' TO AUD-EVENT-WS
                MOVE 'OVREVID NOT DUE - MONTH NOT CLOSING' TO
                     AUD-MESSAGE-WS
                PERFORM WRITE-AUDIT-REC
                STOP RUN
             END-IF
             MOVE OE-CUR-YM TO OE-YEAR-MONTH
          END-IF
       END-IF.

       DISPLAY 'OVERRIDE EVIDENCE FOR ' OE-YEAR-MONTH '...'.
       MOVE 0 TO OE-TYPE-APPR(1) OE-TYPE-REJ(1)
                 OE-TYPE-APPR(2) OE-TYPE-REJ(2)
                 OE-TYPE-APPR(3) OE-TYPE-REJ(3).

       PERFORM OVREV-WRITE-HEADER.
       PERFORM LIST-OVERRIDES THRU LIST-OVERRIDES-EXIT.
       PERFORM OVREV-WRITE-SUMMARY.

       IF OE-FAILED THEN
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'OVERRIDE EVIDENCE REPORT INCOMPLETE' TO
               AUD-MESSAGE-WS
          MOVE OE-ROW-CNT TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       DISPLAY 'OVERRIDES LISTED: ' OE-ROW-CNT
               ' APPROVED: ' OE-APPR-TOT ' REJECTED: ' OE-REJ-TOT.
       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'OVREVID RUN COMPLETED' TO AUD-MESSAGE-WS.
       MOVE OE-ROW-CNT TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       LIST-OVERRIDES.
           EXEC SQL
              DECLARE OE-CUR CURSOR FOR
              SELECT TO_CHAR(BUS_DATE, 'YYYYMMDD'), RUN_SEQ,
                     OVR_TYPE, NVL(PROD_NM, ' '), NVL(PROD_GR, ' '),
                     NVL(MOVE_PCT, 0), NVL(APPROVER_ID, ' '),
                     NVL(APPROVER_NM, ' '), NVL(KEYED_BY, ' '),
                     STATUS, NVL(REASON, ' '), NVL(ENTITY_CD, 'MAIN')
              FROM OVERRIDE_LOG
              WHERE TO_CHAR(BUS_DATE, 'YYYYMM') = :OE-YEAR-MONTH
              ORDER BY NVL(ENTITY_CD, 'MAIN'), BUS_DATE, RUN_SEQ,
                       OVR_TYPE, PROD_GR, PROD_NM
           END-EXEC.

           EXEC SQL
              OPEN OE-CUR
           END-EXEC.

           IF SQLCODE = -942 THEN
              DISPLAY 'OVERRIDE_LOG DOES NOT EXIST YET - NO '
                      'OVERRIDES RECORDED.'
              GO TO LIST-OVERRIDES-EXIT
           END-IF.
           IF SQLCODE <> 0 THEN
              DISPLAY 'UNABLE TO READ OVERRIDE_LOG!'
              DISPLAY 'SQLCODE = ' SQLCODE
              SET OE-FAILED TO TRUE
              GO TO LIST-OVERRIDES-EXIT
           END-IF.

           MOVE SPACES TO OE-EOF-WS.
           PERFORM FETCH-OVERRIDE THRU FETCH-OVERRIDE-EXIT
                   UNTIL OE-EOF.

           EXEC SQL
              CLOSE OE-CUR
           END-EXEC.

           IF OE-LAST-ENTITY NOT = SPACES THEN
              PERFORM OVREV-WRITE-ENTITY-TOTAL
           END-IF.

       LIST-OVERRIDES-EXIT.
           EXIT.

       FETCH-OVERRIDE.
           EXEC SQL
              FETCH OE-CUR
              INTO :OE-BUS-DATE, :OE-RUN-SEQ, :OE-OVR-TYPE,
                   :OE-PROD-NM, :OE-PROD-GR, :OE-MOVE-PCT,
                   :OE-APPROVER-ID, :OE-APPROVER-NM, :OE-KEYED-BY,
                   :OE-STATUS, :OE-REASON, :OE-ENTITY-CD
           END-EXEC.

           IF SQLCODE = +1403 THEN
              SET OE-EOF TO TRUE
              GO TO FETCH-OVERRIDE-EXIT
           ELSE IF SQLCODE <> 0 THEN
              DISPLAY 'ERROR! SQLCODE - ' SQLCODE
              SET OE-FAILED TO TRUE
              SET OE-EOF TO TRUE
              GO TO FETCH-OVERRIDE-EXIT.

           IF OE-ENTITY-CD NOT = OE-LAST-ENTITY THEN
              PERFORM OVREV-ENTITY-BREAK
           END-IF.

           ADD 1 TO OE-ROW-CNT.
           ADD 1 TO OE-ENT-ROWS.
           EVALUATE OE-OVR-TYPE
              WHEN 'PRCADJ'
                 MOVE 1 TO OE-TYPE-SUB
              WHEN 'PUBAPPR'
                 MOVE 2 TO OE-TYPE-SUB
              WHEN OTHER
                 MOVE 3 TO OE-TYPE-SUB
           END-EVALUATE.
           IF OE-STATUS = 'APPROVED' THEN
              ADD 1 TO OE-TYPE-APPR(OE-TYPE-SUB)
              ADD 1 TO OE-APPR-TOT
              ADD 1 TO OE-ENT-APPR
           ELSE
              ADD 1 TO OE-TYPE-REJ(OE-TYPE-SUB)
              ADD 1 TO OE-REJ-TOT
              ADD 1 TO OE-ENT-REJ
           END-IF.

           MOVE OE-MOVE-PCT TO OE-ED-MOVE.
           MOVE SPACES TO O-OVREV-REC.
           STRING '| ' DELIMITED BY SIZE
                OE-ENTITY-CD    DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-BUS-DATE     DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-RUN-SEQ      DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-OVR-TYPE     DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-PROD-NM      DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-PROD-GR      DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-ED-MOVE      DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-APPROVER-ID  DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-APPROVER-NM  DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-KEYED-BY     DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-STATUS       DELIMITED BY SIZE
                ' | '           DELIMITED BY SIZE
                OE-REASON       DELIMITED BY SIZE
                ' |'            DELIMITED BY SIZE
                INTO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.

       FETCH-OVERRIDE-EXIT.
           EXIT.

       OVREV-ENTITY-BREAK.
           IF OE-LAST-ENTITY NOT = SPACES THEN
              PERFORM OVREV-WRITE-ENTITY-TOTAL
           END-IF.
           MOVE OE-ENTITY-CD TO OE-LAST-ENTITY.
           MOVE 0 TO OE-ENT-ROWS OE-ENT-APPR OE-ENT-REJ.
           MOVE SPACES TO O-OVREV-REC.
           STRING '* ENTITY ' DELIMITED BY SIZE
                OE-ENTITY-CD DELIMITED BY SPACE
                ' *' DELIMITED BY SIZE
                INTO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.

       OVREV-WRITE-ENTITY-TOTAL.
           MOVE OE-ENT-ROWS TO OE-ED-ROWS.
           MOVE OE-ENT-APPR TO OE-ED-APPR.
           MOVE OE-ENT-REJ TO OE-ED-REJ.
           MOVE SPACES TO O-OVREV-REC.
           STRING '* ENTITY ' DELIMITED BY SIZE
                OE-LAST-ENTITY DELIMITED BY SPACE
                ' OVERRIDES: ' DELIMITED BY SIZE
                OE-ED-ROWS DELIMITED BY SIZE
                '  APPROVED: ' DELIMITED BY SIZE
                OE-ED-APPR DELIMITED BY SIZE
                '  REJECTED: ' DELIMITED BY SIZE
                OE-ED-REJ DELIMITED BY SIZE
                ' *' DELIMITED BY SIZE
                INTO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.

       OVREV-WRITE-HEADER.
           OPEN OUTPUT O-OVREV-FILE.
           MOVE SPACES TO O-OVREV-REC.
           STRING '***** OVERRIDE EVIDENCE - YEAR_MONTH '
                DELIMITED BY SIZE
                OE-YEAR-MONTH DELIMITED BY SIZE
                ' - PRCADJ, PUBAPPR AND DQOVRD OVERRIDES *****'
                DELIMITED BY SIZE
                INTO O-OVREV-REC.
           WRITE O-OVREV-REC.
           MOVE SPACES TO O-OVREV-REC.
           WRITE O-OVREV-REC.
           MOVE SPACES TO O-OVREV-REC.
           STRING '| ENT  | BUS DATE | RUN | TYPE     | PROD_NM    | '
                DELIMITED BY SIZE
                'PROD_GR              | MOVE PCT | APPROVER | '
                DELIMITED BY SIZE
                'APPROVER NAME                  | KEYED BY | '
                DELIMITED BY SIZE
                'STATUS   | REASON |' DELIMITED BY SIZE
                INTO O-OVREV-REC.
           WRITE O-OVREV-REC.
           CLOSE O-OVREV-FILE.

       OVREV-WRITE-SUMMARY.
           MOVE SPACES TO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.
           MOVE '* OVERRIDE SUMMARY *' TO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.
           MOVE SPACES TO O-OVREV-REC.
           STRING '| TYPE     | APPROVED | REJECTED |'
                DELIMITED BY SIZE
                INTO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.
           PERFORM OVREV-WRITE-TYPE-LINE
                   VARYING OE-TYPE-SUB FROM 1 BY 1
                   UNTIL OE-TYPE-SUB > 3.
           MOVE SPACES TO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.
           MOVE OE-ROW-CNT TO OE-ED-ROWS.
           MOVE OE-APPR-TOT TO OE-ED-APPR.
           MOVE OE-REJ-TOT TO OE-ED-REJ.
           MOVE SPACES TO O-OVREV-REC.
           IF OE-FAILED THEN
              STRING '* REPORT INCOMPLETE - OVERRIDE_LOG COULD NOT '
                   DELIMITED BY SIZE
                   'BE READ IN FULL *' DELIMITED BY SIZE
                   INTO O-OVREV-REC
           ELSE
              STRING '* OVERRIDES: ' DELIMITED BY SIZE
                   OE-ED-ROWS DELIMITED BY SIZE
                   '  APPROVED: ' DELIMITED BY SIZE
                   OE-ED-APPR DELIMITED BY SIZE
                   '  REJECTED: ' DELIMITED BY SIZE
                   OE-ED-REJ DELIMITED BY SIZE
                   ' *' DELIMITED BY SIZE
                   INTO O-OVREV-REC
           END-IF.
           PERFORM OVREV-WRITE-REC.

       OVREV-WRITE-TYPE-LINE.
           MOVE OE-TYPE-APPR(OE-TYPE-SUB) TO OE-ED-APPR.
           MOVE OE-TYPE-REJ(OE-TYPE-SUB) TO OE-ED-REJ.
           MOVE SPACES TO O-OVREV-REC.
           STRING '| ' DELIMITED BY SIZE
                OE-TYPE-NM(OE-TYPE-SUB) DELIMITED BY SIZE
                ' |  ' DELIMITED BY SIZE
                OE-ED-APPR DELIMITED BY SIZE
                ' |  ' DELIMITED BY SIZE
                OE-ED-REJ DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-OVREV-REC.
           PERFORM OVREV-WRITE-REC.

       OVREV-WRITE-REC.
           OPEN EXTEND O-OVREV-FILE.
           WRITE O-OVREV-REC.
           CLOSE O-OVREV-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'OVREVID' TO AUD-PROGRAM.
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
