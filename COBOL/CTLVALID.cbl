       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLVALID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT I-CTL-FILE
               ASSIGN TO DYNAMIC WS-CTL-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT I-AVALGR-FILE ASSIGN TO 'AVALGR'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-AVALGR-FILE-STATUS.

           SELECT I-SIGNREG-FILE ASSIGN TO 'SIGNREG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WS-SIGNREG-FILE-STATUS.

           SELECT O-CTLVAL-FILE ASSIGN TO 'CTLVALRP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

           SELECT O-ALERT-FILE ASSIGN TO 'ALERTS'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

           FD I-CTL-FILE.
           01 I-CTL-REC             PIC X(80).

           FD I-AVALGR-FILE.
           01 I-AVALGR-REC          PIC X(20).

           FD I-SIGNREG-FILE.
           01 I-SIGNREG-REC         PIC X(80).

           FD O-CTLVAL-FILE.
           01 O-CTLVAL-REC          PIC X(200).

           FD O-ALERT-FILE.
           COPY "ALERTR".

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

             01 CV-GRP-NM-HV         PIC X(20).
             01 CV-PROD-NM-HV        PIC X(10).
             01 CV-KNOWN-CNT         PIC 9(9).
             01 CV-ENT-CD-HV         PIC X(4).

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "DISTRPTR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 ALERT-DATE-WS        PIC 9(8).
           01 ALERT-TIME-WS        PIC 9(8).

           01 CV-CONN-TEXT         PIC X(80).
           01 CV-CONN-LEN          PIC S9(4) COMP.

           01 WS-CTL-DDNAME        PIC X(10).
           01 WS-CTL-FILE-STATUS   PIC X(02) VALUE SPACES.
           01 WS-AVALGR-FILE-STATUS PIC X(02) VALUE SPACES.
           01 WS-SIGNREG-FILE-STATUS PIC X(02) VALUE SPACES.

           01 CTL-DEFINITIONS.
              05 FILLER            PIC X(14) VALUE 'SECTMAP   040N'.
              05 FILLER            PIC X(14) VALUE 'DQTOLS    039N'.
              05 FILLER            PIC X(14) VALUE 'PUBTOLS   023N'.
              05 FILLER            PIC X(14) VALUE 'PUBAPPR   036N'.
              05 FILLER            PIC X(14) VALUE 'DQOVRD    046N'.
              05 FILLER            PIC X(14) VALUE 'BASKETS   047N'.
              05 FILLER            PIC X(14) VALUE 'CONTRACTS 049N'.
              05 FILLER            PIC X(14) VALUE 'BENCHMK   039N'.
              05 FILLER            PIC X(14) VALUE 'SIMPRICE  038N'.
              05 FILLER            PIC X(14) VALUE 'GRPALIAS  048N'.
              05 FILLER            PIC X(14) VALUE 'DISTLIST  036Y'.
              05 FILLER            PIC X(14) VALUE 'SLATGT    026Y'.
              05 FILLER            PIC X(14) VALUE 'RUNCTL    028N'.
              05 FILLER            PIC X(14) VALUE 'PARMS     040Y'.
              05 FILLER            PIC X(14) VALUE 'SIGNREG   044Y'.
              05 FILLER            PIC X(14) VALUE 'TRADMAP   029Y'.
              05 FILLER            PIC X(14) VALUE 'UOMCONV   027Y'.
              05 FILLER            PIC X(14) VALUE 'ENTCTL    037Y'.
           01 CTL-DEFINITION-TABLE REDEFINES CTL-DEFINITIONS.
              05 CV-CTL-DEF OCCURS 18 TIMES.
                 10 CV-DEF-DD      PIC X(10).
                 10 CV-DEF-WIDTH   PIC 9(3).
                 10 CV-DEF-CMT-SW  PIC X(1).
                    88 CV-DEF-COMMENTS-OK VALUE 'Y'.
           01 CV-CTL-SUB           PIC 9(2).

           01 CV-SUMMARY-TABLE.
              05 CV-SUM-ENTRY OCCURS 18 TIMES.
                 10 CV-SUM-STATUS  PIC X(11).
                 10 CV-SUM-RECS    PIC 9(7).
                 10 CV-SUM-ERRS    PIC 9(5).
                 10 CV-SUM-WARNS   PIC 9(5).

           01 PARM-KEY-DEFINITIONS.
              05 FILLER            PIC X(24) VALUE
                 'MOVERS-TOP    0000100999'.
              05 FILLER            PIC X(24) VALUE
                 'CKPT-INTERVAL 0000199999'.
              05 FILLER            PIC X(24) VALUE
                 'HIST-MAX      0000150000'.
              05 FILLER            PIC X(24) VALUE
                 'OUTLIER-SD    0000100009'.
              05 FILLER            PIC X(24) VALUE
                 'EXCP-ALERT    0000199999'.
              05 FILLER            PIC X(24) VALUE
                 'DQ-ALERT      0000099999'.
              05 FILLER            PIC X(24) VALUE
                 'EXCL-ALERT    0000099999'.
              05 FILLER            PIC X(24) VALUE
                 'STALE-DAYS    0000000999'.
              05 FILLER            PIC X(24) VALUE
                 'STALE-ALERT   0000000100'.
              05 FILLER            PIC X(24) VALUE
                 'CONT-HOLD     0000099999'.
              05 FILLER            PIC X(24) VALUE
                 'FCST-DAYS     0000100020'.
              05 FILLER            PIC X(24) VALUE
                 'FCST-MA       0000100060'.
              05 FILLER            PIC X(24) VALUE
                 'FCST-ALPHA    0000100100'.
              05 FILLER            PIC X(24) VALUE
                 'FCST-TOL      0000000999'.
              05 FILLER            PIC X(24) VALUE
                 'FCST-LOOKBACK 0000099999'.
              05 FILLER            PIC X(24) VALUE
                 'IDX-BASE-YEAR 0000009999'.
              05 FILLER            PIC X(24) VALUE
                 'IDX-BASE-MON  0000100012'.
              05 FILLER            PIC X(24) VALUE
                 'PROB-DAYS     0000000099'.
              05 FILLER            PIC X(24) VALUE
                 'VOL-SPIKE     0000200999'.
              05 FILLER            PIC X(24) VALUE
                 'VOL-CLAPS     0000100099'.
              05 FILLER            PIC X(24) VALUE
                 'BENCH-TOL     0000100999'.
              05 FILLER            PIC X(24) VALUE
                 'PUB-TOL       0000100999'.
              05 FILLER            PIC X(24) VALUE
                 'GRP-MAX       0000100100'.
              05 FILLER            PIC X(24) VALUE
                 'MARGIN-MOVE   0000100999'.
              05 FILLER            PIC X(24) VALUE
                 'DB-RETRY-MAX  0000000020'.
              05 FILLER            PIC X(24) VALUE
                 'DB-RETRY-WAIT 0000003600'.
           01 PARM-KEY-TABLE REDEFINES PARM-KEY-DEFINITIONS.
              05 CV-PRM-ENTRY OCCURS 26 TIMES
                   INDEXED BY CV-PRM-INX.
                 10 CV-PRM-KEY     PIC X(14).
                 10 CV-PRM-MIN     PIC 9(5).
                 10 CV-PRM-MAX     PIC 9(5).

           01 SKIP-PHASE-NAMES.
              05 FILLER            PIC X(20) VALUE 'STALE'.
              05 FILLER            PIC X(20) VALUE 'SECTOR'.
              05 FILLER            PIC X(20) VALUE 'VOLRPT'.
              05 FILLER            PIC X(20) VALUE 'WATCH'.
           01 SKIP-PHASE-TABLE REDEFINES SKIP-PHASE-NAMES.
              05 CV-SKIP-PHASE     PIC X(20) OCCURS 4 TIMES
                   INDEXED BY CV-SKIP-INX.

           01 CV-MONTH-DAYS-X      PIC X(24) VALUE
              '312831303130313130313031'.
           01 CV-MONTH-DAYS-R REDEFINES CV-MONTH-DAYS-X.
              05 CV-MONTH-DAYS     PIC 9(2) OCCURS 12 TIMES.

           01 AVALGR-TABLE.
              05 CV-AVL-CNT        PIC 9(3) VALUE 0.
              05 CV-AVL-ENTRY OCCURS 500 TIMES
                   INDEXED BY CV-AVL-INX.
                 10 CV-AVL-GRPNM   PIC X(20).

           01 SIGNREG-TABLE.
              05 CV-SRT-CNT        PIC 9(3) VALUE 0.
              05 CV-SRT-ENTRY OCCURS 200 TIMES
                   INDEXED BY CV-SRT-INX.
                 10 CV-SRT-ID      PIC X(8).
                 10 CV-SRT-PUBAPPR PIC X(1).
                 10 CV-SRT-DQOVRD  PIC X(1).

           01 SECTOR-NAME-TABLE.
              05 CV-SCT-CNT        PIC 9(3) VALUE 0.
              05 CV-SCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY CV-SCT-INX.
                 10 CV-SCT-NM      PIC X(20).

           01 DUP-KEY-TABLE.
              05 CV-KEY-CNT        PIC 9(4) VALUE 0.
              05 CV-KEY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CV-KEY-INX.
                 10 CV-KEY-VAL     PIC X(50).
           01 CV-DUP-KEY           PIC X(50).

           01 CV-REC               PIC X(80).
           01 CV-SECTMAP-R REDEFINES CV-REC.
              05 CV-SM-GRPNM       PIC X(20).
              05 CV-SM-SECTOR      PIC X(20).
              05 FILLER            PIC X(40).
           01 CV-DQTOLS-R REDEFINES CV-REC.
              05 CV-DT-GRPNM       PIC X(20).
              05 CV-DT-MAX-DEV-X   PIC X(3).
              05 CV-DT-MAX-DEV REDEFINES CV-DT-MAX-DEV-X
                                   PIC 9(3).
              05 CV-DT-FLOOR-X     PIC X(8).
              05 CV-DT-FLOOR REDEFINES CV-DT-FLOOR-X
                                   PIC 9(5)V9(3).
              05 CV-DT-CEIL-X      PIC X(8).
              05 CV-DT-CEIL REDEFINES CV-DT-CEIL-X
                                   PIC 9(5)V9(3).
              05 FILLER            PIC X(41).
           01 CV-PUBTOLS-R REDEFINES CV-REC.
              05 CV-PT-GRPNM       PIC X(20).
              05 CV-PT-MAX-SHIFT-X PIC X(3).
              05 CV-PT-MAX-SHIFT REDEFINES CV-PT-MAX-SHIFT-X
                                   PIC 9(3).
              05 FILLER            PIC X(57).
           01 CV-PUBAPPR-R REDEFINES CV-REC.
              05 CV-PA-GRPNM       PIC X(20).
              05 CV-PA-APPROVER    PIC X(8).
              05 CV-PA-KEYED-BY    PIC X(8).
              05 FILLER            PIC X(44).
           01 CV-DQOVRD-R REDEFINES CV-REC.
              05 CV-DO-PROD-NM     PIC X(10).
              05 CV-DO-GRPNM       PIC X(20).
              05 CV-DO-APPROVER    PIC X(8).
              05 CV-DO-KEYED-BY    PIC X(8).
              05 FILLER            PIC X(34).
           01 CV-BASKETS-R REDEFINES CV-REC.
              05 CV-BK-BASKET-ID   PIC X(10).
              05 CV-BK-PROD-NM     PIC X(10).
              05 CV-BK-GRPNM       PIC X(20).
              05 CV-BK-WEIGHT-X    PIC X(7).
              05 CV-BK-WEIGHT REDEFINES CV-BK-WEIGHT-X
                                   PIC 9(3)V9(4).
              05 FILLER            PIC X(33).
           01 CV-CONTRACTS-R REDEFINES CV-REC.
              05 CV-CT-PROD-NM     PIC X(10).
              05 CV-CT-GRPNM       PIC X(20).
              05 CV-CT-PRICE-X     PIC X(8).
              05 CV-CT-PRICE REDEFINES CV-CT-PRICE-X
                                   PIC 9(5)V9(3).
              05 CV-CT-TOL-X       PIC X(3).
              05 CV-CT-EXPIRY-X    PIC X(8).
              05 FILLER            PIC X(31).
           01 CV-BENCHMK-R REDEFINES CV-REC.
              05 CV-BM-GRPNM       PIC X(20).
              05 CV-BM-VALUE-X     PIC X(8).
              05 CV-BM-VALUE REDEFINES CV-BM-VALUE-X
                                   PIC 9(5)V9(3).
              05 CV-BM-DATE-X      PIC X(8).
              05 CV-BM-THRESH-X    PIC X(3).
              05 FILLER            PIC X(41).
           01 CV-SIMPRICE-R REDEFINES CV-REC.
              05 CV-SP-PROD-NM     PIC X(10).
              05 CV-SP-GRPNM       PIC X(20).
              05 CV-SP-PRICE-X     PIC X(8).
              05 CV-SP-PRICE REDEFINES CV-SP-PRICE-X
                                   PIC 9(5)V9(3).
              05 FILLER            PIC X(42).
           01 CV-GRPALIAS-R REDEFINES CV-REC.
              05 CV-GA-OLD-GR      PIC X(20).
              05 CV-GA-NEW-GR      PIC X(20).
              05 CV-GA-EFF-DATE-X  PIC X(8).
              05 FILLER            PIC X(32).
           01 CV-DISTLIST-R REDEFINES CV-REC.
              05 CV-DL-RECIP-ID    PIC X(8).
              05 CV-DL-REPORT-NM   PIC X(8).
              05 CV-DL-FILTER      PIC X(20).
              05 FILLER            PIC X(44).
           01 CV-SLATGT-R REDEFINES CV-REC.
              05 CV-ST-PHASE       PIC X(20).
              05 CV-ST-SECONDS-X   PIC X(6).
              05 CV-ST-HHMMSS REDEFINES CV-ST-SECONDS-X.
                 10 CV-ST-HH       PIC 9(2).
                 10 CV-ST-MM       PIC 9(2).
                 10 CV-ST-SS       PIC 9(2).
              05 FILLER            PIC X(54).
           01 CV-RUNCTL-R REDEFINES CV-REC.
              05 CV-RC-CMD         PIC X(8).
              05 CV-RC-OPERAND     PIC X(20).
              05 FILLER            PIC X(52).
           01 CV-SIGNREG-R REDEFINES CV-REC.
              05 CV-SR-USER-ID     PIC X(8).
              05 CV-SR-PRCADJ-SW   PIC X(1).
              05 CV-SR-PUBAPPR-SW  PIC X(1).
              05 CV-SR-DQOVRD-SW   PIC X(1).
              05 CV-SR-MAX-MOVE-X  PIC X(3).
              05 CV-SR-USER-NM     PIC X(30).
              05 FILLER            PIC X(36).
           01 CV-TRADMAP-R REDEFINES CV-REC.
              05 CV-TM-KEY-TYPE    PIC X(1).
              05 CV-TM-KEY-NM      PIC X(20).
              05 CV-TM-CAT-CD      PIC X(8).
              05 FILLER            PIC X(51).
           01 CV-UOMCONV-R REDEFINES CV-REC.
              05 CV-UM-TYPE        PIC X(1).
              05 CV-UM-GRPNM       PIC X(20).
              05 CV-UM-STD-UOM     PIC X(6).
              05 FILLER            PIC X(53).
           01 CV-UOMCONV-C-R REDEFINES CV-REC.
              05 FILLER            PIC X(1).
              05 CV-UM-FROM-UOM    PIC X(6).
              05 CV-UM-TO-UOM      PIC X(6).
              05 CV-UM-FACTOR-X    PIC X(11).
              05 CV-UM-FACTOR REDEFINES CV-UM-FACTOR-X
                                   PIC 9(5)V9(6).
              05 FILLER            PIC X(56).
           01 CV-ENTCTL-R REDEFINES CV-REC.
              05 CV-EC-ENTITY-CD   PIC X(4).
              05 CV-EC-CURR        PIC X(3).
              05 CV-EC-DESC        PIC X(30).
              05 FILLER            PIC X(43).

           01 CV-DATE-X            PIC X(8).
           01 CV-DATE-R REDEFINES CV-DATE-X.
              05 CV-DATE-YYYY      PIC 9(4).
              05 CV-DATE-MM        PIC 9(2).
              05 CV-DATE-DD        PIC 9(2).
           01 CV-DATE-SW           PIC X(01) VALUE SPACE.
               88 CV-DATE-VALID    VALUE 'Y'.
           01 CV-MAX-DD            PIC 9(2).
           01 CV-DIV-WS            PIC 9(4).
           01 CV-REM-4             PIC 9(4).
           01 CV-REM-100           PIC 9(4).
           01 CV-REM-400           PIC 9(4).

           01 CV-PARM-KEY          PIC X(14).
           01 CV-PARM-KEY-LEN      PIC 9(3) COMP.
           01 CV-PARM-REST         PIC X(40).
           01 CV-PARM-VALUE        PIC 9(5).
           01 CV-EQ-CNT            PIC 9(3) COMP.

           01 CV-EOF-WS            PIC X(02) VALUE SPACES.
               88 CV-EOF           VALUE HIGH-VALUES.
           01 CV-AVL-EOF-WS        PIC X(02) VALUE SPACES.
               88 CV-AVL-EOF       VALUE HIGH-VALUES.
           01 CV-REF-SW            PIC X(01) VALUE SPACE.
               88 CV-REF-KNOWN     VALUE 'Y'.
           01 CV-DUP-SW            PIC X(01) VALUE SPACE.
               88 CV-DUP-FOUND     VALUE 'Y'.
           01 CV-DB-SW             PIC X(01) VALUE SPACE.
               88 CV-DB-FAILED     VALUE 'Y'.
           01 CV-FLOOR-SW          PIC X(01) VALUE SPACE.
               88 CV-FLOOR-SET     VALUE 'Y'.
           01 CV-CEIL-SW           PIC X(01) VALUE SPACE.
               88 CV-CEIL-SET      VALUE 'Y'.
           01 CV-KNOWN-RPT-SW      PIC X(01) VALUE SPACE.
               88 CV-RPT-KNOWN     VALUE 'Y'.
           01 CV-SRG-EOF-WS        PIC X(02) VALUE SPACES.
               88 CV-SRG-EOF       VALUE HIGH-VALUES.
           01 CV-SIGNREG-SW        PIC X(01) VALUE SPACE.
               88 CV-SIGNREG-LOADED VALUE 'Y'.
           01 CV-APPR-ID           PIC X(8).
           01 CV-KEYER-ID          PIC X(8).
           01 CV-APPR-KIND         PIC X(1).
               88 CV-KIND-PUBAPPR  VALUE 'P'.
               88 CV-KIND-DQOVRD   VALUE 'D'.

           01 CV-SEVERITY          PIC X(8).
           01 CV-FINDING           PIC X(50).
           01 CV-BEYOND-POS        PIC 9(3) COMP.

           01 CV-REC-NO            PIC 9(7) VALUE 0.
           01 CV-DATA-CNT          PIC 9(7) VALUE 0.
           01 CV-ERR-CNT           PIC 9(5) VALUE 0.
           01 CV-WARN-CNT          PIC 9(5) VALUE 0.
           01 CV-SLA-CNT           PIC 9(5) VALUE 0.
           01 CV-TOT-ERR           PIC 9(7) VALUE 0.
           01 CV-TOT-WARN          PIC 9(7) VALUE 0.
           01 CV-DS-CHECKED        PIC 9(3) VALUE 0.

           01 CV-ED-REC-NO         PIC Z(6)9.
           01 CV-ED-RECS           PIC Z(6)9.
           01 CV-ED-ERRS           PIC Z(4)9.
           01 CV-ED-WARNS          PIC Z(4)9.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'CONTROL DATASET PRE-FLIGHT VALIDATION'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'CTLVALID RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO CV-CONN-TEXT.
       MOVE 0 TO CV-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO CV-CONN-TEXT COUNT IN CV-CONN-LEN
          END-UNSTRING
       END-IF.

       IF CV-CONN-LEN > 0 THEN
          UNSTRING CV-CONN-TEXT(1:CV-CONN-LEN)
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

       PERFORM LOAD-AVALGR THRU LOAD-AVALGR-EXIT.
       PERFORM LOAD-SIGNREG THRU LOAD-SIGNREG-EXIT.

       PERFORM CTLVAL-WRITE-HEADER.

       PERFORM VALIDATE-ONE-DATASET THRU VALIDATE-ONE-DATASET-EXIT
               VARYING CV-CTL-SUB FROM 1 BY 1
               UNTIL CV-CTL-SUB > 18.

       PERFORM CTLVAL-WRITE-SUMMARY.

       DISPLAY 'CONTROL VALIDATION COMPLETE. DATASETS CHECKED: '
               CV-DS-CHECKED ' ERRORS: ' CV-TOT-ERR
               ' WARNINGS: ' CV-TOT-WARN.

       IF CV-TOT-ERR > 0 THEN
          DISPLAY 'CONTROL DATASETS HAVE ERRORS - SEE CTLVALRP. '
                  'THE NIGHTLY CHAIN WILL NOT START.'
          PERFORM WRITE-ALERT-REC
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'CONTROL DATASETS FAILED VALIDATION' TO
               AUD-MESSAGE-WS
          MOVE CV-TOT-ERR TO AUD-ROWCOUNT-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
       ELSE IF CV-TOT-WARN > 0 THEN
          MOVE 4 TO RETURN-CODE
       END-IF.

       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'CTLVALID RUN COMPLETED' TO AUD-MESSAGE-WS.
       MOVE CV-DS-CHECKED TO AUD-ROWCOUNT-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       LOAD-AVALGR.
           MOVE SPACES TO AVALGR-TABLE.
           MOVE 0 TO CV-AVL-CNT.
           OPEN INPUT I-AVALGR-FILE.
           IF WS-AVALGR-FILE-STATUS NOT = '00' THEN
              DISPLAY 'AVALGR NOT AVAILABLE - GROUPS CHECKED AGAINST '
                      'PROD ONLY.'
              GO TO LOAD-AVALGR-EXIT
           END-IF.
           MOVE SPACES TO CV-AVL-EOF-WS.
           PERFORM LOAD-AVALGR-REC THRU LOAD-AVALGR-REC-EXIT
                   UNTIL CV-AVL-EOF.
           CLOSE I-AVALGR-FILE.

       LOAD-AVALGR-EXIT.
           EXIT.

       LOAD-AVALGR-REC.
           READ I-AVALGR-FILE
              AT END
                 SET CV-AVL-EOF TO TRUE
                 GO TO LOAD-AVALGR-REC-EXIT
           END-READ.
           IF I-AVALGR-REC = SPACES THEN
              GO TO LOAD-AVALGR-REC-EXIT
           END-IF.
           IF CV-AVL-CNT >= 500 THEN
              DISPLAY 'TOO MANY AVALGR ENTRIES - MAX IS 500.'
              SET CV-AVL-EOF TO TRUE
              GO TO LOAD-AVALGR-REC-EXIT
           END-IF.
           ADD 1 TO CV-AVL-CNT.
           MOVE I-AVALGR-REC TO CV-AVL-GRPNM(CV-AVL-CNT).

       LOAD-AVALGR-REC-EXIT.
           EXIT.

       LOAD-SIGNREG.
           MOVE SPACES TO SIGNREG-TABLE.
           MOVE 0 TO CV-SRT-CNT.
           OPEN INPUT I-SIGNREG-FILE.
           IF WS-SIGNREG-FILE-STATUS NOT = '00' THEN
              DISPLAY 'SIGNREG NOT AVAILABLE - APPROVERS NOT CHECKED '
                      'AGAINST THE REGISTER.'
              GO TO LOAD-SIGNREG-EXIT
           END-IF.
           SET CV-SIGNREG-LOADED TO TRUE.
           MOVE SPACES TO CV-SRG-EOF-WS.
           PERFORM LOAD-SIGNREG-REC THRU LOAD-SIGNREG-REC-EXIT
                   UNTIL CV-SRG-EOF.
           CLOSE I-SIGNREG-FILE.

       LOAD-SIGNREG-EXIT.
           EXIT.

       LOAD-SIGNREG-REC.
           READ I-SIGNREG-FILE INTO CV-REC
              AT END
                 SET CV-SRG-EOF TO TRUE
                 GO TO LOAD-SIGNREG-REC-EXIT
           END-READ.
           IF CV-REC = SPACES OR CV-REC(1:1) = '*' OR
              CV-SR-USER-ID = SPACES THEN
              GO TO LOAD-SIGNREG-REC-EXIT
           END-IF.
           IF CV-SRT-CNT >= 200 THEN
              DISPLAY 'TOO MANY SIGNREG ENTRIES - MAX IS 200.'
              SET CV-SRG-EOF TO TRUE
              GO TO LOAD-SIGNREG-REC-EXIT
           END-IF.
           ADD 1 TO CV-SRT-CNT.
           MOVE CV-SR-USER-ID TO CV-SRT-ID(CV-SRT-CNT).
           MOVE CV-SR-PUBAPPR-SW TO CV-SRT-PUBAPPR(CV-SRT-CNT).
           MOVE CV-SR-DQOVRD-SW TO CV-SRT-DQOVRD(CV-SRT-CNT).

       LOAD-SIGNREG-REC-EXIT.
           EXIT.

       VALIDATE-ONE-DATASET.
           MOVE CV-DEF-DD(CV-CTL-SUB) TO WS-CTL-DDNAME.
           MOVE 0 TO CV-REC-NO.
           MOVE 0 TO CV-DATA-CNT.
           MOVE 0 TO CV-ERR-CNT.
           MOVE 0 TO CV-WARN-CNT.
           MOVE 0 TO CV-SLA-CNT.
           MOVE SPACES TO DUP-KEY-TABLE.
           MOVE 0 TO CV-KEY-CNT.

           OPEN INPUT I-CTL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '00' THEN
              DISPLAY WS-CTL-DDNAME ' NOT PRESENT - NOT CHECKED.'
              MOVE 'NOT PRESENT' TO CV-SUM-STATUS(CV-CTL-SUB)
              MOVE 0 TO CV-SUM-RECS(CV-CTL-SUB)
              MOVE 0 TO CV-SUM-ERRS(CV-CTL-SUB)
              MOVE 0 TO CV-SUM-WARNS(CV-CTL-SUB)
              GO TO VALIDATE-ONE-DATASET-EXIT
           END-IF.

           ADD 1 TO CV-DS-CHECKED.
           MOVE SPACES TO CV-EOF-WS.
           PERFORM VALIDATE-ONE-REC THRU VALIDATE-ONE-REC-EXIT
                   UNTIL CV-EOF.
           CLOSE I-CTL-FILE.

           MOVE CV-DATA-CNT TO CV-SUM-RECS(CV-CTL-SUB).
           MOVE CV-ERR-CNT TO CV-SUM-ERRS(CV-CTL-SUB).
           MOVE CV-WARN-CNT TO CV-SUM-WARNS(CV-CTL-SUB).
           IF CV-ERR-CNT > 0 THEN
              MOVE 'FAILED' TO CV-SUM-STATUS(CV-CTL-SUB)
           ELSE IF CV-WARN-CNT > 0 THEN
              MOVE 'WARNINGS' TO CV-SUM-STATUS(CV-CTL-SUB)
           ELSE
              MOVE 'CLEAN' TO CV-SUM-STATUS(CV-CTL-SUB).
           ADD CV-ERR-CNT TO CV-TOT-ERR.
           ADD CV-WARN-CNT TO CV-TOT-WARN.

           DISPLAY WS-CTL-DDNAME ' RECORDS: ' CV-DATA-CNT
                   ' ERRORS: ' CV-ERR-CNT ' WARNINGS: ' CV-WARN-CNT.

       VALIDATE-ONE-DATASET-EXIT.
           EXIT.

       VALIDATE-ONE-REC.
           READ I-CTL-FILE INTO CV-REC
              AT END
                 SET CV-EOF TO TRUE
                 GO TO VALIDATE-ONE-REC-EXIT
           END-READ.
           ADD 1 TO CV-REC-NO.

           IF CV-REC = SPACES THEN
              GO TO VALIDATE-ONE-REC-EXIT
           END-IF.

           IF CV-REC(1:1) = '*' THEN
              IF NOT CV-DEF-COMMENTS-OK(CV-CTL-SUB) THEN
                 MOVE 'COMMENT LINES ARE NOT ALLOWED IN THIS DATASET'
                      TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
              GO TO VALIDATE-ONE-REC-EXIT
           END-IF.

           ADD 1 TO CV-DATA-CNT.

           COMPUTE CV-BEYOND-POS = CV-DEF-WIDTH(CV-CTL-SUB) + 1.
           IF CV-REC(CV-BEYOND-POS:) NOT = SPACES THEN
              MOVE SPACES TO CV-FINDING
              STRING 'DATA BEYOND COLUMN ' DELIMITED BY SIZE
                   CV-DEF-WIDTH(CV-CTL-SUB) DELIMITED BY SIZE
                   ' - LAYOUT SHIFTED?' DELIMITED BY SIZE
                   INTO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.

           EVALUATE CV-CTL-SUB
              WHEN 1
                 PERFORM CHECK-SECTMAP-REC THRU CHECK-SECTMAP-REC-EXIT
              WHEN 2
                 PERFORM CHECK-DQTOLS-REC THRU CHECK-DQTOLS-REC-EXIT
              WHEN 3
                 PERFORM CHECK-PUBTOLS-REC THRU CHECK-PUBTOLS-REC-EXIT
              WHEN 4
                 PERFORM CHECK-PUBAPPR-REC THRU CHECK-PUBAPPR-REC-EXIT
              WHEN 5
                 PERFORM CHECK-DQOVRD-REC THRU CHECK-DQOVRD-REC-EXIT
              WHEN 6
                 PERFORM CHECK-BASKETS-REC THRU CHECK-BASKETS-REC-EXIT
              WHEN 7
                 PERFORM CHECK-CONTRACTS-REC
                    THRU CHECK-CONTRACTS-REC-EXIT
              WHEN 8
                 PERFORM CHECK-BENCHMK-REC THRU CHECK-BENCHMK-REC-EXIT
              WHEN 9
                 PERFORM CHECK-SIMPRICE-REC
                    THRU CHECK-SIMPRICE-REC-EXIT
              WHEN 10
                 PERFORM CHECK-GRPALIAS-REC
                    THRU CHECK-GRPALIAS-REC-EXIT
              WHEN 11
                 PERFORM CHECK-DISTLIST-REC
                    THRU CHECK-DISTLIST-REC-EXIT
              WHEN 12
                 PERFORM CHECK-SLATGT-REC THRU CHECK-SLATGT-REC-EXIT
              WHEN 13
                 PERFORM CHECK-RUNCTL-REC THRU CHECK-RUNCTL-REC-EXIT
              WHEN 14
                 PERFORM CHECK-PARMS-REC THRU CHECK-PARMS-REC-EXIT
              WHEN 15
                 PERFORM CHECK-SIGNREG-REC THRU CHECK-SIGNREG-REC-EXIT
              WHEN 16
                 PERFORM CHECK-TRADMAP-REC THRU CHECK-TRADMAP-REC-EXIT
              WHEN 17
                 PERFORM CHECK-UOMCONV-REC THRU CHECK-UOMCONV-REC-EXIT
              WHEN 18
                 PERFORM CHECK-ENTCTL-REC THRU CHECK-ENTCTL-REC-EXIT
           END-EVALUATE.

       VALIDATE-ONE-REC-EXIT.
           EXIT.

       CHECK-SECTMAP-REC.
           IF CV-SM-GRPNM = SPACES THEN
              MOVE 'GROUP NAME COLS 1-20 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-SECTMAP-REC-EXIT
           END-IF.
           IF CV-SM-SECTOR = SPACES THEN
              MOVE 'SECTOR NAME COLS 21-40 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              PERFORM ADD-SECTOR-NAME
           END-IF.
           MOVE CV-SM-GRPNM TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'GROUP IS MAPPED TO A SECTOR MORE THAN ONCE' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-SM-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-GROUP-REF.

       CHECK-SECTMAP-REC-EXIT.
           EXIT.

       CHECK-DQTOLS-REC.
           IF CV-DT-GRPNM = SPACES THEN
              MOVE 'GROUP NAME COLS 1-20 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-DQTOLS-REC-EXIT
           END-IF.
           IF CV-DT-MAX-DEV-X NOT NUMERIC THEN
              MOVE 'MAX DEVIATION COLS 21-23 NOT NUMERIC' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-DT-MAX-DEV = 0 THEN
                 MOVE 'MAX DEVIATION COLS 21-23 IS ZERO' TO
                      CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE SPACE TO CV-FLOOR-SW.
           MOVE SPACE TO CV-CEIL-SW.
           IF CV-DT-FLOOR-X NOT = SPACES THEN
              IF CV-DT-FLOOR-X NUMERIC THEN
                 SET CV-FLOOR-SET TO TRUE
              ELSE
                 MOVE 'PRICE FLOOR COLS 24-31 NOT NUMERIC' TO
                      CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           IF CV-DT-CEIL-X NOT = SPACES THEN
              IF CV-DT-CEIL-X NUMERIC THEN
                 SET CV-CEIL-SET TO TRUE
              ELSE
                 MOVE 'PRICE CEILING COLS 32-39 NOT NUMERIC' TO
                      CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           IF CV-FLOOR-SET AND CV-CEIL-SET THEN
              IF CV-DT-CEIL > 0 AND CV-DT-FLOOR >= CV-DT-CEIL THEN
                 MOVE 'PRICE FLOOR IS NOT BELOW THE CEILING' TO
                      CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE CV-DT-GRPNM TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'GROUP HAS MORE THAN ONE TOLERANCE ENTRY' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-DT-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-GROUP-REF.

       CHECK-DQTOLS-REC-EXIT.
           EXIT.

       CHECK-PUBTOLS-REC.
           IF CV-PT-GRPNM = SPACES THEN
              MOVE 'GROUP NAME COLS 1-20 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-PUBTOLS-REC-EXIT
           END-IF.
           IF CV-PT-MAX-SHIFT-X NOT NUMERIC THEN
              MOVE 'MAX SHIFT COLS 21-23 NOT NUMERIC' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-PT-MAX-SHIFT = 0 THEN
                 MOVE 'MAX SHIFT COLS 21-23 IS ZERO' TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE CV-PT-GRPNM TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'GROUP HAS MORE THAN ONE PUBLICATION TOLERANCE'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-PT-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-GROUP-REF.

       CHECK-PUBTOLS-REC-EXIT.
           EXIT.

       CHECK-PUBAPPR-REC.
           MOVE CV-PA-GRPNM TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'GROUP IS APPROVED MORE THAN ONCE' TO CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.
           MOVE CV-PA-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-GROUP-REF.
           MOVE CV-PA-APPROVER TO CV-APPR-ID.
           MOVE CV-PA-KEYED-BY TO CV-KEYER-ID.
           MOVE 'P' TO CV-APPR-KIND.
           PERFORM CHECK-APPROVER-REF THRU CHECK-APPROVER-REF-EXIT.

       CHECK-PUBAPPR-REC-EXIT.
           EXIT.

       CHECK-DQOVRD-REC.
           IF CV-DO-PROD-NM = SPACES OR CV-DO-GRPNM = SPACES THEN
              MOVE 'PRODUCT COLS 1-10 OR GROUP COLS 11-30 IS BLANK'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-DQOVRD-REC-EXIT
           END-IF.
           MOVE CV-REC(1:30) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'PRODUCT IS OVERRIDDEN MORE THAN ONCE' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.
           MOVE CV-DO-PROD-NM TO CV-PROD-NM-HV.
           MOVE CV-DO-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-PRODUCT-REF THRU CHECK-PRODUCT-REF-EXIT.
           MOVE CV-DO-APPROVER TO CV-APPR-ID.
           MOVE CV-DO-KEYED-BY TO CV-KEYER-ID.
           MOVE 'D' TO CV-APPR-KIND.
           PERFORM CHECK-APPROVER-REF THRU CHECK-APPROVER-REF-EXIT.

       CHECK-DQOVRD-REC-EXIT.
           EXIT.

       CHECK-BASKETS-REC.
           IF CV-BK-BASKET-ID = SPACES OR CV-BK-PROD-NM = SPACES OR
              CV-BK-GRPNM = SPACES THEN
              MOVE 'BASKET, PRODUCT OR GROUP IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-BASKETS-REC-EXIT
           END-IF.
           IF CV-BK-WEIGHT-X NOT NUMERIC THEN
              MOVE 'WEIGHT COLS 41-47 NOT NUMERIC' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-BK-WEIGHT = 0 THEN
                 MOVE 'WEIGHT COLS 41-47 IS ZERO' TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE CV-REC(1:40) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'PRODUCT APPEARS TWICE IN THE SAME BASKET' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-BK-PROD-NM TO CV-PROD-NM-HV.
           MOVE CV-BK-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-PRODUCT-REF THRU CHECK-PRODUCT-REF-EXIT.

       CHECK-BASKETS-REC-EXIT.
           EXIT.

       CHECK-CONTRACTS-REC.
           IF CV-CT-PROD-NM = SPACES OR CV-CT-GRPNM = SPACES THEN
              MOVE 'PRODUCT COLS 1-10 OR GROUP COLS 11-30 IS BLANK'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-CONTRACTS-REC-EXIT
           END-IF.
           IF CV-CT-PRICE-X NOT NUMERIC THEN
              MOVE 'CONTRACT PRICE COLS 31-38 NOT NUMERIC' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-CT-PRICE = 0 THEN
                 MOVE 'CONTRACT PRICE COLS 31-38 IS ZERO' TO
                      CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           IF CV-CT-TOL-X NOT = SPACES AND
              NOT (CV-CT-TOL-X NUMERIC) THEN
              MOVE 'TOLERANCE COLS 39-41 NOT NUMERIC' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           IF CV-CT-EXPIRY-X NOT = SPACES THEN
              MOVE CV-CT-EXPIRY-X TO CV-DATE-X
              PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
              IF NOT CV-DATE-VALID THEN
                 MOVE 'EXPIRY COLS 42-49 IS NOT A VALID YYYYMMDD'
                      TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE CV-REC(1:30) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'PRODUCT HAS MORE THAN ONE CONTRACT' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-CT-PROD-NM TO CV-PROD-NM-HV.
           MOVE CV-CT-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-PRODUCT-REF THRU CHECK-PRODUCT-REF-EXIT.

       CHECK-CONTRACTS-REC-EXIT.
           EXIT.

       CHECK-BENCHMK-REC.
           IF CV-BM-GRPNM = SPACES THEN
              MOVE 'GROUP NAME COLS 1-20 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-BENCHMK-REC-EXIT
           END-IF.
           IF CV-BM-VALUE-X NOT NUMERIC THEN
              MOVE 'BENCHMARK VALUE COLS 21-28 NOT NUMERIC' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-BM-VALUE = 0 THEN
                 MOVE 'BENCHMARK VALUE COLS 21-28 IS ZERO' TO
                      CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           IF CV-BM-DATE-X NOT = SPACES THEN
              MOVE CV-BM-DATE-X TO CV-DATE-X
              PERFORM CHECK-DATE THRU CHECK-DATE-EXIT
              IF NOT CV-DATE-VALID THEN
                 MOVE 'AS-OF DATE COLS 29-36 IS NOT A VALID YYYYMMDD'
                      TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           IF CV-BM-THRESH-X NOT = SPACES AND
              NOT (CV-BM-THRESH-X NUMERIC) THEN
              MOVE 'THRESHOLD COLS 37-39 NOT NUMERIC' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-BM-GRPNM TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'GROUP HAS MORE THAN ONE BENCHMARK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-BM-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-GROUP-REF.

       CHECK-BENCHMK-REC-EXIT.
           EXIT.

       CHECK-SIMPRICE-REC.
           IF CV-SP-PROD-NM = SPACES OR CV-SP-GRPNM = SPACES THEN
              MOVE 'PRODUCT COLS 1-10 OR GROUP COLS 11-30 IS BLANK'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-SIMPRICE-REC-EXIT
           END-IF.
           IF CV-SP-PRICE-X NOT NUMERIC THEN
              MOVE 'SIMULATED PRICE COLS 31-38 NOT NUMERIC' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-SP-PRICE = 0 THEN
                 MOVE 'SIMULATED PRICE COLS 31-38 IS ZERO' TO
                      CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE CV-REC(1:30) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'PRODUCT IS SIMULATED MORE THAN ONCE' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-SP-PROD-NM TO CV-PROD-NM-HV.
           MOVE CV-SP-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-PRODUCT-REF THRU CHECK-PRODUCT-REF-EXIT.

       CHECK-SIMPRICE-REC-EXIT.
           EXIT.

       CHECK-GRPALIAS-REC.
           IF CV-GA-OLD-GR = SPACES OR CV-GA-NEW-GR = SPACES THEN
              MOVE 'OLD GROUP COLS 1-20 OR NEW GROUP 21-40 IS BLANK'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-GRPALIAS-REC-EXIT
           END-IF.
           IF CV-GA-OLD-GR = CV-GA-NEW-GR THEN
              MOVE 'OLD AND NEW GROUP NAMES ARE THE SAME' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-GA-EFF-DATE-X TO CV-DATE-X.
           PERFORM CHECK-DATE THRU CHECK-DATE-EXIT.
           IF NOT CV-DATE-VALID THEN
              MOVE 'EFFECTIVE DATE COLS 41-48 IS NOT A VALID YYYYMMDD'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-GA-OLD-GR TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'OLD GROUP IS ALIASED MORE THAN ONCE' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-GA-OLD-GR TO CV-GRP-NM-HV.
           PERFORM CHECK-GROUP-KNOWN.
           IF NOT CV-REF-KNOWN THEN
              MOVE CV-GA-NEW-GR TO CV-GRP-NM-HV
              PERFORM CHECK-GROUP-KNOWN
              IF NOT CV-REF-KNOWN THEN
                 MOVE 'NEITHER GROUP IS IN PROD OR AVALGR' TO
                      CV-FINDING
                 PERFORM ADD-WARNING-FINDING
              END-IF
           END-IF.

       CHECK-GRPALIAS-REC-EXIT.
           EXIT.

       CHECK-DISTLIST-REC.
           IF CV-DL-RECIP-ID = SPACES OR CV-DL-REPORT-NM = SPACES THEN
              MOVE 'RECIPIENT COLS 1-8 OR REPORT COLS 9-16 IS BLANK'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-DISTLIST-REC-EXIT
           END-IF.
           MOVE SPACE TO CV-KNOWN-RPT-SW.
           SET WS-KNOWN-INX TO 1.
           SEARCH WS-KNOWN-RPT-NM
              AT END
                 CONTINUE
              WHEN WS-KNOWN-RPT-NM(WS-KNOWN-INX) = CV-DL-REPORT-NM
                 SET CV-RPT-KNOWN TO TRUE
           END-SEARCH.
           IF NOT CV-RPT-KNOWN THEN
              MOVE 'REPORT COLS 9-16 IS NOT A DISTRIBUTABLE REPORT'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-REC(1:36) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'ENTRY REPEATED - REPORT WILL BE SENT TWICE' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.

       CHECK-DISTLIST-REC-EXIT.
           EXIT.

       CHECK-SLATGT-REC.
           IF CV-ST-PHASE = SPACES THEN
              MOVE 'PHASE NAME COLS 1-20 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-SLATGT-REC-EXIT
           END-IF.
           IF CV-ST-SECONDS-X NOT NUMERIC THEN
              MOVE 'TARGET COLS 21-26 NOT NUMERIC' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-ST-PHASE = 'ONLINE-START' THEN
                 IF CV-ST-HH > 23 OR CV-ST-MM > 59 OR
                    CV-ST-SS > 59 THEN
                    MOVE 'ONLINE-START IS NOT A VALID HHMMSS TIME'
                         TO CV-FINDING
                    PERFORM ADD-ERROR-FINDING
                 END-IF
              ELSE
                 ADD 1 TO CV-SLA-CNT
              END-IF
           END-IF.
           IF CV-SLA-CNT = 51 THEN
              MOVE 'MORE THAN 50 PHASE TARGETS - EXTRAS IGNORED' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.
           MOVE CV-ST-PHASE TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'PHASE HAS MORE THAN ONE TARGET' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.

       CHECK-SLATGT-REC-EXIT.
           EXIT.

       CHECK-RUNCTL-REC.
           IF CV-DATA-CNT > 1 THEN
              MOVE 'ONLY THE FIRST RUNCTL RECORD IS ACTED ON' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
              GO TO CHECK-RUNCTL-REC-EXIT
           END-IF.
           EVALUATE CV-RC-CMD
              WHEN SPACES
                 MOVE 'OPERAND WITH NO COMMAND - IGNORED' TO
                      CV-FINDING
                 PERFORM ADD-WARNING-FINDING
              WHEN 'PAUSE'
                 MOVE 'PAUSE IS SET - THE CHAIN WILL WAIT' TO
                      CV-FINDING
                 PERFORM ADD-WARNING-FINDING
              WHEN 'ABORT'
                 MOVE 'ABORT IS SET - THE CHAIN WILL STOP' TO
                      CV-FINDING
                 PERFORM ADD-WARNING-FINDING
              WHEN 'SKIP'
                 PERFORM CHECK-RUNCTL-SKIP
              WHEN OTHER
                 MOVE 'COMMAND COLS 1-8 IS NOT PAUSE, ABORT OR SKIP'
                      TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
           END-EVALUATE.

       CHECK-RUNCTL-REC-EXIT.
           EXIT.

       CHECK-RUNCTL-SKIP.
           IF CV-RC-OPERAND = SPACES THEN
              MOVE 'SKIP HAS NO PHASE NAME IN COLS 9-28' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              SET CV-SKIP-INX TO 1
              SEARCH CV-SKIP-PHASE
                 AT END
                    MOVE 'SKIP NAMES A PHASE THAT CANNOT BE SKIPPED'
                         TO CV-FINDING
                    PERFORM ADD-ERROR-FINDING
                 WHEN CV-SKIP-PHASE(CV-SKIP-INX) = CV-RC-OPERAND
                    CONTINUE
              END-SEARCH
           END-IF.

       CHECK-PARMS-REC.
           MOVE 0 TO CV-EQ-CNT.
           INSPECT CV-REC TALLYING CV-EQ-CNT FOR ALL '='.
           IF CV-EQ-CNT = 0 THEN
              MOVE 'NOT IN KEY=VALUE FORM' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-PARMS-REC-EXIT
           END-IF.
           MOVE SPACES TO CV-PARM-KEY.
           MOVE SPACES TO CV-PARM-REST.
           MOVE 0 TO CV-PARM-KEY-LEN.
           UNSTRING CV-REC(1:40) DELIMITED BY '='
              INTO CV-PARM-KEY COUNT IN CV-PARM-KEY-LEN
                   CV-PARM-REST
           END-UNSTRING.
           IF CV-PARM-KEY-LEN > 14 THEN
              MOVE 'KEY IS LONGER THAN 14 CHARACTERS' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-PARMS-REC-EXIT
           END-IF.
           SET CV-PRM-INX TO 1.
           SEARCH CV-PRM-ENTRY
              AT END
                 MOVE 'UNKNOWN PARMS KEY' TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
                 GO TO CHECK-PARMS-REC-EXIT
              WHEN CV-PRM-KEY(CV-PRM-INX) = CV-PARM-KEY
                 CONTINUE
           END-SEARCH.
           IF CV-PARM-REST(1:5) NOT NUMERIC OR
              CV-PARM-REST(6:) NOT = SPACES THEN
              MOVE 'VALUE MUST BE EXACTLY FIVE DIGITS, E.G. 00020'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              MOVE CV-PARM-REST(1:5) TO CV-PARM-VALUE
              IF CV-PARM-VALUE < CV-PRM-MIN(CV-PRM-INX) OR
                 CV-PARM-VALUE > CV-PRM-MAX(CV-PRM-INX) THEN
                 MOVE SPACES TO CV-FINDING
                 STRING 'VALUE OUTSIDE RANGE ' DELIMITED BY SIZE
                      CV-PRM-MIN(CV-PRM-INX) DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      CV-PRM-MAX(CV-PRM-INX) DELIMITED BY SIZE
                      INTO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE CV-PARM-KEY TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'KEY IS SET MORE THAN ONCE' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.

       CHECK-PARMS-REC-EXIT.
           EXIT.

       CHECK-SIGNREG-REC.
           IF CV-SR-USER-ID = SPACES THEN
              MOVE 'USER ID COLS 1-8 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-SIGNREG-REC-EXIT
           END-IF.
           IF (CV-SR-PRCADJ-SW NOT = 'Y' AND
               CV-SR-PRCADJ-SW NOT = 'N') OR
              (CV-SR-PUBAPPR-SW NOT = 'Y' AND
               CV-SR-PUBAPPR-SW NOT = 'N') OR
              (CV-SR-DQOVRD-SW NOT = 'Y' AND
               CV-SR-DQOVRD-SW NOT = 'N') THEN
              MOVE 'APPROVAL FLAGS COLS 9-11 MUST EACH BE Y OR N' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE IF CV-SR-PRCADJ-SW = 'N' AND
                   CV-SR-PUBAPPR-SW = 'N' AND
                   CV-SR-DQOVRD-SW = 'N' THEN
              MOVE 'USER MAY APPROVE NO OVERRIDE TYPE' TO CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.
           IF CV-SR-MAX-MOVE-X NOT NUMERIC THEN
              MOVE 'MOVE LIMIT COLS 12-14 NOT NUMERIC' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           IF CV-SR-USER-NM = SPACES THEN
              MOVE 'SIGNATORY NAME COLS 15-44 IS BLANK' TO CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.
           MOVE CV-SR-USER-ID TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'USER ID IS REGISTERED MORE THAN ONCE' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.

       CHECK-SIGNREG-REC-EXIT.
           EXIT.

       CHECK-TRADMAP-REC.
           IF CV-TM-KEY-TYPE NOT = 'G' AND
              CV-TM-KEY-TYPE NOT = 'S' THEN
              MOVE 'KEY TYPE COL 1 MUST BE G (GROUP) OR S (SECTOR)'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-TRADMAP-REC-EXIT
           END-IF.
           IF CV-TM-KEY-NM = SPACES THEN
              MOVE 'GROUP OR SECTOR NAME COLS 2-21 IS BLANK' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-TRADMAP-REC-EXIT
           END-IF.
           IF CV-TM-CAT-CD = SPACES THEN
              MOVE 'CATEGORY CODE COLS 22-29 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-REC(1:21) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'GROUP OR SECTOR IS MAPPED MORE THAN ONCE' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           IF CV-TM-KEY-TYPE = 'G' THEN
              MOVE CV-TM-KEY-NM TO CV-GRP-NM-HV
              PERFORM CHECK-GROUP-REF
              GO TO CHECK-TRADMAP-REC-EXIT
           END-IF.
           IF CV-SUM-STATUS(1) = 'NOT PRESENT' THEN
              GO TO CHECK-TRADMAP-REC-EXIT
           END-IF.
           SET CV-SCT-INX TO 1.
           SEARCH CV-SCT-ENTRY
              AT END
                 MOVE 'SECTOR IS NOT IN SECTMAP' TO CV-FINDING
                 PERFORM ADD-WARNING-FINDING
              WHEN CV-SCT-NM(CV-SCT-INX) = CV-TM-KEY-NM
                 CONTINUE
           END-SEARCH.

       CHECK-TRADMAP-REC-EXIT.
           EXIT.

       CHECK-UOMCONV-REC.
           IF CV-UM-TYPE NOT = 'G' AND CV-UM-TYPE NOT = 'C' THEN
              MOVE 'RECORD TYPE COL 1 MUST BE G (GROUP) OR C (CONVERT)'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-UOMCONV-REC-EXIT
           END-IF.
           IF CV-UM-TYPE = 'C' THEN
              PERFORM CHECK-UOMCONV-CONV THRU CHECK-UOMCONV-CONV-EXIT
              GO TO CHECK-UOMCONV-REC-EXIT
           END-IF.
           IF CV-UM-GRPNM = SPACES THEN
              MOVE 'GROUP NAME COLS 2-21 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-UOMCONV-REC-EXIT
           END-IF.
           IF CV-UM-STD-UOM = SPACES THEN
              MOVE 'STANDARD UNIT COLS 22-27 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-REC(1:21) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'GROUP HAS MORE THAN ONE STANDARD UNIT' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-UM-GRPNM TO CV-GRP-NM-HV.
           PERFORM CHECK-GROUP-REF.

       CHECK-UOMCONV-REC-EXIT.
           EXIT.

       CHECK-UOMCONV-CONV.
           IF CV-UM-FROM-UOM = SPACES OR CV-UM-TO-UOM = SPACES THEN
              MOVE 'FROM UNIT COLS 2-7 OR TO UNIT COLS 8-13 IS BLANK'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-UOMCONV-CONV-EXIT
           END-IF.
           IF CV-UM-FROM-UOM = CV-UM-TO-UOM THEN
              MOVE 'FROM AND TO UNITS ARE THE SAME' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           IF CV-UM-FACTOR-X NOT NUMERIC THEN
              MOVE 'FACTOR COLS 14-24 NOT NUMERIC' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           ELSE
              IF CV-UM-FACTOR < 0.000001 THEN
                 MOVE 'FACTOR COLS 14-24 IS ZERO' TO CV-FINDING
                 PERFORM ADD-ERROR-FINDING
              END-IF
           END-IF.
           MOVE CV-REC(1:13) TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'CONVERSION IS DEFINED MORE THAN ONCE' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.

       CHECK-UOMCONV-CONV-EXIT.
           EXIT.

       CHECK-ENTCTL-REC.
           IF CV-EC-ENTITY-CD = SPACES THEN
              MOVE 'ENTITY CODE COLS 1-4 IS BLANK' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-ENTCTL-REC-EXIT
           END-IF.
           IF CV-EC-CURR = SPACES OR
              CV-EC-CURR IS NOT ALPHABETIC THEN
              MOVE 'BASE CURRENCY COLS 5-7 IS NOT A CURRENCY CODE'
                   TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           MOVE CV-EC-ENTITY-CD TO CV-DUP-KEY.
           PERFORM CHECK-DUP-KEY.
           IF CV-DUP-FOUND THEN
              MOVE 'ENTITY IS DEFINED MORE THAN ONCE' TO CV-FINDING
              PERFORM ADD-ERROR-FINDING
              GO TO CHECK-ENTCTL-REC-EXIT
           END-IF.
           IF CV-KEY-CNT = 1 AND CV-EC-ENTITY-CD NOT = 'MAIN' THEN
              MOVE 'FIRST ENTITY IS NOT MAIN - MAIN RUNS FIRST'
                   TO CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.
           IF CV-KEY-CNT > 10 THEN
              MOVE 'MORE THAN 10 ENTITIES - ENTITY IGNORED' TO
                   CV-FINDING
              PERFORM ADD-ERROR-FINDING
           END-IF.
           IF CV-DB-FAILED OR CV-EC-ENTITY-CD = 'MAIN' THEN
              GO TO CHECK-ENTCTL-REC-EXIT
           END-IF.
           MOVE CV-EC-ENTITY-CD TO CV-ENT-CD-HV.
           EXEC SQL
              SELECT COUNT(*)
              INTO :CV-KNOWN-CNT
              FROM PROD
              WHERE NVL(ENTITY_CD, 'MAIN') = :CV-ENT-CD-HV
           END-EXEC.
           IF SQLCODE <> 0 THEN
              PERFORM PROD-LOOKUP-FAILED
           ELSE
              IF CV-KNOWN-CNT = 0 THEN
                 MOVE 'ENTITY OWNS NO PRODUCTS IN PROD' TO CV-FINDING
                 PERFORM ADD-WARNING-FINDING
              END-IF
           END-IF.

       CHECK-ENTCTL-REC-EXIT.
           EXIT.

       ADD-SECTOR-NAME.
           SET CV-SCT-INX TO 1.
           SEARCH CV-SCT-ENTRY
              AT END
                 IF CV-SCT-CNT < 100 THEN
                    ADD 1 TO CV-SCT-CNT
                    MOVE CV-SM-SECTOR TO CV-SCT-NM(CV-SCT-CNT)
                 END-IF
              WHEN CV-SCT-NM(CV-SCT-INX) = CV-SM-SECTOR
                 CONTINUE
           END-SEARCH.

       CHECK-APPROVER-REF.
           IF CV-APPR-ID = SPACES THEN
              MOVE 'APPROVER IS BLANK - OVERRIDE WILL BE REJECTED' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
              GO TO CHECK-APPROVER-REF-EXIT
           END-IF.
           IF CV-KEYER-ID = SPACES THEN
              MOVE 'KEYED-BY IS BLANK - OVERRIDE WILL BE REJECTED' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
           ELSE IF CV-KEYER-ID = CV-APPR-ID THEN
              MOVE 'APPROVER ALSO KEYED IT - OVERRIDE WILL BE REJECTED'
                   TO CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.
           IF NOT CV-SIGNREG-LOADED THEN
              GO TO CHECK-APPROVER-REF-EXIT
           END-IF.
           MOVE SPACE TO CV-REF-SW.
           SET CV-SRT-INX TO 1.
           SEARCH CV-SRT-ENTRY
              AT END
                 CONTINUE
              WHEN CV-SRT-ID(CV-SRT-INX) = CV-APPR-ID
                 SET CV-REF-KNOWN TO TRUE
           END-SEARCH.
           IF NOT CV-REF-KNOWN THEN
              MOVE 'APPROVER IS NOT IN THE SIGNATORY REGISTER' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
              GO TO CHECK-APPROVER-REF-EXIT
           END-IF.
           IF (CV-KIND-PUBAPPR AND
               CV-SRT-PUBAPPR(CV-SRT-INX) NOT = 'Y') OR
              (CV-KIND-DQOVRD AND
               CV-SRT-DQOVRD(CV-SRT-INX) NOT = 'Y') THEN
              MOVE 'APPROVER IS NOT AUTHORISED FOR THIS OVERRIDE' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.

       CHECK-APPROVER-REF-EXIT.
           EXIT.

       CHECK-DATE.
           MOVE SPACE TO CV-DATE-SW.
           IF CV-DATE-X NOT NUMERIC THEN
              GO TO CHECK-DATE-EXIT
           END-IF.
           IF CV-DATE-YYYY < 1900 OR CV-DATE-MM < 1 OR
              CV-DATE-MM > 12 OR CV-DATE-DD < 1 THEN
              GO TO CHECK-DATE-EXIT
           END-IF.
           MOVE CV-MONTH-DAYS(CV-DATE-MM) TO CV-MAX-DD.
           IF CV-DATE-MM = 2 THEN
              DIVIDE CV-DATE-YYYY BY 4 GIVING CV-DIV-WS
                     REMAINDER CV-REM-4
              DIVIDE CV-DATE-YYYY BY 100 GIVING CV-DIV-WS
                     REMAINDER CV-REM-100
              DIVIDE CV-DATE-YYYY BY 400 GIVING CV-DIV-WS
                     REMAINDER CV-REM-400
              IF CV-REM-4 = 0 AND
                 (CV-REM-100 NOT = 0 OR CV-REM-400 = 0) THEN
                 MOVE 29 TO CV-MAX-DD
              END-IF
           END-IF.
           IF CV-DATE-DD > CV-MAX-DD THEN
              GO TO CHECK-DATE-EXIT
           END-IF.
           SET CV-DATE-VALID TO TRUE.

       CHECK-DATE-EXIT.
           EXIT.

       CHECK-DUP-KEY.
           MOVE SPACE TO CV-DUP-SW.
           SET CV-KEY-INX TO 1.
           SEARCH CV-KEY-ENTRY
              AT END
                 IF CV-KEY-CNT < 2000 THEN
                    ADD 1 TO CV-KEY-CNT
                    MOVE CV-DUP-KEY TO CV-KEY-VAL(CV-KEY-CNT)
                 END-IF
              WHEN CV-KEY-VAL(CV-KEY-INX) = CV-DUP-KEY
                 SET CV-DUP-FOUND TO TRUE
           END-SEARCH.

       CHECK-GROUP-REF.
           PERFORM CHECK-GROUP-KNOWN.
           IF NOT CV-REF-KNOWN THEN
              MOVE 'GROUP IS NOT IN PROD OR AVALGR' TO CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.

       CHECK-GROUP-KNOWN.
           MOVE SPACE TO CV-REF-SW.
           SET CV-AVL-INX TO 1.
           SEARCH CV-AVL-ENTRY
              AT END
                 CONTINUE
              WHEN CV-AVL-GRPNM(CV-AVL-INX) = CV-GRP-NM-HV
                 SET CV-REF-KNOWN TO TRUE
           END-SEARCH.
           IF CV-DB-FAILED THEN
              SET CV-REF-KNOWN TO TRUE
           END-IF.
           IF NOT CV-REF-KNOWN THEN
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :CV-KNOWN-CNT
                 FROM PROD
                 WHERE PROD_GR = :CV-GRP-NM-HV
              END-EXEC
              IF SQLCODE <> 0 THEN
                 PERFORM PROD-LOOKUP-FAILED
                 SET CV-REF-KNOWN TO TRUE
              ELSE
                 IF CV-KNOWN-CNT > 0 THEN
                    SET CV-REF-KNOWN TO TRUE
                 END-IF
              END-IF
           END-IF.

       CHECK-PRODUCT-REF.
           IF CV-DB-FAILED THEN
              GO TO CHECK-PRODUCT-REF-EXIT
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :CV-KNOWN-CNT
              FROM PROD
              WHERE PROD_NM = :CV-PROD-NM-HV
                AND PROD_GR = :CV-GRP-NM-HV
           END-EXEC.
           IF SQLCODE <> 0 THEN
              PERFORM PROD-LOOKUP-FAILED
              GO TO CHECK-PRODUCT-REF-EXIT
           END-IF.
           IF CV-KNOWN-CNT = 0 THEN
              MOVE 'PRODUCT IS NOT IN PROD UNDER THIS GROUP' TO
                   CV-FINDING
              PERFORM ADD-WARNING-FINDING
           END-IF.

       CHECK-PRODUCT-REF-EXIT.
           EXIT.

       PROD-LOOKUP-FAILED.
           DISPLAY 'UNABLE TO READ PROD!'.
           DISPLAY 'SQLCODE = ' SQLCODE.
           SET CV-DB-FAILED TO TRUE.
           MOVE 'PROD UNREADABLE - REFERENCES NOT CHECKED' TO
                CV-FINDING.
           PERFORM ADD-ERROR-FINDING.

       ADD-ERROR-FINDING.
           MOVE 'ERROR' TO CV-SEVERITY.
           ADD 1 TO CV-ERR-CNT.
           PERFORM WRITE-FINDING.

       ADD-WARNING-FINDING.
           MOVE 'WARNING' TO CV-SEVERITY.
           ADD 1 TO CV-WARN-CNT.
           PERFORM WRITE-FINDING.

       WRITE-FINDING.
           MOVE CV-REC-NO TO CV-ED-REC-NO.
           MOVE SPACES TO O-CTLVAL-REC.
           STRING '| ' DELIMITED BY SIZE
                CV-DEF-DD(CV-CTL-SUB) DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CV-ED-REC-NO DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CV-SEVERITY DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CV-FINDING DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CV-REC DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-CTLVAL-REC.
           PERFORM CTLVAL-WRITE-REC.

       CTLVAL-WRITE-HEADER.
           OPEN OUTPUT O-CTLVAL-FILE.
           MOVE SPACES TO O-CTLVAL-REC.
           STRING '***** CONTROL DATASET VALIDATION - BUSINESS DATE '
                DELIMITED BY SIZE
                BC-BUS-DATE DELIMITED BY SIZE
                ' *****' DELIMITED BY SIZE
                INTO O-CTLVAL-REC.
           WRITE O-CTLVAL-REC.
           MOVE SPACES TO O-CTLVAL-REC.
           WRITE O-CTLVAL-REC.
           MOVE SPACES TO O-CTLVAL-REC.
           STRING '| DATASET    | RECORD  | SEVERITY | FINDING'
                DELIMITED BY SIZE
                '                                            '
                DELIMITED BY SIZE
                '| RECORD IMAGE |' DELIMITED BY SIZE
                INTO O-CTLVAL-REC.
           WRITE O-CTLVAL-REC.
           CLOSE O-CTLVAL-FILE.

       CTLVAL-WRITE-SUMMARY.
           MOVE SPACES TO O-CTLVAL-REC.
           PERFORM CTLVAL-WRITE-REC.
           MOVE '* CONTROL DATASET SUMMARY *' TO O-CTLVAL-REC.
           PERFORM CTLVAL-WRITE-REC.
           MOVE SPACES TO O-CTLVAL-REC.
           STRING '| DATASET    | STATUS      | RECORDS | ERRORS '
                DELIMITED BY SIZE
                '| WARNINGS |' DELIMITED BY SIZE
                INTO O-CTLVAL-REC.
           PERFORM CTLVAL-WRITE-REC.
           PERFORM CTLVAL-WRITE-SUMMARY-LINE
                   VARYING CV-CTL-SUB FROM 1 BY 1
                   UNTIL CV-CTL-SUB > 18.
           MOVE SPACES TO O-CTLVAL-REC.
           PERFORM CTLVAL-WRITE-REC.
           MOVE SPACES TO O-CTLVAL-REC.
           IF CV-TOT-ERR > 0 THEN
              STRING '* RESULT: FAILED - ' DELIMITED BY SIZE
                   CV-TOT-ERR DELIMITED BY SIZE
                   ' ERRORS - NIGHTLY CHAIN NOT STARTED *'
                   DELIMITED BY SIZE
                   INTO O-CTLVAL-REC
           ELSE IF CV-TOT-WARN > 0 THEN
              STRING '* RESULT: PASSED WITH ' DELIMITED BY SIZE
                   CV-TOT-WARN DELIMITED BY SIZE
                   ' WARNINGS *' DELIMITED BY SIZE
                   INTO O-CTLVAL-REC
           ELSE
              MOVE '* RESULT: PASSED *' TO O-CTLVAL-REC.
           PERFORM CTLVAL-WRITE-REC.

       CTLVAL-WRITE-SUMMARY-LINE.
           MOVE CV-SUM-RECS(CV-CTL-SUB) TO CV-ED-RECS.
           MOVE CV-SUM-ERRS(CV-CTL-SUB) TO CV-ED-ERRS.
           MOVE CV-SUM-WARNS(CV-CTL-SUB) TO CV-ED-WARNS.
           MOVE SPACES TO O-CTLVAL-REC.
           STRING '| ' DELIMITED BY SIZE
                CV-DEF-DD(CV-CTL-SUB) DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CV-SUM-STATUS(CV-CTL-SUB) DELIMITED BY SIZE
                ' | ' DELIMITED BY SIZE
                CV-ED-RECS DELIMITED BY SIZE
                ' |  ' DELIMITED BY SIZE
                CV-ED-ERRS DELIMITED BY SIZE
                ' |    ' DELIMITED BY SIZE
                CV-ED-WARNS DELIMITED BY SIZE
                ' |' DELIMITED BY SIZE
                INTO O-CTLVAL-REC.
           PERFORM CTLVAL-WRITE-REC.

       CTLVAL-WRITE-REC.
           OPEN EXTEND O-CTLVAL-FILE.
           WRITE O-CTLVAL-REC.
           CLOSE O-CTLVAL-FILE.

       WRITE-ALERT-REC.
           ACCEPT ALERT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT ALERT-TIME-WS FROM TIME.
           MOVE SPACES TO O-ALERT-REC.
           STRING '| CTLVALID | ' DELIMITED BY SIZE
                ALERT-DATE-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                ALERT-TIME-WS    DELIMITED BY SIZE
                ' | '            DELIMITED BY SIZE
                'CONTROL DATA ERRORS ' DELIMITED BY SIZE
                ' | COUNT '      DELIMITED BY SIZE
                CV-TOT-ERR       DELIMITED BY SIZE
                ' | LIMIT '      DELIMITED BY SIZE
                '0000000'        DELIMITED BY SIZE
                ' | SEE '        DELIMITED BY SIZE
                'CTLVALRP'       DELIMITED BY SIZE
                ' |'             DELIMITED BY SIZE
                INTO O-ALERT-REC.
           OPEN EXTEND O-ALERT-FILE.
           WRITE O-ALERT-REC.
           CLOSE O-ALERT-FILE.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'CTLVALID' TO AUD-PROGRAM.
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
