       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPSTBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT O-AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD O-AUDIT-FILE.
           COPY "AUDITREC".

       WORKING-STORAGE SECTION.

           EXEC SQL
              BEGIN DECLARE SECTION
           END-EXEC.

             01 USERNAME PIC X(10) VARYING.
             01 PASSWD   PIC X(10) VARYING.
             01 DBNAME   PIC X(10) VARYING.

           EXEC SQL END
              DECLARE SECTION
           END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           COPY "BUSCALR".
           COPY "GRPSTATR".

           01 AUD-EVENT-WS         PIC X(8).
           01 AUD-ROWCOUNT-WS      PIC 9(7) VALUE 0.
           01 AUD-MESSAGE-WS       PIC X(40) VALUE SPACES.

           01 PG-CONN-TEXT         PIC X(80).
           01 PG-CONN-LEN          PIC S9(4) COMP.
           01 WS-PARM-DATE-X       PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
          01 LS-CONN-PARM.
             05 LS-CONN-PARM-LEN     PIC S9(4) COMP.
             05 LS-CONN-PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING LS-CONN-PARM.
       DISPLAY 'GROUP DAILY STATISTICS BUILD FROM THE ARCHIVE'.

       ACCEPT BC-WALL-DATE FROM DATE YYYYMMDD.

       CALL 'BUSCAL' USING BUSCAL-PARM.

       MOVE 'START' TO AUD-EVENT-WS.
       MOVE 'GRPSTBLD RUN STARTED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       MOVE SPACES TO PG-CONN-TEXT.
       MOVE 0 TO PG-CONN-LEN.
       IF LS-CONN-PARM-LEN > 0 THEN
          UNSTRING LS-CONN-PARM-TEXT(1:LS-CONN-PARM-LEN)
             DELIMITED BY ','
             INTO PG-CONN-TEXT COUNT IN PG-CONN-LEN
                  WS-PARM-DATE-X
          END-UNSTRING
       END-IF.

       IF WS-PARM-DATE-X NOT = SPACES AND
          NOT (WS-PARM-DATE-X NUMERIC) THEN
          DISPLAY 'THE OPTIONAL FROM DATE MUST BE YYYYMMDD, E.G. '
                  '''ora/ora/UTEST,20250101''.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'GROUP STATS FROM DATE INVALID' TO AUD-MESSAGE-WS
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

       MOVE 'B' TO GS-MODE.
       MOVE SPACES TO GS-RUN-DATE.
       MOVE SPACES TO GS-ENTITY-CD.
       IF WS-PARM-DATE-X NOT = SPACES THEN
          MOVE WS-PARM-DATE-X TO GS-RUN-DATE
       END-IF.
       CALL 'GRPSTATS' USING GRPSTATS-PARM.

       MOVE GS-ROW-CNT TO AUD-ROWCOUNT-WS.
       IF GS-STATS-FAILED THEN
          DISPLAY 'GROUP DAILY STATS BUILD FAILED AFTER '
                  GS-DATE-CNT ' DATES.'
          MOVE 'ERROR' TO AUD-EVENT-WS
          MOVE 'GROUP DAILY STATS BUILD FAILED' TO AUD-MESSAGE-WS
          PERFORM WRITE-AUDIT-REC
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       DISPLAY 'GROUP DAILY STATS BUILT FOR ' GS-DATE-CNT
               ' RUN DATES.'.
       MOVE 'END' TO AUD-EVENT-WS.
       MOVE 'GRPSTBLD RUN COMPLETED' TO AUD-MESSAGE-WS.
       PERFORM WRITE-AUDIT-REC.

       STOP RUN.

       WRITE-AUDIT-REC.
           MOVE SPACES TO O-AUDIT-REC.
           MOVE 'GRPSTBLD' TO AUD-PROGRAM.
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
