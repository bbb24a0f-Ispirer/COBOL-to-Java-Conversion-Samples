       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTCTX.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           01 WS-ENTITY-CD         PIC X(4) VALUE 'MAIN'.
               88 HOME-ENTITY      VALUE 'MAIN'.
           01 WS-BASE-CURR         PIC X(3) VALUE 'USD'.

       LINKAGE SECTION.
           COPY "ENTCTXR".

       PROCEDURE DIVISION USING ENTCTX-PARM.

           IF EC-SET-ENTITY THEN
              PERFORM SET-ENTITY
              EXIT PROGRAM
           END-IF.

           PERFORM GET-ENTITY.
           EXIT PROGRAM.

       SET-ENTITY.
           IF EC-ENTITY-CD = SPACES THEN
              MOVE 'MAIN' TO WS-ENTITY-CD
           ELSE
              MOVE EC-ENTITY-CD TO WS-ENTITY-CD
           END-IF.
           IF EC-BASE-CURR = SPACES THEN
              MOVE 'USD' TO WS-BASE-CURR
           ELSE
              MOVE EC-BASE-CURR TO WS-BASE-CURR
           END-IF.

       GET-ENTITY.
           MOVE WS-ENTITY-CD TO EC-ENTITY-CD.
           MOVE WS-BASE-CURR TO EC-BASE-CURR.
           MOVE SPACES TO EC-FILE-NAME.
           IF EC-DD-NAME = SPACES THEN
              CONTINUE
           ELSE IF HOME-ENTITY THEN
              MOVE EC-DD-NAME TO EC-FILE-NAME
           ELSE
              STRING EC-DD-NAME DELIMITED BY SPACE
                     '.' DELIMITED BY SIZE
                     WS-ENTITY-CD DELIMITED BY SPACE
                     INTO EC-FILE-NAME
           END-IF.
