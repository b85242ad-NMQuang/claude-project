       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCLOOK.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * STOCK LOCATION LOOKUP MODULE                                  *
      * The one place the stock-holding location for a movement is    *
      * decided, CALLed by every program that moves stock. The main   *
      * location is found once, on the first call, by reading         *
      * WHSEMAST through; with no active main location (or no         *
      * WHSEMAST at all) LKL-ACTIVE comes back 'N' and callers keep   *
      * stock company-wide as before. A region is served by its       *
      * RGNLOC location and fallback; a region with no entry, or      *
      * whose location has been closed, is served by the main         *
      * location with no fallback. A closed fallback is dropped.      *
      * Both files stay open across calls.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO 'WHSEMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WH-LOC-CODE
           FILE STATUS IS WS-WHSE-STATUS.

           SELECT REGION-LOCATION-FILE ASSIGN TO 'RGNLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGL-REGION
           FILE STATUS IS WS-RGNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  REGION-LOCATION-FILE.
           COPY RGNLREC.

       WORKING-STORAGE SECTION.
       01  WS-WHSE-STATUS          PIC XX.
       01  WS-RGNL-STATUS          PIC XX.
       01  WS-FIRST-CALL           PIC X VALUE 'Y'.
       01  WS-WHSE-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-RGNL-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-WHSE-EOF             PIC X VALUE 'N'.
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-MAIN-LOC             PIC X(4) VALUE SPACES.
       01  WS-CHECK-LOC            PIC X(4).
       01  WS-CHECK-VALID          PIC X.

       LINKAGE SECTION.
           COPY LOCLKPM.

       PROCEDURE DIVISION USING LOCATION-LOOKUP-PARMS.
       MAIN-LOGIC.
           IF WS-FIRST-CALL = 'Y'
              MOVE 'N' TO WS-FIRST-CALL
              OPEN INPUT WAREHOUSE-FILE
              IF WS-WHSE-STATUS = '00'
                 MOVE 'Y' TO WS-WHSE-FILE-OPEN
                 PERFORM FIND-MAIN-LOCATION
              ELSE
                 MOVE 'N' TO WS-WHSE-FILE-OPEN
              END-IF
              OPEN INPUT REGION-LOCATION-FILE
              IF WS-RGNL-STATUS = '00'
                 MOVE 'Y' TO WS-RGNL-FILE-OPEN
              ELSE
                 MOVE 'N' TO WS-RGNL-FILE-OPEN
              END-IF
           END-IF
           MOVE WS-LOCATIONS-ACTIVE TO LKL-ACTIVE
           MOVE WS-MAIN-LOC TO LKL-MAIN-LOC
           MOVE WS-MAIN-LOC TO LKL-PRIMARY-LOC
           MOVE SPACES TO LKL-FALLBACK-LOC
           MOVE 'N' TO LKL-LOC-VALID
           MOVE SPACES TO LKL-LOC-NAME
           IF WS-LOCATIONS-ACTIVE = 'Y'
              PERFORM FIND-REGION-LOCATIONS
              PERFORM VALIDATE-GIVEN-LOCATION
           END-IF
           GOBACK.

       FIND-MAIN-LOCATION.
           MOVE LOW-VALUES TO WH-LOC-CODE
           START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-LOC-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-WHSE-EOF
           END-START
           PERFORM CHECK-NEXT-WAREHOUSE UNTIL WS-WHSE-EOF = 'Y'.

       CHECK-NEXT-WAREHOUSE.
           READ WAREHOUSE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-WHSE-EOF
              NOT AT END
                 IF WH-MAIN AND WH-ACTIVE
                    MOVE WH-LOC-CODE TO WS-MAIN-LOC
                    MOVE 'Y' TO WS-LOCATIONS-ACTIVE
                    MOVE 'Y' TO WS-WHSE-EOF
                 END-IF
           END-READ.

      *    The region's own location stands only while it is open;
      *    a fallback equal to the location it backs up is dropped.
       FIND-REGION-LOCATIONS.
           IF WS-RGNL-FILE-OPEN = 'Y' AND LKL-REGION NOT = SPACES
              MOVE LKL-REGION TO RGL-REGION
              READ REGION-LOCATION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RGL-LOC-CODE TO WS-CHECK-LOC
                    PERFORM CHECK-LOCATION-OPEN
                    IF WS-CHECK-VALID = 'Y'
                       MOVE RGL-LOC-CODE TO LKL-PRIMARY-LOC
                    END-IF
                    MOVE RGL-FALLBACK-LOC TO WS-CHECK-LOC
                    PERFORM CHECK-LOCATION-OPEN
                    IF WS-CHECK-VALID = 'Y' AND
                       RGL-FALLBACK-LOC NOT = LKL-PRIMARY-LOC
                       MOVE RGL-FALLBACK-LOC TO LKL-FALLBACK-LOC
                    END-IF
              END-READ
           END-IF.

       VALIDATE-GIVEN-LOCATION.
           IF LKL-LOC-CODE NOT = SPACES
              MOVE LKL-LOC-CODE TO WS-CHECK-LOC
              PERFORM CHECK-LOCATION-OPEN
              IF WS-CHECK-VALID = 'Y'
                 MOVE 'Y' TO LKL-LOC-VALID
                 MOVE WH-NAME TO LKL-LOC-NAME
              END-IF
           END-IF.

       CHECK-LOCATION-OPEN.
           MOVE 'N' TO WS-CHECK-VALID
           IF WS-CHECK-LOC NOT = SPACES
              MOVE WS-CHECK-LOC TO WH-LOC-CODE
              READ WAREHOUSE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WH-ACTIVE
                       MOVE 'Y' TO WS-CHECK-VALID
                    END-IF
              END-READ
           END-IF.
