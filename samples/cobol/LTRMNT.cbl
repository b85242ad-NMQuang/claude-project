       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CUSTOMER LETTER TEMPLATE MAINTENANCE                          *
      * Maintains the letter templates on LTRTMPL that the CUSTLTR    *
      * letter run prints for the collections dunning letters, the    *
      * dormancy warning, the hold notice and the declined-dispute    *
      * notice. A template is the lines of text held under one letter *
      * code, numbered so new lines can be slotted between existing   *
      * ones; CUSTLTR skips (and reports) any letter whose template   *
      * has no lines.                                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO 'LTRTMPL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-TMPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
           COPY LTRTMREC.

       WORKING-STORAGE SECTION.
       01  WS-TMPL-STATUS          PIC XX.
       01  WS-OPERATION            PIC X(10).
       01  WS-LETTER-CODE          PIC X(8).
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-BROWSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-CODE-VALID           PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Letter Template Maintenance'
           OPEN I-O TEMPLATE-FILE
           IF WS-TMPL-STATUS NOT = '00'
              OPEN OUTPUT TEMPLATE-FILE
              CLOSE TEMPLATE-FILE
              OPEN I-O TEMPLATE-FILE
           END-IF
           IF WS-TMPL-STATUS NOT = '00'
              DISPLAY 'Error opening template file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'Enter operation (ADD/CHANGE/DELETE/LIST): '
           ACCEPT WS-OPERATION
           EVALUATE WS-OPERATION
              WHEN 'ADD'
                 PERFORM ADD-TEMPLATE-LINE
              WHEN 'CHANGE'
                 PERFORM CHANGE-TEMPLATE-LINE
              WHEN 'DELETE'
                 PERFORM DELETE-TEMPLATE-LINE
              WHEN 'LIST'
                 PERFORM LIST-TEMPLATE
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           CLOSE TEMPLATE-FILE
           DISPLAY 'Program terminated'
           STOP RUN.

       GET-TEMPLATE-KEY.
           DISPLAY 'Letter Code (DUN30/DUN60/DUN90/PREDORM/HOLD/'
              'DSPDECL): '
           ACCEPT LT-LETTER-CODE
           DISPLAY 'Line Number: '
           ACCEPT LT-LINE-NO
           PERFORM CHECK-LETTER-CODE.

       CHECK-LETTER-CODE.
           IF LT-LETTER-CODE = 'DUN30' OR 'DUN60' OR 'DUN90' OR
              'PREDORM' OR 'HOLD' OR 'DSPDECL'
              MOVE 'Y' TO WS-CODE-VALID
           ELSE
              MOVE 'N' TO WS-CODE-VALID
              DISPLAY 'Unknown letter code'
           END-IF.

       ADD-TEMPLATE-LINE.
           PERFORM GET-TEMPLATE-KEY
           IF WS-CODE-VALID = 'Y'
              DISPLAY 'Line Text: '
              ACCEPT LT-TEXT
              WRITE LETTER-TEMPLATE-RECORD
                 INVALID KEY
                    DISPLAY 'Line already on template'
                 NOT INVALID KEY
                    DISPLAY 'Template line added'
              END-WRITE
           END-IF.

       CHANGE-TEMPLATE-LINE.
           PERFORM GET-TEMPLATE-KEY
           IF WS-CODE-VALID = 'Y'
              READ TEMPLATE-FILE
                 INVALID KEY
                    DISPLAY 'Line not on template'
                 NOT INVALID KEY
                    DISPLAY 'Current: ' LT-TEXT
                    DISPLAY 'Line Text: '
                    ACCEPT LT-TEXT
                    REWRITE LETTER-TEMPLATE-RECORD
                    IF WS-TMPL-STATUS = '00'
                       DISPLAY 'Template line changed'
                    ELSE
                       DISPLAY 'Error changing template line'
                    END-IF
              END-READ
           END-IF.

       DELETE-TEMPLATE-LINE.
           PERFORM GET-TEMPLATE-KEY
           IF WS-CODE-VALID = 'Y'
              READ TEMPLATE-FILE
                 INVALID KEY
                    DISPLAY 'Line not on template'
                 NOT INVALID KEY
                    DELETE TEMPLATE-FILE RECORD
                    IF WS-TMPL-STATUS = '00'
                       DISPLAY 'Template line deleted'
                    ELSE
                       DISPLAY 'Error deleting template line'
                    END-IF
              END-READ
           END-IF.

       LIST-TEMPLATE.
           DISPLAY 'Letter Code (DUN30/DUN60/DUN90/PREDORM/HOLD/'
              'DSPDECL): '
           ACCEPT WS-LETTER-CODE
           MOVE WS-LETTER-CODE TO LT-LETTER-CODE
           MOVE 0 TO LT-LINE-NO
           START TEMPLATE-FILE KEY IS NOT LESS THAN LT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM LIST-NEXT-LINE UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Template lines: ' WS-BROWSE-COUNT.

       LIST-NEXT-LINE.
           READ TEMPLATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF LT-LETTER-CODE NOT = WS-LETTER-CODE
                    MOVE 'Y' TO WS-BROWSE-EOF
                 ELSE
                    ADD 1 TO WS-BROWSE-COUNT
                    DISPLAY LT-LINE-NO ' ' LT-TEXT
                 END-IF
           END-READ.
