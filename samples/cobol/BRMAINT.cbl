      * expected-delivery flag. Opening branch four (or suspending    *
      * a branch for a local holiday) is an ADD or CHANGE here -      *
      * no recompile, no JCL change in two places.                    *
      * The branch ID is what TRANMRG stamps on each of the branch's  *
      * records, so it may not be one of the source codes the         *
      * generating programs stamp on theirs (SRCCODES).               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-BROWSE-COUNT         PIC 9(3) VALUE 0.
       01  WS-ERROR-FLAG           PIC X.
       01  WS-SRC-FOUND            PIC X.
       01  WS-SRC-SUB              PIC 9(2).

           COPY SRCCODES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Enter Branch ID: '
           ACCEPT BR-ID
           PERFORM GET-BRANCH-DATA
           PERFORM CHECK-SOURCE-CODE
           IF WS-SRC-FOUND = 'Y'
              DISPLAY 'Branch ID ' BR-ID ' is reserved for '
                 SRC-DESCRIPTION(WS-SRC-SUB)
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           IF BR-ID = SPACES
              DISPLAY 'Branch ID may not be blank'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           IF WS-ERROR-FLAG = 'N'
              WRITE BRANCH-REGISTRY-RECORD
                 INVALID KEY
              END-WRITE
           END-IF.

      *    A branch ID must never collide with a generated-source
      *    code, or its activity would be reported under that source.
       CHECK-SOURCE-CODE.
           MOVE 'N' TO WS-SRC-FOUND
           MOVE 1 TO WS-SRC-SUB
           PERFORM MATCH-SOURCE-CODE
              UNTIL WS-SRC-FOUND = 'Y' OR WS-SRC-SUB > SRC-ENTRY-COUNT.

       MATCH-SOURCE-CODE.
           IF SRC-CODE(WS-SRC-SUB) = BR-ID
              MOVE 'Y' TO WS-SRC-FOUND
           ELSE
              ADD 1 TO WS-SRC-SUB
           END-IF.

       CHANGE-BRANCH.
           DISPLAY 'Enter Branch ID: '
           ACCEPT BR-ID
