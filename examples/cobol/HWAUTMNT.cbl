       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWAUTMNT.

      ******************************************************************
      *    BATCH MAINTENANCE FOR THE OPERATOR AUTHORITY FILE
      *    (OPERAUTH, OPAUTREC LAYOUT, KEY = OPERATOR ID). READS
      *    TRANSACTION CARDS FROM SYSIN AND PRINTS A CONTROL REPORT OF
      *    CARDS APPLIED AND REJECTED WITH REASONS. FUNCTION CODES:
      *      A - ADD AN ACTIVE OPERATOR WITH THE FUNCTION FLAGS (EACH
      *          Y OR N) AND AT LEAST ONE PERMITTED ENVIRONMENT, EACH
      *          ON ENVMASTR AND ACTIVE
      *      C - CHANGE THE NAME, FUNCTION FLAGS OR ENVIRONMENTS AND
      *          REINSTATE THE OPERATOR IF REVOKED
      *      E - SET PERMITTED ENVIRONMENTS 5 TO 8 FROM THE CARD'S
      *          FOUR ENVIRONMENT COLUMNS (BLANK COLUMNS CLEAR SLOTS)
      *      R - REVOKE THE OPERATOR (EVERY FUNCTION IS REFUSED BUT
      *          THE RECORD STAYS FOR THE VIOLATIONS REPORT)
      *      D - DELETE THE OPERATOR
      *      L - LIST THE WHOLE AUTHORITY FILE ON THE REPORT
      *    AN OPERATOR HAS UP TO EIGHT PERMITTED ENVIRONMENTS BUT THE
      *    CARD HAS ROOM FOR FOUR: A AND C SET SLOTS 1 TO 4 (A CLEARS
      *    5 TO 8, C LEAVES THEM AS THEY ARE) AND E SETS SLOTS 5 TO 8.
      *    FUNCTION FLAG ORDER ON THE CARD AND THE LISTING:
      *      GREETING ADD, CHANGE, DELETE, APPROVE;
      *      REGISTRY ADD, CHANGE, SUSPEND, REACTIVATE;
      *      ALERT ACKNOWLEDGE, RESOLVE.
      *    ENDS WITH RC=4 WHEN ANY CARD WAS REJECTED, RC=16 WHEN THE
      *    AUTHORITY FILE OR ENVMASTR COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPAUTH-STATUS.
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-ENVM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  AMNT-TRAN-CARD.
           03 AMNT-FUNCTION        PIC X(1).
              88 AMNT-IS-ADD                    VALUE 'A'.
              88 AMNT-IS-CHANGE                 VALUE 'C'.
              88 AMNT-IS-EXTRA-ENVS             VALUE 'E'.
              88 AMNT-IS-REVOKE                 VALUE 'R'.
              88 AMNT-IS-DELETE                 VALUE 'D'.
              88 AMNT-IS-LIST                   VALUE 'L'.
           03 AMNT-OPERATOR-ID     PIC X(8).
           03 AMNT-OPERATOR-NAME   PIC X(30).
           03 AMNT-FUNCTION-FLAGS.
              05 AMNT-FLAG         PIC X(1) OCCURS 10 TIMES.
           03 AMNT-ENVIRONMENTS.
              05 AMNT-ENV          PIC X(4) OCCURS 4 TIMES.
           03 FILLER               PIC X(15).

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-OPAUTH-STATUS     PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-OPA-AT-EOF           PIC X        VALUE 'N'.
           88 OPA-AT-EOF                        VALUE 'Y'.

       01  WS-ENV-SUB              PIC 9(1)     VALUE 1.
       01  WS-FLAG-SUB             PIC 9(2)     VALUE 1.

       01  WS-ENV-ERROR-SW         PIC X        VALUE 'N'.
           88 ENV-CARD-IN-ERROR                 VALUE 'Y'.

       01  WS-ENV-INACTIVE-SW      PIC X        VALUE 'N'.
           88 ENV-CARD-HAS-INACTIVE             VALUE 'Y'.

       01  WS-ENV-PRESENT-SW       PIC X        VALUE 'N'.
           88 AN-ENV-IS-PRESENT                 VALUE 'Y'.

       01  WS-FLAG-ERROR-SW        PIC X        VALUE 'N'.
           88 FLAG-CARD-IN-ERROR                VALUE 'Y'.

      *    THE OPERATOR'S EIGHT PERMITTED-ENVIRONMENT SLOTS AS A
      *    CARD LEAVES THEM, OR AS THE LISTING PRINTS THEM.
       01  WS-OPERATOR-ENVS.
           03 WS-OPER-ENVS-FIRST   PIC X(16)    VALUE SPACES.
           03 WS-OPER-ENVS-EXTRA   PIC X(16)    VALUE SPACES.

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-CARDS-READ        PIC 9(5)     VALUE 0.
           03 WS-CARDS-APPLIED     PIC 9(5)     VALUE 0.
           03 WS-CARDS-REJECTED    PIC 9(5)     VALUE 0.
           03 WS-ENTRIES-LISTED    PIC 9(5)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** OPERATOR AUTHORITY MAINTENANCE - OPERAUTH ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'REJECTED '.
           03 PRT-REJ-FUNCTION     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-OPERATOR-ID  PIC X(8).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-REJECT-REASON    PIC X(30).
           03 FILLER               PIC X(27)    VALUE SPACES.

       01  WS-LIST-HEADING.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(11)    VALUE 'OPERATOR S'.
           03 FILLER               PIC X(31)    VALUE 'NAME'.
           03 FILLER               PIC X(11)    VALUE 'GGGGRRRRAA'.
           03 FILLER               PIC X(26)    VALUE 'ENVIRONMENTS'.

       01  WS-LIST-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-LST-OPERATOR-ID  PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-LST-STATUS       PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-LST-NAME         PIC X(30).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-LST-FLAGS        PIC X(10).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-LST-ENVS         PIC X(16).
           03 FILLER               PIC X(10)    VALUE SPACES.

      *    PERMITTED ENVIRONMENTS 5 TO 8, UNDER THOSE ON THE LIST LINE.
       01  WS-LIST-EXTRA-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(53)    VALUE SPACES.
           03 PRT-LST-EXTRA-ENVS   PIC X(16).
           03 FILLER               PIC X(10)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-TOTAL-LABEL      PIC X(22).
           03 FILLER               PIC X(2)     VALUE '= '.
           03 PRT-TOTAL-VALUE      PIC 9(5).
           03 FILLER               PIC X(50)    VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(80)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE SECTION.
       000-START.
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 050-OPEN-AUTHORITY-FILE
           IF RETURN-CODE = 0
               OPEN INPUT SYSIN-FILE
               IF WS-SYSIN-STATUS = '00'
                   PERFORM 100-READ-TRAN-CARD
                   PERFORM 200-APPLY-ONE-CARD
                       UNTIL SYSIN-AT-EOF
                   CLOSE SYSIN-FILE
               ELSE
                   DISPLAY 'HWAUTMNT: ERROR - MISSING TRANSACTION '
                       'CARDS'
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE OPER-AUTH-FILE
               CLOSE ENV-MASTER-FILE
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0 AND WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       000-EXIT.
       EXIT-PROGRAM.
           STOP RUN.

       050-OPEN-AUTHORITY-FILE SECTION.
       050-START.
           OPEN I-O OPER-AUTH-FILE
           IF WS-OPAUTH-STATUS = '35'
               OPEN OUTPUT OPER-AUTH-FILE
               CLOSE OPER-AUTH-FILE
               OPEN I-O OPER-AUTH-FILE
           END-IF
           IF WS-OPAUTH-STATUS NOT = '00'
               DISPLAY 'HWAUTMNT: ERROR - OPERAUTH OPEN FAILED - '
                   'STATUS ' WS-OPAUTH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT ENV-MASTER-FILE
               IF WS-ENVM-STATUS NOT = '00'
                   DISPLAY 'HWAUTMNT: ERROR - ENVMASTR OPEN FAILED - '
                       'STATUS ' WS-ENVM-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPER-AUTH-FILE
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-READ-TRAN-CARD SECTION.
       100-START.
           READ SYSIN-FILE
               AT END
                   SET SYSIN-AT-EOF TO TRUE
           END-READ.
       100-EXIT.
           EXIT.

       200-APPLY-ONE-CARD SECTION.
       200-START.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN AMNT-IS-LIST
                   PERFORM 500-LIST-AUTHORITY-FILE
               WHEN AMNT-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID IS BLANK' TO WS-REJECT-REASON
               WHEN AMNT-IS-ADD
                   PERFORM 300-ADD-OPERATOR
               WHEN AMNT-IS-CHANGE
                   PERFORM 310-CHANGE-OPERATOR
               WHEN AMNT-IS-EXTRA-ENVS
                   PERFORM 340-SET-EXTRA-ENVIRONMENTS
               WHEN AMNT-IS-REVOKE
                   PERFORM 320-REVOKE-OPERATOR
               WHEN AMNT-IS-DELETE
                   PERFORM 330-DELETE-OPERATOR
               WHEN OTHER
                   MOVE 'INVALID FUNCTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CARDS-APPLIED
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 400-PRINT-REJECT-LINE
           END-IF
           PERFORM 100-READ-TRAN-CARD.
       200-EXIT.
           EXIT.

      *    AN ADD OR CHANGE CARD MUST CARRY A NAME, A Y OR N IN EVERY
      *    FUNCTION FLAG AND AT LEAST ONE VALID ENVIRONMENT.
       210-EDIT-AUTHORITY-CARD SECTION.
       210-START.
           MOVE 'N' TO WS-FLAG-ERROR-SW
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 10
               IF AMNT-FLAG(WS-FLAG-SUB) NOT = 'Y'
                       AND AMNT-FLAG(WS-FLAG-SUB) NOT = 'N'
                   SET FLAG-CARD-IN-ERROR TO TRUE
               END-IF
           END-PERFORM
           PERFORM 215-EDIT-ENVIRONMENTS
           EVALUATE TRUE
               WHEN AMNT-OPERATOR-NAME = SPACES
                   MOVE 'OPERATOR NAME IS BLANK' TO WS-REJECT-REASON
               WHEN FLAG-CARD-IN-ERROR
                   MOVE 'FUNCTION FLAG NOT Y OR N'
                       TO WS-REJECT-REASON
               WHEN NOT AN-ENV-IS-PRESENT
                   MOVE 'NO PERMITTED ENVIRONMENTS' TO WS-REJECT-REASON
               WHEN ENV-CARD-IN-ERROR
                   MOVE 'INVALID ENVIRONMENT CODE' TO WS-REJECT-REASON
               WHEN ENV-CARD-HAS-INACTIVE
                   MOVE 'ENVIRONMENT IS INACTIVE' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-EXIT.
           EXIT.

       215-EDIT-ENVIRONMENTS SECTION.
       215-START.
           MOVE 'N' TO WS-ENV-ERROR-SW
           MOVE 'N' TO WS-ENV-INACTIVE-SW
           MOVE 'N' TO WS-ENV-PRESENT-SW
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > 4
               IF AMNT-ENV(WS-ENV-SUB) NOT = SPACES
                   SET AN-ENV-IS-PRESENT TO TRUE
                   PERFORM 220-EDIT-ONE-ENVIRONMENT
               END-IF
           END-PERFORM.
       215-EXIT.
           EXIT.

      *    THE CARD-LEVEL ERROR SWITCHES ARE ONLY EVER SET HERE, NEVER
      *    CLEARED - A LATER VALID SLOT MUST NOT ERASE AN EARLIER
      *    SLOT'S ERROR.
       220-EDIT-ONE-ENVIRONMENT SECTION.
       220-START.
           MOVE AMNT-ENV(WS-ENV-SUB) TO ENV-CODE
           READ ENV-MASTER-FILE
               INVALID KEY
                   SET ENV-CARD-IN-ERROR TO TRUE
               NOT INVALID KEY
                   IF NOT ENV-IS-ACTIVE
                       SET ENV-CARD-HAS-INACTIVE TO TRUE
                   END-IF
           END-READ.
       220-EXIT.
           EXIT.

       300-ADD-OPERATOR SECTION.
       300-START.
           PERFORM 210-EDIT-AUTHORITY-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE AMNT-OPERATOR-ID    TO OPA-OPERATOR-ID
               MOVE AMNT-OPERATOR-NAME  TO OPA-OPERATOR-NAME
               MOVE 'A'                 TO OPA-STATUS-FLAG
               MOVE AMNT-FUNCTION-FLAGS TO OPA-FUNCTION-FLAGS
               MOVE SPACES              TO WS-OPERATOR-ENVS
               MOVE AMNT-ENVIRONMENTS   TO WS-OPER-ENVS-FIRST
               MOVE WS-OPERATOR-ENVS    TO OPA-ENVIRONMENTS
               WRITE OPER-AUTH-RECORD
                   INVALID KEY
                       MOVE 'OPERATOR ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.

       310-CHANGE-OPERATOR SECTION.
       310-START.
           PERFORM 210-EDIT-AUTHORITY-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE AMNT-OPERATOR-ID TO OPA-OPERATOR-ID
               READ OPER-AUTH-FILE
                   INVALID KEY
                       MOVE 'OPERATOR NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE AMNT-OPERATOR-NAME  TO OPA-OPERATOR-NAME
                       MOVE 'A'                 TO OPA-STATUS-FLAG
                       MOVE AMNT-FUNCTION-FLAGS TO OPA-FUNCTION-FLAGS
                       MOVE OPA-ENVIRONMENTS    TO WS-OPERATOR-ENVS
                       MOVE AMNT-ENVIRONMENTS   TO WS-OPER-ENVS-FIRST
                       MOVE WS-OPERATOR-ENVS    TO OPA-ENVIRONMENTS
                       REWRITE OPER-AUTH-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
           END-IF.
       310-EXIT.
           EXIT.

       320-REVOKE-OPERATOR SECTION.
       320-START.
           MOVE AMNT-OPERATOR-ID TO OPA-OPERATOR-ID
           READ OPER-AUTH-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE 'R' TO OPA-STATUS-FLAG
                   REWRITE OPER-AUTH-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                   END-REWRITE
           END-READ.
       320-EXIT.
           EXIT.

       330-DELETE-OPERATOR SECTION.
       330-START.
           MOVE AMNT-OPERATOR-ID TO OPA-OPERATOR-ID
           DELETE OPER-AUTH-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON FILE' TO WS-REJECT-REASON
           END-DELETE.
       330-EXIT.
           EXIT.

      *    ONLY THE ENVIRONMENT COLUMNS OF AN E CARD ARE USED.
       340-SET-EXTRA-ENVIRONMENTS SECTION.
       340-START.
           PERFORM 215-EDIT-ENVIRONMENTS
           EVALUATE TRUE
               WHEN ENV-CARD-IN-ERROR
                   MOVE 'INVALID ENVIRONMENT CODE' TO WS-REJECT-REASON
               WHEN ENV-CARD-HAS-INACTIVE
                   MOVE 'ENVIRONMENT IS INACTIVE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE AMNT-OPERATOR-ID TO OPA-OPERATOR-ID
                   READ OPER-AUTH-FILE
                       INVALID KEY
                           MOVE 'OPERATOR NOT ON FILE'
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE OPA-ENVIRONMENTS  TO WS-OPERATOR-ENVS
                           MOVE AMNT-ENVIRONMENTS TO WS-OPER-ENVS-EXTRA
                           MOVE WS-OPERATOR-ENVS  TO OPA-ENVIRONMENTS
                           REWRITE OPER-AUTH-RECORD
                               INVALID KEY
                                   MOVE 'REWRITE FAILED'
                                       TO WS-REJECT-REASON
                           END-REWRITE
                   END-READ
           END-EVALUATE.
       340-EXIT.
           EXIT.

       400-PRINT-REJECT-LINE SECTION.
       400-START.
           MOVE AMNT-FUNCTION    TO PRT-REJ-FUNCTION
           MOVE AMNT-OPERATOR-ID TO PRT-REJ-OPERATOR-ID
           MOVE WS-REJECT-REASON TO PRT-REJECT-REASON
           WRITE PRINT-RECORD FROM WS-REJECT-LINE.
       400-EXIT.
           EXIT.

       500-LIST-AUTHORITY-FILE SECTION.
       500-START.
           MOVE 'N' TO WS-OPA-AT-EOF
           MOVE LOW-VALUES TO OPA-OPERATOR-ID
           START OPER-AUTH-FILE KEY NOT < OPA-OPERATOR-ID
               INVALID KEY
                   SET OPA-AT-EOF TO TRUE
           END-START
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           WRITE PRINT-RECORD FROM WS-LIST-HEADING
           PERFORM 510-READ-AUTHORITY-ENTRY
           PERFORM 520-LIST-ONE-ENTRY
               UNTIL OPA-AT-EOF.
       500-EXIT.
           EXIT.

       510-READ-AUTHORITY-ENTRY SECTION.
       510-START.
           IF NOT OPA-AT-EOF
               READ OPER-AUTH-FILE NEXT RECORD
                   AT END
                       SET OPA-AT-EOF TO TRUE
               END-READ
           END-IF.
       510-EXIT.
           EXIT.

       520-LIST-ONE-ENTRY SECTION.
       520-START.
           ADD 1 TO WS-ENTRIES-LISTED
           MOVE OPA-OPERATOR-ID    TO PRT-LST-OPERATOR-ID
           MOVE OPA-STATUS-FLAG    TO PRT-LST-STATUS
           MOVE OPA-OPERATOR-NAME  TO PRT-LST-NAME
           MOVE OPA-FUNCTION-FLAGS TO PRT-LST-FLAGS
           MOVE OPA-ENVIRONMENTS   TO WS-OPERATOR-ENVS
           MOVE WS-OPER-ENVS-FIRST TO PRT-LST-ENVS
           WRITE PRINT-RECORD FROM WS-LIST-LINE
           IF WS-OPER-ENVS-EXTRA NOT = SPACES
               MOVE WS-OPER-ENVS-EXTRA TO PRT-LST-EXTRA-ENVS
               WRITE PRINT-RECORD FROM WS-LIST-EXTRA-LINE
           END-IF
           PERFORM 510-READ-AUTHORITY-ENTRY.
       520-EXIT.
           EXIT.

       600-PRINT-RUN-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'CARDS READ            ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-READ            TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CARDS APPLIED         ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-APPLIED         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CARDS REJECTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-REJECTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ENTRIES LISTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-ENTRIES-LISTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
