      *      ACK  - APPLY ACKNOWLEDGE (A) AND RESOLVE (R) TRANSACTIONS
      *             FROM THE REMAINING SYSIN CARDS, STAMPING OPERATOR
      *             INITIALS AND DATE/TIME ON THE STATUS RECORD.
      *             THE INITIALS ARE THE OPERATOR CODE ON THE OPERAUTH
      *             AUTHORITY FILE: THE OPERATOR MUST HOLD THE
      *             ACKNOWLEDGE OR RESOLVE FUNCTION AND EVERY
      *             ENVIRONMENT THE ALERT'S JOB IS PERMITTED IN ON
      *             JOBMASTR; A REFUSED CARD IS REJECTED AND LOGGED
      *             TO SECVIOL.
      *      REPT - PRINT THE SHIFT TURNOVER REPORT OF UNRESOLVED
      *             ALERTS GROUPED BY REASON CODE AND JOB NAME.
      *    ENDS WITH RC=4 WHEN ACK TRANSACTIONS WERE REJECTED OR
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY
               FILE STATUS IS WS-ALST-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPAUTH-STATUS.
           SELECT SECURITY-VIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  ALERT-STATUS-FILE.
           COPY ALSTREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       FD  SECURITY-VIOL-FILE
           RECORDING MODE IS F.
           COPY SECVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-ALERT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ALST-STATUS       PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-OPAUTH-STATUS     PIC XX       VALUE SPACES.
           03 WS-SECV-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
       01  WS-STALE-ALERT-SW       PIC X        VALUE 'N'.
           88 ALERT-IS-STALE                    VALUE 'Y'.

      *    ENVIRONMENTS THE OPERATOR MUST HOLD - THE ALERT'S JOB'S
      *    PERMITTED LIST FROM THE REGISTRY.
       01  WS-AUTH-ENV-LIST        PIC X(32)    VALUE SPACES.
       01  WS-AUTH-ENV-TABLE REDEFINES WS-AUTH-ENV-LIST.
           03 WS-AUTH-ENV          PIC X(4) OCCURS 8 TIMES.

       01  WS-AUTH-SUB             PIC 9(1)     VALUE 1.
       01  WS-OPA-SUB              PIC 9(1)     VALUE 1.
       01  WS-AUTH-FAILED-ENV      PIC X(4)     VALUE SPACES.

       01  WS-AUTH-ENV-MATCHED-SW  PIC X        VALUE 'N'.
           88 AUTH-ENV-MATCHED                  VALUE 'Y'.

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-ACKS-READ         PIC 9(7)     VALUE 0.
           03 WS-ACKS-APPLIED      PIC 9(7)     VALUE 0.
           03 WS-ACKS-REJECTED     PIC 9(7)     VALUE 0.
           03 WS-ACKS-REFUSED      PIC 9(7)     VALUE 0.
           03 WS-OPEN-REPORTED     PIC 9(7)     VALUE 0.

       01  WS-GROUP-BREAK-FIELDS.
       400-START.
           PERFORM 700-OPEN-STATUS-FILE-IO
           IF RETURN-CODE = 0
               PERFORM 460-OPEN-SECURITY-FILES
               IF RETURN-CODE = 0
                   PERFORM 110-READ-NEXT-CARD
                   PERFORM 410-APPLY-ONE-ACK
                       UNTIL SYSIN-AT-EOF
                   PERFORM 465-CLOSE-SECURITY-FILES
               END-IF
               CLOSE ALERT-STATUS-FILE
           END-IF.
       400-EXIT.
                   MOVE 'OPERATOR INITIALS MISSING'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 440-CHECK-OPERATOR-AUTHORITY
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 420-UPDATE-STATUS-RECORD
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACKS-APPLIED
       430-EXIT.
           EXIT.

      *    AN ALERT WHOSE JOB IS NOT ON THE REGISTRY HAS NO
      *    ENVIRONMENTS TO COVER, SO ONLY THE FUNCTION IS CHECKED.
       440-CHECK-OPERATOR-AUTHORITY SECTION.
       440-START.
           MOVE SPACES TO WS-AUTH-ENV-LIST
           MOVE SPACES TO WS-AUTH-FAILED-ENV
           MOVE ACK-JOB-NAME TO JOBM-JOB-NAME
           READ JOB-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JOBM-ENVIRONMENTS TO WS-AUTH-ENV-LIST
           END-READ
           MOVE ACK-OPER-INITIALS TO OPA-OPERATOR-ID
           READ OPER-AUTH-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 445-CHECK-FUNCTION-AND-ENVS
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 450-WRITE-SECURITY-VIOLATION
           END-IF.
       440-EXIT.
           EXIT.

       445-CHECK-FUNCTION-AND-ENVS SECTION.
       445-START.
           EVALUATE TRUE
               WHEN NOT OPA-IS-ACTIVE
                   MOVE 'OPERATOR AUTHORITY REVOKED'
                       TO WS-REJECT-REASON
               WHEN ACK-IS-ACKNOWLEDGE AND NOT OPA-MAY-ACK-ALERT
               WHEN ACK-IS-RESOLVE AND NOT OPA-MAY-RESOLVE-ALERT
                   MOVE 'FUNCTION NOT AUTHORIZED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > 8
                           OR WS-AUTH-FAILED-ENV NOT = SPACES
                       IF WS-AUTH-ENV(WS-AUTH-SUB) NOT = SPACES
                           PERFORM 447-CHECK-ONE-ENVIRONMENT
                       END-IF
                   END-PERFORM
                   IF WS-AUTH-FAILED-ENV NOT = SPACES
                       STRING 'ENV NOT AUTHORIZED - '
                           WS-AUTH-FAILED-ENV
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
       445-EXIT.
           EXIT.

       447-CHECK-ONE-ENVIRONMENT SECTION.
       447-START.
           MOVE 'N' TO WS-AUTH-ENV-MATCHED-SW
           PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
                   UNTIL WS-OPA-SUB > 8
               IF WS-AUTH-ENV(WS-AUTH-SUB) =
                       OPA-PERMITTED-ENV(WS-OPA-SUB)
                   SET AUTH-ENV-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT AUTH-ENV-MATCHED
               MOVE WS-AUTH-ENV(WS-AUTH-SUB) TO WS-AUTH-FAILED-ENV
           END-IF.
       447-EXIT.
           EXIT.

       450-WRITE-SECURITY-VIOLATION SECTION.
       450-START.
           MOVE WS-TODAY-DATE       TO SECV-DATE
           MOVE WS-NOW-TIME         TO SECV-TIME
           MOVE 'HWALRTMN'          TO SECV-PROGRAM-NAME
           MOVE ACK-OPER-INITIALS   TO SECV-OPERATOR-ID
           MOVE 'ALRT'              TO SECV-RESOURCE
           MOVE ACK-FUNCTION        TO SECV-FUNCTION-CODE
           MOVE ACK-JOB-NAME        TO SECV-JOB-NAME
           MOVE WS-AUTH-FAILED-ENV  TO SECV-ENVIRONMENT
           MOVE WS-REJECT-REASON    TO SECV-REASON
           WRITE SECURITY-VIOLATION-RECORD
           ADD 1 TO WS-ACKS-REFUSED.
       450-EXIT.
           EXIT.

      *    NO ACK CARD IS APPLIED WITHOUT THE AUTHORITY FILE TO CHECK
      *    IT AGAINST, THE REGISTRY FOR THE JOB'S ENVIRONMENTS AND THE
      *    VIOLATIONS FILE TO LOG A REFUSAL.
       460-OPEN-SECURITY-FILES SECTION.
       460-START.
           OPEN INPUT OPER-AUTH-FILE
           IF WS-OPAUTH-STATUS NOT = '00'
               DISPLAY 'HWALRTMN: ERROR - OPERAUTH OPEN FAILED - '
                   'STATUS ' WS-OPAUTH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT JOB-MASTER-FILE
               IF WS-JOBM-STATUS NOT = '00'
                   DISPLAY 'HWALRTMN: ERROR - JOBMASTR OPEN FAILED - '
                       'STATUS ' WS-JOBM-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPER-AUTH-FILE
               ELSE
                   OPEN EXTEND SECURITY-VIOL-FILE
                   IF WS-SECV-STATUS = '35'
                       OPEN OUTPUT SECURITY-VIOL-FILE
                   END-IF
                   IF WS-SECV-STATUS NOT = '00'
                       DISPLAY 'HWALRTMN: ERROR - SECVIOL OPEN '
                           'FAILED - STATUS ' WS-SECV-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE OPER-AUTH-FILE
                       CLOSE JOB-MASTER-FILE
                   END-IF
               END-IF
           END-IF.
       460-EXIT.
           EXIT.

       465-CLOSE-SECURITY-FILES SECTION.
       465-START.
           CLOSE OPER-AUTH-FILE
           CLOSE JOB-MASTER-FILE
           CLOSE SECURITY-VIOL-FILE.
       465-EXIT.
           EXIT.

       500-PRINT-TURNOVER-REPORT SECTION.
       500-START.
           SORT SORT-FILE
           MOVE 'ACK CARDS REJECTED    ' TO PRT-TOTAL-LABEL
           MOVE WS-ACKS-REJECTED         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SECURITY REFUSALS     ' TO PRT-TOTAL-LABEL
           MOVE WS-ACKS-REFUSED          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'UNRESOLVED REPORTED   ' TO PRT-TOTAL-LABEL
           MOVE WS-OPEN-REPORTED         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
