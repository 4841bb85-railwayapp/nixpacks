      *    FROM SYSIN AND PRINTS A CONTROL REPORT OF CARDS APPLIED
      *    AND REJECTED WITH REASONS. FUNCTION CODES:
      *      A - ADD AN ACTIVE REGISTRY ENTRY (AT LEAST ONE PERMITTED
      *          ENVIRONMENT, EACH ON ENVMASTR AND ACTIVE)
      *      C - CHANGE THE ENVIRONMENTS, OWNING AREA OR DESCRIPTION
      *      E - SET PERMITTED ENVIRONMENTS 5 TO 8 FROM THE CARD'S
      *          FOUR ENVIRONMENT COLUMNS (BLANK COLUMNS CLEAR SLOTS)
      *      S - SUSPEND THE JOB (HELLO-WORLD REJECTS ITS CARDS)
      *      R - REACTIVATE A SUSPENDED JOB
      *      L - LIST THE WHOLE REGISTRY ON THE REPORT
      *    A JOB HAS UP TO EIGHT PERMITTED ENVIRONMENTS BUT THE CARD
      *    HAS ROOM FOR FOUR: A AND C SET SLOTS 1 TO 4 (A CLEARS 5 TO
      *    8, C LEAVES THEM AS THEY ARE) AND E SETS SLOTS 5 TO 8.
      *    EVERY A/C/E/S/R CARD CARRIES THE OPERATOR CODE OF THE PERSON
      *    MAKING THE CHANGE. THE OPERATOR MUST HOLD THAT FUNCTION ON
      *    THE OPERAUTH AUTHORITY FILE (OPAUTREC) AND EVERY
      *    ENVIRONMENT THE JOB IS OR WILL BE PERMITTED IN; A REFUSED
      *    CARD IS REJECTED AND LOGGED TO SECVIOL (SECVREC).
      *    ENDS WITH RC=4 WHEN ANY CARD WAS REJECTED, RC=16 WHEN THE
      *    REGISTRY OR THE SECURITY FILES COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
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
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-ENVM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           03 JMNT-FUNCTION        PIC X(1).
              88 JMNT-IS-ADD                    VALUE 'A'.
              88 JMNT-IS-CHANGE                 VALUE 'C'.
              88 JMNT-IS-EXTRA-ENVS             VALUE 'E'.
              88 JMNT-IS-SUSPEND                VALUE 'S'.
              88 JMNT-IS-REACTIVATE             VALUE 'R'.
              88 JMNT-IS-LIST                   VALUE 'L'.
              05 JMNT-ENV          PIC X(4) OCCURS 4 TIMES.
           03 JMNT-OWNING-AREA     PIC X(8).
           03 JMNT-DESCRIPTION     PIC X(30).
           03 JMNT-OPERATOR-ID     PIC X(8).
           03 FILLER               PIC X(9).

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       FD  SECURITY-VIOL-FILE
           RECORDING MODE IS F.
           COPY SECVREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).
       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-OPAUTH-STATUS     PIC XX       VALUE SPACES.
           03 WS-SECV-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.
       01  WS-JOBM-AT-EOF          PIC X        VALUE 'N'.
           88 JOBM-AT-EOF                       VALUE 'Y'.

       01  WS-ENV-SUB              PIC 9(1)     VALUE 1.

       01  WS-ENV-ERROR-SW         PIC X        VALUE 'N'.
           88 ENV-CARD-IN-ERROR                 VALUE 'Y'.

       01  WS-ENV-INACTIVE-SW      PIC X        VALUE 'N'.
           88 ENV-CARD-HAS-INACTIVE             VALUE 'Y'.

       01  WS-ENV-PRESENT-SW       PIC X        VALUE 'N'.
           88 AN-ENV-IS-PRESENT                 VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

      *    ENVIRONMENTS THE OPERATOR MUST HOLD - THE JOB'S NEW LIST
      *    AS THE CARD LEAVES IT IN THE FIRST EIGHT SLOTS, THE JOB'S
      *    CURRENT LIST IN THE LAST EIGHT. THE NEW LIST IS ALSO WHAT
      *    AN A, C OR E CARD WRITES TO THE REGISTRY.
       01  WS-AUTH-ENV-LIST.
           03 WS-AUTH-NEW-ENVS.
              05 WS-AUTH-NEW-FIRST PIC X(16)    VALUE SPACES.
              05 WS-AUTH-NEW-EXTRA PIC X(16)    VALUE SPACES.
           03 WS-AUTH-OLD-ENVS     PIC X(32)    VALUE SPACES.
       01  WS-AUTH-ENV-TABLE REDEFINES WS-AUTH-ENV-LIST.
           03 WS-AUTH-ENV          PIC X(4) OCCURS 16 TIMES.

       01  WS-LIST-ENVS.
           03 WS-LIST-ENVS-FIRST   PIC X(16).
           03 WS-LIST-ENVS-EXTRA   PIC X(16).

       01  WS-AUTH-SUB             PIC 9(2)     VALUE 1.
       01  WS-OPA-SUB              PIC 9(1)     VALUE 1.
       01  WS-AUTH-FAILED-ENV      PIC X(4)     VALUE SPACES.

       01  WS-AUTH-ENV-MATCHED-SW  PIC X        VALUE 'N'.
           88 AUTH-ENV-MATCHED                  VALUE 'Y'.

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-CARDS-APPLIED     PIC 9(5)     VALUE 0.
           03 WS-CARDS-REJECTED    PIC 9(5)     VALUE 0.
           03 WS-ENTRIES-LISTED    PIC 9(5)     VALUE 0.
           03 WS-CARDS-REFUSED     PIC 9(5)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 PRT-LST-DESC         PIC X(30).
           03 FILLER               PIC X(12)    VALUE SPACES.

      *    PERMITTED ENVIRONMENTS 5 TO 8, UNDER THOSE ON THE LIST LINE.
       01  WS-LIST-EXTRA-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(11)    VALUE SPACES.
           03 PRT-LST-EXTRA-ENVS   PIC X(16).
           03 FILLER               PIC X(52)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-TOTAL-LABEL      PIC X(22).
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 050-OPEN-REGISTRY
           IF RETURN-CODE = 0
               PERFORM 060-OPEN-SECURITY-FILES
               IF RETURN-CODE = 0
                   OPEN INPUT SYSIN-FILE
                   IF WS-SYSIN-STATUS = '00'
                       PERFORM 100-READ-TRAN-CARD
                       PERFORM 200-APPLY-ONE-CARD
                           UNTIL SYSIN-AT-EOF
                       CLOSE SYSIN-FILE
                   ELSE
                       DISPLAY 'HWJOBMNT: ERROR - MISSING TRANSACTION '
                           'CARDS'
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   CLOSE OPER-AUTH-FILE
                   CLOSE SECURITY-VIOL-FILE
               END-IF
               CLOSE JOB-MASTER-FILE
               CLOSE ENV-MASTER-FILE
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
               DISPLAY 'HWJOBMNT: ERROR - JOBMASTR OPEN FAILED - '
                   'STATUS ' WS-JOBM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 055-OPEN-ENV-MASTER
           END-IF.
       050-EXIT.
           EXIT.

      *    ENVIRONMENT CODES CANNOT BE EDITED WITHOUT ENVMASTR.
       055-OPEN-ENV-MASTER SECTION.
       055-START.
           OPEN INPUT ENV-MASTER-FILE
           IF WS-ENVM-STATUS NOT = '00'
               DISPLAY 'HWJOBMNT: ERROR - ENVMASTR OPEN FAILED - '
                   'STATUS ' WS-ENVM-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JOB-MASTER-FILE
           END-IF.
       055-EXIT.
           EXIT.

      *    NO REGISTRY CHANGE IS MADE WITHOUT THE AUTHORITY FILE TO
      *    CHECK IT AGAINST AND THE VIOLATIONS FILE TO LOG A REFUSAL.
       060-OPEN-SECURITY-FILES SECTION.
       060-START.
           OPEN INPUT OPER-AUTH-FILE
           IF WS-OPAUTH-STATUS NOT = '00'
               DISPLAY 'HWJOBMNT: ERROR - OPERAUTH OPEN FAILED - '
                   'STATUS ' WS-OPAUTH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND SECURITY-VIOL-FILE
               IF WS-SECV-STATUS = '35'
                   OPEN OUTPUT SECURITY-VIOL-FILE
               END-IF
               IF WS-SECV-STATUS NOT = '00'
                   DISPLAY 'HWJOBMNT: ERROR - SECVIOL OPEN FAILED - '
                       'STATUS ' WS-SECV-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPER-AUTH-FILE
               END-IF
           END-IF.
       060-EXIT.
           EXIT.

       100-READ-TRAN-CARD SECTION.
       100-START.
           READ SYSIN-FILE
                   PERFORM 500-LIST-REGISTRY
               WHEN JMNT-JOB-NAME = SPACES
                   MOVE 'JOB NAME IS BLANK' TO WS-REJECT-REASON
               WHEN NOT JMNT-IS-ADD
                       AND NOT JMNT-IS-CHANGE
                       AND NOT JMNT-IS-EXTRA-ENVS
                       AND NOT JMNT-IS-SUSPEND
                       AND NOT JMNT-IS-REACTIVATE
                   MOVE 'INVALID FUNCTION CODE' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 250-CHECK-OPERATOR-AUTHORITY
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 230-APPLY-REGISTRY-CARD
                   END-IF
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CARDS-APPLIED
       200-EXIT.
           EXIT.

      *    AN E CARD MAY LEAVE EVERY COLUMN BLANK TO CLEAR SLOTS 5 TO
      *    8; A AND C MUST NAME AT LEAST ONE ENVIRONMENT.
       210-EDIT-ENVIRONMENT-LIST SECTION.
       210-START.
           MOVE 'N' TO WS-ENV-ERROR-SW
           MOVE 'N' TO WS-ENV-INACTIVE-SW
           MOVE 'N' TO WS-ENV-PRESENT-SW
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > 4
                   PERFORM 220-EDIT-ONE-ENVIRONMENT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT AN-ENV-IS-PRESENT AND NOT JMNT-IS-EXTRA-ENVS
                   MOVE 'NO PERMITTED ENVIRONMENTS' TO WS-REJECT-REASON
               WHEN ENV-CARD-IN-ERROR
                   MOVE 'INVALID ENVIRONMENT CODE'
                       TO WS-REJECT-REASON
               WHEN ENV-CARD-HAS-INACTIVE
                   MOVE 'ENVIRONMENT IS INACTIVE'
                       TO WS-REJECT-REASON
           END-EVALUATE.
       210-EXIT.
           EXIT.

      *    THE CARD-LEVEL ERROR SWITCHES ARE ONLY EVER SET HERE, NEVER
      *    CLEARED - A LATER VALID SLOT MUST NOT ERASE AN EARLIER
      *    SLOT'S ERROR.
       220-EDIT-ONE-ENVIRONMENT SECTION.
       220-START.
           MOVE JMNT-ENV(WS-ENV-SUB) TO ENV-CODE
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

       230-APPLY-REGISTRY-CARD SECTION.
       230-START.
           EVALUATE TRUE
               WHEN JMNT-IS-ADD
                   PERFORM 300-ADD-REGISTRY-ENTRY
               WHEN JMNT-IS-CHANGE
                   PERFORM 310-CHANGE-REGISTRY-ENTRY
               WHEN JMNT-IS-EXTRA-ENVS
                   PERFORM 330-SET-EXTRA-ENVIRONMENTS
               WHEN JMNT-IS-SUSPEND
                   PERFORM 320-SET-REGISTRY-STATUS
               WHEN JMNT-IS-REACTIVATE
                   PERFORM 320-SET-REGISTRY-STATUS
           END-EVALUATE.
       230-EXIT.
           EXIT.

      *    A CHANGE MUST BE COVERED BOTH FOR THE ENVIRONMENTS THE JOB
      *    RUNS IN TODAY AND THE ONES THE CARD GIVES IT, SO NOBODY CAN
      *    TAKE A PROD JOB OUT OF PROD OR PUT ONE INTO IT WITHOUT PROD
      *    AUTHORITY.
       250-CHECK-OPERATOR-AUTHORITY SECTION.
       250-START.
           MOVE SPACES TO WS-AUTH-ENV-LIST
           MOVE SPACES TO WS-AUTH-FAILED-ENV
           IF NOT JMNT-IS-ADD
               MOVE JMNT-JOB-NAME TO JOBM-JOB-NAME
               READ JOB-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOBM-ENVIRONMENTS TO WS-AUTH-OLD-ENVS
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN JMNT-IS-ADD
                   MOVE JMNT-ENVIRONMENTS TO WS-AUTH-NEW-FIRST
               WHEN JMNT-IS-CHANGE
                   MOVE WS-AUTH-OLD-ENVS  TO WS-AUTH-NEW-ENVS
                   MOVE JMNT-ENVIRONMENTS TO WS-AUTH-NEW-FIRST
               WHEN JMNT-IS-EXTRA-ENVS
                   MOVE WS-AUTH-OLD-ENVS  TO WS-AUTH-NEW-ENVS
                   MOVE JMNT-ENVIRONMENTS TO WS-AUTH-NEW-EXTRA
           END-EVALUATE
           IF JMNT-OPERATOR-ID = SPACES
               MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
           ELSE
               MOVE JMNT-OPERATOR-ID TO OPA-OPERATOR-ID
               READ OPER-AUTH-FILE
                   INVALID KEY
                       MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 255-CHECK-FUNCTION-AND-ENVS
               END-READ
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 270-WRITE-SECURITY-VIOLATION
           END-IF.
       250-EXIT.
           EXIT.

       255-CHECK-FUNCTION-AND-ENVS SECTION.
       255-START.
           EVALUATE TRUE
               WHEN NOT OPA-IS-ACTIVE
                   MOVE 'OPERATOR AUTHORITY REVOKED'
                       TO WS-REJECT-REASON
               WHEN JMNT-IS-ADD AND NOT OPA-MAY-ADD-JOB
               WHEN JMNT-IS-CHANGE AND NOT OPA-MAY-CHANGE-JOB
               WHEN JMNT-IS-EXTRA-ENVS AND NOT OPA-MAY-CHANGE-JOB
               WHEN JMNT-IS-SUSPEND AND NOT OPA-MAY-SUSPEND-JOB
               WHEN JMNT-IS-REACTIVATE AND NOT OPA-MAY-REACTIVATE-JOB
                   MOVE 'FUNCTION NOT AUTHORIZED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > 16
                           OR WS-AUTH-FAILED-ENV NOT = SPACES
                       IF WS-AUTH-ENV(WS-AUTH-SUB) NOT = SPACES
                           PERFORM 257-CHECK-ONE-ENVIRONMENT
                       END-IF
                   END-PERFORM
                   IF WS-AUTH-FAILED-ENV NOT = SPACES
                       STRING 'ENV NOT AUTHORIZED - '
                           WS-AUTH-FAILED-ENV
                           DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
       255-EXIT.
           EXIT.

       257-CHECK-ONE-ENVIRONMENT SECTION.
       257-START.
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
       257-EXIT.
           EXIT.

       270-WRITE-SECURITY-VIOLATION SECTION.
       270-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SECV-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO SECV-TIME
           MOVE 'HWJOBMNT'                TO SECV-PROGRAM-NAME
           MOVE JMNT-OPERATOR-ID          TO SECV-OPERATOR-ID
           MOVE 'REGY'                    TO SECV-RESOURCE
           MOVE JMNT-FUNCTION             TO SECV-FUNCTION-CODE
           MOVE JMNT-JOB-NAME             TO SECV-JOB-NAME
           MOVE WS-AUTH-FAILED-ENV        TO SECV-ENVIRONMENT
           MOVE WS-REJECT-REASON          TO SECV-REASON
           WRITE SECURITY-VIOLATION-RECORD
           ADD 1 TO WS-CARDS-REFUSED.
       270-EXIT.
           EXIT.

       300-ADD-REGISTRY-ENTRY SECTION.
           PERFORM 210-EDIT-ENVIRONMENT-LIST
           IF WS-REJECT-REASON = SPACES
               MOVE JMNT-JOB-NAME     TO JOBM-JOB-NAME
               MOVE WS-AUTH-NEW-ENVS  TO JOBM-ENVIRONMENTS
               MOVE JMNT-OWNING-AREA  TO JOBM-OWNING-AREA
               MOVE JMNT-DESCRIPTION  TO JOBM-DESCRIPTION
               MOVE 'A'               TO JOBM-STATUS-FLAG
                       MOVE 'JOB NOT ON REGISTRY'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE WS-AUTH-NEW-ENVS  TO JOBM-ENVIRONMENTS
                       MOVE JMNT-OWNING-AREA  TO JOBM-OWNING-AREA
                       MOVE JMNT-DESCRIPTION  TO JOBM-DESCRIPTION
                       REWRITE JOB-MASTER-RECORD
       310-EXIT.
           EXIT.

       330-SET-EXTRA-ENVIRONMENTS SECTION.
       330-START.
           PERFORM 210-EDIT-ENVIRONMENT-LIST
           IF WS-REJECT-REASON = SPACES
               MOVE JMNT-JOB-NAME TO JOBM-JOB-NAME
               READ JOB-MASTER-FILE
                   INVALID KEY
                       MOVE 'JOB NOT ON REGISTRY'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE WS-AUTH-NEW-ENVS TO JOBM-ENVIRONMENTS
                       REWRITE JOB-MASTER-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
           END-IF.
       330-EXIT.
           EXIT.

       320-SET-REGISTRY-STATUS SECTION.
       320-START.
           MOVE JMNT-JOB-NAME TO JOBM-JOB-NAME
           ADD 1 TO WS-ENTRIES-LISTED
           MOVE JOBM-JOB-NAME     TO PRT-LST-JOB-NAME
           MOVE JOBM-STATUS-FLAG  TO PRT-LST-STATUS
           MOVE JOBM-ENVIRONMENTS TO WS-LIST-ENVS
           MOVE WS-LIST-ENVS-FIRST TO PRT-LST-ENVS
           MOVE JOBM-OWNING-AREA  TO PRT-LST-AREA
           MOVE JOBM-DESCRIPTION  TO PRT-LST-DESC
           WRITE PRINT-RECORD FROM WS-LIST-LINE
           IF WS-LIST-ENVS-EXTRA NOT = SPACES
               MOVE WS-LIST-ENVS-EXTRA TO PRT-LST-EXTRA-ENVS
               WRITE PRINT-RECORD FROM WS-LIST-EXTRA-LINE
           END-IF
           PERFORM 510-READ-REGISTRY-ENTRY.
       520-EXIT.
           EXIT.
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ENTRIES LISTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-ENTRIES-LISTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SECURITY REFUSALS     ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-REFUSED         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
