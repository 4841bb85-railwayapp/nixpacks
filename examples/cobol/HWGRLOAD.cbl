      *    BATCH BULK-LOAD AND EXTRACT UTILITY FOR THE GREETING VSAM
      *    FILE (GREETVSM). MODE IS TAKEN FROM THE SYSIN PARM CARD:
      *      LOAD - READ ADD/CHANGE/DELETE TRANSACTIONS (GRTRNREC
      *             LAYOUT) FROM GREETTRN, EDIT THEM AGAINST GREETVSM
      *             AND QUEUE EACH GOOD ONE ON THE PENDING-CHANGE FILE
      *             GRPENDNG (GRPNDREC LAYOUT) UNDER THE REQUESTER ID
      *             FROM THE PARM CARD, THEN PRINT A CONTROL REPORT OF
      *             TRANSACTIONS QUEUED AND REJECTED WITH REASONS.
      *             NOTHING TOUCHES GREETVSM UNTIL A DIFFERENT
      *             OPERATOR APPROVES THE CHANGES THROUGH HWGRAPPR OR
      *             THE HWAP SCREEN, WHICH APPLY AND JOURNAL THEM.
      *             THE REQUESTER MUST HOLD THE ADD, CHANGE OR DELETE
      *             GREETING FUNCTION ON THE OPERAUTH AUTHORITY FILE
      *             AND EVERY ENVIRONMENT THE JOB IS PERMITTED IN ON
      *             JOBMASTR; A REFUSED TRANSACTION IS REJECTED AND
      *             LOGGED TO SECVIOL. A CHANGE THAT WOULD TAKE
      *             EFFECT INSIDE A FREEZE WINDOW ON FRZCAL COVERING
      *             THE JOB, ITS OWNING AREA OR ALL JOBS IS REJECTED,
      *             UNLESS A *OVERRID CARD FOLLOWS THE PARM CARD - THEN
      *             IT IS QUEUED AND THE OVERRIDE LOGGED TO FRZOVLOG.
      *      EXTR - UNLOAD THE WHOLE KSDS TO THE FLAT FILE GREETEXT
      *             FOR DISASTER-RECOVERY RELOAD.
      *    REPLACES KEYING HUNDREDS OF RECORDS THROUGH THE HWMT
           SELECT GREET-EXT-FILE ASSIGN TO "GREETEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT GREET-PEND-FILE ASSIGN TO "GRPENDNG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
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
           SELECT FREEZE-FILE ASSIGN TO "FRZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZ-WINDOW-ID
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT FREEZE-OVERRIDE-FILE ASSIGN TO "FRZOVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOV-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           RECORDING MODE IS F.
       01  LOAD-PARM-CARD.
           03 LOAD-MODE            PIC X(4).
           03 LOAD-REQUESTER-ID    PIC X(8).
           03 FILLER               PIC X(32).
           COPY FRZOVCRD.

       FD  GREET-TRAN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  GREET-EXT-RECORD        PIC X(41).

       FD  GREET-PEND-FILE.
           COPY GRPNDREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       FD  SECURITY-VIOL-FILE
           RECORDING MODE IS F.
           COPY SECVREC.

       FD  FREEZE-FILE.
           COPY FRZREC.

       FD  FREEZE-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY FRZOVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
           03 WS-TRAN-STATUS       PIC XX       VALUE SPACES.
           03 WS-GREET-STATUS      PIC XX       VALUE SPACES.
           03 WS-EXT-STATUS        PIC XX       VALUE SPACES.
           03 WS-PEND-STATUS       PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-OPAUTH-STATUS     PIC XX       VALUE SPACES.
           03 WS-SECV-STATUS       PIC XX       VALUE SPACES.
           03 WS-FRZ-STATUS        PIC XX       VALUE SPACES.
           03 WS-FOV-STATUS        PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

      *    EVERY CHANGE QUEUED BY ONE RUN CARRIES THE SAME REQUEST
      *    DATE AND TIME, SO THE APPROVER CAN DEAL WITH THE WHOLE
      *    DECK AT ONCE; THE SEQUENCE KEEPS THEM APART ON THE KEY.
       01  WS-PEND-SEQ             PIC 9(3)     VALUE 0.

       01  WS-FOV-OPEN-SW          PIC X        VALUE 'N'.
           88 FOV-IS-OPEN                       VALUE 'Y'.

       01  WS-GREET-EMPTY-SW       PIC X        VALUE 'N'.
           88 GREET-FILE-EMPTY                  VALUE 'Y'.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.
       01  WS-GREET-AT-EOF         PIC X        VALUE 'N'.
           88 GREET-AT-EOF                      VALUE 'Y'.

      *    ENVIRONMENTS THE REQUESTER MUST HOLD - THE JOB'S
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

       01  WS-LOAD-PARM-SAVE       PIC X(44)    VALUE SPACES.

      *    OWNING AREA OF THE TRANSACTION'S JOB FROM THE REGISTRY,
      *    SPACES WHEN THE JOB IS NOT ON IT.
       01  WS-TRN-OWNING-AREA      PIC X(8)     VALUE SPACES.

      *    FREEZE WINDOWS FROM FRZCAL THAT HAVE NOT YET ENDED. A
      *    GREETING IS SHARED BY EVERY ENVIRONMENT ITS JOB RUNS IN,
      *    SO A WINDOW FREEZES IT WHATEVER THE WINDOW'S ENVIRONMENT.
       01  WS-FREEZE-TABLE.
           03 WS-FRZ-COUNT          PIC 9(3)     VALUE 0.
           03 WS-FRZ-ENTRY          OCCURS 200 TIMES.
              05 WS-FRZ-WINDOW-ID   PIC X(8).
              05 WS-FRZ-SCOPE-TYPE  PIC X(1).
              05 WS-FRZ-SCOPE-NAME  PIC X(8).
              05 WS-FRZ-FROM-DATE   PIC X(8).
              05 WS-FRZ-TO-DATE     PIC X(8).

       01  WS-FRZ-SUB               PIC 9(3)     VALUE 1.

       01  WS-FRZ-AT-EOF            PIC X        VALUE 'N'.
           88 FRZ-AT-EOF                         VALUE 'Y'.

       01  WS-FRZ-MATCH-SW          PIC X        VALUE 'N'.
           88 FREEZE-WINDOW-MATCHED              VALUE 'Y'.

       01  WS-FRZ-MATCH-ID          PIC X(8)     VALUE SPACES.

      *    THE DATES OVER WHICH A TRANSACTION WOULD CHANGE THE
      *    GREETING IN EFFECT - FROM ITS EFFECTIVE DATE OR TODAY,
      *    WHICHEVER IS LATER, TO THE LATER OF ITS NEW AND ON-FILE
      *    TO-DATES (BLANK = OPEN-ENDED).
       01  WS-CHG-FROM-DATE         PIC X(8)     VALUE SPACES.
       01  WS-CHG-TO-DATE           PIC X(8)     VALUE SPACES.
       01  WS-CHG-OLD-TO-DATE       PIC X(8)     VALUE SPACES.

       01  WS-OVERRIDE-FIELDS.
           03 WS-OVR-CARD-SW        PIC X        VALUE 'N'.
              88 OVERRIDE-CARD-PRESENT           VALUE 'Y'.
           03 WS-OVR-ACTIVE-SW      PIC X        VALUE 'N'.
              88 FREEZE-OVERRIDE-ACTIVE          VALUE 'Y'.
           03 WS-OVR-OPERATOR-ID    PIC X(8)     VALUE SPACES.
           03 WS-OVR-CHANGE-REF     PIC X(12)    VALUE SPACES.
           03 WS-OVR-REASON         PIC X(16)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-TRANS-READ        PIC 9(7)     VALUE 0.
           03 WS-TRANS-QUEUED      PIC 9(7)     VALUE 0.
           03 WS-TRANS-REJECTED    PIC 9(7)     VALUE 0.
           03 WS-RECS-EXTRACTED    PIC 9(7)     VALUE 0.
           03 WS-TRANS-REFUSED     PIC 9(7)     VALUE 0.
           03 WS-TRANS-FROZEN      PIC 9(7)     VALUE 0.
           03 WS-FREEZE-OVERRIDES  PIC 9(7)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
       EXIT-PROGRAM.
           STOP RUN.

      *    AN OPTIONAL *OVERRID CARD MAY FOLLOW THE PARM CARD; THE
      *    PARM CARD IS PUT BACK IN THE RECORD AREA AFTERWARDS.
       100-READ-PARM-CARD SECTION.
       100-START.
           OPEN INPUT SYSIN-FILE
                   AT END
                       SET SYSIN-AT-EOF TO TRUE
               END-READ
               IF NOT SYSIN-AT-EOF
                   MOVE LOAD-PARM-CARD TO WS-LOAD-PARM-SAVE
                   READ SYSIN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FOC-IS-OVERRIDE-CARD
                               PERFORM 110-CAPTURE-OVERRIDE-CARD
                           END-IF
                   END-READ
               END-IF
               CLOSE SYSIN-FILE
               MOVE WS-LOAD-PARM-SAVE TO LOAD-PARM-CARD
           ELSE
               SET SYSIN-AT-EOF TO TRUE
               MOVE SPACES TO LOAD-PARM-CARD
       100-EXIT.
           EXIT.

       110-CAPTURE-OVERRIDE-CARD SECTION.
       110-START.
           SET OVERRIDE-CARD-PRESENT TO TRUE
           MOVE FOC-OPERATOR-ID TO WS-OVR-OPERATOR-ID
           MOVE FOC-CHANGE-REF  TO WS-OVR-CHANGE-REF
           MOVE FOC-REASON      TO WS-OVR-REASON.
       110-EXIT.
           EXIT.

      *    A LOAD WITH NO REQUESTER ON THE PARM CARD IS REFUSED -
      *    THE REQUESTER IS WHAT STOPS THE SAME OPERATOR APPROVING
      *    THEIR OWN DECK.
       200-APPLY-TRANSACTIONS SECTION.
       200-START.
           IF LOAD-REQUESTER-ID = SPACES
               DISPLAY 'HWGRLOAD: ERROR - LOAD REQUIRES A REQUESTER ID'
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT GREETING-FILE
      *    AN EMPTY CLUSTER IS FINE FOR A FIRST LOAD OF ADDS.
               IF WS-GREET-STATUS = '35'
                   SET GREET-FILE-EMPTY TO TRUE
                   MOVE '00' TO WS-GREET-STATUS
               END-IF
               IF WS-GREET-STATUS NOT = '00'
                   DISPLAY 'HWGRLOAD: ERROR - GREETVSM OPEN FAILED - '
                       'STATUS ' WS-GREET-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 205-QUEUE-TRANSACTIONS
                   IF NOT GREET-FILE-EMPTY
                       CLOSE GREETING-FILE
                   END-IF
               END-IF
           END-IF.
       200-EXIT.
           EXIT.

       205-QUEUE-TRANSACTIONS SECTION.
       205-START.
           PERFORM 280-OPEN-SECURITY-FILES
           IF RETURN-CODE = 0
               PERFORM 300-OPEN-FREEZE-FILES
               IF RETURN-CODE = 0
                   PERFORM 207-QUEUE-TO-PENDING-FILE
                   IF FOV-IS-OPEN
                       CLOSE FREEZE-OVERRIDE-FILE
                   END-IF
               END-IF
               PERFORM 285-CLOSE-SECURITY-FILES
           END-IF.
       205-EXIT.
           EXIT.

       207-QUEUE-TO-PENDING-FILE SECTION.
       207-START.
           OPEN I-O GREET-PEND-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT GREET-PEND-FILE
               CLOSE GREET-PEND-FILE
               OPEN I-O GREET-PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'HWGRLOAD: ERROR - GRPENDNG OPEN FAILED - '
                   'STATUS ' WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT GREET-TRAN-FILE
               IF WS-TRAN-STATUS = '00'
                   PERFORM 210-READ-TRANSACTION
                   PERFORM 220-APPLY-ONE-TRANSACTION
                       UNTIL TRAN-AT-EOF
                   CLOSE GREET-TRAN-FILE
               ELSE
                   DISPLAY 'HWGRLOAD: ERROR - GREETTRN OPEN '
                       'FAILED - STATUS ' WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE GREET-PEND-FILE
           END-IF.
       207-EXIT.
           EXIT.

       210-READ-TRANSACTION SECTION.
       210-START.
           READ GREET-TRAN-FILE
       220-START.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-FRZ-MATCH-SW
           IF TRN-JOB-NAME = SPACES
               MOVE 'JOB NAME IS BLANK' TO WS-REJECT-REASON
           ELSE
               PERFORM 225-BUILD-GREETING-KEY
               EVALUATE TRUE
                   WHEN TRN-IS-ADD
                       PERFORM 230-EDIT-ADD
                   WHEN TRN-IS-CHANGE
                   WHEN TRN-IS-DELETE
                       PERFORM 240-EDIT-CHANGE-OR-DELETE
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION CODE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 250-CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-FRZ-COUNT > 0
               PERFORM 330-CHECK-CHANGE-FREEZE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 270-WRITE-PENDING-RECORD
           END-IF
           IF WS-REJECT-REASON = SPACES AND FREEZE-WINDOW-MATCHED
               PERFORM 340-LOG-FREEZE-OVERRIDE
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TRANS-QUEUED
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM 260-PRINT-REJECT-LINE
       225-EXIT.
           EXIT.

      *    THE ON-FILE EDITS ARE MADE AGAINST GREETVSM AS IT STANDS
      *    WHEN THE DECK IS QUEUED; THE APPROVER RE-CHECKS THEM WHEN
      *    THE CHANGE IS ACTUALLY APPLIED.
       230-EDIT-ADD SECTION.
       230-START.
           IF NOT GREET-FILE-EMPTY
               READ GREETING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'JOB/DATE ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
       230-EXIT.
           EXIT.

       240-EDIT-CHANGE-OR-DELETE SECTION.
       240-START.
           IF GREET-FILE-EMPTY
               MOVE 'JOB/DATE NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               READ GREETING-FILE
                   INVALID KEY
                       MOVE 'JOB/DATE NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
       240-EXIT.
           EXIT.

      *    A JOB NOT ON THE REGISTRY HAS NO ENVIRONMENTS TO COVER, SO
      *    ONLY THE FUNCTION IS CHECKED FOR ITS GREETING.
       250-CHECK-OPERATOR-AUTHORITY SECTION.
       250-START.
           MOVE SPACES TO WS-AUTH-ENV-LIST
           MOVE SPACES TO WS-AUTH-FAILED-ENV
           MOVE SPACES TO WS-TRN-OWNING-AREA
           MOVE TRN-JOB-NAME TO JOBM-JOB-NAME
           READ JOB-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JOBM-ENVIRONMENTS TO WS-AUTH-ENV-LIST
                   MOVE JOBM-OWNING-AREA  TO WS-TRN-OWNING-AREA
           END-READ
           MOVE LOAD-REQUESTER-ID TO OPA-OPERATOR-ID
           READ OPER-AUTH-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 255-CHECK-FUNCTION-AND-ENVS
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 290-WRITE-SECURITY-VIOLATION
           END-IF.
       250-EXIT.
           EXIT.

       255-CHECK-FUNCTION-AND-ENVS SECTION.
       255-START.
           EVALUATE TRUE
               WHEN NOT OPA-IS-ACTIVE
                   MOVE 'OPERATOR AUTHORITY REVOKED'
                       TO WS-REJECT-REASON
               WHEN TRN-IS-ADD AND NOT OPA-MAY-ADD-GREETING
               WHEN TRN-IS-CHANGE AND NOT OPA-MAY-CHANGE-GREETING
               WHEN TRN-IS-DELETE AND NOT OPA-MAY-DELETE-GREETING
                   MOVE 'FUNCTION NOT AUTHORIZED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > 8
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

       260-PRINT-REJECT-LINE SECTION.
       260-EXIT.
           EXIT.

       270-WRITE-PENDING-RECORD SECTION.
       270-START.
           ADD 1 TO WS-PEND-SEQ
           MOVE TRN-JOB-NAME               TO PND-JOB-NAME
           MOVE GREET-EFF-FROM-DATE        TO PND-EFF-FROM-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO PND-REQ-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO PND-REQ-TIME
           MOVE WS-PEND-SEQ                TO PND-REQ-SEQ
           MOVE TRN-FUNCTION-CODE          TO PND-FUNCTION-CODE
           MOVE 'LOAD'                     TO PND-SOURCE
           MOVE LOAD-REQUESTER-ID          TO PND-REQUESTER
           MOVE TRN-EFF-TO-DATE            TO PND-EFF-TO-DATE
           MOVE TRN-HELLO                  TO PND-HELLO
           MOVE TRN-WORLD                  TO PND-WORLD
           MOVE 'P'                        TO PND-STATUS
           MOVE SPACES                     TO PND-CHECKER
           MOVE SPACES                     TO PND-ACTION-DATE
           MOVE SPACES                     TO PND-ACTION-TIME
           MOVE SPACES                     TO PND-REJECT-NOTE
           WRITE GREET-PENDING-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE PENDING REQUEST'
                       TO WS-REJECT-REASON
           END-WRITE.
       270-EXIT.
           EXIT.

      *    NO CHANGE IS QUEUED WITHOUT THE AUTHORITY FILE TO CHECK IT
      *    AGAINST, THE REGISTRY FOR THE JOB'S ENVIRONMENTS AND THE
      *    VIOLATIONS FILE TO LOG A REFUSAL.
       280-OPEN-SECURITY-FILES SECTION.
       280-START.
           OPEN INPUT OPER-AUTH-FILE
           IF WS-OPAUTH-STATUS NOT = '00'
               DISPLAY 'HWGRLOAD: ERROR - OPERAUTH OPEN FAILED - '
                   'STATUS ' WS-OPAUTH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT JOB-MASTER-FILE
               IF WS-JOBM-STATUS NOT = '00'
                   DISPLAY 'HWGRLOAD: ERROR - JOBMASTR OPEN FAILED - '
                       'STATUS ' WS-JOBM-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPER-AUTH-FILE
               ELSE
                   OPEN EXTEND SECURITY-VIOL-FILE
                   IF WS-SECV-STATUS = '35'
                       OPEN OUTPUT SECURITY-VIOL-FILE
                   END-IF
                   IF WS-SECV-STATUS NOT = '00'
                       DISPLAY 'HWGRLOAD: ERROR - SECVIOL OPEN '
                           'FAILED - STATUS ' WS-SECV-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE OPER-AUTH-FILE
                       CLOSE JOB-MASTER-FILE
                   END-IF
               END-IF
           END-IF.
       280-EXIT.
           EXIT.

       285-CLOSE-SECURITY-FILES SECTION.
       285-START.
           CLOSE OPER-AUTH-FILE
           CLOSE JOB-MASTER-FILE
           CLOSE SECURITY-VIOL-FILE.
       285-EXIT.
           EXIT.

       290-WRITE-SECURITY-VIOLATION SECTION.
       290-START.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SECV-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO SECV-TIME
           MOVE 'HWGRLOAD'                TO SECV-PROGRAM-NAME
           MOVE LOAD-REQUESTER-ID         TO SECV-OPERATOR-ID
           MOVE 'GRTG'                    TO SECV-RESOURCE
           MOVE TRN-FUNCTION-CODE         TO SECV-FUNCTION-CODE
           MOVE TRN-JOB-NAME              TO SECV-JOB-NAME
           MOVE WS-AUTH-FAILED-ENV        TO SECV-ENVIRONMENT
           MOVE WS-REJECT-REASON          TO SECV-REASON
           WRITE SECURITY-VIOLATION-RECORD
           ADD 1 TO WS-TRANS-REFUSED.
       290-EXIT.
           EXIT.

      *    NO FRZCAL SIMPLY MEANS NO FREEZE HAS EVER BEEN DECLARED;
      *    ANY OTHER FAILURE STOPS THE LOAD RATHER THAN LET CHANGES
      *    THROUGH UNCHECKED. AN OVERRIDE IS ONLY HONOURED WHEN ITS
      *    OPERATOR AND CHANGE REFERENCE ARE GIVEN AND FRZOVLOG IS
      *    THERE TO RECORD IT.
       300-OPEN-FREEZE-FILES SECTION.
       300-START.
           OPEN INPUT FREEZE-FILE
           IF WS-FRZ-STATUS = '00'
               PERFORM 310-READ-FREEZE-WINDOW
               PERFORM 320-TABLE-ONE-FREEZE-WINDOW
                   UNTIL FRZ-AT-EOF
               CLOSE FREEZE-FILE
           ELSE
               IF WS-FRZ-STATUS NOT = '35'
                   DISPLAY 'HWGRLOAD: ERROR - FRZCAL OPEN FAILED - '
                       'STATUS ' WS-FRZ-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0 AND OVERRIDE-CARD-PRESENT
               IF WS-OVR-OPERATOR-ID = SPACES
                       OR WS-OVR-CHANGE-REF = SPACES
                   DISPLAY 'HWGRLOAD: ERROR - OVERRIDE CARD NEEDS '
                       'OPERATOR AND CHANGE REF - IGNORED'
               ELSE
                   OPEN EXTEND FREEZE-OVERRIDE-FILE
                   IF WS-FOV-STATUS = '35'
                       OPEN OUTPUT FREEZE-OVERRIDE-FILE
                   END-IF
                   IF WS-FOV-STATUS = '00'
                       SET FOV-IS-OPEN TO TRUE
                       SET FREEZE-OVERRIDE-ACTIVE TO TRUE
                       DISPLAY 'HWGRLOAD: FREEZE OVERRIDE IN EFFECT - '
                           'OPERATOR ' WS-OVR-OPERATOR-ID
                           ' CHANGE REF ' WS-OVR-CHANGE-REF
                   ELSE
                       DISPLAY 'HWGRLOAD: ERROR - FRZOVLOG OPEN '
                           'FAILED - STATUS ' WS-FOV-STATUS
                           ' - OVERRIDE IGNORED'
                   END-IF
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       310-READ-FREEZE-WINDOW SECTION.
       310-START.
           READ FREEZE-FILE NEXT RECORD
               AT END
                   SET FRZ-AT-EOF TO TRUE
           END-READ.
       310-EXIT.
           EXIT.

       320-TABLE-ONE-FREEZE-WINDOW SECTION.
       320-START.
           IF FRZ-TO-DATE NOT < WS-CURRENT-DATE-TIME(1:8)
               IF WS-FRZ-COUNT < 200
                   ADD 1 TO WS-FRZ-COUNT
                   MOVE FRZ-WINDOW-ID
                       TO WS-FRZ-WINDOW-ID(WS-FRZ-COUNT)
                   MOVE FRZ-SCOPE-TYPE
                       TO WS-FRZ-SCOPE-TYPE(WS-FRZ-COUNT)
                   MOVE FRZ-SCOPE-NAME
                       TO WS-FRZ-SCOPE-NAME(WS-FRZ-COUNT)
                   MOVE FRZ-FROM-DATE
                       TO WS-FRZ-FROM-DATE(WS-FRZ-COUNT)
                   MOVE FRZ-TO-DATE
                       TO WS-FRZ-TO-DATE(WS-FRZ-COUNT)
               ELSE
                   DISPLAY 'HWGRLOAD: FREEZE TABLE FULL - '
                       'WINDOW ' FRZ-WINDOW-ID ' NOT ENFORCED'
               END-IF
           END-IF
           PERFORM 310-READ-FREEZE-WINDOW.
       320-EXIT.
           EXIT.

      *    A DELETE OR CHANGE ALSO ALTERS THE GREETING OVER THE ON-FILE
      *    RECORD'S DATES, READ INTO GREETING-RECORD BY 240.
       330-CHECK-CHANGE-FREEZE SECTION.
       330-START.
           MOVE GREET-EFF-FROM-DATE TO WS-CHG-FROM-DATE
           IF WS-CHG-FROM-DATE < WS-CURRENT-DATE-TIME(1:8)
               MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CHG-FROM-DATE
           END-IF
           MOVE TRN-EFF-TO-DATE TO WS-CHG-TO-DATE
           IF WS-CHG-TO-DATE = SPACES
               MOVE '99999999' TO WS-CHG-TO-DATE
           END-IF
           IF NOT TRN-IS-ADD
               MOVE GREET-EFF-TO-DATE TO WS-CHG-OLD-TO-DATE
               IF WS-CHG-OLD-TO-DATE = SPACES
                   MOVE '99999999' TO WS-CHG-OLD-TO-DATE
               END-IF
               IF TRN-IS-DELETE
                       OR WS-CHG-OLD-TO-DATE > WS-CHG-TO-DATE
                   MOVE WS-CHG-OLD-TO-DATE TO WS-CHG-TO-DATE
               END-IF
           END-IF
           PERFORM VARYING WS-FRZ-SUB FROM 1 BY 1
                   UNTIL WS-FRZ-SUB > WS-FRZ-COUNT
                   OR FREEZE-WINDOW-MATCHED
               IF (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = '*'
                       OR (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = 'J'
                       AND WS-FRZ-SCOPE-NAME(WS-FRZ-SUB)
                           = TRN-JOB-NAME)
                       OR (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = 'A'
                       AND WS-TRN-OWNING-AREA NOT = SPACES
                       AND WS-FRZ-SCOPE-NAME(WS-FRZ-SUB)
                           = WS-TRN-OWNING-AREA))
                   AND WS-FRZ-FROM-DATE(WS-FRZ-SUB)
                       NOT > WS-CHG-TO-DATE
                   AND WS-FRZ-TO-DATE(WS-FRZ-SUB)
                       NOT < WS-CHG-FROM-DATE
                   SET FREEZE-WINDOW-MATCHED TO TRUE
                   MOVE WS-FRZ-WINDOW-ID(WS-FRZ-SUB)
                       TO WS-FRZ-MATCH-ID
               END-IF
           END-PERFORM
           IF FREEZE-WINDOW-MATCHED AND NOT FREEZE-OVERRIDE-ACTIVE
               STRING 'CHANGE FREEZE - ' WS-FRZ-MATCH-ID
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               ADD 1 TO WS-TRANS-FROZEN
           END-IF.
       330-EXIT.
           EXIT.

       340-LOG-FREEZE-OVERRIDE SECTION.
       340-START.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO FOV-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO FOV-TIME
           MOVE 'HWGRLOAD'                TO FOV-PROGRAM-NAME
           MOVE WS-OVR-OPERATOR-ID        TO FOV-OPERATOR-ID
           MOVE WS-OVR-CHANGE-REF         TO FOV-CHANGE-REF
           MOVE WS-FRZ-MATCH-ID           TO FOV-WINDOW-ID
           MOVE TRN-JOB-NAME              TO FOV-JOB-NAME
           MOVE SPACES                    TO FOV-ENVIRONMENT
           MOVE WS-OVR-REASON             TO FOV-OVERRIDE-REASON
           WRITE FREEZE-OVERRIDE-RECORD
           ADD 1 TO WS-FREEZE-OVERRIDES.
       340-EXIT.
           EXIT.

       400-EXTRACT-GREETING-FILE SECTION.
       400-START.
           OPEN INPUT GREETING-FILE
           MOVE 'TRANSACTIONS READ     ' TO PRT-TOTAL-LABEL
           MOVE WS-TRANS-READ            TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TRANSACTIONS QUEUED   ' TO PRT-TOTAL-LABEL
           MOVE WS-TRANS-QUEUED          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED ' TO PRT-TOTAL-LABEL
           MOVE WS-TRANS-REJECTED        TO PRT-TOTAL-VALUE
           MOVE 'RECORDS EXTRACTED     ' TO PRT-TOTAL-LABEL
           MOVE WS-RECS-EXTRACTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SECURITY REFUSALS     ' TO PRT-TOTAL-LABEL
           MOVE WS-TRANS-REFUSED         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FREEZE REFUSALS       ' TO PRT-TOTAL-LABEL
           MOVE WS-TRANS-FROZEN          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FREEZE OVERRIDES      ' TO PRT-TOTAL-LABEL
           MOVE WS-FREEZE-OVERRIDES      TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       500-EXIT.
           EXIT.
