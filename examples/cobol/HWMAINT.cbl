      ******************************************************************
      *    CICS PSEUDO-CONVERSATIONAL MAINTENANCE TRANSACTION FOR THE
      *    GREETING VSAM FILE (GREETVSM, KEY = JOB NAME +
      *    EFFECTIVE-FROM DATE). LETS AN OPERATOR REQUEST AN ADD OR
      *    CHANGE OF THE HELLO-WORLD BANNER TEXT FOR A GIVEN JOB
      *    WITHOUT A SOURCE CHANGE OR RECOMPILE. NOTHING IS WRITTEN
      *    TO GREETVSM HERE: EVERY ADD AND CHANGE IS QUEUED ON THE
      *    PENDING-CHANGE FILE (GRPENDNG, GRPNDREC LAYOUT) UNDER THE
      *    SIGNED-ON USER ID AND THE DATE AND TIME OF THE REQUEST. A
      *    DIFFERENT OPERATOR APPROVES OR REJECTS IT ON THE HWAP
      *    SCREEN (HWAPPROV) OR AN HWGRAPPR APPROVAL DECK, AND ONLY
      *    THEN IS IT APPLIED AND JOURNALED. THE SIGNED-ON USER MUST
      *    HOLD THE ADD OR CHANGE GREETING FUNCTION ON THE OPERAUTH
      *    AUTHORITY FILE AND EVERY ENVIRONMENT THE JOB IS PERMITTED
      *    IN ON JOBMASTR; A REFUSAL IS SENT BACK TO THE SCREEN AND
      *    LOGGED (SECVREC LAYOUT) THROUGH THE SECV TD QUEUE. A
      *    CHANGE THAT WOULD TAKE EFFECT INSIDE A FREEZE WINDOW ON
      *    FRZCAL COVERING THE JOB, ITS OWNING AREA OR ALL JOBS IS
      *    REFUSED; THERE IS NO OVERRIDE ON THE SCREEN - AN EMERGENCY
      *    CHANGE GOES THROUGH HWGRLOAD WITH A *OVERRID CARD.
      *
      *    THIS PROGRAM IS NOT COMPILABLE BY GNUCOBOL IN THIS
      *    SANDBOX - GNUCOBOL HAS NO EXEC CICS TRANSLATOR. IT IS

       COPY GREETREC.

       COPY GRPNDREC.

       01  WS-REQUEST-FIELDS.
           03 WS-USERID             PIC X(8)  VALUE SPACES.
           03 WS-RESP               PIC S9(8) COMP VALUE 0.
           03 WS-REQ-ABSTIME        PIC S9(15) COMP-3.
      *    FORMATTIME TIME REQUIRES AN 8-BYTE RECEIVING AREA - THE
      *    6-BYTE HHMMSS FOR THE REQUEST IS TAKEN FROM THE FRONT.
           03 WS-REQ-TIME-AREA      PIC X(8).

      *    ENVIRONMENTS THE OPERATOR MUST HOLD - THE JOB'S PERMITTED
      *    LIST FROM THE REGISTRY.
       01  WS-AUTH-FIELDS.
           03 WS-AUTH-ENV-LIST      PIC X(32) VALUE SPACES.
           03 WS-AUTH-ENV-TABLE REDEFINES WS-AUTH-ENV-LIST.
              05 WS-AUTH-ENV        PIC X(4) OCCURS 8 TIMES.
           03 WS-AUTH-SUB           PIC 9(1)  VALUE 1.
           03 WS-OPA-SUB            PIC 9(1)  VALUE 1.
           03 WS-AUTH-FAILED-ENV    PIC X(4)  VALUE SPACES.
           03 WS-AUTH-REASON        PIC X(30) VALUE SPACES.
           03 WS-AUTH-ENV-MATCHED-SW PIC X    VALUE 'N'.
              88 AUTH-ENV-MATCHED              VALUE 'Y'.

      *    FREEZE CHECK. THE CHANGE ALTERS THE GREETING IN EFFECT
      *    FROM ITS EFFECTIVE DATE OR TODAY, WHICHEVER IS LATER, TO
      *    THE LATER OF ITS NEW AND ON-FILE TO-DATES (BLANK = OPEN).
       01  WS-FREEZE-FIELDS.
           03 WS-JOB-OWNING-AREA    PIC X(8)  VALUE SPACES.
           03 WS-FRZ-TODAY          PIC X(8)  VALUE SPACES.
           03 WS-CHG-FROM-DATE      PIC X(8)  VALUE SPACES.
           03 WS-CHG-TO-DATE        PIC X(8)  VALUE SPACES.
           03 WS-CHG-OLD-TO-DATE    PIC X(8)  VALUE SPACES.
           03 WS-FRZ-BROWSE-KEY     PIC X(8)  VALUE SPACES.
           03 WS-FRZ-BROWSE-SW      PIC X     VALUE 'N'.
              88 FRZ-BROWSE-IS-DONE            VALUE 'Y'.
           03 WS-FRZ-MATCH-SW       PIC X     VALUE 'N'.
              88 FREEZE-WINDOW-MATCHED         VALUE 'Y'.
           03 WS-FRZ-ERROR-SW       PIC X     VALUE 'N'.
              88 FREEZE-CALENDAR-FAILED        VALUE 'Y'.

       COPY FRZREC.

       COPY JOBMREC.

       COPY OPAUTREC.

       COPY SECVREC.

       COPY HWMNTMAP.

           EXEC CICS HANDLE CONDITION
               MAPFAIL(100-SEND-INITIAL-MAP)
               NOTFND(200-RECORD-NOT-FOUND)
               DUPREC(220-DUPLICATE-REQUEST)
           END-EXEC

           IF EIBCALEN = 0
               PERFORM 100-SEND-INITIAL-MAP
           ELSE
               PERFORM 300-RECEIVE-AND-VALIDATE
               PERFORM 350-CHECK-OPERATOR-AUTHORITY
               PERFORM 400-QUEUE-PENDING-CHANGE
               PERFORM 500-SEND-CONFIRMATION
           END-IF.

       210-EXIT.
           EXIT.

      *    THE PENDING KEY CARRIES THE REQUEST TIME AND TASK NUMBER,
      *    SO A DUPLICATE CAN ONLY BE THE SAME REQUEST ENTERED TWICE.
       220-DUPLICATE-REQUEST SECTION.
       220-START.
           MOVE 'DUPLICATE REQUEST - PLEASE RE-ENTER' TO
               WS-ERROR-MESSAGE
           PERFORM 500-SEND-CONFIRMATION.
       220-EXIT.
           EXIT.

       300-RECEIVE-AND-VALIDATE SECTION.
       300-START.
           EXEC CICS RECEIVE MAP('HWMNTM')
       310-EXIT.
           EXIT.

      *    A JOB NOT YET ON THE REGISTRY HAS NO ENVIRONMENTS TO COVER,
      *    SO ONLY THE FUNCTION IS CHECKED. A REGISTRY THAT CANNOT BE
      *    READ REFUSES THE CHANGE RATHER THAN SKIP THE ENVIRONMENT
      *    AND AREA CHECKS. A REFUSAL IS LOGGED AND REDISPLAYED, WHICH
      *    ENDS THE TASK.
       350-CHECK-OPERATOR-AUTHORITY SECTION.
       350-START.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           MOVE SPACES TO WS-AUTH-ENV-LIST
           MOVE SPACES TO WS-AUTH-FAILED-ENV
           MOVE SPACES TO WS-AUTH-REASON
           MOVE JOBNAMEI TO JOBM-JOB-NAME
           EXEC CICS READ FILE('JOBMASTR')
               INTO(JOB-MASTER-RECORD)
               RIDFLD(JOBM-JOB-NAME)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-JOB-OWNING-AREA
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE JOBM-ENVIRONMENTS TO WS-AUTH-ENV-LIST
                   MOVE JOBM-OWNING-AREA  TO WS-JOB-OWNING-AREA
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'JOBMASTR NOT AVAILABLE' TO WS-AUTH-REASON
           END-EVALUATE
           IF WS-AUTH-REASON = SPACES
               MOVE WS-USERID TO OPA-OPERATOR-ID
               EXEC CICS READ FILE('OPERAUTH')
                   INTO(OPER-AUTH-RECORD)
                   RIDFLD(OPA-OPERATOR-ID)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 355-CHECK-FUNCTION-AND-ENVS
               ELSE
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO
                       WS-AUTH-REASON
               END-IF
           END-IF
           IF WS-AUTH-REASON NOT = SPACES
               PERFORM 370-LOG-SECURITY-VIOLATION
               MOVE WS-AUTH-REASON TO WS-ERROR-MESSAGE
               PERFORM 310-REDISPLAY-WITH-ERROR
           END-IF.
       350-EXIT.
           EXIT.

       355-CHECK-FUNCTION-AND-ENVS SECTION.
       355-START.
           EVALUATE TRUE
               WHEN NOT OPA-IS-ACTIVE
                   MOVE 'OPERATOR AUTHORITY REVOKED' TO WS-AUTH-REASON
               WHEN FUNCTION-IS-ADD AND NOT OPA-MAY-ADD-GREETING
               WHEN FUNCTION-IS-CHANGE AND NOT OPA-MAY-CHANGE-GREETING
                   MOVE 'FUNCTION NOT AUTHORIZED' TO WS-AUTH-REASON
               WHEN OTHER
                   PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > 8
                           OR WS-AUTH-FAILED-ENV NOT = SPACES
                       IF WS-AUTH-ENV(WS-AUTH-SUB) NOT = SPACES
                           PERFORM 357-CHECK-ONE-ENVIRONMENT
                       END-IF
                   END-PERFORM
                   IF WS-AUTH-FAILED-ENV NOT = SPACES
                       STRING 'ENV NOT AUTHORIZED - '
                           WS-AUTH-FAILED-ENV
                           DELIMITED BY SIZE
                           INTO WS-AUTH-REASON
                   END-IF
           END-EVALUATE.
       355-EXIT.
           EXIT.

       357-CHECK-ONE-ENVIRONMENT SECTION.
       357-START.
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
       357-EXIT.
           EXIT.

       370-LOG-SECURITY-VIOLATION SECTION.
       370-START.
           EXEC CICS ASKTIME
               ABSTIME(WS-REQ-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-REQ-ABSTIME)
               YYYYMMDD(SECV-DATE)
               TIME(WS-REQ-TIME-AREA)
           END-EXEC
           MOVE WS-REQ-TIME-AREA(1:6) TO SECV-TIME
           MOVE 'HWMAINT'           TO SECV-PROGRAM-NAME
           MOVE WS-USERID           TO SECV-OPERATOR-ID
           MOVE 'GRTG'              TO SECV-RESOURCE
           MOVE WS-FUNCTION-CODE    TO SECV-FUNCTION-CODE
           MOVE JOBNAMEI            TO SECV-JOB-NAME
           MOVE WS-AUTH-FAILED-ENV  TO SECV-ENVIRONMENT
           MOVE WS-AUTH-REASON      TO SECV-REASON
           EXEC CICS WRITEQ TD
               QUEUE('SECV')
               FROM(SECURITY-VIOLATION-RECORD)
               LENGTH(LENGTH OF SECURITY-VIOLATION-RECORD)
           END-EXEC.
       370-EXIT.
           EXIT.

       400-QUEUE-PENDING-CHANGE SECTION.
       400-START.
           MOVE JOBNAMEI  TO GREET-JOB-NAME
           IF EFFROMI = SPACES
           ELSE
               MOVE EFFROMI TO GREET-EFF-FROM-DATE
           END-IF

           IF FUNCTION-IS-ADD
               PERFORM 410-CHECK-NOT-ON-FILE
           ELSE
               PERFORM 420-CHECK-ON-FILE
           END-IF
           PERFORM 440-CHECK-CHANGE-FREEZE
           PERFORM 430-WRITE-PENDING-RECORD.
       400-EXIT.
           EXIT.

      *    AN ADD FOR A GREETING ALREADY ON FILE IS TURNED AWAY AT
      *    ENTRY RATHER THAN LEFT FOR THE APPROVER TO TRIP OVER.
       410-CHECK-NOT-ON-FILE SECTION.
       410-START.
           EXEC CICS READ FILE('GREETVSM')
               INTO(GREETING-RECORD)
               RIDFLD(GREET-KEY)
               KEYLENGTH(16)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 210-RECORD-ALREADY-EXISTS
           END-IF.
       410-EXIT.
           EXIT.

      *    A CHANGE FOR A GREETING NOT ON FILE RAISES NOTFND, WHICH
      *    THE HANDLE CONDITION ROUTES TO 200-RECORD-NOT-FOUND.
       420-CHECK-ON-FILE SECTION.
       420-START.
           EXEC CICS READ FILE('GREETVSM')
               INTO(GREETING-RECORD)
               RIDFLD(GREET-KEY)
               KEYLENGTH(16)
           END-EXEC.
       420-EXIT.
           EXIT.

       430-WRITE-PENDING-RECORD SECTION.
       430-START.
           EXEC CICS ASKTIME
               ABSTIME(WS-REQ-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-REQ-ABSTIME)
               YYYYMMDD(PND-REQ-DATE)
               TIME(WS-REQ-TIME-AREA)
           END-EXEC
           MOVE WS-REQ-TIME-AREA(1:6) TO PND-REQ-TIME
           MOVE JOBNAMEI            TO PND-JOB-NAME
           MOVE GREET-EFF-FROM-DATE TO PND-EFF-FROM-DATE
      *    THE LOW-ORDER DIGITS OF THE TASK NUMBER KEEP TWO REQUESTS
      *    FOR THE SAME GREETING IN THE SAME SECOND APART.
           MOVE EIBTASKN            TO PND-REQ-SEQ
           MOVE WS-FUNCTION-CODE    TO PND-FUNCTION-CODE
           MOVE 'HWMT'              TO PND-SOURCE
           MOVE WS-USERID           TO PND-REQUESTER
           MOVE EFFTOI              TO PND-EFF-TO-DATE
           MOVE HELLOTXI            TO PND-HELLO
           MOVE WORLDTXI            TO PND-WORLD
           MOVE 'P'                 TO PND-STATUS
           MOVE SPACES              TO PND-CHECKER
           MOVE SPACES              TO PND-ACTION-DATE
           MOVE SPACES              TO PND-ACTION-TIME
           MOVE SPACES              TO PND-REJECT-NOTE
           EXEC CICS WRITE FILE('GRPENDNG')
               FROM(GREET-PENDING-RECORD)
               RIDFLD(PND-KEY)
               KEYLENGTH(33)
           END-EXEC
           MOVE 'CHANGE QUEUED FOR APPROVAL' TO WS-ERROR-MESSAGE.
       430-EXIT.
           EXIT.

      *    FRZCAL IS BROWSED FROM THE START. NO WINDOWS AT ALL IS
      *    NOTFND; ANY OTHER FAILURE REFUSES THE CHANGE RATHER THAN
      *    LET IT THROUGH UNCHECKED. A REFUSAL ENDS THE TASK.
       440-CHECK-CHANGE-FREEZE SECTION.
       440-START.
           EXEC CICS ASKTIME
               ABSTIME(WS-REQ-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-REQ-ABSTIME)
               YYYYMMDD(WS-FRZ-TODAY)
           END-EXEC
           MOVE GREET-EFF-FROM-DATE TO WS-CHG-FROM-DATE
           IF WS-CHG-FROM-DATE < WS-FRZ-TODAY
               MOVE WS-FRZ-TODAY TO WS-CHG-FROM-DATE
           END-IF
           MOVE EFFTOI TO WS-CHG-TO-DATE
           IF WS-CHG-TO-DATE = SPACES
               MOVE '99999999' TO WS-CHG-TO-DATE
           END-IF
           IF FUNCTION-IS-CHANGE
               MOVE GREET-EFF-TO-DATE TO WS-CHG-OLD-TO-DATE
               IF WS-CHG-OLD-TO-DATE = SPACES
                   MOVE '99999999' TO WS-CHG-OLD-TO-DATE
               END-IF
               IF WS-CHG-OLD-TO-DATE > WS-CHG-TO-DATE
                   MOVE WS-CHG-OLD-TO-DATE TO WS-CHG-TO-DATE
               END-IF
           END-IF

           MOVE 'N' TO WS-FRZ-BROWSE-SW
           MOVE 'N' TO WS-FRZ-MATCH-SW
           MOVE 'N' TO WS-FRZ-ERROR-SW
           MOVE LOW-VALUES TO WS-FRZ-BROWSE-KEY
           EXEC CICS STARTBR FILE('FRZCAL')
               RIDFLD(WS-FRZ-BROWSE-KEY)
               KEYLENGTH(8)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 445-READ-NEXT-FREEZE-WINDOW
                       UNTIL FRZ-BROWSE-IS-DONE
                       OR FREEZE-WINDOW-MATCHED
                   EXEC CICS ENDBR FILE('FRZCAL')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET FREEZE-CALENDAR-FAILED TO TRUE
           END-EVALUATE

           IF FREEZE-CALENDAR-FAILED
               MOVE 'FREEZE CALENDAR NOT AVAILABLE' TO
                   WS-ERROR-MESSAGE
               PERFORM 310-REDISPLAY-WITH-ERROR
           END-IF
           IF FREEZE-WINDOW-MATCHED
               STRING 'FROZEN BY ' FRZ-WINDOW-ID
                   ' - BATCH OVERRIDE ONLY'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               PERFORM 310-REDISPLAY-WITH-ERROR
           END-IF.
       440-EXIT.
           EXIT.

      *    A GREETING IS SHARED BY EVERY ENVIRONMENT ITS JOB RUNS IN,
      *    SO A WINDOW FREEZES IT WHATEVER THE WINDOW'S ENVIRONMENT.
       445-READ-NEXT-FREEZE-WINDOW SECTION.
       445-START.
           EXEC CICS READNEXT FILE('FRZCAL')
               INTO(FREEZE-WINDOW-RECORD)
               RIDFLD(WS-FRZ-BROWSE-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   SET FRZ-BROWSE-IS-DONE TO TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET FRZ-BROWSE-IS-DONE TO TRUE
                   SET FREEZE-CALENDAR-FAILED TO TRUE
               WHEN FRZ-FROM-DATE > WS-CHG-TO-DATE
               WHEN FRZ-TO-DATE < WS-CHG-FROM-DATE
                   CONTINUE
               WHEN FRZ-SCOPE-IS-ALL
                   SET FREEZE-WINDOW-MATCHED TO TRUE
               WHEN FRZ-SCOPE-IS-JOB
                       AND FRZ-SCOPE-NAME = JOBNAMEI
                   SET FREEZE-WINDOW-MATCHED TO TRUE
               WHEN FRZ-SCOPE-IS-AREA
                       AND WS-JOB-OWNING-AREA NOT = SPACES
                       AND FRZ-SCOPE-NAME = WS-JOB-OWNING-AREA
                   SET FREEZE-WINDOW-MATCHED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       445-EXIT.
           EXIT.

       500-SEND-CONFIRMATION SECTION.
       500-START.
           MOVE WS-FUNCTION-CODE TO FUNCTNO
