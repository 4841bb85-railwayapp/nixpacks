               RECORD KEY IS SCHED-EVENT-KEY
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "CNTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTR-ENV-CODE
               FILE STATUS IS WS-CNTR-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BDATECAL"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT FREEZE-FILE ASSIGN TO "FRZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZ-WINDOW-ID
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT FREEZE-OVERRIDE-FILE ASSIGN TO "FRZOVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOV-STATUS.
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-ENVM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
           COPY PARMCARD.
           COPY FRZOVCRD.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       FD  SCHEDULER-FILE.
           COPY SCHEDREC.

       FD  COUNTER-FILE.
           COPY CNTRREC.

       FD  CALENDAR-FILE
       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  FREEZE-FILE.
           COPY FRZREC.

       FD  FREEZE-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY FRZOVREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       WORKING-STORAGE SECTION.

       01  STRINGS.
           03 WS-CAL-STATUS        PIC XX       VALUE SPACES.
           03 WS-ALERT-STATUS      PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-FRZ-STATUS        PIC XX       VALUE SPACES.
           03 WS-FOV-STATUS        PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

       01  WS-ENV-VALID-SW         PIC X        VALUE 'N'.
           88 ENV-IS-VALID                      VALUE 'Y'.

       01  WS-ENV-ON-FILE-SW       PIC X        VALUE 'N'.
           88 ENV-IS-ON-FILE                    VALUE 'Y'.

       01  WS-CNTR-FOUND-SW        PIC X        VALUE 'N'.
           88 CNTR-RECORD-FOUND                 VALUE 'Y'.

       01  WS-CNTR-KEY             PIC X(4)     VALUE SPACES.

       COPY LANGTAB.

           03 WS-FAIL-STATUS        PIC XX       VALUE SPACES.
           03 FILLER                PIC X(11)    VALUE SPACES.

       01  WS-CARD-COUNTERS.
           03 WS-CARDS-READ         PIC 9(5)     VALUE 0.
           03 WS-CARDS-PROCESSED    PIC 9(5)     VALUE 0.
              88 ALERT-IS-OPEN                  VALUE 'Y'.
           03 WS-JOBM-OPEN-SW      PIC X        VALUE 'N'.
              88 JOBM-IS-OPEN                   VALUE 'Y'.
           03 WS-FOV-OPEN-SW       PIC X        VALUE 'N'.
              88 FOV-IS-OPEN                    VALUE 'Y'.
           03 WS-ENVM-OPEN-SW      PIC X        VALUE 'N'.
              88 ENVM-IS-OPEN                   VALUE 'Y'.

       01  WS-JOBM-ENV-OK-SW       PIC X        VALUE 'N'.
           88 JOB-ENV-PERMITTED                 VALUE 'Y'.

       01  WS-JOBM-SUB             PIC 9(1)     VALUE 1.

      *    FREEZE WINDOWS FROM FRZCAL THAT ARE ACTIVE ON THE BUSINESS
      *    DATE, LOADED ONCE AT OPEN TIME SO EACH CARD IS CHECKED
      *    AGAINST THE TABLE INSTEAD OF BROWSING THE FILE.
       01  WS-FREEZE-TABLE.
           03 WS-FRZ-COUNT          PIC 9(3)     VALUE 0.
           03 WS-FRZ-ENTRY          OCCURS 200 TIMES.
              05 WS-FRZ-WINDOW-ID   PIC X(8).
              05 WS-FRZ-SCOPE-TYPE  PIC X(1).
              05 WS-FRZ-SCOPE-NAME  PIC X(8).
              05 WS-FRZ-ENVIRONMENT PIC X(4).

       01  WS-FRZ-SUB               PIC 9(3)     VALUE 1.

       01  WS-FRZ-AT-EOF            PIC X        VALUE 'N'.
           88 FRZ-AT-EOF                         VALUE 'Y'.

       01  WS-FRZ-MATCH-SW          PIC X        VALUE 'N'.
           88 FREEZE-WINDOW-MATCHED              VALUE 'Y'.

       01  WS-CARD-OWNING-AREA      PIC X(8)     VALUE SPACES.

       01  WS-FREEZE-ALERT-VALUE.
           03 FILLER                PIC X(14)    VALUE
               'FREEZE WINDOW '.
           03 WS-FRZ-MATCH-ID       PIC X(8)     VALUE SPACES.
           03 FILLER                PIC X(8)     VALUE SPACES.

      *    EMERGENCY OVERRIDE FROM A *OVERRID CARD AHEAD OF THE JOB
      *    CARDS. ONLY IN EFFECT ONCE FRZOVLOG IS OPEN TO RECORD IT.
       01  WS-OVERRIDE-FIELDS.
           03 WS-OVR-ACTIVE-SW      PIC X        VALUE 'N'.
              88 FREEZE-OVERRIDE-ACTIVE          VALUE 'Y'.
           03 WS-OVR-OPERATOR-ID    PIC X(8)     VALUE SPACES.
           03 WS-OVR-CHANGE-REF     PIC X(12)    VALUE SPACES.
           03 WS-OVR-REASON         PIC X(16)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE SECTION.
       000-START.
               PERFORM 700-WRITE-OPERATOR-ALERT
               MOVE 12 TO WS-WORST-RETURN-CODE
           ELSE
      *    EVERY ENVIRONMENT CODE IS EDITED AGAINST ENVMASTR, SO
      *    WITHOUT IT NO CARD COULD BE ACCEPTED AND THE RUN IS REFUSED.
               IF NOT ENVM-IS-OPEN
                   DISPLAY 'HELLO-WORLD: ERROR - ENVMASTR NOT '
                       'AVAILABLE - RUN REFUSED'
                   MOVE 16 TO WS-WORST-RETURN-CODE
               ELSE
                   PERFORM 100-READ-PARM-CARD
      *    A *RESTART CARD AHEAD OF THE DECK RERUNS A CANCELLED RUN:
      *    CARDS ALREADY CHECKPOINTED FOR THIS RUN DATE ARE SKIPPED
      *    WITHOUT COUNTING, AUDITING OR SCHEDULER EVENTS, SO THE
      *    RERUN PICKS UP AT THE FIRST UNPROCESSED CARD.
                   IF NOT SYSIN-AT-EOF
                           AND PARM-JOB-NAME = '*RESTART'
                       SET RESTART-MODE TO TRUE
                       PERFORM 070-LOAD-RESTART-CHECKPOINTS
                       PERFORM 100-READ-PARM-CARD
                   END-IF
      *    A *OVERRID CARD NEXT LETS THIS RUN'S CARDS THROUGH ANY
      *    ACTIVE FREEZE WINDOW; EVERY CARD IT LETS THROUGH IS LOGGED
      *    TO FRZOVLOG FOR THE CHANGE BOARD.
                   IF NOT SYSIN-AT-EOF
                           AND FOC-IS-OVERRIDE-CARD
                       PERFORM 085-ACCEPT-FREEZE-OVERRIDE
                       PERFORM 100-READ-PARM-CARD
                   END-IF
                   IF SYSIN-AT-EOF
                       DISPLAY 'HELLO-WORLD: ERROR - MISSING PARAMETER '
                           'CARD'
                       MOVE SPACES TO WS-ALERT-JOB
                       MOVE 0001   TO WS-ALERT-REASON
                       MOVE 'E'    TO WS-ALERT-SEV
                       MOVE 'SYSIN EMPTY OR MISSING' TO WS-ALERT-VALUE
                       PERFORM 700-WRITE-OPERATOR-ALERT
                       MOVE 16 TO WS-WORST-RETURN-CODE
                   END-IF
                   PERFORM 110-PROCESS-PARM-CARD
                       UNTIL SYSIN-AT-EOF
                   PERFORM 600-DISPLAY-RUN-SUMMARY
               END-IF
           END-IF
           MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.
       000-EXIT.
               PERFORM 055-ALERT-OPEN-FAILURE
           END-IF

      *    NO FRZCAL SIMPLY MEANS NO FREEZE HAS EVER BEEN DECLARED.
      *    ANY OTHER FAILURE LEAVES THE RUN UNFROZEN, SO IT IS ALERTED.
           OPEN INPUT FREEZE-FILE
           IF WS-FRZ-STATUS = '00'
               PERFORM 090-LOAD-FREEZE-WINDOWS
               CLOSE FREEZE-FILE
           ELSE
               IF WS-FRZ-STATUS NOT = '35'
                   MOVE 'FRZCAL'         TO WS-FAIL-DDNAME
                   MOVE WS-FRZ-STATUS    TO WS-FAIL-STATUS
                   MOVE 0016             TO WS-ALERT-REASON
                   PERFORM 055-ALERT-OPEN-FAILURE
               END-IF
           END-IF

           OPEN INPUT ENV-MASTER-FILE
           IF WS-ENVM-STATUS = '00'
               SET ENVM-IS-OPEN TO TRUE
           ELSE
               MOVE SPACES           TO WS-ALERT-JOB
               MOVE 0018             TO WS-ALERT-REASON
               MOVE 'E'              TO WS-ALERT-SEV
               MOVE 'ENVMASTR'       TO WS-FAIL-DDNAME
               MOVE WS-ENVM-STATUS   TO WS-FAIL-STATUS
               MOVE WS-OPEN-FAIL-VALUE TO WS-ALERT-VALUE
               PERFORM 700-WRITE-OPERATOR-ALERT
           END-IF

           OPEN I-O COUNTER-FILE
           IF WS-CNTR-STATUS = '35'
               PERFORM 510-INITIALIZE-COUNTER-FILE
       080-EXIT.
           EXIT.

       085-ACCEPT-FREEZE-OVERRIDE SECTION.
       085-START.
           IF FOC-OPERATOR-ID = SPACES OR FOC-CHANGE-REF = SPACES
               DISPLAY 'HELLO-WORLD: ERROR - OVERRIDE CARD NEEDS '
                   'OPERATOR AND CHANGE REF - IGNORED'
           ELSE
               OPEN EXTEND FREEZE-OVERRIDE-FILE
               IF WS-FOV-STATUS = '35'
                   OPEN OUTPUT FREEZE-OVERRIDE-FILE
               END-IF
               IF WS-FOV-STATUS = '00'
                   SET FOV-IS-OPEN TO TRUE
                   SET FREEZE-OVERRIDE-ACTIVE TO TRUE
                   MOVE FOC-OPERATOR-ID TO WS-OVR-OPERATOR-ID
                   MOVE FOC-CHANGE-REF  TO WS-OVR-CHANGE-REF
                   MOVE FOC-REASON      TO WS-OVR-REASON
                   DISPLAY 'HELLO-WORLD: FREEZE OVERRIDE IN EFFECT - '
                       'OPERATOR ' WS-OVR-OPERATOR-ID
                       ' CHANGE REF ' WS-OVR-CHANGE-REF
               ELSE
                   DISPLAY 'HELLO-WORLD: ERROR - FRZOVLOG NOT '
                       'AVAILABLE - OVERRIDE IGNORED'
                   MOVE 'FRZOVLOG'       TO WS-FAIL-DDNAME
                   MOVE WS-FOV-STATUS    TO WS-FAIL-STATUS
                   MOVE 0017             TO WS-ALERT-REASON
                   PERFORM 055-ALERT-OPEN-FAILURE
               END-IF
           END-IF.
       085-EXIT.
           EXIT.

       090-LOAD-FREEZE-WINDOWS SECTION.
       090-START.
           MOVE LOW-VALUES TO FRZ-WINDOW-ID
           START FREEZE-FILE KEY NOT < FRZ-WINDOW-ID
               INVALID KEY
                   SET FRZ-AT-EOF TO TRUE
           END-START
           PERFORM 092-READ-FREEZE-WINDOW
           PERFORM 095-TABLE-ONE-FREEZE-WINDOW
               UNTIL FRZ-AT-EOF
           IF WS-FRZ-COUNT > 0
               DISPLAY 'HELLO-WORLD: ' WS-FRZ-COUNT
                   ' FREEZE WINDOWS ACTIVE FOR ' WS-RUN-DATE
           END-IF.
       090-EXIT.
           EXIT.

       092-READ-FREEZE-WINDOW SECTION.
       092-START.
           IF NOT FRZ-AT-EOF
               READ FREEZE-FILE NEXT RECORD
                   AT END
                       SET FRZ-AT-EOF TO TRUE
               END-READ
           END-IF.
       092-EXIT.
           EXIT.

       095-TABLE-ONE-FREEZE-WINDOW SECTION.
       095-START.
           IF FRZ-FROM-DATE NOT > WS-RUN-DATE
                   AND FRZ-TO-DATE NOT < WS-RUN-DATE
               IF WS-FRZ-COUNT < 200
                   ADD 1 TO WS-FRZ-COUNT
                   MOVE FRZ-WINDOW-ID
                       TO WS-FRZ-WINDOW-ID(WS-FRZ-COUNT)
                   MOVE FRZ-SCOPE-TYPE
                       TO WS-FRZ-SCOPE-TYPE(WS-FRZ-COUNT)
                   MOVE FRZ-SCOPE-NAME
                       TO WS-FRZ-SCOPE-NAME(WS-FRZ-COUNT)
                   MOVE FRZ-ENVIRONMENT
                       TO WS-FRZ-ENVIRONMENT(WS-FRZ-COUNT)
               ELSE
                   DISPLAY 'HELLO-WORLD: FREEZE TABLE FULL - '
                       'WINDOW ' FRZ-WINDOW-ID ' NOT ENFORCED'
               END-IF
           END-IF
           PERFORM 092-READ-FREEZE-WINDOW.
       095-EXIT.
           EXIT.

       100-READ-PARM-CARD SECTION.
       100-START.
           IF SYSIN-IS-OPEN
               IF WS-CARD-RETURN-CODE = 0 AND JOBM-IS-OPEN
                   PERFORM 170-VALIDATE-JOB-REGISTRY
               END-IF
               IF WS-CARD-RETURN-CODE = 0 AND WS-FRZ-COUNT > 0
                   PERFORM 180-CHECK-CHANGE-FREEZE
               END-IF
           END-IF.
       150-EXIT.
           EXIT.

      *    THE ENVIRONMENT MUST BE ON ENVMASTR AND ACTIVE. A CODE
      *    STILL ON FILE BUT MADE INACTIVE IS REJECTED THE SAME WAY
      *    AS ONE THAT WAS NEVER SET UP.
       160-VALIDATE-ENVIRONMENT SECTION.
       160-START.
           MOVE 'N' TO WS-ENV-VALID-SW
           PERFORM 165-READ-ENVIRONMENT
           IF ENV-IS-ON-FILE AND ENV-IS-ACTIVE
               SET ENV-IS-VALID TO TRUE
           END-IF.
       160-EXIT.
           EXIT.

       165-READ-ENVIRONMENT SECTION.
       165-START.
           MOVE 'N' TO WS-ENV-ON-FILE-SW
           IF ENVM-IS-OPEN
               MOVE PARM-ENVIRONMENT TO ENV-CODE
               READ ENV-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENV-IS-ON-FILE TO TRUE
               END-READ
           END-IF.
       165-EXIT.
           EXIT.

      *    THE JOB NAME MUST BE ON THE JOB MASTER REGISTRY, ACTIVE,
      *    AND PERMITTED TO RUN IN THE CARD'S ENVIRONMENT - A TYPOED
      *    JOB NAME IS REJECTED HERE INSTEAD OF POLLUTING AUDITLOG
           ELSE
               MOVE 'N' TO WS-JOBM-ENV-OK-SW
               PERFORM VARYING WS-JOBM-SUB FROM 1 BY 1
                       UNTIL WS-JOBM-SUB > 8
                   IF PARM-ENVIRONMENT =
                           JOBM-PERMITTED-ENV(WS-JOBM-SUB)
                       SET JOB-ENV-PERMITTED TO TRUE
       175-EXIT.
           EXIT.

      *    A CARD IS FROZEN WHEN AN ACTIVE WINDOW COVERS ITS JOB, ITS
      *    OWNING AREA OR ALL JOBS, IN ITS ENVIRONMENT OR ALL OF THEM.
      *    THE REGISTRY RECORD READ BY 170 SUPPLIES THE OWNING AREA;
      *    WITHOUT THE REGISTRY ONLY JOB AND ALL-JOBS WINDOWS APPLY.
       180-CHECK-CHANGE-FREEZE SECTION.
       180-START.
           MOVE SPACES TO WS-CARD-OWNING-AREA
           IF JOBM-IS-OPEN
               MOVE JOBM-OWNING-AREA TO WS-CARD-OWNING-AREA
           END-IF
           MOVE 'N' TO WS-FRZ-MATCH-SW
           PERFORM VARYING WS-FRZ-SUB FROM 1 BY 1
                   UNTIL WS-FRZ-SUB > WS-FRZ-COUNT
                   OR FREEZE-WINDOW-MATCHED
               IF (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = '*'
                       OR (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = 'J'
                       AND WS-FRZ-SCOPE-NAME(WS-FRZ-SUB)
                           = PARM-JOB-NAME)
                       OR (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = 'A'
                       AND WS-CARD-OWNING-AREA NOT = SPACES
                       AND WS-FRZ-SCOPE-NAME(WS-FRZ-SUB)
                           = WS-CARD-OWNING-AREA))
                   AND (WS-FRZ-ENVIRONMENT(WS-FRZ-SUB) = 'ALL '
                       OR WS-FRZ-ENVIRONMENT(WS-FRZ-SUB)
                           = PARM-ENVIRONMENT)
                   SET FREEZE-WINDOW-MATCHED TO TRUE
                   MOVE WS-FRZ-WINDOW-ID(WS-FRZ-SUB)
                       TO WS-FRZ-MATCH-ID
               END-IF
           END-PERFORM
           IF FREEZE-WINDOW-MATCHED
               IF FREEZE-OVERRIDE-ACTIVE
                   PERFORM 185-LOG-FREEZE-OVERRIDE
               ELSE
                   DISPLAY 'HELLO-WORLD: ERROR - ' PARM-JOB-NAME
                       ' ' PARM-ENVIRONMENT ' FROZEN BY WINDOW '
                       WS-FRZ-MATCH-ID
                   MOVE PARM-JOB-NAME         TO WS-ALERT-JOB
                   MOVE 0026                  TO WS-ALERT-REASON
                   MOVE 'E'                   TO WS-ALERT-SEV
                   MOVE WS-FREEZE-ALERT-VALUE TO WS-ALERT-VALUE
                   PERFORM 700-WRITE-OPERATOR-ALERT
                   MOVE 16 TO WS-CARD-RETURN-CODE
               END-IF
           END-IF.
       180-EXIT.
           EXIT.

       185-LOG-FREEZE-OVERRIDE SECTION.
       185-START.
           MOVE WS-RUN-DATE               TO FOV-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO FOV-TIME
           MOVE 'HELLO-WORLD'             TO FOV-PROGRAM-NAME
           MOVE WS-OVR-OPERATOR-ID        TO FOV-OPERATOR-ID
           MOVE WS-OVR-CHANGE-REF         TO FOV-CHANGE-REF
           MOVE WS-FRZ-MATCH-ID           TO FOV-WINDOW-ID
           MOVE PARM-JOB-NAME             TO FOV-JOB-NAME
           MOVE PARM-ENVIRONMENT          TO FOV-ENVIRONMENT
           MOVE WS-OVR-REASON             TO FOV-OVERRIDE-REASON
           WRITE FREEZE-OVERRIDE-RECORD
           DISPLAY 'HELLO-WORLD: WARNING - ' PARM-JOB-NAME
               ' ' PARM-ENVIRONMENT ' FROZEN BY WINDOW '
               WS-FRZ-MATCH-ID ' - OVERRIDDEN, CHANGE REF '
               WS-OVR-CHANGE-REF.
       185-EXIT.
           EXIT.

       200-BUILD-STRINGS SECTION.
       200-START.
           PERFORM 220-LOOKUP-VSAM-GREETING
       460-EXIT.
           EXIT.

      *    EVERY CARD EDITED COUNTS AS AN EXECUTION ON THE *ALL
      *    SUITE-TOTAL RECORD AND, WHEN ITS ENVIRONMENT IS ON
      *    ENVMASTR, ON THAT ENVIRONMENT'S RECORD. THE COUNTERS ARE
      *    UPDATED CARD BY CARD ALONGSIDE THE AUDITLOG RECORD THEY
      *    RECONCILE TO (HWRECON).
       500-UPDATE-COUNTERS SECTION.
       500-START.
           IF CNTR-IS-OPEN
               MOVE '*ALL' TO WS-CNTR-KEY
               PERFORM 520-ADD-ONE-EXECUTION
               PERFORM 165-READ-ENVIRONMENT
               IF ENV-IS-ON-FILE
                   MOVE PARM-ENVIRONMENT TO WS-CNTR-KEY
                   PERFORM 520-ADD-ONE-EXECUTION
               END-IF
           END-IF.
       500-EXIT.
           EXIT.

       510-INITIALIZE-COUNTER-FILE SECTION.
       510-START.
           OPEN OUTPUT COUNTER-FILE
           CLOSE COUNTER-FILE
           OPEN I-O COUNTER-FILE.
       510-EXIT.
           EXIT.

      *    THE FIRST EXECUTION IN AN ENVIRONMENT ADDS ITS RECORD.
       520-ADD-ONE-EXECUTION SECTION.
       520-START.
           MOVE 'Y' TO WS-CNTR-FOUND-SW
           MOVE WS-CNTR-KEY TO CNTR-ENV-CODE
           READ COUNTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CNTR-FOUND-SW
                   MOVE WS-CNTR-KEY TO CNTR-ENV-CODE
                   MOVE 0           TO CNTR-EXEC-COUNT
           END-READ
           ADD 1 TO CNTR-EXEC-COUNT
           MOVE WS-RUN-DATE                TO CNTR-LAST-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6)  TO CNTR-LAST-RUN-TIME
           IF CNTR-RECORD-FOUND
               REWRITE COUNTER-RECORD
           ELSE
               WRITE COUNTER-RECORD
           END-IF.
       520-EXIT.
           EXIT.

       600-DISPLAY-RUN-SUMMARY SECTION.
                   WS-CARDS-PROCESSED
           END-IF
           IF CNTR-IS-OPEN
               MOVE '*ALL' TO CNTR-ENV-CODE
               READ COUNTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'HELLO-WORLD: TOTAL EXECUTIONS = '
                           CNTR-EXEC-COUNT
                       DISPLAY 'HELLO-WORLD: LAST RUN = '
                           CNTR-LAST-RUN-DATE ' ' CNTR-LAST-RUN-TIME
               END-READ
           END-IF.
       600-EXIT.
           EXIT.
           END-IF
           IF JOBM-IS-OPEN
               CLOSE JOB-MASTER-FILE
           END-IF
           IF FOV-IS-OPEN
               CLOSE FREEZE-OVERRIDE-FILE
           END-IF
           IF ENVM-IS-OPEN
               CLOSE ENV-MASTER-FILE
           END-IF.
       900-EXIT.
           EXIT.
