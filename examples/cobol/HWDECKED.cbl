      *    HELLO-WORLD WILL PROCESS, SO A BAD CARD IN THE MIDDLE OF A
      *    BIG DECK IS CAUGHT BEFORE ANYTHING IS COUNTED ON CNTRFILE
      *    OR WRITTEN TO SCHEDCTL. EVERY CARD IS EDITED AND REPORTED:
      *      ERRORS   - BLANK JOB NAME, ENVIRONMENT CODE NOT ON
      *                 ENVMASTR OR INACTIVE THERE,
      *                 DUPLICATE JOB NAME WITHIN THE DECK, AND JOB
      *                 MASTER REGISTRY REJECTIONS (UNKNOWN JOB,
      *                 SUSPENDED JOB, ENVIRONMENT NOT PERMITTED)
      *                 WILL FALL THROUGH TO THE DEFAULT GREETING
      *                 BECAUSE GREETVSM HAS NO RECORD EFFECTIVE FOR
      *                 THE RUN DATE AND THE CARD CARRIES NO MESSAGE
      *    A *RESTART CARD FIRST AND A *OVERRID FREEZE-OVERRIDE CARD
      *    AFTER IT (OR FIRST) ARE HELLO-WORLD CONTROL CARDS AND ARE
      *    PASSED, EXCEPT THAT AN OVERRIDE CARD WITHOUT ITS OPERATOR
      *    AND CHANGE REFERENCE IS AN ERROR.
      *    THE RUN DATE IS THE CURRENT BUSINESS DATE FROM BDATECAL,
      *    FALLING BACK TO THE SYSTEM DATE AS HELLO-WORLD DOES. THE
      *    STEP HAS NO SIDE EFFECTS - NOTHING IS WRITTEN ANYWHERE -
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-ENVM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
           COPY PARMCARD.
           COPY FRZOVCRD.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).
           03 WS-GREET-STATUS      PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.
              88 GREET-IS-OPEN                  VALUE 'Y'.
           03 WS-JOBM-OPEN-SW      PIC X        VALUE 'N'.
              88 JOBM-IS-OPEN                   VALUE 'Y'.
           03 WS-ENVM-OPEN-SW      PIC X        VALUE 'N'.
              88 ENVM-IS-OPEN                   VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-RUN-DATE             PIC X(8)     VALUE SPACES.

       01  WS-ENV-VALID-SW         PIC X        VALUE 'N'.
           88 ENV-IS-VALID                      VALUE 'Y'.

       01  WS-RESTART-CARD-SW      PIC X        VALUE 'N'.
           88 RESTART-CARD-SEEN                 VALUE 'Y'.

       COPY LANGTAB.

           ELSE
               DISPLAY 'HWDECKED: WARNING - JOBMASTR NOT AVAILABLE - '
                   'REGISTRY EDIT SKIPPED'
           END-IF
      *    HELLO-WORLD REFUSES TO RUN WITHOUT ENVMASTR, SO WITHOUT IT
      *    EVERY CARD FAILS THE ENVIRONMENT EDIT AND THE RUN IS HELD.
           OPEN INPUT ENV-MASTER-FILE
           IF WS-ENVM-STATUS = '00'
               SET ENVM-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'HWDECKED: ERROR - ENVMASTR NOT AVAILABLE - '
                   'STATUS ' WS-ENVM-STATUS
           END-IF.
       050-EXIT.
           EXIT.
       200-START.
           ADD 1 TO WS-CARDS-READ
           MOVE 0 TO WS-CARD-SEVERITY
           EVALUATE TRUE
               WHEN PARM-JOB-NAME = '*RESTART' AND WS-CARDS-READ = 1
                   SET RESTART-CARD-SEEN TO TRUE
                   MOVE WS-CARDS-READ  TO PRT-CARD-NUMBER
                   MOVE PARM-JOB-NAME  TO PRT-CARD-JOB
                   MOVE SPACES         TO PRT-CARD-ENV
                   MOVE SPACES         TO PRT-CARD-LANG
                   MOVE 'MODE    '     TO PRT-CARD-VERDICT
                   WRITE PRINT-RECORD FROM WS-CARD-LINE
               WHEN FOC-IS-OVERRIDE-CARD AND WS-CARDS-READ = 1
               WHEN FOC-IS-OVERRIDE-CARD AND WS-CARDS-READ = 2
                       AND RESTART-CARD-SEEN
                   PERFORM 205-EDIT-OVERRIDE-CARD
               WHEN OTHER
                   PERFORM 210-EDIT-JOB-NAME
                   PERFORM 220-EDIT-ENVIRONMENT
                   PERFORM 230-EDIT-LANGUAGE
                   PERFORM 240-EDIT-DEFAULT-FALLTHROUGH
                   PERFORM 290-PRINT-CARD-VERDICT
           END-EVALUATE
           PERFORM 100-READ-PARM-CARD.
       200-EXIT.
           EXIT.

       205-EDIT-OVERRIDE-CARD SECTION.
       205-START.
           IF FOC-OPERATOR-ID = SPACES OR FOC-CHANGE-REF = SPACES
               MOVE 'OVERRIDE NEEDS OPERATOR AND CHANGE REF'
                   TO PRT-FINDING-TEXT
               PERFORM 300-RECORD-ERROR
               MOVE 'ERROR   '     TO PRT-CARD-VERDICT
               ADD 1 TO WS-CARDS-IN-ERROR
           ELSE
               MOVE 'OVERRIDE'     TO PRT-CARD-VERDICT
           END-IF
           MOVE WS-CARDS-READ      TO PRT-CARD-NUMBER
           MOVE FOC-CARD-ID        TO PRT-CARD-JOB
           MOVE SPACES             TO PRT-CARD-ENV
           MOVE SPACES             TO PRT-CARD-LANG
           WRITE PRINT-RECORD FROM WS-CARD-LINE.
       205-EXIT.
           EXIT.

       210-EDIT-JOB-NAME SECTION.
       210-START.
           IF PARM-JOB-NAME = SPACES
       220-EDIT-ENVIRONMENT SECTION.
       220-START.
           MOVE 'N' TO WS-ENV-VALID-SW
           IF NOT ENVM-IS-OPEN
               MOVE 'ENVMASTR NOT AVAILABLE' TO PRT-FINDING-TEXT
               PERFORM 300-RECORD-ERROR
           ELSE
               MOVE PARM-ENVIRONMENT TO ENV-CODE
               READ ENV-MASTER-FILE
                   INVALID KEY
                       MOVE 'INVALID ENVIRONMENT CODE'
                           TO PRT-FINDING-TEXT
                       PERFORM 300-RECORD-ERROR
                   NOT INVALID KEY
                       IF ENV-IS-ACTIVE
                           SET ENV-IS-VALID TO TRUE
                       ELSE
                           MOVE 'ENVIRONMENT IS INACTIVE'
                               TO PRT-FINDING-TEXT
                           PERFORM 300-RECORD-ERROR
                       END-IF
               END-READ
           END-IF.
       220-EXIT.
           EXIT.
           ELSE
               MOVE 'N' TO WS-JOBM-ENV-OK-SW
               PERFORM VARYING WS-JOBM-SUB FROM 1 BY 1
                       UNTIL WS-JOBM-SUB > 8
                   IF PARM-ENVIRONMENT =
                           JOBM-PERMITTED-ENV(WS-JOBM-SUB)
                       SET JOB-ENV-PERMITTED TO TRUE
           IF JOBM-IS-OPEN
               CLOSE JOB-MASTER-FILE
           END-IF
           IF ENVM-IS-OPEN
               CLOSE ENV-MASTER-FILE
           END-IF
           CLOSE PRINT-FILE.
       900-EXIT.
           EXIT.
