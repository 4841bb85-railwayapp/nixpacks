       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWGRCOVR.

      ******************************************************************
      *    GREETING COVERAGE AND INTEGRITY LOOK-AHEAD. WALKS THE DATED
      *    BUSINESS CALENDAR ON BDATECAL FORWARD FROM THE CURRENT
      *    BUSINESS DATE FOR THE NUMBER OF PROCESSING DAYS ON THE
      *    SYSIN PARM CARD (COLS 1-3, BLANK = 20) AND, FOR EVERY
      *    ACTIVE JOB ON THE REGISTRY (JOBMASTR), CHECKS THE GREETINGS
      *    STAGED ON GREETVSM. WHERE HWDECKED ONLY WARNS ABOUT
      *    TONIGHT'S DECK, THIS REPORTS AHEAD OF TIME:
      *      ERRORS   - PROCESSING DAYS IN THE WINDOW WITH NO EFFECTIVE
      *                 GREETVSM RECORD (HELLO-WORLD WOULD FALL THROUGH
      *                 TO THE DEFAULT GREETING), AS DATE RANGES
      *      WARNINGS - GREETINGS WHOSE EFFECTIVE-TO DATE FALLS INSIDE
      *                 THE WINDOW, OVERLAPPING EFFECTIVE-DATE RANGES
      *                 FOR THE SAME JOB, GREETVSM RECORDS FOR JOBS
      *                 THAT ARE SUSPENDED OR NOT ON THE REGISTRY, AND
      *                 A CALENDAR THAT RUNS OUT BEFORE THE WINDOW DOES
      *    GREETINGS THAT EXPIRED BEFORE THE WINDOW OPENS ARE HISTORY
      *    AND ARE LEFT OUT OF THE ACTIVE-JOB CHECKS. THE STEP HAS NO
      *    SIDE EFFECTS AND ENDS RC=8 ON ANY COVERAGE GAP, RC=4 ON
      *    WARNINGS ONLY, RC=0 WHEN CLEAN AND RC=16 ON A PARM CARD OR
      *    FILE FAILURE, SO THE WEEKLY SCHEDULE CAN RAISE A TICKET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BDATECAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GREETING-FILE ASSIGN TO "GREETVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GREET-KEY
               FILE STATUS IS WS-GREET-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  COVR-PARM-CARD.
           03 COVR-PROCESSING-DAYS PIC X(3).
           03 FILLER               PIC X(77).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  GREETING-FILE.
           COPY GREETREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-CAL-STATUS        PIC XX       VALUE SPACES.
           03 WS-GREET-STATUS      PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-CAL-AT-EOF           PIC X        VALUE 'N'.
           88 CAL-AT-EOF                        VALUE 'Y'.

       01  WS-JOBM-AT-EOF          PIC X        VALUE 'N'.
           88 JOBM-AT-EOF                       VALUE 'Y'.

       01  WS-GREET-AT-EOF         PIC X        VALUE 'N'.
           88 GREET-AT-EOF                      VALUE 'Y'.

       01  WS-GREET-SCAN-DONE-SW   PIC X        VALUE 'N'.
           88 GREET-SCAN-DONE                   VALUE 'Y'.

       01  WS-FILE-OPEN-SWITCHES.
           03 WS-GREET-OPEN-SW     PIC X        VALUE 'N'.
              88 GREET-IS-OPEN                  VALUE 'Y'.
           03 WS-JOBM-OPEN-SW      PIC X        VALUE 'N'.
              88 JOBM-IS-OPEN                   VALUE 'Y'.

       01  WS-CURRENT-RECORD-SW    PIC X        VALUE 'N'.
           88 CURRENT-RECORD-LOADED             VALUE 'Y'.

       01  WS-DAY-COVERED-SW       PIC X        VALUE 'N'.
           88 DAY-IS-COVERED                    VALUE 'Y'.

       01  WS-GAP-OPEN-SW          PIC X        VALUE 'N'.
           88 GAP-IS-OPEN                       VALUE 'Y'.

       01  WS-JOB-HAS-GAP-SW       PIC X        VALUE 'N'.
           88 JOB-HAS-GAP                       VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-CURR-BUSINESS-DATE   PIC X(8)     VALUE SPACES.
       01  WS-REQUESTED-DAYS       PIC 9(3)     VALUE 20.

      *    THE LOOK-AHEAD WINDOW - THE PROCESSING DAYS FROM THE
      *    CURRENT BUSINESS DATE ON, ABOUT A YEAR AT MOST.
       01  WS-WINDOW-TABLE.
           03 WS-WINDOW-COUNT      PIC 9(3)     VALUE 0.
           03 WS-WINDOW-ENTRY      OCCURS 250 TIMES.
              05 WS-WINDOW-DATE    PIC X(8).

       01  WS-WIN-SUB              PIC 9(3)     VALUE 1.
       01  WS-GAP-START-SUB        PIC 9(3)     VALUE 1.
       01  WS-GAP-END-SUB          PIC 9(3)     VALUE 1.
       01  WS-GAP-LENGTH           PIC 9(3)     VALUE 0.

      *    THE CURRENT JOB'S GREETINGS STILL IN EFFECT AT OR AFTER
      *    THE WINDOW OPENS, IN EFFECTIVE-FROM ORDER (GREETVSM KEY
      *    ORDER).
       01  WS-JOB-GREET-TABLE.
           03 WS-JG-COUNT          PIC 9(3)     VALUE 0.
           03 WS-JG-ENTRY          OCCURS 100 TIMES.
              05 WS-JG-FROM-DATE   PIC X(8).
              05 WS-JG-TO-DATE     PIC X(8).

       01  WS-JG-SUB               PIC 9(3)     VALUE 1.
       01  WS-JG-SUB-2             PIC 9(3)     VALUE 1.

       01  WS-OWNER-JOB-NAME       PIC X(8)     VALUE LOW-VALUES.
       01  WS-OWNER-REASON         PIC X(22)    VALUE SPACES.

       01  WS-EDIT-DAYS            PIC ZZ9.

       01  WS-COVERAGE-COUNTERS.
           03 WS-JOBS-CHECKED      PIC 9(5)     VALUE 0.
           03 WS-JOBS-WITH-GAPS    PIC 9(5)     VALUE 0.
           03 WS-GAP-DAYS          PIC 9(5)     VALUE 0.
           03 WS-EXPIRING-COUNT    PIC 9(5)     VALUE 0.
           03 WS-OVERLAP-COUNT     PIC 9(5)     VALUE 0.
           03 WS-GREETINGS-READ    PIC 9(5)     VALUE 0.
           03 WS-ORPHAN-COUNT      PIC 9(5)     VALUE 0.
           03 WS-WARNING-COUNT     PIC 9(5)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** GREETING COVERAGE LOOK-AHEAD - HWGRCOVR ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(11)    VALUE 'WINDOW   : '.
           03 PRT-WINDOW-FROM      PIC X(8).
           03 FILLER               PIC X(6)     VALUE ' THRU '.
           03 PRT-WINDOW-TO        PIC X(8).
           03 FILLER               PIC X(19)    VALUE
               '  PROCESSING DAYS: '.
           03 PRT-WINDOW-DAYS      PIC ZZ9.
           03 FILLER               PIC X(24)    VALUE SPACES.

       01  WS-HEADER-LINE-3.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-SECTION-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-SECTION-TITLE    PIC X(79).

       01  WS-FINDING-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-FINDING-JOB      PIC X(8).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-FINDING-SEV      PIC X(8).
           03 FILLER               PIC X(2)     VALUE '- '.
           03 PRT-FINDING-TEXT     PIC X(59).

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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 100-READ-PARM-CARD
           PERFORM 150-VALIDATE-PARM-CARD
           IF RETURN-CODE = 0
               PERFORM 200-LOAD-WINDOW
           END-IF
           IF RETURN-CODE = 0
               PERFORM 250-OPEN-GREETING-FILES
           END-IF
           IF RETURN-CODE = 0
               OPEN OUTPUT PRINT-FILE
               PERFORM 280-PRINT-HEADINGS
               PERFORM 300-CHECK-ACTIVE-JOBS
               PERFORM 500-CHECK-GREETING-OWNERS
               PERFORM 600-PRINT-COVERAGE-TOTALS
               CLOSE PRINT-FILE
               IF WS-GAP-DAYS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-WARNING-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM 900-CLEANUP-FILES.
       000-EXIT.
       EXIT-PROGRAM.
           STOP RUN.

       100-READ-PARM-CARD SECTION.
       100-START.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS = '00'
               READ SYSIN-FILE
                   AT END
                       SET SYSIN-AT-EOF TO TRUE
                       MOVE SPACES TO COVR-PARM-CARD
               END-READ
               CLOSE SYSIN-FILE
           ELSE
               SET SYSIN-AT-EOF TO TRUE
               MOVE SPACES TO COVR-PARM-CARD
           END-IF.
       100-EXIT.
           EXIT.

      *    NO CARD, OR A BLANK DAY COUNT, TAKES THE STANDARD FOUR-WEEK
      *    LOOK-AHEAD.
       150-VALIDATE-PARM-CARD SECTION.
       150-START.
           EVALUATE TRUE
               WHEN COVR-PROCESSING-DAYS = SPACES
                   MOVE 20 TO WS-REQUESTED-DAYS
               WHEN COVR-PROCESSING-DAYS NOT NUMERIC
                   DISPLAY 'HWGRCOVR: ERROR - PROCESSING DAYS NOT '
                       'NUMERIC: ' COVR-PROCESSING-DAYS
                   MOVE 16 TO RETURN-CODE
               WHEN COVR-PROCESSING-DAYS = '000'
                       OR COVR-PROCESSING-DAYS > '250'
                   DISPLAY 'HWGRCOVR: ERROR - PROCESSING DAYS MUST '
                       'BE 001 TO 250: ' COVR-PROCESSING-DAYS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE COVR-PROCESSING-DAYS TO WS-REQUESTED-DAYS
           END-EVALUATE.
       150-EXIT.
           EXIT.

      *    THE FIRST BDATECAL RECORD IS THE CURRENT BUSINESS DATE; THE
      *    WINDOW IS THE PROCESSING DAYS ON THE DATED CALENDAR FROM
      *    THAT DATE ON.
       200-LOAD-WINDOW SECTION.
       200-START.
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'HWGRCOVR: ERROR - BDATECAL NOT AVAILABLE - '
                   'STATUS ' WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-READ-CALENDAR-RECORD
               PERFORM 220-TABLE-ONE-CALENDAR-DAY
                   UNTIL CAL-AT-EOF
                      OR WS-WINDOW-COUNT = WS-REQUESTED-DAYS
               CLOSE CALENDAR-FILE
               IF WS-WINDOW-COUNT = 0
                   DISPLAY 'HWGRCOVR: ERROR - BDATECAL HAS NO '
                       'PROCESSING DAYS AHEAD'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       200-EXIT.
           EXIT.

       210-READ-CALENDAR-RECORD SECTION.
       210-START.
           READ CALENDAR-FILE
               AT END
                   SET CAL-AT-EOF TO TRUE
           END-READ.
       210-EXIT.
           EXIT.

       220-TABLE-ONE-CALENDAR-DAY SECTION.
       220-START.
           IF NOT CURRENT-RECORD-LOADED
               MOVE CAL-BUSINESS-DATE TO WS-CURR-BUSINESS-DATE
               SET CURRENT-RECORD-LOADED TO TRUE
           ELSE
               IF CAL-BUSINESS-DATE NOT < WS-CURR-BUSINESS-DATE
                       AND CAL-PROCESSING-DAY
                   ADD 1 TO WS-WINDOW-COUNT
                   MOVE CAL-BUSINESS-DATE
                       TO WS-WINDOW-DATE(WS-WINDOW-COUNT)
               END-IF
           END-IF
           PERFORM 210-READ-CALENDAR-RECORD.
       220-EXIT.
           EXIT.

       250-OPEN-GREETING-FILES SECTION.
       250-START.
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBM-STATUS = '00'
               SET JOBM-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'HWGRCOVR: ERROR - JOBMASTR OPEN FAILED - '
                   'STATUS ' WS-JOBM-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT GREETING-FILE
           IF WS-GREET-STATUS = '00'
               SET GREET-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'HWGRCOVR: ERROR - GREETVSM OPEN FAILED - '
                   'STATUS ' WS-GREET-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       250-EXIT.
           EXIT.

       280-PRINT-HEADINGS SECTION.
       280-START.
           MOVE WS-WINDOW-DATE(1)               TO PRT-WINDOW-FROM
           MOVE WS-WINDOW-DATE(WS-WINDOW-COUNT) TO PRT-WINDOW-TO
           MOVE WS-WINDOW-COUNT                 TO PRT-WINDOW-DAYS
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-3
           IF WS-WINDOW-COUNT < WS-REQUESTED-DAYS
               MOVE WS-WINDOW-COUNT TO WS-EDIT-DAYS
               MOVE SPACES TO PRT-FINDING-JOB
               MOVE SPACES TO PRT-FINDING-TEXT
               STRING 'CALENDAR HAS ONLY ' WS-EDIT-DAYS
                      ' PROCESSING DAYS AHEAD - EXTEND BDATECAL'
                   DELIMITED BY SIZE
                   INTO PRT-FINDING-TEXT
               PERFORM 410-RECORD-WARNING
           END-IF
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'COVERAGE OF ACTIVE REGISTRY JOBS' TO PRT-SECTION-TITLE
           WRITE PRINT-RECORD FROM WS-SECTION-LINE.
       280-EXIT.
           EXIT.

      ******************************************************************
      *    PASS 1 - EVERY ACTIVE JOB ON THE REGISTRY, IN JOB NAME
      *    ORDER, AGAINST ITS OWN GREETINGS.
      ******************************************************************
       300-CHECK-ACTIVE-JOBS SECTION.
       300-START.
           MOVE LOW-VALUES TO JOBM-JOB-NAME
           START JOB-MASTER-FILE KEY NOT < JOBM-JOB-NAME
               INVALID KEY
                   SET JOBM-AT-EOF TO TRUE
           END-START
           IF NOT JOBM-AT-EOF
               PERFORM 305-READ-NEXT-JOB
           END-IF
           PERFORM 310-CHECK-ONE-JOB
               UNTIL JOBM-AT-EOF.
       300-EXIT.
           EXIT.

       305-READ-NEXT-JOB SECTION.
       305-START.
           READ JOB-MASTER-FILE NEXT RECORD
               AT END
                   SET JOBM-AT-EOF TO TRUE
           END-READ.
       305-EXIT.
           EXIT.

       310-CHECK-ONE-JOB SECTION.
       310-START.
           IF JOBM-IS-ACTIVE
               ADD 1 TO WS-JOBS-CHECKED
               PERFORM 320-LOAD-JOB-GREETINGS
               PERFORM 340-CHECK-COVERAGE-GAPS
               PERFORM 360-CHECK-EXPIRING-GREETINGS
               PERFORM 370-CHECK-OVERLAPPING-RANGES
           END-IF
           PERFORM 305-READ-NEXT-JOB.
       310-EXIT.
           EXIT.

       320-LOAD-JOB-GREETINGS SECTION.
       320-START.
           MOVE 0 TO WS-JG-COUNT
           MOVE 'N' TO WS-GREET-SCAN-DONE-SW
           MOVE JOBM-JOB-NAME TO GREET-JOB-NAME
           MOVE '00000000'    TO GREET-EFF-FROM-DATE
           START GREETING-FILE KEY NOT < GREET-KEY
               INVALID KEY
                   SET GREET-SCAN-DONE TO TRUE
           END-START
           PERFORM 330-TABLE-ONE-GREETING
               UNTIL GREET-SCAN-DONE.
       320-EXIT.
           EXIT.

       330-TABLE-ONE-GREETING SECTION.
       330-START.
           READ GREETING-FILE NEXT RECORD
               AT END
                   SET GREET-SCAN-DONE TO TRUE
               NOT AT END
                   IF GREET-JOB-NAME NOT = JOBM-JOB-NAME
                       SET GREET-SCAN-DONE TO TRUE
                   ELSE
                       IF GREET-EFF-TO-DATE = SPACES
                               OR GREET-EFF-TO-DATE
                                  NOT < WS-WINDOW-DATE(1)
                           PERFORM 335-ADD-TO-JOB-TABLE
                       END-IF
                   END-IF
           END-READ.
       330-EXIT.
           EXIT.

       335-ADD-TO-JOB-TABLE SECTION.
       335-START.
           IF WS-JG-COUNT < 100
               ADD 1 TO WS-JG-COUNT
               MOVE GREET-EFF-FROM-DATE TO WS-JG-FROM-DATE(WS-JG-COUNT)
               MOVE GREET-EFF-TO-DATE   TO WS-JG-TO-DATE(WS-JG-COUNT)
           ELSE
               MOVE JOBM-JOB-NAME TO PRT-FINDING-JOB
               MOVE SPACES TO PRT-FINDING-TEXT
               STRING 'MORE THAN 100 LIVE GREETINGS - FROM '
                      GREET-EFF-FROM-DATE ' NOT CHECKED'
                   DELIMITED BY SIZE
                   INTO PRT-FINDING-TEXT
               PERFORM 410-RECORD-WARNING
           END-IF.
       335-EXIT.
           EXIT.

      *    A DAY IS COVERED WHEN ANY GREETING'S RANGE INCLUDES IT - THE
      *    SAME TEST HELLO-WORLD AND HWDECKED APPLY. CONSECUTIVE
      *    UNCOVERED PROCESSING DAYS PRINT AS ONE RANGE.
       340-CHECK-COVERAGE-GAPS SECTION.
       340-START.
           MOVE 'N' TO WS-GAP-OPEN-SW
           MOVE 'N' TO WS-JOB-HAS-GAP-SW
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > WS-WINDOW-COUNT
               PERFORM 345-CHECK-ONE-DAY
               IF DAY-IS-COVERED
                   IF GAP-IS-OPEN
                       COMPUTE WS-GAP-END-SUB = WS-WIN-SUB - 1
                       PERFORM 350-REPORT-GAP
                   END-IF
               ELSE
                   IF NOT GAP-IS-OPEN
                       SET GAP-IS-OPEN TO TRUE
                       MOVE WS-WIN-SUB TO WS-GAP-START-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF GAP-IS-OPEN
               MOVE WS-WINDOW-COUNT TO WS-GAP-END-SUB
               PERFORM 350-REPORT-GAP
           END-IF
           IF JOB-HAS-GAP
               ADD 1 TO WS-JOBS-WITH-GAPS
           END-IF.
       340-EXIT.
           EXIT.

       345-CHECK-ONE-DAY SECTION.
       345-START.
           MOVE 'N' TO WS-DAY-COVERED-SW
           PERFORM VARYING WS-JG-SUB FROM 1 BY 1
                   UNTIL WS-JG-SUB > WS-JG-COUNT OR DAY-IS-COVERED
               IF WS-JG-FROM-DATE(WS-JG-SUB)
                       NOT > WS-WINDOW-DATE(WS-WIN-SUB)
                       AND (WS-JG-TO-DATE(WS-JG-SUB) = SPACES
                       OR WS-JG-TO-DATE(WS-JG-SUB)
                          NOT < WS-WINDOW-DATE(WS-WIN-SUB))
                   SET DAY-IS-COVERED TO TRUE
               END-IF
           END-PERFORM.
       345-EXIT.
           EXIT.

       350-REPORT-GAP SECTION.
       350-START.
           MOVE 'N' TO WS-GAP-OPEN-SW
           SET JOB-HAS-GAP TO TRUE
           COMPUTE WS-GAP-LENGTH = WS-GAP-END-SUB - WS-GAP-START-SUB + 1
           ADD WS-GAP-LENGTH TO WS-GAP-DAYS
           MOVE WS-GAP-LENGTH TO WS-EDIT-DAYS
           MOVE JOBM-JOB-NAME TO PRT-FINDING-JOB
           MOVE SPACES TO PRT-FINDING-TEXT
           STRING 'NO GREETING ' WS-WINDOW-DATE(WS-GAP-START-SUB)
                  ' THRU ' WS-WINDOW-DATE(WS-GAP-END-SUB)
                  ' - ' WS-EDIT-DAYS ' PROCESSING DAYS'
               DELIMITED BY SIZE
               INTO PRT-FINDING-TEXT
           PERFORM 400-RECORD-ERROR.
       350-EXIT.
           EXIT.

       360-CHECK-EXPIRING-GREETINGS SECTION.
       360-START.
           PERFORM VARYING WS-JG-SUB FROM 1 BY 1
                   UNTIL WS-JG-SUB > WS-JG-COUNT
               IF WS-JG-TO-DATE(WS-JG-SUB) NOT = SPACES
                       AND WS-JG-TO-DATE(WS-JG-SUB)
                           NOT > WS-WINDOW-DATE(WS-WINDOW-COUNT)
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE JOBM-JOB-NAME TO PRT-FINDING-JOB
                   MOVE SPACES TO PRT-FINDING-TEXT
                   STRING 'GREETING FROM ' WS-JG-FROM-DATE(WS-JG-SUB)
                          ' EXPIRES ' WS-JG-TO-DATE(WS-JG-SUB)
                       DELIMITED BY SIZE
                       INTO PRT-FINDING-TEXT
                   PERFORM 410-RECORD-WARNING
               END-IF
           END-PERFORM.
       360-EXIT.
           EXIT.

      *    THE TABLE IS IN EFFECTIVE-FROM ORDER, SO A LATER GREETING
      *    OVERLAPS AN EARLIER ONE WHEN IT STARTS BEFORE THE EARLIER
      *    ONE ENDS (OR THE EARLIER ONE IS OPEN-ENDED).
       370-CHECK-OVERLAPPING-RANGES SECTION.
       370-START.
           PERFORM VARYING WS-JG-SUB FROM 1 BY 1
                   UNTIL WS-JG-SUB >= WS-JG-COUNT
               COMPUTE WS-JG-SUB-2 = WS-JG-SUB + 1
               PERFORM 375-CHECK-LATER-GREETINGS
           END-PERFORM.
       370-EXIT.
           EXIT.

       375-CHECK-LATER-GREETINGS SECTION.
       375-START.
           PERFORM VARYING WS-JG-SUB-2 FROM WS-JG-SUB-2 BY 1
                   UNTIL WS-JG-SUB-2 > WS-JG-COUNT
               IF WS-JG-TO-DATE(WS-JG-SUB) = SPACES
                       OR WS-JG-TO-DATE(WS-JG-SUB)
                          NOT < WS-JG-FROM-DATE(WS-JG-SUB-2)
                   ADD 1 TO WS-OVERLAP-COUNT
                   MOVE JOBM-JOB-NAME TO PRT-FINDING-JOB
                   MOVE SPACES TO PRT-FINDING-TEXT
                   STRING 'GREETING FROM ' WS-JG-FROM-DATE(WS-JG-SUB)
                          ' OVERLAPS GREETING FROM '
                          WS-JG-FROM-DATE(WS-JG-SUB-2)
                       DELIMITED BY SIZE
                       INTO PRT-FINDING-TEXT
                   PERFORM 410-RECORD-WARNING
               END-IF
           END-PERFORM.
       375-EXIT.
           EXIT.

       400-RECORD-ERROR SECTION.
       400-START.
           MOVE 'ERROR   ' TO PRT-FINDING-SEV
           WRITE PRINT-RECORD FROM WS-FINDING-LINE.
       400-EXIT.
           EXIT.

       410-RECORD-WARNING SECTION.
       410-START.
           ADD 1 TO WS-WARNING-COUNT
           MOVE 'WARNING ' TO PRT-FINDING-SEV
           WRITE PRINT-RECORD FROM WS-FINDING-LINE.
       410-EXIT.
           EXIT.

      ******************************************************************
      *    PASS 2 - EVERY GREETVSM RECORD, IN KEY ORDER, AGAINST THE
      *    REGISTRY. THE OWNING JOB IS LOOKED UP ONCE PER JOB NAME.
      ******************************************************************
       500-CHECK-GREETING-OWNERS SECTION.
       500-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'GREETINGS FOR SUSPENDED OR UNREGISTERED JOBS'
               TO PRT-SECTION-TITLE
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
           MOVE LOW-VALUES TO GREET-KEY
           START GREETING-FILE KEY NOT < GREET-KEY
               INVALID KEY
                   SET GREET-AT-EOF TO TRUE
           END-START
           IF NOT GREET-AT-EOF
               PERFORM 505-READ-NEXT-GREETING
           END-IF
           PERFORM 510-CHECK-ONE-GREETING
               UNTIL GREET-AT-EOF.
       500-EXIT.
           EXIT.

       505-READ-NEXT-GREETING SECTION.
       505-START.
           READ GREETING-FILE NEXT RECORD
               AT END
                   SET GREET-AT-EOF TO TRUE
           END-READ.
       505-EXIT.
           EXIT.

       510-CHECK-ONE-GREETING SECTION.
       510-START.
           ADD 1 TO WS-GREETINGS-READ
           IF GREET-JOB-NAME NOT = WS-OWNER-JOB-NAME
               PERFORM 520-LOOK-UP-OWNER
           END-IF
           IF WS-OWNER-REASON NOT = SPACES
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE GREET-JOB-NAME TO PRT-FINDING-JOB
               MOVE SPACES TO PRT-FINDING-TEXT
               STRING 'GREETING FROM ' GREET-EFF-FROM-DATE
                      ' - ' WS-OWNER-REASON
                   DELIMITED BY SIZE
                   INTO PRT-FINDING-TEXT
               PERFORM 410-RECORD-WARNING
           END-IF
           PERFORM 505-READ-NEXT-GREETING.
       510-EXIT.
           EXIT.

       520-LOOK-UP-OWNER SECTION.
       520-START.
           MOVE GREET-JOB-NAME TO WS-OWNER-JOB-NAME
           MOVE SPACES TO WS-OWNER-REASON
           MOVE GREET-JOB-NAME TO JOBM-JOB-NAME
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE 'JOB NOT ON REGISTRY' TO WS-OWNER-REASON
               NOT INVALID KEY
                   IF JOBM-IS-SUSPENDED
                       MOVE 'JOB IS SUSPENDED' TO WS-OWNER-REASON
                   END-IF
           END-READ.
       520-EXIT.
           EXIT.

       600-PRINT-COVERAGE-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'ACTIVE JOBS CHECKED   ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-CHECKED          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS WITH GAPS        ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-WITH-GAPS        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'UNCOVERED JOB-DAYS    ' TO PRT-TOTAL-LABEL
           MOVE WS-GAP-DAYS              TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'GREETINGS EXPIRING    ' TO PRT-TOTAL-LABEL
           MOVE WS-EXPIRING-COUNT        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OVERLAPPING RANGES    ' TO PRT-TOTAL-LABEL
           MOVE WS-OVERLAP-COUNT         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'GREETVSM RECORDS READ ' TO PRT-TOTAL-LABEL
           MOVE WS-GREETINGS-READ        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ORPHANED GREETINGS    ' TO PRT-TOTAL-LABEL
           MOVE WS-ORPHAN-COUNT          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.

       900-CLEANUP-FILES SECTION.
       900-START.
           IF GREET-IS-OPEN
               CLOSE GREETING-FILE
           END-IF
           IF JOBM-IS-OPEN
               CLOSE JOB-MASTER-FILE
           END-IF.
       900-EXIT.
           EXIT.
