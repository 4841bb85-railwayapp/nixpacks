       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWFORCST.

      ******************************************************************
      *    BATCH-WINDOW COMPLETION FORECAST. RUN AT ANY POINT DURING
      *    THE NIGHT TO ANSWER "WILL THE STREAM FINISH IN TIME?".
      *    LOADS EVERY JOB ON THE JOB DEPENDENCY FILE (JOBDEPND) WITH
      *    ITS PREDECESSORS AND MUST-COMPLETE-BY TIME, FINDS WHERE EACH
      *    JOB STANDS TONIGHT FROM THE RUN DATE'S EVENTS ON THE KEYED
      *    SCHEDULER EVENT STORE (ENDED CLEAN, ENDED FAILED, RUNNING
      *    OR NOT YET STARTED), AND PROJECTS THE FINISH OF EVERY JOB
      *    STILL TO RUN FROM ITS PROFFILE DURATIONS:
      *      EXPECTED - EACH JOB STARTS WHEN ITS LAST PREDECESSOR IS
      *                 EXPECTED TO END (OR NOW, IF LATER) AND RUNS
      *                 FOR ITS PROFILED AVERAGE.
      *      WORST    - THE SAME CHAIN WORKED WITH EVERY JOB RUNNING
      *                 FOR ITS PROFILED WORST.
      *    A JOB THAT ENDED FAILED IS FORECAST AS A RERUN STARTING NOW.
      *    A JOB SUSPENDED ON THE JOBMASTR REGISTRY WILL NOT RUN AND
      *    HOLDS NOTHING UP. A PREDECESSOR THAT HAS NO DEPENDENCY
      *    RECORD OF ITS OWN IS STILL FORECAST, WITH NO DEADLINE.
      *    EVERY JOB STILL TO FINISH WHOSE EXPECTED FINISH IS PAST ITS
      *    DEADLINE GETS AN E-SEVERITY REASON-0025 ALERT ON OPERALRT;
      *    ONE THAT ONLY MISSES ON THE WORST-CASE CHAIN GETS A
      *    W-SEVERITY ONE, SO THE SHIFT CAN ACT BEFORE THE SLA IS LOST.
      *    THE REPORT LISTS THE STREAM IN EXPECTED FINISH ORDER AND
      *    THEN THE CRITICAL PATH - THE CHAIN OF PREDECESSORS HOLDING
      *    UP THE LAST JOB TO FINISH.
      *    PARM CARD: RUN DATE (YYYYMMDD), BATCH WINDOW START (HHMMSS)
      *    AND AN OPTIONAL AS-OF TIME (HHMMSS, DEFAULT THE CLOCK).
      *    TIMES BEFORE THE WINDOW START ARE THE MORNING AFTER, AND
      *    ARE PRINTED WITH A +1 DAY MARKER.
      *    ENDS WITH RC=4 WHEN ANY DEADLINE IS FORECAST TO BE MISSED,
      *    RC=16 ON A PARM ERROR OR WHEN JOBDEPND CANNOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT JOB-DEPEND-FILE ASSIGN TO "JOBDEPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDEP-JOB-NAME
               FILE STATUS IS WS-JDEP-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT SCHEDULER-FILE ASSIGN TO "SCHEDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-EVENT-KEY
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "PROFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-JOB-NAME
               FILE STATUS IS WS-PROF-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPERALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  FCST-PARM-CARD.
           03 FCST-RUN-DATE        PIC X(8).
           03 FCST-WINDOW-START    PIC X(6).
           03 FCST-AS-OF-TIME      PIC X(6).
           03 FILLER               PIC X(24).

       FD  JOB-DEPEND-FILE.
           COPY JOBDPREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  SCHEDULER-FILE.
           COPY SCHEDREC.

       FD  PROFILE-FILE.
           COPY PROFREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALRTREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       SD  SORT-FILE.
       01  SORT-FORECAST-RECORD.
           03 SRT-FINISH-SECONDS   PIC 9(7).
           03 SRT-START-SECONDS    PIC 9(7).
           03 SRT-FCST-SUB         PIC 9(3).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-JDEP-STATUS       PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-SCHED-STATUS      PIC XX       VALUE SPACES.
           03 WS-PROF-STATUS       PIC XX       VALUE SPACES.
           03 WS-ALERT-STATUS      PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-JDEP-AT-EOF          PIC X        VALUE 'N'.
           88 JDEP-AT-EOF                       VALUE 'Y'.

       01  WS-SCHED-AT-EOF         PIC X        VALUE 'N'.
           88 SCHED-AT-EOF                      VALUE 'Y'.

       01  WS-SORT-AT-EOF          PIC X        VALUE 'N'.
           88 SORT-AT-EOF                       VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

      *    ONE ENTRY PER JOB IN TONIGHT'S STREAM. ALL SECOND COUNTS
      *    ARE MEASURED FROM THE START OF THE BATCH WINDOW, SO A
      *    STREAM THAT RUNS PAST MIDNIGHT STILL COMPARES IN ORDER.
      *    PREDECESSOR SUBSCRIPTS POINT BACK INTO THIS TABLE.
       01  WS-FCST-TABLE.
           03 WS-FCST-COUNT        PIC 9(3)     VALUE 0.
           03 WS-FCST-ENTRY        OCCURS 300 TIMES.
              05 WS-FC-JOB-NAME    PIC X(8).
              05 WS-FC-PRED-NAME   PIC X(8) OCCURS 5 TIMES.
              05 WS-FC-PRED-SUB    PIC 9(3) OCCURS 5 TIMES.
              05 WS-FC-DEADLINE    PIC X(6).
              05 WS-FC-DEADLINE-SECS PIC 9(7).
              05 WS-FC-STATE       PIC X(4).
                 88 FC-ENDED-CLEAN              VALUE 'DONE'.
                 88 FC-ENDED-FAILED             VALUE 'FAIL'.
                 88 FC-RUNNING                  VALUE 'RUN '.
                 88 FC-WAITING                  VALUE 'WAIT'.
                 88 FC-SUSPENDED                VALUE 'SUSP'.
              05 WS-FC-ACT-START   PIC X(6).
              05 WS-FC-ACT-END     PIC X(6).
              05 WS-FC-AVG-SECS    PIC 9(7).
              05 WS-FC-WORST-SECS  PIC 9(7).
              05 WS-FC-PROFILE-SW  PIC X.
                 88 FC-HAS-PROFILE              VALUE 'Y'.
              05 WS-FC-PROJECTED-SW PIC X.
                 88 FC-PROJECTED                VALUE 'Y'.
              05 WS-FC-START-SECS  PIC 9(7).
              05 WS-FC-FINISH-SECS PIC 9(7).
              05 WS-FC-WORST-FINISH PIC 9(7).
              05 WS-FC-CRIT-SUB    PIC 9(3).
              05 WS-FC-SLA-FLAG    PIC X(4).

       01  WS-FCST-SUB             PIC 9(3)     VALUE 1.
       01  WS-FIND-SUB             PIC 9(3)     VALUE 1.
       01  WS-PRED-ENTRY-SUB       PIC 9(3)     VALUE 1.
       01  WS-PRED-SUB             PIC 9(1)     VALUE 1.
       01  WS-FIND-JOB-NAME        PIC X(8)     VALUE SPACES.

       01  WS-TABLE-FULL-SW        PIC X        VALUE 'N'.
           88 FCST-TABLE-FULL                   VALUE 'Y'.

       01  WS-PASS-PROGRESS-SW     PIC X        VALUE 'Y'.
           88 PASS-MADE-PROGRESS                VALUE 'Y'.

       01  WS-PREDS-READY-SW       PIC X        VALUE 'N'.
           88 PREDS-ALL-PROJECTED               VALUE 'Y'.

       01  WS-EVENT-SWITCHES.
           03 WS-STRT-SEEN-SW      PIC X        VALUE 'N'.
              88 STRT-SEEN                      VALUE 'Y'.
           03 WS-ENDC-SEEN-SW      PIC X        VALUE 'N'.
              88 ENDC-SEEN                      VALUE 'Y'.
           03 WS-ENDF-SEEN-SW      PIC X        VALUE 'N'.
              88 ENDF-SEEN                      VALUE 'Y'.
           03 WS-FAIL-SEEN-SW      PIC X        VALUE 'N'.
              88 FAIL-SEEN                      VALUE 'Y'.

       01  WS-PROJECTION-WORK.
           03 WS-WINDOW-SECS       PIC 9(7)     VALUE 0.
           03 WS-NOW-SECS          PIC 9(7)     VALUE 0.
           03 WS-AS-OF-TIME        PIC X(6)     VALUE SPACES.
           03 WS-PRED-FINISH       PIC 9(7)     VALUE 0.
           03 WS-PRED-WORST        PIC 9(7)     VALUE 0.
           03 WS-WORST-START       PIC 9(7)     VALUE 0.
           03 WS-LAST-FINISH       PIC 9(7)     VALUE 0.
           03 WS-LAST-SUB          PIC 9(3)     VALUE 0.

       01  WS-TTS-FIELDS.
           03 WS-TTS-TIME          PIC X(6).
           03 WS-TTS-HH            PIC 9(2).
           03 WS-TTS-MM            PIC 9(2).
           03 WS-TTS-SS            PIC 9(2).
           03 WS-TTS-SECONDS       PIC 9(7).

       01  WS-WST-FIELDS.
           03 WS-WST-SECONDS       PIC 9(7).
           03 WS-WST-CLOCK-SECS    PIC 9(7).
           03 WS-WST-DAYS          PIC 9(2).
           03 WS-WST-HH            PIC 9(2).
           03 WS-WST-MM            PIC 9(2).
           03 WS-WST-SS            PIC 9(2).
           03 WS-WST-REMAINDER     PIC 9(7).
           03 WS-WST-TIME.
              05 WS-WST-TIME-HH    PIC 9(2).
              05 WS-WST-TIME-MM    PIC 9(2).
              05 WS-WST-TIME-SS    PIC 9(2).
           03 WS-WST-DISPLAY.
              05 WS-WST-DISP-TIME  PIC X(6).
              05 WS-WST-DISP-DAY   PIC X(2).

      *    THE CRITICAL PATH IS FOUND BY WALKING BACK FROM THE LAST
      *    JOB TO FINISH, SO IT IS STACKED HERE AND PRINTED IN
      *    REVERSE TO READ IN RUN ORDER.
       01  WS-PATH-TABLE.
           03 WS-PATH-COUNT        PIC 9(3)     VALUE 0.
           03 WS-PATH-ENTRY-SUB    PIC 9(3) OCCURS 300 TIMES.

       01  WS-PATH-SUB             PIC 9(3)     VALUE 1.
       01  WS-PATH-STEP            PIC 9(3)     VALUE 0.

       01  WS-RUN-TOTALS.
           03 WS-JOBS-IN-STREAM    PIC 9(5)     VALUE 0.
           03 WS-JOBS-ENDED-CLEAN  PIC 9(5)     VALUE 0.
           03 WS-JOBS-RUNNING      PIC 9(5)     VALUE 0.
           03 WS-JOBS-WAITING      PIC 9(5)     VALUE 0.
           03 WS-JOBS-TO-RERUN     PIC 9(5)     VALUE 0.
           03 WS-JOBS-SUSPENDED    PIC 9(5)     VALUE 0.
           03 WS-JOBS-NO-PROFILE   PIC 9(5)     VALUE 0.
           03 WS-DEADLINES-MISSED  PIC 9(5)     VALUE 0.
           03 WS-DEADLINES-AT-RISK PIC 9(5)     VALUE 0.
           03 WS-JOBS-NOT-PROJECTED PIC 9(5)    VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** BATCH-WINDOW COMPLETION FORECAST ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(11)    VALUE 'RUN DATE : '.
           03 PRT-RUN-DATE         PIC X(8).
           03 FILLER               PIC X(13)    VALUE
              '   WINDOW : '.
           03 PRT-WINDOW-START     PIC X(6).
           03 FILLER               PIC X(12)    VALUE
              '   AS OF : '.
           03 PRT-AS-OF-TIME       PIC X(6).
           03 FILLER               PIC X(23)    VALUE SPACES.

       01  WS-HEADER-LINE-3.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-COLUMN-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(33)    VALUE
              'JOB      STATE START    EXPECTED '.
           03 FILLER               PIC X(46)    VALUE
              'WORST    DUE    SLA  WAITING ON'.

       01  WS-DETAIL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-JOB-NAME         PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-STATE            PIC X(4).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-START-TIME       PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FINISH-TIME      PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WORST-TIME       PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-DEADLINE         PIC X(6).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-SLA-FLAG         PIC X(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-CRIT-PRED        PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-NOTE             PIC X(16).

       01  WS-PATH-HEADER-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE
              'CRITICAL PATH (RUN ORDER)'.

       01  WS-PATH-LINE.
           03 FILLER               PIC X(3)     VALUE SPACES.
           03 PRT-PATH-STEP        PIC ZZ9.
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-PATH-JOB         PIC X(8).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-PATH-STATE       PIC X(4).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-PATH-START       PIC X(8).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-PATH-FINISH      PIC X(8).
           03 FILLER               PIC X(37)    VALUE SPACES.

       01  WS-LOOP-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-LOOP-JOB         PIC X(8).
           03 FILLER               PIC X(71)    VALUE
              ' NOT PROJECTED - PREDECESSORS FORM A LOOP'.

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
           OPEN OUTPUT PRINT-FILE
           PERFORM 100-READ-PARM-CARD
           PERFORM 150-VALIDATE-PARM-CARD
           IF RETURN-CODE = 0
               MOVE FCST-RUN-DATE     TO PRT-RUN-DATE
               MOVE FCST-WINDOW-START TO PRT-WINDOW-START
               MOVE WS-AS-OF-TIME     TO PRT-AS-OF-TIME
               WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
               WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
               WRITE PRINT-RECORD FROM WS-HEADER-LINE-3
               PERFORM 200-LOAD-DEPENDENCY-FILE
           END-IF
           IF RETURN-CODE = 0
               PERFORM 230-RESOLVE-PREDECESSORS
               PERFORM 300-GATHER-RUN-STATE
               PERFORM 400-PROJECT-STREAM
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-STATUS = '35'
                   OPEN OUTPUT ALERT-FILE
               END-IF
               PERFORM 500-PRINT-FORECAST
               IF WS-ALERT-STATUS = '00'
                   CLOSE ALERT-FILE
               END-IF
               PERFORM 550-PRINT-UNPROJECTED-JOBS
               PERFORM 560-PRINT-CRITICAL-PATH
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0
                   AND (WS-DEADLINES-MISSED > 0
                   OR WS-DEADLINES-AT-RISK > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
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
               END-READ
               CLOSE SYSIN-FILE
           ELSE
               SET SYSIN-AT-EOF TO TRUE
               MOVE SPACES TO FCST-PARM-CARD
           END-IF.
       100-EXIT.
           EXIT.

       150-VALIDATE-PARM-CARD SECTION.
       150-START.
           IF SYSIN-AT-EOF
               DISPLAY 'HWFORCST: ERROR - MISSING PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF FCST-RUN-DATE NOT NUMERIC
                   DISPLAY 'HWFORCST: ERROR - RUN DATE NOT '
                       'NUMERIC: ' FCST-RUN-DATE
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF FCST-WINDOW-START NOT NUMERIC
                   DISPLAY 'HWFORCST: ERROR - WINDOW START NOT '
                       'NUMERIC: ' FCST-WINDOW-START
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE FCST-WINDOW-START TO WS-TTS-TIME
                   PERFORM 800-TIME-TO-SECONDS
                   MOVE WS-TTS-SECONDS TO WS-WINDOW-SECS
               END-IF
               IF FCST-AS-OF-TIME = SPACES
                   MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-AS-OF-TIME
               ELSE
                   IF FCST-AS-OF-TIME NOT NUMERIC
                       DISPLAY 'HWFORCST: ERROR - AS-OF TIME NOT '
                           'NUMERIC: ' FCST-AS-OF-TIME
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE FCST-AS-OF-TIME TO WS-AS-OF-TIME
                   END-IF
               END-IF
           END-IF.
       150-EXIT.
           EXIT.

       200-LOAD-DEPENDENCY-FILE SECTION.
       200-START.
           OPEN INPUT JOB-DEPEND-FILE
           IF WS-JDEP-STATUS NOT = '00'
               DISPLAY 'HWFORCST: ERROR - JOBDEPND OPEN FAILED - '
                   'STATUS ' WS-JDEP-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 210-READ-DEPENDENCY-RECORD
               PERFORM 220-LOAD-ONE-JOB
                   UNTIL JDEP-AT-EOF
               CLOSE JOB-DEPEND-FILE
           END-IF.
       200-EXIT.
           EXIT.

       210-READ-DEPENDENCY-RECORD SECTION.
       210-START.
           READ JOB-DEPEND-FILE NEXT RECORD
               AT END
                   SET JDEP-AT-EOF TO TRUE
           END-READ.
       210-EXIT.
           EXIT.

       220-LOAD-ONE-JOB SECTION.
       220-START.
           MOVE JDEP-JOB-NAME TO WS-FIND-JOB-NAME
           PERFORM 250-ADD-TABLE-ENTRY
           IF WS-FIND-SUB > 0
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > 5
                   MOVE JDEP-PRED-JOB-NAME(WS-PRED-SUB)
                       TO WS-FC-PRED-NAME(WS-FIND-SUB, WS-PRED-SUB)
               END-PERFORM
               MOVE JDEP-DEADLINE-TIME TO WS-FC-DEADLINE(WS-FIND-SUB)
           END-IF
           PERFORM 210-READ-DEPENDENCY-RECORD.
       220-EXIT.
           EXIT.

      *    A PREDECESSOR WITH NO DEPENDENCY RECORD OF ITS OWN IS
      *    ADDED TO THE END OF THE TABLE, SO THE LOOP BOUND GROWS AS
      *    IT RUNS AND THE NEW ENTRY IS RESOLVED IN ITS TURN.
       230-RESOLVE-PREDECESSORS SECTION.
       230-START.
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-COUNT
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > 5
                   IF WS-FC-PRED-NAME(WS-FCST-SUB, WS-PRED-SUB)
                           NOT = SPACES
                       PERFORM 235-RESOLVE-ONE-PREDECESSOR
                   END-IF
               END-PERFORM
           END-PERFORM.
       230-EXIT.
           EXIT.

       235-RESOLVE-ONE-PREDECESSOR SECTION.
       235-START.
           MOVE WS-FC-PRED-NAME(WS-FCST-SUB, WS-PRED-SUB)
               TO WS-FIND-JOB-NAME
           PERFORM 240-FIND-TABLE-ENTRY
           IF WS-FIND-SUB = 0
               PERFORM 250-ADD-TABLE-ENTRY
           END-IF
           MOVE WS-FIND-SUB TO WS-FC-PRED-SUB(WS-FCST-SUB, WS-PRED-SUB).
       235-EXIT.
           EXIT.

       240-FIND-TABLE-ENTRY SECTION.
       240-START.
           MOVE 0 TO WS-FIND-SUB
           PERFORM VARYING WS-PRED-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-PRED-ENTRY-SUB > WS-FCST-COUNT
                   OR WS-FIND-SUB > 0
               IF WS-FC-JOB-NAME(WS-PRED-ENTRY-SUB) = WS-FIND-JOB-NAME
                   MOVE WS-PRED-ENTRY-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.
       240-EXIT.
           EXIT.

       250-ADD-TABLE-ENTRY SECTION.
       250-START.
           IF WS-FCST-COUNT < 300
               ADD 1 TO WS-FCST-COUNT
               MOVE WS-FCST-COUNT TO WS-FIND-SUB
               MOVE WS-FIND-JOB-NAME TO WS-FC-JOB-NAME(WS-FIND-SUB)
               PERFORM VARYING WS-PRED-ENTRY-SUB FROM 1 BY 1
                       UNTIL WS-PRED-ENTRY-SUB > 5
                   MOVE SPACES
                       TO WS-FC-PRED-NAME(WS-FIND-SUB,
                                          WS-PRED-ENTRY-SUB)
                   MOVE 0
                       TO WS-FC-PRED-SUB(WS-FIND-SUB,
                                         WS-PRED-ENTRY-SUB)
               END-PERFORM
               MOVE SPACES TO WS-FC-DEADLINE(WS-FIND-SUB)
               MOVE 0      TO WS-FC-DEADLINE-SECS(WS-FIND-SUB)
               MOVE 'WAIT' TO WS-FC-STATE(WS-FIND-SUB)
               MOVE SPACES TO WS-FC-ACT-START(WS-FIND-SUB)
               MOVE SPACES TO WS-FC-ACT-END(WS-FIND-SUB)
               MOVE 0      TO WS-FC-AVG-SECS(WS-FIND-SUB)
               MOVE 0      TO WS-FC-WORST-SECS(WS-FIND-SUB)
               MOVE 'N'    TO WS-FC-PROFILE-SW(WS-FIND-SUB)
               MOVE 'N'    TO WS-FC-PROJECTED-SW(WS-FIND-SUB)
               MOVE 0      TO WS-FC-START-SECS(WS-FIND-SUB)
               MOVE 0      TO WS-FC-FINISH-SECS(WS-FIND-SUB)
               MOVE 0      TO WS-FC-WORST-FINISH(WS-FIND-SUB)
               MOVE 0      TO WS-FC-CRIT-SUB(WS-FIND-SUB)
               MOVE SPACES TO WS-FC-SLA-FLAG(WS-FIND-SUB)
           ELSE
               MOVE 0 TO WS-FIND-SUB
               IF NOT FCST-TABLE-FULL
                   SET FCST-TABLE-FULL TO TRUE
                   DISPLAY 'HWFORCST: WARNING - MORE THAN 300 JOBS - '
                       'STREAM TRUNCATED AT ' WS-FIND-JOB-NAME
               END-IF
           END-IF.
       250-EXIT.
           EXIT.

      *    JOBMASTR AND PROFFILE ARE OPTIONAL HERE: WITHOUT THE
      *    REGISTRY NO JOB IS TREATED AS SUSPENDED, AND WITHOUT
      *    PROFILES EVERY JOB IS FORECAST AT ZERO DURATION AND
      *    FLAGGED, WHICH STILL SHOWS THE DEPENDENCY ORDER.
       300-GATHER-RUN-STATE SECTION.
       300-START.
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBM-STATUS NOT = '00'
               DISPLAY 'HWFORCST: NO REGISTRY - JOBMASTR STATUS '
                   WS-JOBM-STATUS
           END-IF
           OPEN INPUT SCHEDULER-FILE
           IF WS-SCHED-STATUS NOT = '00'
               DISPLAY 'HWFORCST: NO SCHEDULER EVENTS - SCHEDCTL '
                   'STATUS ' WS-SCHED-STATUS
           END-IF
           OPEN INPUT PROFILE-FILE
           IF WS-PROF-STATUS NOT = '00'
               DISPLAY 'HWFORCST: NO PROFILES - PROFFILE STATUS '
                   WS-PROF-STATUS
           END-IF
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-COUNT
               PERFORM 310-GATHER-ONE-JOB
           END-PERFORM
           IF WS-JOBM-STATUS = '00'
               CLOSE JOB-MASTER-FILE
           END-IF
           IF WS-SCHED-STATUS = '00'
               CLOSE SCHEDULER-FILE
           END-IF
           IF WS-PROF-STATUS = '00'
               CLOSE PROFILE-FILE
           END-IF.
       300-EXIT.
           EXIT.

       310-GATHER-ONE-JOB SECTION.
       310-START.
           ADD 1 TO WS-JOBS-IN-STREAM
           IF WS-FC-DEADLINE(WS-FCST-SUB) NUMERIC
               MOVE WS-FC-DEADLINE(WS-FCST-SUB) TO WS-TTS-TIME
               PERFORM 810-TIME-TO-WINDOW-SECONDS
               MOVE WS-TTS-SECONDS
                   TO WS-FC-DEADLINE-SECS(WS-FCST-SUB)
           ELSE
               MOVE SPACES TO WS-FC-DEADLINE(WS-FCST-SUB)
           END-IF
           IF WS-SCHED-STATUS = '00'
               PERFORM 330-READ-JOB-EVENTS
           END-IF
           IF WS-JOBM-STATUS = '00'
               MOVE WS-FC-JOB-NAME(WS-FCST-SUB) TO JOBM-JOB-NAME
               READ JOB-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JOBM-IS-SUSPENDED
                               AND FC-WAITING(WS-FCST-SUB)
                           MOVE 'SUSP' TO WS-FC-STATE(WS-FCST-SUB)
                       END-IF
               END-READ
           END-IF
           IF WS-PROF-STATUS = '00'
               MOVE WS-FC-JOB-NAME(WS-FCST-SUB) TO PROF-JOB-NAME
               READ PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROF-RUN-COUNT > 0
                           MOVE 'Y'
                               TO WS-FC-PROFILE-SW(WS-FCST-SUB)
                           MOVE PROF-AVG-SECONDS
                               TO WS-FC-AVG-SECS(WS-FCST-SUB)
                           MOVE PROF-WORST-SECONDS
                               TO WS-FC-WORST-SECS(WS-FCST-SUB)
                       END-IF
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN FC-ENDED-CLEAN(WS-FCST-SUB)
                   ADD 1 TO WS-JOBS-ENDED-CLEAN
               WHEN FC-ENDED-FAILED(WS-FCST-SUB)
                   ADD 1 TO WS-JOBS-TO-RERUN
               WHEN FC-RUNNING(WS-FCST-SUB)
                   ADD 1 TO WS-JOBS-RUNNING
               WHEN FC-SUSPENDED(WS-FCST-SUB)
                   ADD 1 TO WS-JOBS-SUSPENDED
               WHEN OTHER
                   ADD 1 TO WS-JOBS-WAITING
           END-EVALUATE
           IF NOT FC-HAS-PROFILE(WS-FCST-SUB)
                   AND NOT FC-ENDED-CLEAN(WS-FCST-SUB)
                   AND NOT FC-SUSPENDED(WS-FCST-SUB)
               ADD 1 TO WS-JOBS-NO-PROFILE
           END-IF.
       310-EXIT.
           EXIT.

      *    SAME POSITIONING AS THE HWSCHGTE GATE: START AT THE JOB AND
      *    RUN DATE AND READ ONLY THAT GROUP'S EVENTS. AN ENDC DECIDES
      *    THE JOB RAN CLEAN; AN ENDF WITH NO ENDC, OR A CARD REJECTED
      *    AT START (FAIL), MEANS A RERUN IS STILL OWED.
       330-READ-JOB-EVENTS SECTION.
       330-START.
           MOVE 'N' TO WS-SCHED-AT-EOF
           MOVE 'N' TO WS-STRT-SEEN-SW
           MOVE 'N' TO WS-ENDC-SEEN-SW
           MOVE 'N' TO WS-ENDF-SEEN-SW
           MOVE 'N' TO WS-FAIL-SEEN-SW
           MOVE WS-FC-JOB-NAME(WS-FCST-SUB) TO SCHED-JOB-NAME
           MOVE FCST-RUN-DATE               TO SCHED-RUN-DATE
           MOVE LOW-VALUES                  TO SCHED-RUN-TIME
           MOVE 0                           TO SCHED-EVENT-SEQ
           START SCHEDULER-FILE KEY NOT < SCHED-EVENT-KEY
               INVALID KEY
                   SET SCHED-AT-EOF TO TRUE
           END-START
           PERFORM 335-READ-SCHED-EVENT
           PERFORM 340-MATCH-SCHED-EVENT
               UNTIL SCHED-AT-EOF
           EVALUATE TRUE
               WHEN ENDC-SEEN
                   MOVE 'DONE' TO WS-FC-STATE(WS-FCST-SUB)
               WHEN ENDF-SEEN
               WHEN FAIL-SEEN AND NOT STRT-SEEN
                   MOVE 'FAIL' TO WS-FC-STATE(WS-FCST-SUB)
               WHEN STRT-SEEN
                   MOVE 'RUN ' TO WS-FC-STATE(WS-FCST-SUB)
               WHEN OTHER
                   MOVE 'WAIT' TO WS-FC-STATE(WS-FCST-SUB)
           END-EVALUATE.
       330-EXIT.
           EXIT.

       335-READ-SCHED-EVENT SECTION.
       335-START.
           IF NOT SCHED-AT-EOF
               READ SCHEDULER-FILE NEXT RECORD
                   AT END
                       SET SCHED-AT-EOF TO TRUE
               END-READ
           END-IF.
       335-EXIT.
           EXIT.

       340-MATCH-SCHED-EVENT SECTION.
       340-START.
           IF SCHED-JOB-NAME NOT = WS-FC-JOB-NAME(WS-FCST-SUB)
                   OR SCHED-RUN-DATE NOT = FCST-RUN-DATE
               SET SCHED-AT-EOF TO TRUE
           ELSE
               EVALUATE SCHED-STATUS-CODE
                   WHEN 'STRT'
                       IF NOT STRT-SEEN
                           SET STRT-SEEN TO TRUE
                           MOVE SCHED-RUN-TIME
                               TO WS-FC-ACT-START(WS-FCST-SUB)
                       END-IF
                   WHEN 'ENDC'
                       SET ENDC-SEEN TO TRUE
                       MOVE SCHED-RUN-TIME
                           TO WS-FC-ACT-END(WS-FCST-SUB)
                   WHEN 'ENDF'
                       SET ENDF-SEEN TO TRUE
                       MOVE SCHED-RUN-TIME
                           TO WS-FC-ACT-END(WS-FCST-SUB)
                   WHEN 'FAIL'
                       SET FAIL-SEEN TO TRUE
               END-EVALUATE
               PERFORM 335-READ-SCHED-EVENT
           END-IF.
       340-EXIT.
           EXIT.

      *    A JOB CAN ONLY BE PROJECTED ONCE ALL ITS PREDECESSORS HAVE
      *    BEEN, SO THE TABLE IS SWEPT UNTIL A SWEEP PROJECTS NOTHING
      *    NEW. ANY JOB STILL UNPROJECTED AFTER THAT SITS ON A
      *    PREDECESSOR LOOP AND IS REPORTED AS SUCH.
       400-PROJECT-STREAM SECTION.
       400-START.
           MOVE WS-AS-OF-TIME TO WS-TTS-TIME
           PERFORM 810-TIME-TO-WINDOW-SECONDS
           MOVE WS-TTS-SECONDS TO WS-NOW-SECS
           MOVE 'Y' TO WS-PASS-PROGRESS-SW
           PERFORM 410-PROJECTION-PASS
               UNTIL NOT PASS-MADE-PROGRESS.
       400-EXIT.
           EXIT.

       410-PROJECTION-PASS SECTION.
       410-START.
           MOVE 'N' TO WS-PASS-PROGRESS-SW
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-COUNT
               IF NOT FC-PROJECTED(WS-FCST-SUB)
                   PERFORM 420-PROJECT-ONE-JOB
               END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.

       420-PROJECT-ONE-JOB SECTION.
       420-START.
           MOVE 'Y' TO WS-PREDS-READY-SW
           MOVE 0 TO WS-PRED-FINISH
           MOVE 0 TO WS-PRED-WORST
           MOVE 0 TO WS-FC-CRIT-SUB(WS-FCST-SUB)
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 5
               MOVE WS-FC-PRED-SUB(WS-FCST-SUB, WS-PRED-SUB)
                   TO WS-PRED-ENTRY-SUB
               IF WS-PRED-ENTRY-SUB > 0
                   PERFORM 425-TAKE-PREDECESSOR-FINISH
               END-IF
           END-PERFORM
           IF PREDS-ALL-PROJECTED
               PERFORM 430-SET-PROJECTED-TIMES
               MOVE 'Y' TO WS-FC-PROJECTED-SW(WS-FCST-SUB)
               SET PASS-MADE-PROGRESS TO TRUE
           END-IF.
       420-EXIT.
           EXIT.

      *    THE PREDECESSOR WITH THE LATEST EXPECTED FINISH IS THE ONE
      *    HOLDING THIS JOB UP, BUT ONLY WHILE THAT FINISH IS STILL
      *    AHEAD OF THE AS-OF TIME - ONCE IT IS PAST, THE CLOCK IS.
       425-TAKE-PREDECESSOR-FINISH SECTION.
       425-START.
           IF NOT FC-PROJECTED(WS-PRED-ENTRY-SUB)
               MOVE 'N' TO WS-PREDS-READY-SW
           ELSE
               IF WS-FC-FINISH-SECS(WS-PRED-ENTRY-SUB) > WS-PRED-FINISH
                   MOVE WS-FC-FINISH-SECS(WS-PRED-ENTRY-SUB)
                       TO WS-PRED-FINISH
                   IF WS-PRED-FINISH > WS-NOW-SECS
                       MOVE WS-PRED-ENTRY-SUB
                           TO WS-FC-CRIT-SUB(WS-FCST-SUB)
                   END-IF
               END-IF
               IF WS-FC-WORST-FINISH(WS-PRED-ENTRY-SUB) > WS-PRED-WORST
                   MOVE WS-FC-WORST-FINISH(WS-PRED-ENTRY-SUB)
                       TO WS-PRED-WORST
               END-IF
           END-IF.
       425-EXIT.
           EXIT.

       430-SET-PROJECTED-TIMES SECTION.
       430-START.
           EVALUATE TRUE
               WHEN FC-SUSPENDED(WS-FCST-SUB)
                   MOVE 0 TO WS-FC-START-SECS(WS-FCST-SUB)
                   MOVE 0 TO WS-FC-FINISH-SECS(WS-FCST-SUB)
                   MOVE 0 TO WS-FC-WORST-FINISH(WS-FCST-SUB)
                   MOVE 0 TO WS-FC-CRIT-SUB(WS-FCST-SUB)
               WHEN FC-ENDED-CLEAN(WS-FCST-SUB)
                   MOVE WS-FC-ACT-END(WS-FCST-SUB) TO WS-TTS-TIME
                   PERFORM 810-TIME-TO-WINDOW-SECONDS
                   MOVE WS-TTS-SECONDS
                       TO WS-FC-FINISH-SECS(WS-FCST-SUB)
                   MOVE WS-TTS-SECONDS
                       TO WS-FC-WORST-FINISH(WS-FCST-SUB)
                   IF WS-FC-ACT-START(WS-FCST-SUB) = SPACES
                       MOVE WS-TTS-SECONDS
                           TO WS-FC-START-SECS(WS-FCST-SUB)
                   ELSE
                       MOVE WS-FC-ACT-START(WS-FCST-SUB)
                           TO WS-TTS-TIME
                       PERFORM 810-TIME-TO-WINDOW-SECONDS
                       MOVE WS-TTS-SECONDS
                           TO WS-FC-START-SECS(WS-FCST-SUB)
                   END-IF
                   MOVE 0 TO WS-FC-CRIT-SUB(WS-FCST-SUB)
               WHEN FC-RUNNING(WS-FCST-SUB)
                   MOVE WS-FC-ACT-START(WS-FCST-SUB) TO WS-TTS-TIME
                   PERFORM 810-TIME-TO-WINDOW-SECONDS
                   MOVE WS-TTS-SECONDS
                       TO WS-FC-START-SECS(WS-FCST-SUB)
                   COMPUTE WS-FC-FINISH-SECS(WS-FCST-SUB) =
                       WS-TTS-SECONDS + WS-FC-AVG-SECS(WS-FCST-SUB)
                   COMPUTE WS-FC-WORST-FINISH(WS-FCST-SUB) =
                       WS-TTS-SECONDS + WS-FC-WORST-SECS(WS-FCST-SUB)
                   MOVE 0 TO WS-FC-CRIT-SUB(WS-FCST-SUB)
               WHEN OTHER
                   IF WS-PRED-FINISH > WS-NOW-SECS
                       MOVE WS-PRED-FINISH
                           TO WS-FC-START-SECS(WS-FCST-SUB)
                   ELSE
                       MOVE WS-NOW-SECS
                           TO WS-FC-START-SECS(WS-FCST-SUB)
                   END-IF
                   IF WS-PRED-WORST > WS-NOW-SECS
                       MOVE WS-PRED-WORST TO WS-WORST-START
                   ELSE
                       MOVE WS-NOW-SECS TO WS-WORST-START
                   END-IF
                   COMPUTE WS-FC-FINISH-SECS(WS-FCST-SUB) =
                       WS-FC-START-SECS(WS-FCST-SUB)
                       + WS-FC-AVG-SECS(WS-FCST-SUB)
                   COMPUTE WS-FC-WORST-FINISH(WS-FCST-SUB) =
                       WS-WORST-START + WS-FC-WORST-SECS(WS-FCST-SUB)
           END-EVALUATE
      *    A RUN ALREADY PAST ITS PROFILED TIME CANNOT FINISH BEFORE
      *    NOW - IT IS FORECAST TO END NO EARLIER THAN THE AS-OF TIME.
           IF NOT FC-ENDED-CLEAN(WS-FCST-SUB)
                   AND NOT FC-SUSPENDED(WS-FCST-SUB)
               IF WS-FC-FINISH-SECS(WS-FCST-SUB) < WS-NOW-SECS
                   MOVE WS-NOW-SECS TO WS-FC-FINISH-SECS(WS-FCST-SUB)
               END-IF
               IF WS-FC-WORST-FINISH(WS-FCST-SUB) < WS-NOW-SECS
                   MOVE WS-NOW-SECS
                       TO WS-FC-WORST-FINISH(WS-FCST-SUB)
               END-IF
           END-IF.
       430-EXIT.
           EXIT.

       500-PRINT-FORECAST SECTION.
       500-START.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-FINISH-SECONDS
                                SRT-START-SECONDS
               INPUT PROCEDURE IS 510-RELEASE-PROJECTED-JOBS
               OUTPUT PROCEDURE IS 520-PRINT-SORTED-JOBS.
       500-EXIT.
           EXIT.

       510-RELEASE-PROJECTED-JOBS SECTION.
       510-START.
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-COUNT
               IF FC-PROJECTED(WS-FCST-SUB)
                   MOVE WS-FC-FINISH-SECS(WS-FCST-SUB)
                       TO SRT-FINISH-SECONDS
                   MOVE WS-FC-START-SECS(WS-FCST-SUB)
                       TO SRT-START-SECONDS
                   MOVE WS-FCST-SUB TO SRT-FCST-SUB
                   RELEASE SORT-FORECAST-RECORD
               END-IF
           END-PERFORM.
       510-EXIT.
           EXIT.

       520-PRINT-SORTED-JOBS SECTION.
       520-START.
           PERFORM 525-RETURN-SORTED-JOB
           PERFORM 530-PRINT-ONE-JOB
               UNTIL SORT-AT-EOF.
       520-EXIT.
           EXIT.

       525-RETURN-SORTED-JOB SECTION.
       525-START.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
       525-EXIT.
           EXIT.

       530-PRINT-ONE-JOB SECTION.
       530-START.
           MOVE SRT-FCST-SUB TO WS-FCST-SUB
           PERFORM 540-CHECK-DEADLINE
           MOVE WS-FC-JOB-NAME(WS-FCST-SUB) TO PRT-JOB-NAME
           MOVE WS-FC-STATE(WS-FCST-SUB)    TO PRT-STATE
           MOVE WS-FC-DEADLINE(WS-FCST-SUB) TO PRT-DEADLINE
           MOVE WS-FC-SLA-FLAG(WS-FCST-SUB) TO PRT-SLA-FLAG
           MOVE SPACES TO PRT-START-TIME
           MOVE SPACES TO PRT-FINISH-TIME
           MOVE SPACES TO PRT-WORST-TIME
           MOVE SPACES TO PRT-CRIT-PRED
           MOVE SPACES TO PRT-NOTE
           IF NOT FC-SUSPENDED(WS-FCST-SUB)
               MOVE WS-FC-START-SECS(WS-FCST-SUB) TO WS-WST-SECONDS
               PERFORM 820-WINDOW-SECONDS-TO-TIME
               MOVE WS-WST-DISPLAY TO PRT-START-TIME
               MOVE WS-FC-FINISH-SECS(WS-FCST-SUB) TO WS-WST-SECONDS
               PERFORM 820-WINDOW-SECONDS-TO-TIME
               MOVE WS-WST-DISPLAY TO PRT-FINISH-TIME
               MOVE WS-FC-WORST-FINISH(WS-FCST-SUB) TO WS-WST-SECONDS
               PERFORM 820-WINDOW-SECONDS-TO-TIME
               MOVE WS-WST-DISPLAY TO PRT-WORST-TIME
           END-IF
           IF WS-FC-CRIT-SUB(WS-FCST-SUB) > 0
               MOVE WS-FC-JOB-NAME(WS-FC-CRIT-SUB(WS-FCST-SUB))
                   TO PRT-CRIT-PRED
           END-IF
           EVALUATE TRUE
               WHEN FC-SUSPENDED(WS-FCST-SUB)
                   MOVE 'WILL NOT RUN' TO PRT-NOTE
               WHEN FC-ENDED-FAILED(WS-FCST-SUB)
                   MOVE 'RERUN REQUIRED' TO PRT-NOTE
               WHEN NOT FC-HAS-PROFILE(WS-FCST-SUB)
                       AND NOT FC-ENDED-CLEAN(WS-FCST-SUB)
                   MOVE 'NO PROFILE' TO PRT-NOTE
           END-EVALUATE
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
           PERFORM 525-RETURN-SORTED-JOB.
       530-EXIT.
           EXIT.

      *    FLAGS: MISS - EXPECTED FINISH IS PAST THE DEADLINE
      *           RISK - ONLY THE WORST-CASE FINISH IS PAST IT
      *           LATE - ALREADY ENDED, AFTER THE DEADLINE
      *    ONLY JOBS STILL TO FINISH ARE ALERTED - A LATE JOB IS
      *    HISTORY BY NOW AND THE MORNING REPORTS COVER IT.
       540-CHECK-DEADLINE SECTION.
       540-START.
           MOVE SPACES TO WS-FC-SLA-FLAG(WS-FCST-SUB)
           IF WS-FC-DEADLINE(WS-FCST-SUB) NOT = SPACES
                   AND NOT FC-SUSPENDED(WS-FCST-SUB)
               EVALUATE TRUE
                   WHEN FC-ENDED-CLEAN(WS-FCST-SUB)
                       IF WS-FC-FINISH-SECS(WS-FCST-SUB)
                               > WS-FC-DEADLINE-SECS(WS-FCST-SUB)
                           MOVE 'LATE' TO WS-FC-SLA-FLAG(WS-FCST-SUB)
                       END-IF
                   WHEN WS-FC-FINISH-SECS(WS-FCST-SUB)
                           > WS-FC-DEADLINE-SECS(WS-FCST-SUB)
                       MOVE 'MISS' TO WS-FC-SLA-FLAG(WS-FCST-SUB)
                       ADD 1 TO WS-DEADLINES-MISSED
                       MOVE 'E' TO ALERT-SEVERITY
                       PERFORM 700-WRITE-FORECAST-ALERT
                   WHEN WS-FC-WORST-FINISH(WS-FCST-SUB)
                           > WS-FC-DEADLINE-SECS(WS-FCST-SUB)
                       MOVE 'RISK' TO WS-FC-SLA-FLAG(WS-FCST-SUB)
                       ADD 1 TO WS-DEADLINES-AT-RISK
                       MOVE 'W' TO ALERT-SEVERITY
                       PERFORM 700-WRITE-FORECAST-ALERT
               END-EVALUATE
           END-IF.
       540-EXIT.
           EXIT.

       550-PRINT-UNPROJECTED-JOBS SECTION.
       550-START.
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-COUNT
               IF NOT FC-PROJECTED(WS-FCST-SUB)
                   ADD 1 TO WS-JOBS-NOT-PROJECTED
                   MOVE WS-FC-JOB-NAME(WS-FCST-SUB) TO PRT-LOOP-JOB
                   WRITE PRINT-RECORD FROM WS-LOOP-LINE
               END-IF
           END-PERFORM.
       550-EXIT.
           EXIT.

      *    THE PATH ENDS AT THE JOB WITH THE LATEST EXPECTED FINISH
      *    AND FOLLOWS EACH JOB'S HOLDING PREDECESSOR BACK UNTIL A JOB
      *    WAS GATED BY THE CLOCK RATHER THAN BY ANOTHER JOB.
       560-PRINT-CRITICAL-PATH SECTION.
       560-START.
           MOVE 0 TO WS-LAST-FINISH
           MOVE 0 TO WS-LAST-SUB
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-COUNT
               IF FC-PROJECTED(WS-FCST-SUB)
                       AND NOT FC-SUSPENDED(WS-FCST-SUB)
                       AND WS-FC-FINISH-SECS(WS-FCST-SUB)
                           NOT < WS-LAST-FINISH
                   MOVE WS-FC-FINISH-SECS(WS-FCST-SUB)
                       TO WS-LAST-FINISH
                   MOVE WS-FCST-SUB TO WS-LAST-SUB
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PATH-COUNT
           MOVE WS-LAST-SUB TO WS-FCST-SUB
           PERFORM 562-STACK-PATH-STEP
               UNTIL WS-FCST-SUB = 0
               OR WS-PATH-COUNT NOT < WS-FCST-COUNT
           IF WS-PATH-COUNT > 0
               WRITE PRINT-RECORD FROM WS-BLANK-LINE
               WRITE PRINT-RECORD FROM WS-PATH-HEADER-LINE
               MOVE 0 TO WS-PATH-STEP
               PERFORM VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
                       UNTIL WS-PATH-SUB < 1
                   PERFORM 565-PRINT-PATH-STEP
               END-PERFORM
           END-IF.
       560-EXIT.
           EXIT.

       562-STACK-PATH-STEP SECTION.
       562-START.
           ADD 1 TO WS-PATH-COUNT
           MOVE WS-FCST-SUB TO WS-PATH-ENTRY-SUB(WS-PATH-COUNT)
           MOVE WS-FC-CRIT-SUB(WS-FCST-SUB) TO WS-FCST-SUB.
       562-EXIT.
           EXIT.

       565-PRINT-PATH-STEP SECTION.
       565-START.
           MOVE WS-PATH-ENTRY-SUB(WS-PATH-SUB) TO WS-FCST-SUB
           ADD 1 TO WS-PATH-STEP
           MOVE WS-PATH-STEP TO PRT-PATH-STEP
           MOVE WS-FC-JOB-NAME(WS-FCST-SUB) TO PRT-PATH-JOB
           MOVE WS-FC-STATE(WS-FCST-SUB)    TO PRT-PATH-STATE
           MOVE WS-FC-START-SECS(WS-FCST-SUB) TO WS-WST-SECONDS
           PERFORM 820-WINDOW-SECONDS-TO-TIME
           MOVE WS-WST-DISPLAY TO PRT-PATH-START
           MOVE WS-FC-FINISH-SECS(WS-FCST-SUB) TO WS-WST-SECONDS
           PERFORM 820-WINDOW-SECONDS-TO-TIME
           MOVE WS-WST-DISPLAY TO PRT-PATH-FINISH
           WRITE PRINT-RECORD FROM WS-PATH-LINE.
       565-EXIT.
           EXIT.

       600-PRINT-RUN-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'JOBS IN STREAM        ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-IN-STREAM        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS ENDED CLEAN      ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-ENDED-CLEAN      TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS RUNNING          ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-RUNNING          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS WAITING          ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-WAITING          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS NEEDING RERUN    ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-TO-RERUN         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS SUSPENDED        ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-SUSPENDED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS WITH NO PROFILE  ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-NO-PROFILE       TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'DEADLINES MISSED      ' TO PRT-TOTAL-LABEL
           MOVE WS-DEADLINES-MISSED      TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'DEADLINES AT RISK     ' TO PRT-TOTAL-LABEL
           MOVE WS-DEADLINES-AT-RISK     TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'JOBS NOT PROJECTED    ' TO PRT-TOTAL-LABEL
           MOVE WS-JOBS-NOT-PROJECTED    TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.

      *    SEVERITY IS SET BY THE CALLER. THE FIELD VALUE CARRIES THE
      *    PROJECTED FINISH AGAINST THE DEADLINE:
      *    5 + 8 + 5 + 6 = 24 CHARACTERS - FITS THE 30-BYTE VALUE.
       700-WRITE-FORECAST-ALERT SECTION.
       700-START.
           IF WS-ALERT-STATUS = '00'
               IF WS-FC-SLA-FLAG(WS-FCST-SUB) = 'MISS'
                   MOVE WS-FC-FINISH-SECS(WS-FCST-SUB)
                       TO WS-WST-SECONDS
               ELSE
                   MOVE WS-FC-WORST-FINISH(WS-FCST-SUB)
                       TO WS-WST-SECONDS
               END-IF
               PERFORM 820-WINDOW-SECONDS-TO-TIME
               MOVE WS-FC-JOB-NAME(WS-FCST-SUB) TO ALERT-JOB-NAME
               MOVE 'HWFORCST'                  TO ALERT-PROGRAM-NAME
               MOVE FCST-RUN-DATE               TO ALERT-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6)   TO ALERT-TIME
               MOVE 0025                        TO ALERT-REASON-CODE
               MOVE SPACES                      TO ALERT-FIELD-VALUE
               STRING 'PROJ ' WS-WST-DISPLAY
                   ' DUE ' WS-FC-DEADLINE(WS-FCST-SUB)
                   DELIMITED BY SIZE
                   INTO ALERT-FIELD-VALUE
               WRITE ALERT-RECORD
           END-IF.
       700-EXIT.
           EXIT.

       800-TIME-TO-SECONDS SECTION.
       800-START.
           MOVE WS-TTS-TIME(1:2) TO WS-TTS-HH
           MOVE WS-TTS-TIME(3:2) TO WS-TTS-MM
           MOVE WS-TTS-TIME(5:2) TO WS-TTS-SS
           COMPUTE WS-TTS-SECONDS =
               WS-TTS-HH * 3600 + WS-TTS-MM * 60 + WS-TTS-SS.
       800-EXIT.
           EXIT.

      *    A CLOCK TIME EARLIER THAN THE WINDOW START IS THE MORNING
      *    AFTER, SO A DAY IS ADDED BEFORE THE WINDOW START IS TAKEN
      *    OFF - THE SAME RULE THE PROFILER USES FOR MIDNIGHT RUNS.
       810-TIME-TO-WINDOW-SECONDS SECTION.
       810-START.
           PERFORM 800-TIME-TO-SECONDS
           IF WS-TTS-SECONDS < WS-WINDOW-SECS
               ADD 86400 TO WS-TTS-SECONDS
           END-IF
           SUBTRACT WS-WINDOW-SECS FROM WS-TTS-SECONDS.
       810-EXIT.
           EXIT.

       820-WINDOW-SECONDS-TO-TIME SECTION.
       820-START.
           COMPUTE WS-WST-CLOCK-SECS = WS-WST-SECONDS + WS-WINDOW-SECS
           DIVIDE WS-WST-CLOCK-SECS BY 86400
               GIVING WS-WST-DAYS REMAINDER WS-WST-REMAINDER
           DIVIDE WS-WST-REMAINDER BY 3600
               GIVING WS-WST-HH REMAINDER WS-WST-REMAINDER
           DIVIDE WS-WST-REMAINDER BY 60
               GIVING WS-WST-MM REMAINDER WS-WST-SS
           MOVE WS-WST-HH TO WS-WST-TIME-HH
           MOVE WS-WST-MM TO WS-WST-TIME-MM
           MOVE WS-WST-SS TO WS-WST-TIME-SS
           MOVE WS-WST-TIME TO WS-WST-DISP-TIME
           IF WS-WST-DAYS > 0
               MOVE '+1' TO WS-WST-DISP-DAY
           ELSE
               MOVE SPACES TO WS-WST-DISP-DAY
           END-IF.
       820-EXIT.
           EXIT.
