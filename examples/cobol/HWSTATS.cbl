      *    AND THE AUDIT LOG. TAKES A REPORT PERIOD (YYYYMM) ON THE
      *    SYSIN PARM CARD AND PRINTS, FOR THAT PERIOD:
      *      - RUNS, FAILURES (NON-ZERO AUDIT RETURN CODE) AND THE
      *        FAILURE-RATE PERCENTAGE PER ENVIRONMENT (EVERY
      *        ENVIRONMENT WITH A RECORD ON CNTRFILE) AND PER JOB NAME
      *      - A DAY-BY-DAY TREND SECTION FOR THE MONTH WITH RUNS,
      *        FAILURES AND THE FIRST AND LAST RUN TIME EACH DAY
      *      - GRAND TOTALS, BALANCING THE ALL-TIME AUDIT RECORD
      *        COUNT AGAINST THE *ALL SUITE-TOTAL COUNTER RECORD
      *    FOR THE MONTHLY SERVICE REVIEW, IN PLACE OF HAND-COUNTING
      *    SYSOUT.
      *    THE COUNTERS ARE CUMULATIVE FOR ALL TIME, SO THE AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "CNTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTR-ENV-CODE
               FILE STATUS IS WS-CNTR-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  COUNTER-FILE.
           COPY CNTRREC.

       FD  PRINT-FILE
       01  WS-AUDIT-AT-EOF         PIC X        VALUE 'N'.
           88 AUDIT-AT-EOF                      VALUE 'Y'.

       01  WS-CNTR-AT-EOF          PIC X        VALUE 'N'.
           88 CNTR-AT-EOF                       VALUE 'Y'.

       01  WS-CNTR-TOTAL           PIC 9(9)     VALUE 0.

       01  WS-ENV-STATS.
           03 WS-ENV-COUNT         PIC 9(3)     VALUE 0.
           03 WS-ENV-STAT          OCCURS 100 TIMES.
              05 WS-ENV-STAT-CODE  PIC X(4).
              05 WS-ENV-RUNS       PIC 9(7).
              05 WS-ENV-FAILS      PIC 9(7).

           03 WS-PERIOD-FAILS      PIC 9(9)     VALUE 0.
           03 WS-ALL-TIME-RUNS     PIC 9(9)     VALUE 0.

       01  WS-ENV-SUB              PIC 9(3)     VALUE 1.
       01  WS-JOB-SUB              PIC 9(3)     VALUE 1.
       01  WS-DAY-SUB              PIC 9(2)     VALUE 1.

           PERFORM 100-READ-PARM-CARD
           PERFORM 150-VALIDATE-PARM-CARD
           IF RETURN-CODE = 0
               PERFORM 160-READ-COUNTER-RECORDS
           END-IF
           IF RETURN-CODE = 0
               MOVE STAT-PERIOD TO PRT-PERIOD

       010-INITIALIZE-TABLES SECTION.
       010-START.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               MOVE 0      TO WS-DAY-RUNS(WS-DAY-SUB)
       150-EXIT.
           EXIT.

      *    ONE ENVIRONMENT TABLE ENTRY PER ENVIRONMENT COUNTER RECORD;
      *    THE *ALL RECORD SUPPLIES THE SUITE TOTAL FOR BALANCING.
       160-READ-COUNTER-RECORDS SECTION.
       160-START.
           OPEN INPUT COUNTER-FILE
           IF WS-CNTR-STATUS = '00'
               MOVE LOW-VALUES TO CNTR-ENV-CODE
               START COUNTER-FILE KEY IS NOT < CNTR-ENV-CODE
                   INVALID KEY
                       SET CNTR-AT-EOF TO TRUE
               END-START
               PERFORM 165-READ-NEXT-COUNTER
               PERFORM 170-TABLE-COUNTER-RECORD
                   UNTIL CNTR-AT-EOF
               CLOSE COUNTER-FILE
           ELSE
               DISPLAY 'HWSTATS: ERROR - CNTRFILE NOT AVAILABLE - '
       160-EXIT.
           EXIT.

       165-READ-NEXT-COUNTER SECTION.
       165-START.
           IF NOT CNTR-AT-EOF
               READ COUNTER-FILE NEXT RECORD
                   AT END
                       SET CNTR-AT-EOF TO TRUE
               END-READ
           END-IF.
       165-EXIT.
           EXIT.

       170-TABLE-COUNTER-RECORD SECTION.
       170-START.
           IF CNTR-IS-SUITE-TOTAL
               MOVE CNTR-EXEC-COUNT TO WS-CNTR-TOTAL
           ELSE
               IF WS-ENV-COUNT < 100
                   ADD 1 TO WS-ENV-COUNT
                   MOVE CNTR-ENV-CODE TO WS-ENV-STAT-CODE(WS-ENV-COUNT)
                   MOVE 0             TO WS-ENV-RUNS(WS-ENV-COUNT)
                   MOVE 0             TO WS-ENV-FAILS(WS-ENV-COUNT)
               ELSE
                   DISPLAY 'HWSTATS: ENVIRONMENT TABLE FULL - '
                       'DROPPED FROM ENVIRONMENT SECTION: '
                       CNTR-ENV-CODE
               END-IF
           END-IF
           PERFORM 165-READ-NEXT-COUNTER.
       170-EXIT.
           EXIT.

       200-TALLY-AUDIT-LOG SECTION.
       200-START.
           OPEN INPUT AUDIT-FILE
       230-TALLY-ENVIRONMENT SECTION.
       230-START.
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > WS-ENV-COUNT
               IF AUD-ENVIRONMENT = WS-ENV-STAT-CODE(WS-ENV-SUB)
                   ADD 1 TO WS-ENV-RUNS(WS-ENV-SUB)
                   IF AUD-RETURN-CODE NOT = 0
                       ADD 1 TO WS-ENV-FAILS(WS-ENV-SUB)
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
           WRITE PRINT-RECORD FROM WS-STAT-COLUMN-LINE
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > WS-ENV-COUNT
               MOVE WS-ENV-STAT-CODE(WS-ENV-SUB) TO PRT-STAT-NAME
               MOVE WS-ENV-RUNS(WS-ENV-SUB)   TO PRT-STAT-RUNS
               MOVE WS-ENV-FAILS(WS-ENV-SUB)  TO PRT-STAT-FAILS
               IF WS-ENV-RUNS(WS-ENV-SUB) > 0
           MOVE WS-ALL-TIME-RUNS                   TO PRT-GRAND-VALUE
           WRITE PRINT-RECORD FROM WS-GRAND-TOTAL-LINE
           MOVE 'COUNTER FILE TOTAL EXECUTIONS   ' TO PRT-GRAND-LABEL
           MOVE WS-CNTR-TOTAL                      TO PRT-GRAND-VALUE
           WRITE PRINT-RECORD FROM WS-GRAND-TOTAL-LINE
           IF WS-ALL-TIME-RUNS = WS-CNTR-TOTAL
               MOVE 'GRAND TOTALS MATCH THE COUNTER FILE'
                   TO PRT-BALANCE-MESSAGE
           ELSE
