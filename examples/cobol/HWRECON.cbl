      ******************************************************************
      *    NIGHTLY RECONCILIATION OF THE EXECUTION COUNTERS ON
      *    CNTRFILE AGAINST THE AUDIT LOG. COUNTS AUDITLOG RECORDS IN
      *    TOTAL AND BY ENVIRONMENT, COMPARES THEM TO THE COUNTER
      *    RECORDS MAINTAINED IN PLACE BY HELLO-WORLD, PRINTS
      *    EXPECTED VS. ACTUAL WITH THE DIFFERENCE PER LINE, AND ENDS
      *    WITH RC=8 WHEN THEY DISAGREE SO THE DISCREPANCY GETS A
      *    TICKET THE SAME NIGHT.
      *    WRITTEN BEFORE THE ENVIRONMENT CODE EXISTED CARRY SPACES
      *    THERE AND COUNT ONLY TOWARD THE TOTALS LINE - RUN ONCE
      *    WITH 'REBASE' ON THE SYSIN PARM CARD AT CUTOVER (AND AFTER
      *    ANY CONFIRMED DISCREPANCY) TO RESET THE COUNTER RECORDS TO
      *    THE AUDIT-DERIVED COUNTS. WITHOUT A PARM CARD THE PROGRAM
      *    ONLY REPORTS.
      *
      *    EVERY ENVIRONMENT WITH A RECORD ON CNTRFILE IS REPORTED,
      *    PLUS ANY ENVIRONMENT ON ENVMASTR THAT HAS AUDIT RECORDS
      *    BUT NO COUNTER RECORD YET. AUDIT RECORDS FOR CODES NOT ON
      *    ENVMASTR COUNT ONLY TOWARD THE TOTALS LINE, AS HELLO-WORLD
      *    COUNTS THEM.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "CNTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTR-ENV-CODE
               FILE STATUS IS WS-CNTR-STATUS.
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-ENVM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  COUNTER-FILE.
           COPY CNTRREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).
           03 WS-AUDIT-STATUS      PIC XX       VALUE SPACES.
           03 WS-CNTR-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.

       01  WS-AUDIT-AT-EOF         PIC X        VALUE 'N'.
           88 AUDIT-AT-EOF                      VALUE 'Y'.

       01  WS-CNTR-AT-EOF          PIC X        VALUE 'N'.
           88 CNTR-AT-EOF                       VALUE 'Y'.

       01  WS-ENVM-OPEN-SW         PIC X        VALUE 'N'.
           88 ENVM-IS-OPEN                      VALUE 'Y'.

       01  WS-AUDIT-COUNTS.
           03 WS-AUD-TOTAL         PIC 9(9)     VALUE 0.
           03 WS-CNTR-TOTAL        PIC 9(9)     VALUE 0.

       01  WS-REBASE-FIELDS.
           03 WS-REBASE-KEY        PIC X(4)     VALUE SPACES.
           03 WS-REBASE-COUNT      PIC 9(9)     VALUE 0.

      *    ONE ENTRY PER ENVIRONMENT REPORTED: THE COUNT ON ITS
      *    CNTRFILE RECORD (EXPECTED) AND THE AUDITLOG COUNT (ACTUAL).
       01  WS-ENV-TABLE.
           03 WS-ENV-COUNT         PIC 9(3)     VALUE 0.
           03 WS-ENV-ENTRY         OCCURS 100 TIMES.
              05 WS-ENV-CODE       PIC X(4).
              05 WS-ENV-EXPECTED   PIC 9(9).
              05 WS-ENV-ACTUAL     PIC 9(9).

       01  WS-ENV-SUB              PIC 9(3)     VALUE 1.

      *    ENVIRONMENT CODE FOR 240 TO ADD TO THE TABLE.
       01  WS-NEW-ENV-CODE         PIC X(4)     VALUE SPACES.

       01  WS-ENV-FOUND-SW         PIC X        VALUE 'N'.
           88 ENV-ENTRY-FOUND                   VALUE 'Y'.

       01  WS-CNTR-FOUND-SW        PIC X        VALUE 'N'.
           88 CNTR-RECORD-FOUND                 VALUE 'Y'.

       01  WS-DIFFERENCE           PIC S9(9)    VALUE 0.

       000-MAINLINE SECTION.
       000-START.
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 050-READ-PARM-CARD
           PERFORM 100-READ-COUNTER-RECORDS
           IF RETURN-CODE = 0
               OPEN INPUT ENV-MASTER-FILE
               IF WS-ENVM-STATUS = '00'
                   SET ENVM-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'HWRECON: WARNING - ENVMASTR NOT AVAILABLE '
                       '- STATUS ' WS-ENVM-STATUS
                       ' - ONLY ENVIRONMENTS ON CNTRFILE REPORTED'
               END-IF
               PERFORM 200-COUNT-AUDIT-RECORDS
               IF ENVM-IS-OPEN
                   CLOSE ENV-MASTER-FILE
               END-IF
               PERFORM 300-PRINT-RECONCILIATION
               IF REBASE-REQUESTED
                   PERFORM 400-REBASE-COUNTERS
       050-EXIT.
           EXIT.

       100-READ-COUNTER-RECORDS SECTION.
       100-START.
           OPEN INPUT COUNTER-FILE
           IF WS-CNTR-STATUS = '00'
               MOVE LOW-VALUES TO CNTR-ENV-CODE
               START COUNTER-FILE KEY IS NOT < CNTR-ENV-CODE
                   INVALID KEY
                       SET CNTR-AT-EOF TO TRUE
               END-START
               PERFORM 110-READ-NEXT-COUNTER
               PERFORM 120-TABLE-COUNTER-RECORD
                   UNTIL CNTR-AT-EOF
               CLOSE COUNTER-FILE
           ELSE
               DISPLAY 'HWRECON: ERROR - CNTRFILE NOT AVAILABLE - '
       100-EXIT.
           EXIT.

       110-READ-NEXT-COUNTER SECTION.
       110-START.
           IF NOT CNTR-AT-EOF
               READ COUNTER-FILE NEXT RECORD
                   AT END
                       SET CNTR-AT-EOF TO TRUE
               END-READ
           END-IF.
       110-EXIT.
           EXIT.

       120-TABLE-COUNTER-RECORD SECTION.
       120-START.
           IF CNTR-IS-SUITE-TOTAL
               MOVE CNTR-EXEC-COUNT TO WS-CNTR-TOTAL
           ELSE
               MOVE CNTR-ENV-CODE TO WS-NEW-ENV-CODE
               PERFORM 240-ADD-ENV-ENTRY
               IF ENV-ENTRY-FOUND
                   MOVE CNTR-EXEC-COUNT
                       TO WS-ENV-EXPECTED(WS-ENV-SUB)
               END-IF
           END-IF
           PERFORM 110-READ-NEXT-COUNTER.
       120-EXIT.
           EXIT.

       200-COUNT-AUDIT-RECORDS SECTION.
       200-START.
           OPEN INPUT AUDIT-FILE
       220-TALLY-AUDIT-RECORD SECTION.
       220-START.
           ADD 1 TO WS-AUD-TOTAL
           IF AUD-ENVIRONMENT NOT = SPACES
               PERFORM 230-FIND-ENV-ENTRY
               IF NOT ENV-ENTRY-FOUND AND ENVM-IS-OPEN
                   MOVE AUD-ENVIRONMENT TO ENV-CODE
                   READ ENV-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AUD-ENVIRONMENT TO WS-NEW-ENV-CODE
                           PERFORM 240-ADD-ENV-ENTRY
                   END-READ
               END-IF
               IF ENV-ENTRY-FOUND
                   ADD 1 TO WS-ENV-ACTUAL(WS-ENV-SUB)
               END-IF
           END-IF
           PERFORM 210-READ-AUDIT-RECORD.
       220-EXIT.
           EXIT.

      *    LEAVES WS-ENV-SUB ON THE MATCHING ENTRY WHEN FOUND.
       230-FIND-ENV-ENTRY SECTION.
       230-START.
           MOVE 'N' TO WS-ENV-FOUND-SW
           MOVE 1 TO WS-ENV-SUB
           PERFORM UNTIL WS-ENV-SUB > WS-ENV-COUNT
                   OR ENV-ENTRY-FOUND
               IF AUD-ENVIRONMENT = WS-ENV-CODE(WS-ENV-SUB)
                   SET ENV-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ENV-SUB
               END-IF
           END-PERFORM.
       230-EXIT.
           EXIT.

      *    ADDS WS-NEW-ENV-CODE AS A NEW ENTRY AND LEAVES WS-ENV-SUB
      *    ON IT.
       240-ADD-ENV-ENTRY SECTION.
       240-START.
           MOVE 'N' TO WS-ENV-FOUND-SW
           IF WS-ENV-COUNT < 100
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-ENV-COUNT TO WS-ENV-SUB
               MOVE WS-NEW-ENV-CODE TO WS-ENV-CODE(WS-ENV-SUB)
               MOVE 0               TO WS-ENV-EXPECTED(WS-ENV-SUB)
               MOVE 0               TO WS-ENV-ACTUAL(WS-ENV-SUB)
               SET ENV-ENTRY-FOUND TO TRUE
           ELSE
               DISPLAY 'HWRECON: ENVIRONMENT TABLE FULL - '
                   WS-NEW-ENV-CODE ' NOT REPORTED'
           END-IF.
       240-EXIT.
           EXIT.

       300-PRINT-RECONCILIATION SECTION.
       300-START.
           WRITE PRINT-RECORD FROM WS-COLUMN-LINE
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > WS-ENV-COUNT
               MOVE WS-ENV-CODE(WS-ENV-SUB)     TO PRT-ENV-CODE
               MOVE WS-ENV-EXPECTED(WS-ENV-SUB) TO PRT-EXPECTED
               MOVE WS-ENV-ACTUAL(WS-ENV-SUB)   TO PRT-ACTUAL
               COMPUTE WS-DIFFERENCE =
                   WS-ENV-ACTUAL(WS-ENV-SUB)
                   - WS-ENV-EXPECTED(WS-ENV-SUB)
               MOVE WS-DIFFERENCE TO PRT-DIFFERENCE
               IF WS-DIFFERENCE NOT = 0
                   SET OUT-OF-BALANCE TO TRUE
               WRITE PRINT-RECORD FROM WS-DETAIL-LINE
           END-PERFORM
           MOVE 'TOTAL   '            TO PRT-ENV-CODE
           MOVE WS-CNTR-TOTAL         TO PRT-EXPECTED
           MOVE WS-AUD-TOTAL          TO PRT-ACTUAL
           COMPUTE WS-DIFFERENCE =
               WS-AUD-TOTAL - WS-CNTR-TOTAL
           MOVE WS-DIFFERENCE TO PRT-DIFFERENCE
           IF WS-DIFFERENCE NOT = 0
               SET OUT-OF-BALANCE TO TRUE
       400-START.
           OPEN I-O COUNTER-FILE
           IF WS-CNTR-STATUS = '00'
               PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                       UNTIL WS-ENV-SUB > WS-ENV-COUNT
                   MOVE WS-ENV-CODE(WS-ENV-SUB)   TO WS-REBASE-KEY
                   MOVE WS-ENV-ACTUAL(WS-ENV-SUB) TO WS-REBASE-COUNT
                   PERFORM 410-REBASE-ONE-COUNTER
               END-PERFORM
               MOVE '*ALL'       TO WS-REBASE-KEY
               MOVE WS-AUD-TOTAL TO WS-REBASE-COUNT
               PERFORM 410-REBASE-ONE-COUNTER
               CLOSE COUNTER-FILE
               MOVE 'COUNTERS RE-BASELINED FROM THE AUDIT LOG'
                   TO PRT-BALANCE-MESSAGE
           END-IF.
       400-EXIT.
           EXIT.

      *    AN ENVIRONMENT WITH AUDIT RECORDS BUT NO COUNTER RECORD
      *    YET HAS ITS RECORD ADDED.
       410-REBASE-ONE-COUNTER SECTION.
       410-START.
           MOVE 'Y' TO WS-CNTR-FOUND-SW
           MOVE WS-REBASE-KEY TO CNTR-ENV-CODE
           READ COUNTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CNTR-FOUND-SW
                   MOVE WS-REBASE-KEY TO CNTR-ENV-CODE
                   MOVE SPACES TO CNTR-LAST-RUN-DATE
                                  CNTR-LAST-RUN-TIME
           END-READ
           MOVE WS-REBASE-COUNT TO CNTR-EXEC-COUNT
           IF CNTR-RECORD-FOUND
               REWRITE COUNTER-RECORD
           ELSE
               WRITE COUNTER-RECORD
           END-IF.
       410-EXIT.
           EXIT.
