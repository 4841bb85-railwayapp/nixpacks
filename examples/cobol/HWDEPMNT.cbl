       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWDEPMNT.

      ******************************************************************
      *    BATCH MAINTENANCE FOR THE JOB DEPENDENCY AND DEADLINE FILE
      *    (JOBDEPND, JOBDPREC LAYOUT, KEY = JOB NAME). READS
      *    TRANSACTION CARDS FROM SYSIN AND PRINTS A CONTROL REPORT OF
      *    CARDS APPLIED AND REJECTED WITH REASONS. FUNCTION CODES:
      *      A - ADD A JOB'S PREDECESSOR LIST AND DEADLINE
      *      C - REPLACE A JOB'S PREDECESSOR LIST AND DEADLINE
      *      D - DELETE A JOB FROM THE DEPENDENCY FILE
      *      L - LIST THE WHOLE DEPENDENCY FILE ON THE REPORT
      *    THE JOB AND EVERY PREDECESSOR MUST BE ON THE JOBMASTR
      *    REGISTRY, A JOB MAY NOT NAME ITSELF, AND THE DEADLINE MUST
      *    BE SPACES (NO SLA) OR A VALID HHMMSS TIME.
      *    ENDS WITH RC=4 WHEN ANY CARD WAS REJECTED, RC=16 WHEN THE
      *    DEPENDENCY FILE OR THE REGISTRY COULD NOT BE OPENED.
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
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  DMNT-TRAN-CARD.
           03 DMNT-FUNCTION        PIC X(1).
              88 DMNT-IS-ADD                    VALUE 'A'.
              88 DMNT-IS-CHANGE                 VALUE 'C'.
              88 DMNT-IS-DELETE                 VALUE 'D'.
              88 DMNT-IS-LIST                   VALUE 'L'.
           03 DMNT-JOB-NAME        PIC X(8).
           03 DMNT-PREDECESSORS.
              05 DMNT-PRED         PIC X(8) OCCURS 5 TIMES.
           03 DMNT-DEADLINE-TIME   PIC X(6).
           03 DMNT-DEADLINE-PARTS REDEFINES DMNT-DEADLINE-TIME.
              05 DMNT-DEADLINE-HH  PIC 9(2).
              05 DMNT-DEADLINE-MM  PIC 9(2).
              05 DMNT-DEADLINE-SS  PIC 9(2).
           03 FILLER               PIC X(25).

       FD  JOB-DEPEND-FILE.
           COPY JOBDPREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-JDEP-STATUS       PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-JDEP-AT-EOF          PIC X        VALUE 'N'.
           88 JDEP-AT-EOF                       VALUE 'Y'.

       01  WS-PRED-SUB             PIC 9(1)     VALUE 1.

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-CARDS-READ        PIC 9(5)     VALUE 0.
           03 WS-CARDS-APPLIED     PIC 9(5)     VALUE 0.
           03 WS-CARDS-REJECTED    PIC 9(5)     VALUE 0.
           03 WS-ENTRIES-LISTED    PIC 9(5)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** JOB DEPENDENCY MAINTENANCE - JOBDEPND ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'REJECTED '.
           03 PRT-REJ-FUNCTION     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-JOB-NAME     PIC X(8).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-REJECT-REASON    PIC X(30).
           03 FILLER               PIC X(27)    VALUE SPACES.

       01  WS-LIST-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-LST-JOB-NAME     PIC X(8).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 FILLER               PIC X(4)     VALUE 'DUE '.
           03 PRT-LST-DEADLINE     PIC X(6).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 FILLER               PIC X(7)     VALUE 'AFTER: '.
           03 PRT-LST-PREDS.
              05 PRT-LST-PRED      OCCURS 5 TIMES.
                 07 PRT-LST-PRED-NAME PIC X(8).
                 07 FILLER         PIC X(1).
           03 FILLER               PIC X(5)     VALUE SPACES.

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
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 050-OPEN-FILES
           IF RETURN-CODE = 0
               OPEN INPUT SYSIN-FILE
               IF WS-SYSIN-STATUS = '00'
                   PERFORM 100-READ-TRAN-CARD
                   PERFORM 200-APPLY-ONE-CARD
                       UNTIL SYSIN-AT-EOF
                   CLOSE SYSIN-FILE
               ELSE
                   DISPLAY 'HWDEPMNT: ERROR - MISSING TRANSACTION '
                       'CARDS'
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-JDEP-STATUS = '00'
               CLOSE JOB-DEPEND-FILE
           END-IF
           IF WS-JOBM-STATUS = '00'
               CLOSE JOB-MASTER-FILE
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0 AND WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       000-EXIT.
       EXIT-PROGRAM.
           STOP RUN.

       050-OPEN-FILES SECTION.
       050-START.
           OPEN I-O JOB-DEPEND-FILE
           IF WS-JDEP-STATUS = '35'
               OPEN OUTPUT JOB-DEPEND-FILE
               CLOSE JOB-DEPEND-FILE
               OPEN I-O JOB-DEPEND-FILE
           END-IF
           IF WS-JDEP-STATUS NOT = '00'
               DISPLAY 'HWDEPMNT: ERROR - JOBDEPND OPEN FAILED - '
                   'STATUS ' WS-JDEP-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBM-STATUS NOT = '00'
               DISPLAY 'HWDEPMNT: ERROR - JOBMASTR OPEN FAILED - '
                   'STATUS ' WS-JOBM-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       050-EXIT.
           EXIT.

       100-READ-TRAN-CARD SECTION.
       100-START.
           READ SYSIN-FILE
               AT END
                   SET SYSIN-AT-EOF TO TRUE
           END-READ.
       100-EXIT.
           EXIT.

       200-APPLY-ONE-CARD SECTION.
       200-START.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN DMNT-IS-LIST
                   PERFORM 500-LIST-DEPENDENCIES
               WHEN DMNT-JOB-NAME = SPACES
                   MOVE 'JOB NAME IS BLANK' TO WS-REJECT-REASON
               WHEN DMNT-IS-ADD
                   PERFORM 300-ADD-DEPENDENCY-ENTRY
               WHEN DMNT-IS-CHANGE
                   PERFORM 310-CHANGE-DEPENDENCY-ENTRY
               WHEN DMNT-IS-DELETE
                   PERFORM 320-DELETE-DEPENDENCY-ENTRY
               WHEN OTHER
                   MOVE 'INVALID FUNCTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CARDS-APPLIED
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 400-PRINT-REJECT-LINE
           END-IF
           PERFORM 100-READ-TRAN-CARD.
       200-EXIT.
           EXIT.

      *    ADD AND CHANGE CARDS CARRY THE FULL PREDECESSOR LIST AND
      *    DEADLINE, SO BOTH GO THROUGH THE SAME EDIT BEFORE THE FILE
      *    IS TOUCHED.
       210-EDIT-DEPENDENCY-CARD SECTION.
       210-START.
           MOVE DMNT-JOB-NAME TO JOBM-JOB-NAME
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE 'JOB NOT ON REGISTRY' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
                   AND DMNT-DEADLINE-TIME NOT = SPACES
               IF DMNT-DEADLINE-TIME NOT NUMERIC
                   MOVE 'DEADLINE NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   IF DMNT-DEADLINE-HH > 23
                           OR DMNT-DEADLINE-MM > 59
                           OR DMNT-DEADLINE-SS > 59
                       MOVE 'DEADLINE NOT A VALID TIME'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 5
                   OR WS-REJECT-REASON NOT = SPACES
               IF DMNT-PRED(WS-PRED-SUB) NOT = SPACES
                   PERFORM 220-EDIT-ONE-PREDECESSOR
               END-IF
           END-PERFORM.
       210-EXIT.
           EXIT.

       220-EDIT-ONE-PREDECESSOR SECTION.
       220-START.
           IF DMNT-PRED(WS-PRED-SUB) = DMNT-JOB-NAME
               MOVE 'JOB CANNOT FOLLOW ITSELF' TO WS-REJECT-REASON
           ELSE
               MOVE DMNT-PRED(WS-PRED-SUB) TO JOBM-JOB-NAME
               READ JOB-MASTER-FILE
                   INVALID KEY
                       MOVE 'PREDECESSOR NOT ON REGISTRY'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
       220-EXIT.
           EXIT.

       300-ADD-DEPENDENCY-ENTRY SECTION.
       300-START.
           PERFORM 210-EDIT-DEPENDENCY-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE DMNT-JOB-NAME      TO JDEP-JOB-NAME
               MOVE DMNT-PREDECESSORS  TO JDEP-PREDECESSORS
               MOVE DMNT-DEADLINE-TIME TO JDEP-DEADLINE-TIME
               WRITE JOB-DEPEND-RECORD
                   INVALID KEY
                       MOVE 'JOB ALREADY ON DEPENDENCY FILE'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.

       310-CHANGE-DEPENDENCY-ENTRY SECTION.
       310-START.
           PERFORM 210-EDIT-DEPENDENCY-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE DMNT-JOB-NAME TO JDEP-JOB-NAME
               READ JOB-DEPEND-FILE
                   INVALID KEY
                       MOVE 'JOB NOT ON DEPENDENCY FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE DMNT-PREDECESSORS  TO JDEP-PREDECESSORS
                       MOVE DMNT-DEADLINE-TIME TO JDEP-DEADLINE-TIME
                       REWRITE JOB-DEPEND-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
           END-IF.
       310-EXIT.
           EXIT.

       320-DELETE-DEPENDENCY-ENTRY SECTION.
       320-START.
           MOVE DMNT-JOB-NAME TO JDEP-JOB-NAME
           DELETE JOB-DEPEND-FILE RECORD
               INVALID KEY
                   MOVE 'JOB NOT ON DEPENDENCY FILE'
                       TO WS-REJECT-REASON
           END-DELETE.
       320-EXIT.
           EXIT.

       400-PRINT-REJECT-LINE SECTION.
       400-START.
           MOVE DMNT-FUNCTION    TO PRT-REJ-FUNCTION
           MOVE DMNT-JOB-NAME    TO PRT-REJ-JOB-NAME
           MOVE WS-REJECT-REASON TO PRT-REJECT-REASON
           WRITE PRINT-RECORD FROM WS-REJECT-LINE.
       400-EXIT.
           EXIT.

       500-LIST-DEPENDENCIES SECTION.
       500-START.
           MOVE 'N' TO WS-JDEP-AT-EOF
           MOVE LOW-VALUES TO JDEP-JOB-NAME
           START JOB-DEPEND-FILE KEY NOT < JDEP-JOB-NAME
               INVALID KEY
                   SET JDEP-AT-EOF TO TRUE
           END-START
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           PERFORM 510-READ-DEPENDENCY-ENTRY
           PERFORM 520-LIST-ONE-ENTRY
               UNTIL JDEP-AT-EOF.
       500-EXIT.
           EXIT.

       510-READ-DEPENDENCY-ENTRY SECTION.
       510-START.
           IF NOT JDEP-AT-EOF
               READ JOB-DEPEND-FILE NEXT RECORD
                   AT END
                       SET JDEP-AT-EOF TO TRUE
               END-READ
           END-IF.
       510-EXIT.
           EXIT.

       520-LIST-ONE-ENTRY SECTION.
       520-START.
           ADD 1 TO WS-ENTRIES-LISTED
           MOVE SPACES             TO PRT-LST-PREDS
           MOVE JDEP-JOB-NAME      TO PRT-LST-JOB-NAME
           MOVE JDEP-DEADLINE-TIME TO PRT-LST-DEADLINE
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > 5
               MOVE JDEP-PRED-JOB-NAME(WS-PRED-SUB)
                   TO PRT-LST-PRED-NAME(WS-PRED-SUB)
           END-PERFORM
           WRITE PRINT-RECORD FROM WS-LIST-LINE
           PERFORM 510-READ-DEPENDENCY-ENTRY.
       520-EXIT.
           EXIT.

       600-PRINT-RUN-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'CARDS READ            ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-READ            TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CARDS APPLIED         ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-APPLIED         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CARDS REJECTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-REJECTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ENTRIES LISTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-ENTRIES-LISTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
