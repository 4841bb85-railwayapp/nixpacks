       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWCHGBK.

      ******************************************************************
      *    MONTH-END CHARGEBACK OF HELLO-WORLD RUNS TO THE OWNING
      *    AREAS. TAKES THE BILLING PERIOD (YYYYMM) ON THE SYSIN PARM
      *    CARD, READS EVERY AUDIT LOG RECORD (AUDITREC) FOR THAT
      *    PERIOD, LOOKS THE JOB UP ON THE REGISTRY (JOBMASTR) FOR ITS
      *    OWNING AREA, AND PRICES THE RUN FROM ITS ENVIRONMENT'S
      *    RATES ON THE ENVIRONMENT MASTER (ENVMASTR, ENVREC) - THE
      *    FULL RATE FOR A RUN THAT COMPLETED, THE REDUCED RATE FOR A
      *    RUN HELLO-WORLD REJECTED. THE GL ACCOUNTS ARE IN RATETAB.
      *    PRINTS:
      *      - AN INVOICE PAGE PER OWNING AREA, BROKEN DOWN BY JOB AND
      *        ENVIRONMENT, WITH THE AREA TOTAL
      *      - A SUSPENSE LIST OF RUNS THAT COULD NOT BE BILLED (JOB
      *        NO LONGER ON THE REGISTRY, NO OWNING AREA, OR AN
      *        ENVIRONMENT NOT ON ENVMASTR) SO NONE IS SILENTLY DROPPED
      *      - CONTROL TOTALS BALANCING RUNS IN THE PERIOD AGAINST
      *        RUNS BILLED PLUS SUSPENSE, AND DEBITS AGAINST CREDITS
      *    AND WRITES THE GENERAL-LEDGER JOURNAL INTERFACE FILE
      *    (GLINTFC, GLINTREC LAYOUT) WITH A DEBIT PER AREA, ONE
      *    RECOVERY CREDIT AND A CONTROL-TOTAL TRAILER.
      *    AS FOR HWSTATS, THE AUDITLOG DD MUST INCLUDE THE ARCHIVE
      *    AHEAD OF THE LIVE LOG IF HOUSEKEEPING HAS PURGED ANY OF THE
      *    PERIOD.
      *    ENDS WITH RC=4 WHEN ANY RUN WENT TO SUSPENSE, RC=16 ON A
      *    PARM CARD OR FILE FAILURE OR AN UNBALANCED JOURNAL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-ENVM-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLI-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  CHG-PARM-CARD.
           03 CHG-PERIOD           PIC X(6).
           03 CHG-PERIOD-PARTS REDEFINES CHG-PERIOD.
              05 CHG-PERIOD-YEAR   PIC 9(4).
              05 CHG-PERIOD-MONTH  PIC 9(2).
           03 FILLER               PIC X(74).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  GL-INTERFACE-FILE
           RECORDING MODE IS F.
           COPY GLINTREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

      *    CHARGED RUNS SORT AHEAD OF SUSPENSE RUNS ON THE RECORD TYPE,
      *    SO THE INVOICES ARE ALL PRINTED BEFORE THE SUSPENSE LIST.
       SD  SORT-FILE.
       01  SORT-CHARGE-RECORD.
           03 SRT-RECORD-TYPE      PIC X(1).
              88 SRT-IS-CHARGE                  VALUE 'C'.
              88 SRT-IS-SUSPENSE                VALUE 'S'.
           03 SRT-OWNING-AREA      PIC X(8).
           03 SRT-JOB-NAME         PIC X(8).
           03 SRT-ENVIRONMENT      PIC X(4).
           03 SRT-RUN-DATE         PIC X(8).
           03 SRT-RUN-TIME         PIC X(6).
           03 SRT-RETURN-CODE      PIC 9(4).
           03 SRT-RUN-CHARGE       PIC 9(5)V99.
           03 SRT-SUSPENSE-REASON  PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-AUDIT-STATUS      PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-GLI-STATUS        PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-AUDIT-AT-EOF         PIC X        VALUE 'N'.
           88 AUDIT-AT-EOF                      VALUE 'Y'.

       01  WS-SORT-AT-EOF          PIC X        VALUE 'N'.
           88 SORT-AT-EOF                       VALUE 'Y'.

       01  WS-AREA-ACTIVE-SW       PIC X        VALUE 'N'.
           88 AREA-IS-ACTIVE                    VALUE 'Y'.

       01  WS-SUSPENSE-STARTED-SW  PIC X        VALUE 'N'.
           88 SUSPENSE-IS-STARTED               VALUE 'Y'.

       01  WS-RATE-FOUND-SW        PIC X        VALUE 'N'.
           88 RATE-FOUND                        VALUE 'Y'.

           COPY RATETAB.


       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-RUN-CHARGE           PIC 9(5)V99  VALUE 0.

       01  WS-PREV-KEYS.
           03 WS-PREV-AREA         PIC X(8)     VALUE SPACES.
           03 WS-PREV-JOB-NAME     PIC X(8)     VALUE SPACES.
           03 WS-PREV-ENVIRONMENT  PIC X(4)     VALUE SPACES.

       01  WS-LINE-TOTALS.
           03 WS-LINE-COMPLETED    PIC 9(7)     VALUE 0.
           03 WS-LINE-REJECTED     PIC 9(7)     VALUE 0.
           03 WS-LINE-CHARGE       PIC 9(9)V99  VALUE 0.

       01  WS-AREA-TOTALS.
           03 WS-AREA-COMPLETED    PIC 9(7)     VALUE 0.
           03 WS-AREA-REJECTED     PIC 9(7)     VALUE 0.
           03 WS-AREA-CHARGE       PIC 9(9)V99  VALUE 0.

       01  WS-RUN-TOTALS.
           03 WS-AUDIT-READ        PIC 9(7)     VALUE 0.
           03 WS-PERIOD-RUNS       PIC 9(7)     VALUE 0.
           03 WS-RUNS-BILLED       PIC 9(7)     VALUE 0.
           03 WS-RUNS-SUSPENSE     PIC 9(7)     VALUE 0.
           03 WS-AREAS-INVOICED    PIC 9(7)     VALUE 0.
           03 WS-GL-DETAILS        PIC 9(7)     VALUE 0.
           03 WS-TOTAL-DEBITS      PIC 9(11)V99 VALUE 0.
           03 WS-TOTAL-CREDITS     PIC 9(11)V99 VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** HELLO-WORLD MONTH-END CHARGEBACK - HWCHGBK ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-PERIOD-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(16)    VALUE
               'BILLING PERIOD: '.
           03 PRT-PERIOD           PIC X(6).
           03 FILLER               PIC X(57)    VALUE SPACES.

       01  WS-INVOICE-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** HELLO-WORLD BATCH CHARGEBACK INVOICE ***'.

       01  WS-INVOICE-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(13)    VALUE 'OWNING AREA: '.
           03 PRT-INV-AREA         PIC X(8).
           03 FILLER               PIC X(11)    VALUE '   PERIOD: '.
           03 PRT-INV-PERIOD       PIC X(6).
           03 FILLER               PIC X(41)    VALUE SPACES.

       01  WS-INVOICE-COLUMN-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(10)    VALUE 'JOB NAME  '.
           03 FILLER               PIC X(6)     VALUE 'ENV   '.
           03 FILLER               PIC X(11)    VALUE '  COMPLETED'.
           03 FILLER               PIC X(11)    VALUE '   REJECTED'.
           03 FILLER               PIC X(16)    VALUE
               '          CHARGE'.
           03 FILLER               PIC X(25)    VALUE SPACES.

       01  WS-INVOICE-DETAIL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-INV-JOB-NAME     PIC X(8).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-INV-ENVIRONMENT  PIC X(4).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 FILLER               PIC X(4)     VALUE SPACES.
           03 PRT-INV-COMPLETED    PIC ZZZZZZ9.
           03 FILLER               PIC X(4)     VALUE SPACES.
           03 PRT-INV-REJECTED     PIC ZZZZZZ9.
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-INV-CHARGE       PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X(25)    VALUE SPACES.

       01  WS-AREA-TOTAL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(16)    VALUE 'AREA TOTAL'.
           03 FILLER               PIC X(4)     VALUE SPACES.
           03 PRT-AREA-COMPLETED   PIC ZZZZZZ9.
           03 FILLER               PIC X(4)     VALUE SPACES.
           03 PRT-AREA-REJECTED    PIC ZZZZZZ9.
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-AREA-CHARGE      PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X(25)    VALUE SPACES.

       01  WS-SUSPENSE-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** CHARGEBACK SUSPENSE LIST - RUNS NOT BILLED ***'.

       01  WS-SUSPENSE-COLUMN-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(10)    VALUE 'JOB NAME  '.
           03 FILLER               PIC X(6)     VALUE 'ENV   '.
           03 FILLER               PIC X(9)     VALUE 'RUN DATE '.
           03 FILLER               PIC X(9)     VALUE 'TIME     '.
           03 FILLER               PIC X(6)     VALUE '  RC  '.
           03 FILLER               PIC X(30)    VALUE 'REASON'.
           03 FILLER               PIC X(9)     VALUE SPACES.

       01  WS-SUSPENSE-DETAIL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-SUS-JOB-NAME     PIC X(8).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-SUS-ENVIRONMENT  PIC X(4).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-SUS-RUN-DATE     PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-SUS-RUN-TIME     PIC X(6).
           03 FILLER               PIC X(3)     VALUE SPACES.
           03 PRT-SUS-RETURN-CODE  PIC ZZZ9.
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-SUS-REASON       PIC X(30).
           03 FILLER               PIC X(9)     VALUE SPACES.

       01  WS-CONTROL-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** CHARGEBACK CONTROL TOTALS ***'.

       01  WS-TOTAL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-TOTAL-LABEL      PIC X(22).
           03 FILLER               PIC X(2)     VALUE '= '.
           03 PRT-TOTAL-VALUE      PIC 9(7).
           03 FILLER               PIC X(48)    VALUE SPACES.

       01  WS-AMOUNT-TOTAL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-AMOUNT-LABEL     PIC X(22).
           03 FILLER               PIC X(2)     VALUE '= '.
           03 PRT-AMOUNT-VALUE     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-BALANCE-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-BALANCE-MESSAGE  PIC X(79).

       01  WS-BLANK-LINE           PIC X(80)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE SECTION.
       000-START.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 100-READ-PARM-CARD
           PERFORM 150-VALIDATE-PARM-CARD
           IF RETURN-CODE = 0
               MOVE CHG-PERIOD TO PRT-PERIOD
               WRITE PRINT-RECORD FROM WS-PERIOD-LINE
               PERFORM 160-OPEN-CHARGEBACK-FILES
           END-IF
           IF RETURN-CODE = 0
               PERFORM 170-WRITE-GL-HEADER
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-RECORD-TYPE
                                    SRT-OWNING-AREA
                                    SRT-JOB-NAME
                                    SRT-ENVIRONMENT
                                    SRT-RUN-DATE
                                    SRT-RUN-TIME
                   INPUT PROCEDURE IS 200-RELEASE-PERIOD-RUNS
                   OUTPUT PROCEDURE IS 300-PRINT-SORTED-CHARGES
               PERFORM 500-WRITE-GL-CREDIT-AND-TRAILER
               CLOSE JOB-MASTER-FILE
               CLOSE ENV-MASTER-FILE
               CLOSE GL-INTERFACE-FILE
               PERFORM 600-PRINT-CONTROL-TOTALS
           END-IF
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0 AND WS-RUNS-SUSPENSE > 0
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
               MOVE SPACES TO CHG-PARM-CARD
           END-IF.
       100-EXIT.
           EXIT.

       150-VALIDATE-PARM-CARD SECTION.
       150-START.
           EVALUATE TRUE
               WHEN SYSIN-AT-EOF
                   DISPLAY 'HWCHGBK: ERROR - MISSING PARAMETER CARD'
                   MOVE 16 TO RETURN-CODE
               WHEN CHG-PERIOD NOT NUMERIC
                   DISPLAY 'HWCHGBK: ERROR - BILLING PERIOD NOT '
                       'NUMERIC: ' CHG-PERIOD
                   MOVE 16 TO RETURN-CODE
               WHEN CHG-PERIOD-MONTH < 1 OR CHG-PERIOD-MONTH > 12
                   DISPLAY 'HWCHGBK: ERROR - BILLING PERIOD MONTH '
                       'INVALID: ' CHG-PERIOD
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       150-EXIT.
           EXIT.

      *    WITHOUT THE REGISTRY NO RUN CAN BE BILLED TO AN AREA, AND
      *    WITHOUT ENVMASTR NO RUN CAN BE PRICED, SO EITHER ONE MISSING
      *    FAILS THE RUN RATHER THAN SENDING THE WHOLE MONTH TO
      *    SUSPENSE.
       160-OPEN-CHARGEBACK-FILES SECTION.
       160-START.
           OPEN INPUT JOB-MASTER-FILE
           IF WS-JOBM-STATUS NOT = '00'
               DISPLAY 'HWCHGBK: ERROR - JOBMASTR OPEN FAILED - '
                   'STATUS ' WS-JOBM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT ENV-MASTER-FILE
               IF WS-ENVM-STATUS NOT = '00'
                   DISPLAY 'HWCHGBK: ERROR - ENVMASTR OPEN FAILED - '
                       'STATUS ' WS-ENVM-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE JOB-MASTER-FILE
               ELSE
                   OPEN OUTPUT GL-INTERFACE-FILE
                   IF WS-GLI-STATUS NOT = '00'
                       DISPLAY 'HWCHGBK: ERROR - GLINTFC OPEN FAILED - '
                           'STATUS ' WS-GLI-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE JOB-MASTER-FILE
                       CLOSE ENV-MASTER-FILE
                   END-IF
               END-IF
           END-IF.
       160-EXIT.
           EXIT.

       170-WRITE-GL-HEADER SECTION.
       170-START.
           MOVE SPACES                    TO GL-INTERFACE-RECORD
           MOVE 'H'                       TO GLI-RECORD-TYPE
           MOVE 'HWCHGBK'                 TO GLI-SOURCE-SYSTEM
           MOVE CHG-PERIOD                TO GLI-PERIOD
           MOVE WS-CURRENT-DATE-TIME(1:8) TO GLI-CREATED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO GLI-CREATED-TIME
           WRITE GL-INTERFACE-RECORD.
       170-EXIT.
           EXIT.

       200-RELEASE-PERIOD-RUNS SECTION.
       200-START.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 210-READ-AUDIT-RECORD
               PERFORM 220-RELEASE-ONE-RUN
                   UNTIL AUDIT-AT-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'HWCHGBK: NO AUDIT RECORDS - AUDITLOG STATUS '
                   WS-AUDIT-STATUS
           END-IF.
       200-EXIT.
           EXIT.

       210-READ-AUDIT-RECORD SECTION.
       210-START.
           READ AUDIT-FILE
               AT END
                   SET AUDIT-AT-EOF TO TRUE
           END-READ.
       210-EXIT.
           EXIT.

       220-RELEASE-ONE-RUN SECTION.
       220-START.
           ADD 1 TO WS-AUDIT-READ
           IF AUD-RUN-DATE(1:6) = CHG-PERIOD
               ADD 1 TO WS-PERIOD-RUNS
               MOVE SPACES            TO SORT-CHARGE-RECORD
               MOVE AUD-JOB-NAME      TO SRT-JOB-NAME
               MOVE AUD-ENVIRONMENT   TO SRT-ENVIRONMENT
               MOVE AUD-RUN-DATE      TO SRT-RUN-DATE
               MOVE AUD-RUN-TIME      TO SRT-RUN-TIME
               MOVE AUD-RETURN-CODE   TO SRT-RETURN-CODE
               MOVE 0                 TO SRT-RUN-CHARGE
               PERFORM 230-PRICE-ONE-RUN
               RELEASE SORT-CHARGE-RECORD
           END-IF
           PERFORM 210-READ-AUDIT-RECORD.
       220-EXIT.
           EXIT.

      *    A RUN IS ONLY BILLABLE WHEN ITS JOB IS STILL ON THE
      *    REGISTRY WITH AN OWNING AREA AND ITS ENVIRONMENT IS ON
      *    ENVMASTR (ACTIVE OR NOT - THE RUN WAS MADE WHILE IT WAS
      *    ACTIVE); ANYTHING ELSE IS RELEASED AS SUSPENSE WITH THE
      *    REASON.
       230-PRICE-ONE-RUN SECTION.
       230-START.
           MOVE 'S' TO SRT-RECORD-TYPE
           MOVE AUD-JOB-NAME TO JOBM-JOB-NAME
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE 'JOB NOT ON REGISTRY' TO SRT-SUSPENSE-REASON
               NOT INVALID KEY
                   IF JOBM-OWNING-AREA = SPACES
                       MOVE 'JOB HAS NO OWNING AREA'
                           TO SRT-SUSPENSE-REASON
                   ELSE
                       PERFORM 240-LOOK-UP-RATE
                       IF RATE-FOUND
                           MOVE 'C'              TO SRT-RECORD-TYPE
                           MOVE JOBM-OWNING-AREA TO SRT-OWNING-AREA
                           MOVE WS-RUN-CHARGE    TO SRT-RUN-CHARGE
                       ELSE
                           MOVE 'ENVIRONMENT NOT ON ENVMASTR'
                               TO SRT-SUSPENSE-REASON
                       END-IF
                   END-IF
           END-READ.
       230-EXIT.
           EXIT.

       240-LOOK-UP-RATE SECTION.
       240-START.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE AUD-ENVIRONMENT TO ENV-CODE
           READ ENV-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RATE-FOUND TO TRUE
                   IF AUD-RETURN-CODE = 0
                       MOVE ENV-RUN-RATE    TO WS-RUN-CHARGE
                   ELSE
                       MOVE ENV-REJECT-RATE TO WS-RUN-CHARGE
                   END-IF
           END-READ.
       240-EXIT.
           EXIT.

       300-PRINT-SORTED-CHARGES SECTION.
       300-START.
           MOVE 'N' TO WS-SORT-AT-EOF
           PERFORM 310-RETURN-SORTED-RUN
           PERFORM 320-PRINT-ONE-RUN
               UNTIL SORT-AT-EOF
           PERFORM 330-FINISH-AREA.
       300-EXIT.
           EXIT.

       310-RETURN-SORTED-RUN SECTION.
       310-START.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
       310-EXIT.
           EXIT.

       320-PRINT-ONE-RUN SECTION.
       320-START.
           IF SRT-IS-CHARGE
               IF NOT AREA-IS-ACTIVE
                       OR SRT-OWNING-AREA NOT = WS-PREV-AREA
                   PERFORM 330-FINISH-AREA
                   PERFORM 340-START-AREA
               ELSE
                   IF SRT-JOB-NAME NOT = WS-PREV-JOB-NAME
                           OR SRT-ENVIRONMENT NOT = WS-PREV-ENVIRONMENT
                       PERFORM 350-PRINT-JOB-ENV-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-RUNS-BILLED
               IF SRT-RETURN-CODE = 0
                   ADD 1 TO WS-LINE-COMPLETED
               ELSE
                   ADD 1 TO WS-LINE-REJECTED
               END-IF
               ADD SRT-RUN-CHARGE TO WS-LINE-CHARGE
           ELSE
               PERFORM 330-FINISH-AREA
               PERFORM 400-PRINT-SUSPENSE-RUN
           END-IF
           PERFORM 310-RETURN-SORTED-RUN.
       320-EXIT.
           EXIT.

      *    CLOSES OFF THE INVOICE IN PROGRESS, IF ANY: THE LAST JOB/
      *    ENVIRONMENT LINE, THE AREA TOTAL AND THE AREA'S GL DEBIT.
       330-FINISH-AREA SECTION.
       330-START.
           IF AREA-IS-ACTIVE
               PERFORM 350-PRINT-JOB-ENV-LINE
               MOVE WS-AREA-COMPLETED TO PRT-AREA-COMPLETED
               MOVE WS-AREA-REJECTED  TO PRT-AREA-REJECTED
               MOVE WS-AREA-CHARGE    TO PRT-AREA-CHARGE
               WRITE PRINT-RECORD FROM WS-BLANK-LINE
               WRITE PRINT-RECORD FROM WS-AREA-TOTAL-LINE
               PERFORM 360-WRITE-GL-DEBIT
               MOVE 'N' TO WS-AREA-ACTIVE-SW
           END-IF.
       330-EXIT.
           EXIT.

       340-START-AREA SECTION.
       340-START.
           SET AREA-IS-ACTIVE TO TRUE
           ADD 1 TO WS-AREAS-INVOICED
           MOVE SRT-OWNING-AREA TO WS-PREV-AREA
           MOVE SRT-JOB-NAME    TO WS-PREV-JOB-NAME
           MOVE SRT-ENVIRONMENT TO WS-PREV-ENVIRONMENT
           MOVE 0 TO WS-AREA-COMPLETED
           MOVE 0 TO WS-AREA-REJECTED
           MOVE 0 TO WS-AREA-CHARGE
           MOVE 0 TO WS-LINE-COMPLETED
           MOVE 0 TO WS-LINE-REJECTED
           MOVE 0 TO WS-LINE-CHARGE
           MOVE SRT-OWNING-AREA TO PRT-INV-AREA
           MOVE CHG-PERIOD      TO PRT-INV-PERIOD
           WRITE PRINT-RECORD FROM WS-INVOICE-LINE-1
           WRITE PRINT-RECORD FROM WS-INVOICE-LINE-2
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           WRITE PRINT-RECORD FROM WS-INVOICE-COLUMN-LINE.
       340-EXIT.
           EXIT.

       350-PRINT-JOB-ENV-LINE SECTION.
       350-START.
           MOVE WS-PREV-JOB-NAME    TO PRT-INV-JOB-NAME
           MOVE WS-PREV-ENVIRONMENT TO PRT-INV-ENVIRONMENT
           MOVE WS-LINE-COMPLETED   TO PRT-INV-COMPLETED
           MOVE WS-LINE-REJECTED    TO PRT-INV-REJECTED
           MOVE WS-LINE-CHARGE      TO PRT-INV-CHARGE
           WRITE PRINT-RECORD FROM WS-INVOICE-DETAIL-LINE
           ADD WS-LINE-COMPLETED TO WS-AREA-COMPLETED
           ADD WS-LINE-REJECTED  TO WS-AREA-REJECTED
           ADD WS-LINE-CHARGE    TO WS-AREA-CHARGE
           MOVE 0 TO WS-LINE-COMPLETED
           MOVE 0 TO WS-LINE-REJECTED
           MOVE 0 TO WS-LINE-CHARGE
           MOVE SRT-JOB-NAME    TO WS-PREV-JOB-NAME
           MOVE SRT-ENVIRONMENT TO WS-PREV-ENVIRONMENT.
       350-EXIT.
           EXIT.

       360-WRITE-GL-DEBIT SECTION.
       360-START.
           MOVE SPACES               TO GL-INTERFACE-RECORD
           MOVE 'D'                  TO GLI-RECORD-TYPE
           MOVE 'HWCHGBK'            TO GLI-SOURCE-SYSTEM
           MOVE CHG-PERIOD           TO GLI-PERIOD
           MOVE CHRT-EXPENSE-ACCOUNT TO GLI-ACCOUNT
           MOVE WS-PREV-AREA         TO GLI-COST-CENTRE
           MOVE 'D'                  TO GLI-DEBIT-CREDIT
           MOVE WS-AREA-CHARGE       TO GLI-AMOUNT
           COMPUTE GLI-RUN-COUNT =
               WS-AREA-COMPLETED + WS-AREA-REJECTED
           STRING 'HELLO-WORLD CHARGEBACK ' CHG-PERIOD
               DELIMITED BY SIZE
               INTO GLI-DESCRIPTION
           WRITE GL-INTERFACE-RECORD
           ADD 1              TO WS-GL-DETAILS
           ADD WS-AREA-CHARGE TO WS-TOTAL-DEBITS.
       360-EXIT.
           EXIT.

       400-PRINT-SUSPENSE-RUN SECTION.
       400-START.
           IF NOT SUSPENSE-IS-STARTED
               SET SUSPENSE-IS-STARTED TO TRUE
               WRITE PRINT-RECORD FROM WS-SUSPENSE-LINE-1
               WRITE PRINT-RECORD FROM WS-PERIOD-LINE
               WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
               WRITE PRINT-RECORD FROM WS-SUSPENSE-COLUMN-LINE
           END-IF
           ADD 1 TO WS-RUNS-SUSPENSE
           MOVE SRT-JOB-NAME        TO PRT-SUS-JOB-NAME
           MOVE SRT-ENVIRONMENT     TO PRT-SUS-ENVIRONMENT
           MOVE SRT-RUN-DATE        TO PRT-SUS-RUN-DATE
           MOVE SRT-RUN-TIME        TO PRT-SUS-RUN-TIME
           MOVE SRT-RETURN-CODE     TO PRT-SUS-RETURN-CODE
           MOVE SRT-SUSPENSE-REASON TO PRT-SUS-REASON
           WRITE PRINT-RECORD FROM WS-SUSPENSE-DETAIL-LINE.
       400-EXIT.
           EXIT.

      *    THE SINGLE RECOVERY CREDIT IS THE SUM OF THE AREA DEBITS, SO
      *    THE JOURNAL BALANCES BY CONSTRUCTION; THE TRAILER CARRIES
      *    BOTH SIDES FOR THE LEDGER TO PROVE IT ON RECEIPT.
       500-WRITE-GL-CREDIT-AND-TRAILER SECTION.
       500-START.
           IF WS-TOTAL-DEBITS > 0
               MOVE SPACES                TO GL-INTERFACE-RECORD
               MOVE 'D'                   TO GLI-RECORD-TYPE
               MOVE 'HWCHGBK'             TO GLI-SOURCE-SYSTEM
               MOVE CHG-PERIOD            TO GLI-PERIOD
               MOVE CHRT-RECOVERY-ACCOUNT TO GLI-ACCOUNT
               MOVE CHRT-RECOVERY-CENTRE  TO GLI-COST-CENTRE
               MOVE 'C'                   TO GLI-DEBIT-CREDIT
               MOVE WS-TOTAL-DEBITS       TO GLI-AMOUNT
               MOVE WS-RUNS-BILLED        TO GLI-RUN-COUNT
               STRING 'HELLO-WORLD RECOVERY ' CHG-PERIOD
                   DELIMITED BY SIZE
                   INTO GLI-DESCRIPTION
               WRITE GL-INTERFACE-RECORD
               ADD 1               TO WS-GL-DETAILS
               ADD WS-TOTAL-DEBITS TO WS-TOTAL-CREDITS
           END-IF
           MOVE SPACES           TO GL-INTERFACE-RECORD
           MOVE 'T'              TO GLI-RECORD-TYPE
           MOVE 'HWCHGBK'        TO GLI-SOURCE-SYSTEM
           MOVE CHG-PERIOD       TO GLI-PERIOD
           MOVE WS-GL-DETAILS    TO GLI-DETAIL-COUNT
           MOVE WS-TOTAL-DEBITS  TO GLI-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLI-TOTAL-CREDITS
           MOVE WS-RUNS-BILLED   TO GLI-HASH-RUN-COUNT
           WRITE GL-INTERFACE-RECORD.
       500-EXIT.
           EXIT.

       600-PRINT-CONTROL-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-CONTROL-LINE-1
           WRITE PRINT-RECORD FROM WS-PERIOD-LINE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           MOVE 'AUDIT RECORDS READ    ' TO PRT-TOTAL-LABEL
           MOVE WS-AUDIT-READ            TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RUNS IN PERIOD        ' TO PRT-TOTAL-LABEL
           MOVE WS-PERIOD-RUNS           TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RUNS BILLED           ' TO PRT-TOTAL-LABEL
           MOVE WS-RUNS-BILLED           TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RUNS IN SUSPENSE      ' TO PRT-TOTAL-LABEL
           MOVE WS-RUNS-SUSPENSE         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'AREAS INVOICED        ' TO PRT-TOTAL-LABEL
           MOVE WS-AREAS-INVOICED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'GL DETAIL RECORDS     ' TO PRT-TOTAL-LABEL
           MOVE WS-GL-DETAILS            TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'GL TOTAL DEBITS       ' TO PRT-AMOUNT-LABEL
           MOVE WS-TOTAL-DEBITS          TO PRT-AMOUNT-VALUE
           WRITE PRINT-RECORD FROM WS-AMOUNT-TOTAL-LINE
           MOVE 'GL TOTAL CREDITS      ' TO PRT-AMOUNT-LABEL
           MOVE WS-TOTAL-CREDITS         TO PRT-AMOUNT-VALUE
           WRITE PRINT-RECORD FROM WS-AMOUNT-TOTAL-LINE
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           IF WS-PERIOD-RUNS = WS-RUNS-BILLED + WS-RUNS-SUSPENSE
                   AND WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'RUNS AND JOURNAL BALANCE'
                   TO PRT-BALANCE-MESSAGE
           ELSE
               MOVE 'OUT OF BALANCE - GL FILE MUST NOT BE POSTED'
                   TO PRT-BALANCE-MESSAGE
               DISPLAY 'HWCHGBK: ERROR - CHARGEBACK OUT OF BALANCE'
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE PRINT-RECORD FROM WS-BALANCE-LINE.
       600-EXIT.
           EXIT.
