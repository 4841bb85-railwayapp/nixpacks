       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWFRZMNT.

      ******************************************************************
      *    BATCH MAINTENANCE AND LISTING FOR THE CHANGE-FREEZE
      *    CALENDAR (FRZCAL, FRZREC LAYOUT, KEY = WINDOW ID). READS
      *    TRANSACTION CARDS FROM SYSIN AND PRINTS A CONTROL REPORT OF
      *    CARDS APPLIED AND REJECTED WITH REASONS. FUNCTION CODES:
      *      A - ADD A FREEZE WINDOW
      *      C - CHANGE A WINDOW'S SCOPE, ENVIRONMENT, DATES OR REASON
      *      D - DELETE A WINDOW
      *      L - LIST EVERY WINDOW ON FRZCAL, THEN EVERY EMERGENCY
      *          OVERRIDE LOGGED ON FRZOVLOG, FOR THE CHANGE BOARD
      *    AN ADD OR CHANGE CARD MUST CARRY A SCOPE OF J (ONE JOB, ON
      *    THE REGISTRY), A (ONE OWNING AREA) OR * (ALL JOBS), AN
      *    ENVIRONMENT CODE ON ENVMASTR (ACTIVE OR NOT, SO A WINDOW
      *    CAN BE SET UP AHEAD OF A NEW ENVIRONMENT GOING LIVE) OR ALL,
      *    NUMERIC FROM AND TO DATES IN ORDER, A REASON AND THE ID OF
      *    THE OPERATOR ENTERING IT.
      *    ENDS WITH RC=4 WHEN ANY CARD WAS REJECTED, RC=16 WHEN FRZCAL,
      *    THE REGISTRY OR ENVMASTR COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT FREEZE-FILE ASSIGN TO "FRZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZ-WINDOW-ID
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT FREEZE-OVERRIDE-FILE ASSIGN TO "FRZOVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOV-STATUS.
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
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  FMNT-TRAN-CARD.
           03 FMNT-FUNCTION        PIC X(1).
              88 FMNT-IS-ADD                    VALUE 'A'.
              88 FMNT-IS-CHANGE                 VALUE 'C'.
              88 FMNT-IS-DELETE                 VALUE 'D'.
              88 FMNT-IS-LIST                   VALUE 'L'.
           03 FMNT-WINDOW-ID       PIC X(8).
           03 FMNT-SCOPE-TYPE      PIC X(1).
           03 FMNT-SCOPE-NAME      PIC X(8).
           03 FMNT-ENVIRONMENT     PIC X(4).
           03 FMNT-FROM-DATE       PIC X(8).
           03 FMNT-TO-DATE         PIC X(8).
           03 FMNT-REASON          PIC X(30).
           03 FMNT-OPERATOR-ID     PIC X(8).
           03 FILLER               PIC X(4).

       FD  FREEZE-FILE.
           COPY FRZREC.

       FD  FREEZE-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY FRZOVREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-FRZ-STATUS        PIC XX       VALUE SPACES.
           03 WS-FOV-STATUS        PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-FRZ-AT-EOF           PIC X        VALUE 'N'.
           88 FRZ-AT-EOF                        VALUE 'Y'.

       01  WS-FOV-AT-EOF           PIC X        VALUE 'N'.
           88 FOV-AT-EOF                        VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

       01  WS-ENV-VALID-SW         PIC X        VALUE 'N'.
           88 ENV-IS-VALID                      VALUE 'Y'.

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-CARDS-READ        PIC 9(5)     VALUE 0.
           03 WS-CARDS-APPLIED     PIC 9(5)     VALUE 0.
           03 WS-CARDS-REJECTED    PIC 9(5)     VALUE 0.
           03 WS-WINDOWS-LISTED    PIC 9(5)     VALUE 0.
           03 WS-OVERRIDES-LISTED  PIC 9(5)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '      *** CHANGE-FREEZE CALENDAR MAINTENANCE - FRZCAL ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'REJECTED '.
           03 PRT-REJ-FUNCTION     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-WINDOW-ID    PIC X(8).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-REJECT-REASON    PIC X(30).
           03 FILLER               PIC X(27)    VALUE SPACES.

       01  WS-SECTION-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-SECTION-TITLE    PIC X(79).

       01  WS-WINDOW-HEADING.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'WINDOW'.
           03 FILLER               PIC X(2)     VALUE 'S'.
           03 FILLER               PIC X(9)     VALUE 'JOB/AREA'.
           03 FILLER               PIC X(5)     VALUE 'ENV'.
           03 FILLER               PIC X(9)     VALUE 'FROM'.
           03 FILLER               PIC X(9)     VALUE 'TO'.
           03 FILLER               PIC X(28)    VALUE 'REASON'.
           03 FILLER               PIC X(8)     VALUE 'BY'.

       01  WS-WINDOW-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-WIN-WINDOW-ID    PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WIN-SCOPE-TYPE   PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WIN-SCOPE-NAME   PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WIN-ENVIRONMENT  PIC X(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WIN-FROM-DATE    PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WIN-TO-DATE      PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WIN-REASON       PIC X(27).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-WIN-ENTERED-BY   PIC X(8).

       01  WS-OVERRIDE-HEADING.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'DATE'.
           03 FILLER               PIC X(7)     VALUE 'TIME'.
           03 FILLER               PIC X(12)    VALUE 'PROGRAM'.
           03 FILLER               PIC X(9)     VALUE 'OPERATOR'.
           03 FILLER               PIC X(13)    VALUE 'CHANGE REF'.
           03 FILLER               PIC X(9)     VALUE 'WINDOW'.
           03 FILLER               PIC X(9)     VALUE 'JOB'.
           03 FILLER               PIC X(11)    VALUE 'ENV'.

       01  WS-OVERRIDE-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-FOV-DATE         PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FOV-TIME         PIC X(6).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FOV-PROGRAM-NAME PIC X(11).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FOV-OPERATOR-ID  PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FOV-CHANGE-REF   PIC X(12).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FOV-WINDOW-ID    PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FOV-JOB-NAME     PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FOV-ENVIRONMENT  PIC X(4).
           03 FILLER               PIC X(7)     VALUE SPACES.

       01  WS-OVERRIDE-REASON-LINE.
           03 FILLER               PIC X(17)    VALUE SPACES.
           03 FILLER               PIC X(8)     VALUE 'REASON: '.
           03 PRT-FOV-REASON       PIC X(16).
           03 FILLER               PIC X(39)    VALUE SPACES.

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
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 050-OPEN-FREEZE-FILES
           IF RETURN-CODE = 0
               OPEN INPUT SYSIN-FILE
               IF WS-SYSIN-STATUS = '00'
                   PERFORM 100-READ-TRAN-CARD
                   PERFORM 200-APPLY-ONE-CARD
                       UNTIL SYSIN-AT-EOF
                   CLOSE SYSIN-FILE
               ELSE
                   DISPLAY 'HWFRZMNT: ERROR - MISSING TRANSACTION '
                       'CARDS'
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE FREEZE-FILE
               CLOSE JOB-MASTER-FILE
               CLOSE ENV-MASTER-FILE
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0 AND WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       000-EXIT.
       EXIT-PROGRAM.
           STOP RUN.

      *    THE REGISTRY IS NEEDED TO CHECK THE JOB ON A ONE-JOB
      *    WINDOW - A TYPOED JOB NAME WOULD OTHERWISE FREEZE NOTHING.
       050-OPEN-FREEZE-FILES SECTION.
       050-START.
           OPEN I-O FREEZE-FILE
           IF WS-FRZ-STATUS = '35'
               OPEN OUTPUT FREEZE-FILE
               CLOSE FREEZE-FILE
               OPEN I-O FREEZE-FILE
           END-IF
           IF WS-FRZ-STATUS NOT = '00'
               DISPLAY 'HWFRZMNT: ERROR - FRZCAL OPEN FAILED - '
                   'STATUS ' WS-FRZ-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT JOB-MASTER-FILE
               IF WS-JOBM-STATUS NOT = '00'
                   DISPLAY 'HWFRZMNT: ERROR - JOBMASTR OPEN FAILED - '
                       'STATUS ' WS-JOBM-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE FREEZE-FILE
               ELSE
                   OPEN INPUT ENV-MASTER-FILE
                   IF WS-ENVM-STATUS NOT = '00'
                       DISPLAY 'HWFRZMNT: ERROR - ENVMASTR OPEN '
                           'FAILED - STATUS ' WS-ENVM-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE FREEZE-FILE
                       CLOSE JOB-MASTER-FILE
                   END-IF
               END-IF
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
               WHEN FMNT-IS-LIST
                   PERFORM 500-LIST-FREEZE-WINDOWS
                   PERFORM 550-LIST-OVERRIDE-LOG
               WHEN FMNT-WINDOW-ID = SPACES
                   MOVE 'WINDOW ID IS BLANK' TO WS-REJECT-REASON
               WHEN FMNT-IS-ADD
                   PERFORM 300-ADD-WINDOW
               WHEN FMNT-IS-CHANGE
                   PERFORM 310-CHANGE-WINDOW
               WHEN FMNT-IS-DELETE
                   PERFORM 320-DELETE-WINDOW
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

       210-EDIT-WINDOW-CARD SECTION.
       210-START.
           MOVE 'N' TO WS-ENV-VALID-SW
           IF FMNT-ENVIRONMENT = 'ALL '
               SET ENV-IS-VALID TO TRUE
           ELSE
               MOVE FMNT-ENVIRONMENT TO ENV-CODE
               READ ENV-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ENV-IS-VALID TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN FMNT-SCOPE-TYPE NOT = 'J'
                       AND FMNT-SCOPE-TYPE NOT = 'A'
                       AND FMNT-SCOPE-TYPE NOT = '*'
                   MOVE 'SCOPE MUST BE J, A OR *' TO WS-REJECT-REASON
               WHEN FMNT-SCOPE-TYPE = '*'
                       AND FMNT-SCOPE-NAME NOT = SPACES
                   MOVE 'ALL-JOBS SCOPE TAKES NO NAME'
                       TO WS-REJECT-REASON
               WHEN FMNT-SCOPE-TYPE NOT = '*'
                       AND FMNT-SCOPE-NAME = SPACES
                   MOVE 'JOB OR AREA NAME IS BLANK'
                       TO WS-REJECT-REASON
               WHEN NOT ENV-IS-VALID
                   MOVE 'INVALID ENVIRONMENT CODE' TO WS-REJECT-REASON
               WHEN FMNT-FROM-DATE NOT NUMERIC
                   MOVE 'FROM DATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN FMNT-TO-DATE NOT NUMERIC
                   MOVE 'TO DATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN FMNT-TO-DATE < FMNT-FROM-DATE
                   MOVE 'TO DATE BEFORE FROM DATE' TO WS-REJECT-REASON
               WHEN FMNT-REASON = SPACES
                   MOVE 'FREEZE REASON IS BLANK' TO WS-REJECT-REASON
               WHEN FMNT-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID IS BLANK' TO WS-REJECT-REASON
               WHEN FMNT-SCOPE-TYPE = 'J'
                   PERFORM 220-CHECK-JOB-ON-REGISTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-EXIT.
           EXIT.

       220-CHECK-JOB-ON-REGISTRY SECTION.
       220-START.
           MOVE FMNT-SCOPE-NAME TO JOBM-JOB-NAME
           READ JOB-MASTER-FILE
               INVALID KEY
                   MOVE 'JOB NOT IN REGISTRY' TO WS-REJECT-REASON
           END-READ.
       220-EXIT.
           EXIT.

       230-MOVE-CARD-TO-WINDOW SECTION.
       230-START.
           MOVE FMNT-SCOPE-TYPE           TO FRZ-SCOPE-TYPE
           MOVE FMNT-SCOPE-NAME           TO FRZ-SCOPE-NAME
           MOVE FMNT-ENVIRONMENT          TO FRZ-ENVIRONMENT
           MOVE FMNT-FROM-DATE            TO FRZ-FROM-DATE
           MOVE FMNT-TO-DATE              TO FRZ-TO-DATE
           MOVE FMNT-REASON               TO FRZ-REASON
           MOVE FMNT-OPERATOR-ID          TO FRZ-ENTERED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO FRZ-ENTERED-DATE.
       230-EXIT.
           EXIT.

       300-ADD-WINDOW SECTION.
       300-START.
           PERFORM 210-EDIT-WINDOW-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE FMNT-WINDOW-ID TO FRZ-WINDOW-ID
               PERFORM 230-MOVE-CARD-TO-WINDOW
               WRITE FREEZE-WINDOW-RECORD
                   INVALID KEY
                       MOVE 'WINDOW ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.

       310-CHANGE-WINDOW SECTION.
       310-START.
           PERFORM 210-EDIT-WINDOW-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE FMNT-WINDOW-ID TO FRZ-WINDOW-ID
               READ FREEZE-FILE
                   INVALID KEY
                       MOVE 'WINDOW NOT ON FILE' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 230-MOVE-CARD-TO-WINDOW
                       REWRITE FREEZE-WINDOW-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
           END-IF.
       310-EXIT.
           EXIT.

       320-DELETE-WINDOW SECTION.
       320-START.
           MOVE FMNT-WINDOW-ID TO FRZ-WINDOW-ID
           DELETE FREEZE-FILE
               INVALID KEY
                   MOVE 'WINDOW NOT ON FILE' TO WS-REJECT-REASON
           END-DELETE.
       320-EXIT.
           EXIT.

       400-PRINT-REJECT-LINE SECTION.
       400-START.
           MOVE FMNT-FUNCTION    TO PRT-REJ-FUNCTION
           MOVE FMNT-WINDOW-ID   TO PRT-REJ-WINDOW-ID
           MOVE WS-REJECT-REASON TO PRT-REJECT-REASON
           WRITE PRINT-RECORD FROM WS-REJECT-LINE.
       400-EXIT.
           EXIT.

       500-LIST-FREEZE-WINDOWS SECTION.
       500-START.
           MOVE 'N' TO WS-FRZ-AT-EOF
           MOVE LOW-VALUES TO FRZ-WINDOW-ID
           START FREEZE-FILE KEY NOT < FRZ-WINDOW-ID
               INVALID KEY
                   SET FRZ-AT-EOF TO TRUE
           END-START
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'FREEZE WINDOWS ON FRZCAL' TO PRT-SECTION-TITLE
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
           WRITE PRINT-RECORD FROM WS-WINDOW-HEADING
           PERFORM 510-READ-FREEZE-WINDOW
           PERFORM 520-LIST-ONE-WINDOW
               UNTIL FRZ-AT-EOF.
       500-EXIT.
           EXIT.

       510-READ-FREEZE-WINDOW SECTION.
       510-START.
           IF NOT FRZ-AT-EOF
               READ FREEZE-FILE NEXT RECORD
                   AT END
                       SET FRZ-AT-EOF TO TRUE
               END-READ
           END-IF.
       510-EXIT.
           EXIT.

       520-LIST-ONE-WINDOW SECTION.
       520-START.
           ADD 1 TO WS-WINDOWS-LISTED
           MOVE FRZ-WINDOW-ID      TO PRT-WIN-WINDOW-ID
           MOVE FRZ-SCOPE-TYPE     TO PRT-WIN-SCOPE-TYPE
           MOVE FRZ-SCOPE-NAME     TO PRT-WIN-SCOPE-NAME
           MOVE FRZ-ENVIRONMENT    TO PRT-WIN-ENVIRONMENT
           MOVE FRZ-FROM-DATE      TO PRT-WIN-FROM-DATE
           MOVE FRZ-TO-DATE        TO PRT-WIN-TO-DATE
           MOVE FRZ-REASON         TO PRT-WIN-REASON
           MOVE FRZ-ENTERED-BY     TO PRT-WIN-ENTERED-BY
           WRITE PRINT-RECORD FROM WS-WINDOW-LINE
           PERFORM 510-READ-FREEZE-WINDOW.
       520-EXIT.
           EXIT.

      *    NO OVERRIDE LOG YET SIMPLY MEANS NO OVERRIDE HAS EVER BEEN
      *    USED.
       550-LIST-OVERRIDE-LOG SECTION.
       550-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'EMERGENCY OVERRIDES LOGGED ON FRZOVLOG'
               TO PRT-SECTION-TITLE
           WRITE PRINT-RECORD FROM WS-SECTION-LINE
           WRITE PRINT-RECORD FROM WS-OVERRIDE-HEADING
           MOVE 'N' TO WS-FOV-AT-EOF
           OPEN INPUT FREEZE-OVERRIDE-FILE
           IF WS-FOV-STATUS = '00'
               PERFORM 560-READ-OVERRIDE-RECORD
               PERFORM 570-LIST-ONE-OVERRIDE
                   UNTIL FOV-AT-EOF
               CLOSE FREEZE-OVERRIDE-FILE
           ELSE
               IF WS-FOV-STATUS NOT = '35'
                   DISPLAY 'HWFRZMNT: WARNING - FRZOVLOG OPEN FAILED '
                       '- STATUS ' WS-FOV-STATUS
               END-IF
           END-IF.
       550-EXIT.
           EXIT.

       560-READ-OVERRIDE-RECORD SECTION.
       560-START.
           READ FREEZE-OVERRIDE-FILE
               AT END
                   SET FOV-AT-EOF TO TRUE
           END-READ.
       560-EXIT.
           EXIT.

       570-LIST-ONE-OVERRIDE SECTION.
       570-START.
           ADD 1 TO WS-OVERRIDES-LISTED
           MOVE FOV-DATE            TO PRT-FOV-DATE
           MOVE FOV-TIME            TO PRT-FOV-TIME
           MOVE FOV-PROGRAM-NAME    TO PRT-FOV-PROGRAM-NAME
           MOVE FOV-OPERATOR-ID     TO PRT-FOV-OPERATOR-ID
           MOVE FOV-CHANGE-REF      TO PRT-FOV-CHANGE-REF
           MOVE FOV-WINDOW-ID       TO PRT-FOV-WINDOW-ID
           MOVE FOV-JOB-NAME        TO PRT-FOV-JOB-NAME
           MOVE FOV-ENVIRONMENT     TO PRT-FOV-ENVIRONMENT
           MOVE FOV-OVERRIDE-REASON TO PRT-FOV-REASON
           WRITE PRINT-RECORD FROM WS-OVERRIDE-LINE
           WRITE PRINT-RECORD FROM WS-OVERRIDE-REASON-LINE
           PERFORM 560-READ-OVERRIDE-RECORD.
       570-EXIT.
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
           MOVE 'WINDOWS LISTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-WINDOWS-LISTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OVERRIDES LISTED      ' TO PRT-TOTAL-LABEL
           MOVE WS-OVERRIDES-LISTED      TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
