       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWENVMNT.

      ******************************************************************
      *    BATCH MAINTENANCE AND LISTING FOR THE ENVIRONMENT MASTER
      *    (ENVMASTR, ENVREC LAYOUT, KEY = ENVIRONMENT CODE). READS
      *    TRANSACTION CARDS FROM SYSIN AND PRINTS A CONTROL REPORT OF
      *    CARDS APPLIED AND REJECTED WITH REASONS. FUNCTION CODES:
      *      A - ADD AN ENVIRONMENT
      *      C - CHANGE AN ENVIRONMENT'S DESCRIPTION, FLAGS OR RATES
      *      D - DELETE AN ENVIRONMENT
      *      L - LIST EVERY ENVIRONMENT ON THE REPORT
      *    AN ADD OR CHANGE CARD MUST CARRY A DESCRIPTION, AN ACTIVE
      *    FLAG AND A PRODUCTION-CLASS FLAG OF Y OR N, NUMERIC RUN AND
      *    REJECT RATES AND THE ID OF THE OPERATOR ENTERING IT.
      *    AN ENVIRONMENT THAT IS NO LONGER USED SHOULD BE CHANGED TO
      *    INACTIVE RATHER THAN DELETED - HELLO-WORLD AND THE EDITS
      *    THEN REFUSE IT, BUT ITS COUNTERS, CHARGEBACK AND HISTORY
      *    STILL REPORT. DELETE ONLY AN ENVIRONMENT ADDED IN ERROR.
      *    ENDS WITH RC=4 WHEN ANY CARD WAS REJECTED, RC=16 WHEN THE
      *    ENVIRONMENT MASTER COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
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
       01  EMNT-TRAN-CARD.
           03 EMNT-FUNCTION        PIC X(1).
              88 EMNT-IS-ADD                    VALUE 'A'.
              88 EMNT-IS-CHANGE                 VALUE 'C'.
              88 EMNT-IS-DELETE                 VALUE 'D'.
              88 EMNT-IS-LIST                   VALUE 'L'.
           03 EMNT-ENV-CODE        PIC X(4).
           03 EMNT-DESCRIPTION     PIC X(30).
           03 EMNT-ACTIVE-FLAG     PIC X(1).
              88 EMNT-ACTIVE-FLAG-VALID         VALUE 'Y' 'N'.
           03 EMNT-PROD-CLASS-FLAG PIC X(1).
              88 EMNT-PROD-CLASS-VALID          VALUE 'Y' 'N'.
           03 EMNT-RUN-RATE-X      PIC X(7).
           03 EMNT-RUN-RATE REDEFINES EMNT-RUN-RATE-X
                                   PIC 9(5)V99.
           03 EMNT-REJECT-RATE-X   PIC X(7).
           03 EMNT-REJECT-RATE REDEFINES EMNT-REJECT-RATE-X
                                   PIC 9(5)V99.
           03 EMNT-OPERATOR-ID     PIC X(8).
           03 FILLER               PIC X(21).

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-ENVM-AT-EOF          PIC X        VALUE 'N'.
           88 ENVM-AT-EOF                       VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-CARDS-READ        PIC 9(5)     VALUE 0.
           03 WS-CARDS-APPLIED     PIC 9(5)     VALUE 0.
           03 WS-CARDS-REJECTED    PIC 9(5)     VALUE 0.
           03 WS-ENVS-LISTED       PIC 9(5)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '      *** ENVIRONMENT MASTER MAINTENANCE - ENVMASTR ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'REJECTED '.
           03 PRT-REJ-FUNCTION     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-ENV-CODE     PIC X(4).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-REJECT-REASON    PIC X(30).
           03 FILLER               PIC X(31)    VALUE SPACES.

       01  WS-ENV-HEADING.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(5)     VALUE 'ENV'.
           03 FILLER               PIC X(31)    VALUE 'DESCRIPTION'.
           03 FILLER               PIC X(4)     VALUE 'ACT'.
           03 FILLER               PIC X(5)     VALUE 'PROD'.
           03 FILLER               PIC X(10)    VALUE '  RUN RATE'.
           03 FILLER               PIC X(10)    VALUE '  REJ RATE'.
           03 FILLER               PIC X(14)    VALUE ' UPDATED BY'.

       01  WS-ENV-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-ENV-CODE         PIC X(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ENV-DESCRIPTION  PIC X(30).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-ENV-ACTIVE-FLAG  PIC X(1).
           03 FILLER               PIC X(4)     VALUE SPACES.
           03 PRT-ENV-PROD-FLAG    PIC X(1).
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-ENV-RUN-RATE     PIC ZZ,ZZ9.99.
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ENV-REJECT-RATE  PIC ZZ,ZZ9.99.
           03 FILLER               PIC X(2)     VALUE SPACES.
           03 PRT-ENV-UPDATED-BY   PIC X(8).
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 050-OPEN-ENV-MASTER
           IF RETURN-CODE = 0
               OPEN INPUT SYSIN-FILE
               IF WS-SYSIN-STATUS = '00'
                   PERFORM 100-READ-TRAN-CARD
                   PERFORM 200-APPLY-ONE-CARD
                       UNTIL SYSIN-AT-EOF
                   CLOSE SYSIN-FILE
               ELSE
                   DISPLAY 'HWENVMNT: ERROR - MISSING TRANSACTION '
                       'CARDS'
                   MOVE 16 TO RETURN-CODE
               END-IF
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

       050-OPEN-ENV-MASTER SECTION.
       050-START.
           OPEN I-O ENV-MASTER-FILE
           IF WS-ENVM-STATUS = '35'
               OPEN OUTPUT ENV-MASTER-FILE
               CLOSE ENV-MASTER-FILE
               OPEN I-O ENV-MASTER-FILE
           END-IF
           IF WS-ENVM-STATUS NOT = '00'
               DISPLAY 'HWENVMNT: ERROR - ENVMASTR OPEN FAILED - '
                   'STATUS ' WS-ENVM-STATUS
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
               WHEN EMNT-IS-LIST
                   PERFORM 500-LIST-ENVIRONMENTS
               WHEN EMNT-ENV-CODE = SPACES
                   MOVE 'ENVIRONMENT CODE IS BLANK'
                       TO WS-REJECT-REASON
               WHEN EMNT-IS-ADD
                   PERFORM 300-ADD-ENVIRONMENT
               WHEN EMNT-IS-CHANGE
                   PERFORM 310-CHANGE-ENVIRONMENT
               WHEN EMNT-IS-DELETE
                   PERFORM 320-DELETE-ENVIRONMENT
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

      *    THE CODE *ALL IS THE SUITE-TOTAL KEY ON CNTRFILE AND ALL IS
      *    THE ALL-ENVIRONMENTS FREEZE SCOPE, SO NEITHER MAY BE ADDED
      *    AS AN ENVIRONMENT OF ITS OWN.
       210-EDIT-ENVIRONMENT-CARD SECTION.
       210-START.
           EVALUATE TRUE
               WHEN EMNT-ENV-CODE = '*ALL' OR 'ALL '
                   MOVE 'RESERVED ENVIRONMENT CODE'
                       TO WS-REJECT-REASON
               WHEN EMNT-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION IS BLANK' TO WS-REJECT-REASON
               WHEN NOT EMNT-ACTIVE-FLAG-VALID
                   MOVE 'ACTIVE FLAG MUST BE Y OR N'
                       TO WS-REJECT-REASON
               WHEN NOT EMNT-PROD-CLASS-VALID
                   MOVE 'PRODUCTION FLAG MUST BE Y OR N'
                       TO WS-REJECT-REASON
               WHEN EMNT-RUN-RATE-X NOT NUMERIC
                   MOVE 'RUN RATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN EMNT-REJECT-RATE-X NOT NUMERIC
                   MOVE 'REJECT RATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN EMNT-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID IS BLANK' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-EXIT.
           EXIT.

       230-MOVE-CARD-TO-ENV SECTION.
       230-START.
           MOVE EMNT-DESCRIPTION          TO ENV-DESCRIPTION
           MOVE EMNT-ACTIVE-FLAG          TO ENV-ACTIVE-FLAG
           MOVE EMNT-PROD-CLASS-FLAG      TO ENV-PROD-CLASS-FLAG
           MOVE EMNT-RUN-RATE             TO ENV-RUN-RATE
           MOVE EMNT-REJECT-RATE          TO ENV-REJECT-RATE
           MOVE EMNT-OPERATOR-ID          TO ENV-UPDATED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO ENV-UPDATED-DATE.
       230-EXIT.
           EXIT.

       300-ADD-ENVIRONMENT SECTION.
       300-START.
           PERFORM 210-EDIT-ENVIRONMENT-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE EMNT-ENV-CODE TO ENV-CODE
               PERFORM 230-MOVE-CARD-TO-ENV
               WRITE ENVIRONMENT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'ENVIRONMENT ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.

       310-CHANGE-ENVIRONMENT SECTION.
       310-START.
           PERFORM 210-EDIT-ENVIRONMENT-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE EMNT-ENV-CODE TO ENV-CODE
               READ ENV-MASTER-FILE
                   INVALID KEY
                       MOVE 'ENVIRONMENT NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 230-MOVE-CARD-TO-ENV
                       REWRITE ENVIRONMENT-MASTER-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
           END-IF.
       310-EXIT.
           EXIT.

       320-DELETE-ENVIRONMENT SECTION.
       320-START.
           MOVE EMNT-ENV-CODE TO ENV-CODE
           DELETE ENV-MASTER-FILE
               INVALID KEY
                   MOVE 'ENVIRONMENT NOT ON FILE' TO WS-REJECT-REASON
           END-DELETE.
       320-EXIT.
           EXIT.

       400-PRINT-REJECT-LINE SECTION.
       400-START.
           MOVE EMNT-FUNCTION    TO PRT-REJ-FUNCTION
           MOVE EMNT-ENV-CODE    TO PRT-REJ-ENV-CODE
           MOVE WS-REJECT-REASON TO PRT-REJECT-REASON
           WRITE PRINT-RECORD FROM WS-REJECT-LINE.
       400-EXIT.
           EXIT.

       500-LIST-ENVIRONMENTS SECTION.
       500-START.
           MOVE 'N' TO WS-ENVM-AT-EOF
           MOVE LOW-VALUES TO ENV-CODE
           START ENV-MASTER-FILE KEY NOT < ENV-CODE
               INVALID KEY
                   SET ENVM-AT-EOF TO TRUE
           END-START
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           WRITE PRINT-RECORD FROM WS-ENV-HEADING
           PERFORM 510-READ-ENVIRONMENT
           PERFORM 520-LIST-ONE-ENVIRONMENT
               UNTIL ENVM-AT-EOF.
       500-EXIT.
           EXIT.

       510-READ-ENVIRONMENT SECTION.
       510-START.
           IF NOT ENVM-AT-EOF
               READ ENV-MASTER-FILE NEXT RECORD
                   AT END
                       SET ENVM-AT-EOF TO TRUE
               END-READ
           END-IF.
       510-EXIT.
           EXIT.

       520-LIST-ONE-ENVIRONMENT SECTION.
       520-START.
           ADD 1 TO WS-ENVS-LISTED
           MOVE ENV-CODE            TO PRT-ENV-CODE
           MOVE ENV-DESCRIPTION     TO PRT-ENV-DESCRIPTION
           MOVE ENV-ACTIVE-FLAG     TO PRT-ENV-ACTIVE-FLAG
           MOVE ENV-PROD-CLASS-FLAG TO PRT-ENV-PROD-FLAG
           MOVE ENV-RUN-RATE        TO PRT-ENV-RUN-RATE
           MOVE ENV-REJECT-RATE     TO PRT-ENV-REJECT-RATE
           MOVE ENV-UPDATED-BY      TO PRT-ENV-UPDATED-BY
           WRITE PRINT-RECORD FROM WS-ENV-LINE
           PERFORM 510-READ-ENVIRONMENT.
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
           MOVE 'ENVIRONMENTS LISTED   ' TO PRT-TOTAL-LABEL
           MOVE WS-ENVS-LISTED           TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
