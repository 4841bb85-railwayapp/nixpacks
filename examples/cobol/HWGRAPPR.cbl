       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWGRAPPR.

      ******************************************************************
      *    FOUR-EYES APPROVAL OF GREETING CHANGES. EVERY ADD, CHANGE
      *    AND DELETE REQUESTED THROUGH THE HWMT SCREEN OR AN HWGRLOAD
      *    LOAD WAITS ON THE KEYED PENDING-CHANGE FILE GRPENDNG
      *    (GRPNDREC LAYOUT) UNTIL A SECOND OPERATOR DECIDES IT. MODE
      *    IS TAKEN FROM THE FIRST SYSIN PARM CARD:
      *      APPR - APPLY APPROVE (A) AND REJECT (R) CARDS FROM THE
      *             REMAINING SYSIN CARDS. AN APPROVED CHANGE IS
      *             APPLIED TO GREETVSM AND JOURNALED TO GREETJRN
      *             (GRJRNREC LAYOUT, SOURCE = WHERE IT WAS REQUESTED);
      *             A REJECTED ONE IS LEFT OFF GREETVSM WITH THE
      *             CHECKER'S NOTE. THE CHECKER MAY NOT BE THE
      *             REQUESTER, AND MUST HOLD THE APPROVE GREETING
      *             FUNCTION ON THE OPERAUTH AUTHORITY FILE AND EVERY
      *             ENVIRONMENT THE JOB IS PERMITTED IN ON JOBMASTR;
      *             A REFUSAL IS LOGGED TO SECVIOL (SECVREC LAYOUT).
      *             A JOB NAME OF *ALL DECIDES EVERY HWGRLOAD CHANGE
      *             STILL PENDING FROM ONE REQUEST DATE AND TIME FOR
      *             ONE REQUESTER - THE WHOLE DECK QUEUED BY ONE LOAD.
      *             AN APPROVED CHANGE THAT WOULD GO LIVE INSIDE A
      *             FREEZE WINDOW ON FRZCAL COVERING THE JOB, ITS
      *             OWNING AREA OR ALL JOBS IS NOT APPLIED AND STAYS
      *             PENDING, UNLESS A *OVERRID CARD FOLLOWS THE PARM
      *             CARD - THEN IT IS APPLIED AND THE OVERRIDE LOGGED
      *             TO FRZOVLOG.
      *      REPT - PRINT THE DAILY REPORT OF CHANGES STILL PENDING
      *             AND CHANGES REJECTED ON THE REPORT DATE FROM THE
      *             PARM CARD (TODAY WHEN BLANK).
      *    ENDS WITH RC=4 WHEN APPROVAL CARDS WERE REJECTED, RC=16 ON
      *    A PARM OR FILE FAILURE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT GREET-PEND-FILE ASSIGN TO "GRPENDNG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT GREETING-FILE ASSIGN TO "GREETVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GREET-KEY
               FILE STATUS IS WS-GREET-STATUS.
           SELECT GREET-JRN-FILE ASSIGN TO "GREETJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPAUTH-STATUS.
           SELECT SECURITY-VIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
           SELECT FREEZE-FILE ASSIGN TO "FRZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZ-WINDOW-ID
               FILE STATUS IS WS-FRZ-STATUS.
           SELECT FREEZE-OVERRIDE-FILE ASSIGN TO "FRZOVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOV-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  APRV-PARM-CARD.
           03 APRV-FUNCTION        PIC X(4).
           03 APRV-REPORT-DATE     PIC X(8).
           03 FILLER               PIC X(68).
       01  APRV-ACTION-CARD REDEFINES APRV-PARM-CARD.
           03 APC-ACTION           PIC X(1).
              88 APC-IS-APPROVE                 VALUE 'A'.
              88 APC-IS-REJECT                  VALUE 'R'.
           03 APC-JOB-NAME         PIC X(8).
              88 APC-WHOLE-RUN                  VALUE '*ALL'.
           03 APC-EFF-FROM-DATE    PIC X(8).
           03 APC-REQ-DATE         PIC X(8).
           03 APC-REQ-TIME         PIC X(6).
           03 APC-REQ-SEQ          PIC X(3).
           03 APC-CHECKER-ID       PIC X(8).
           03 APC-REJECT-NOTE      PIC X(30).
           03 FILLER               PIC X(8).
           COPY FRZOVCRD.

       FD  GREET-PEND-FILE.
           COPY GRPNDREC.

       FD  GREETING-FILE.
           COPY GREETREC.

       FD  GREET-JRN-FILE
           RECORDING MODE IS F.
           COPY GRJRNREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       FD  SECURITY-VIOL-FILE
           RECORDING MODE IS F.
           COPY SECVREC.

       FD  FREEZE-FILE.
           COPY FRZREC.

       FD  FREEZE-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY FRZOVREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-PEND-STATUS       PIC XX       VALUE SPACES.
           03 WS-GREET-STATUS      PIC XX       VALUE SPACES.
           03 WS-JRN-STATUS        PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-OPAUTH-STATUS     PIC XX       VALUE SPACES.
           03 WS-SECV-STATUS       PIC XX       VALUE SPACES.
           03 WS-FRZ-STATUS        PIC XX       VALUE SPACES.
           03 WS-FOV-STATUS        PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-SYSIN-OPEN-SW        PIC X        VALUE 'N'.
           88 SYSIN-IS-OPEN-STILL               VALUE 'Y'.

       01  WS-PEND-AT-EOF          PIC X        VALUE 'N'.
           88 PEND-AT-EOF                       VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-TODAY-DATE           PIC X(8)     VALUE SPACES.
       01  WS-NOW-TIME             PIC X(6)     VALUE SPACES.
       01  WS-REPORT-DATE          PIC X(8)     VALUE SPACES.

       01  WS-JOURNAL-IMAGES.
           03 WS-JRN-BEFORE        PIC X(41)    VALUE SPACES.
           03 WS-JRN-AFTER         PIC X(41)    VALUE SPACES.

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

      *    ENVIRONMENTS THE CHECKER MUST HOLD - THE JOB'S PERMITTED
      *    LIST FROM THE REGISTRY.
       01  WS-AUTH-ENV-LIST        PIC X(32)    VALUE SPACES.
       01  WS-AUTH-ENV-TABLE REDEFINES WS-AUTH-ENV-LIST.
           03 WS-AUTH-ENV          PIC X(4) OCCURS 8 TIMES.

       01  WS-AUTH-SUB             PIC 9(1)     VALUE 1.
       01  WS-OPA-SUB              PIC 9(1)     VALUE 1.
       01  WS-AUTH-FAILED-ENV      PIC X(4)     VALUE SPACES.
       01  WS-AUTH-REASON          PIC X(30)    VALUE SPACES.

       01  WS-AUTH-ENV-MATCHED-SW  PIC X        VALUE 'N'.
           88 AUTH-ENV-MATCHED                  VALUE 'Y'.

      *    OWNING AREA OF THE CHANGE'S JOB FROM THE REGISTRY, SPACES
      *    WHEN THE JOB IS NOT ON IT.
       01  WS-JOB-OWNING-AREA      PIC X(8)     VALUE SPACES.

      *    FREEZE WINDOWS FROM FRZCAL THAT HAVE NOT YET ENDED. A
      *    GREETING IS SHARED BY EVERY ENVIRONMENT ITS JOB RUNS IN,
      *    SO A WINDOW FREEZES IT WHATEVER THE WINDOW'S ENVIRONMENT.
       01  WS-FREEZE-TABLE.
           03 WS-FRZ-COUNT          PIC 9(3)     VALUE 0.
           03 WS-FRZ-ENTRY          OCCURS 200 TIMES.
              05 WS-FRZ-WINDOW-ID   PIC X(8).
              05 WS-FRZ-SCOPE-TYPE  PIC X(1).
              05 WS-FRZ-SCOPE-NAME  PIC X(8).
              05 WS-FRZ-FROM-DATE   PIC X(8).
              05 WS-FRZ-TO-DATE     PIC X(8).

       01  WS-FRZ-SUB               PIC 9(3)     VALUE 1.

       01  WS-FRZ-AT-EOF            PIC X        VALUE 'N'.
           88 FRZ-AT-EOF                         VALUE 'Y'.

       01  WS-FRZ-MATCH-SW          PIC X        VALUE 'N'.
           88 FREEZE-WINDOW-MATCHED              VALUE 'Y'.

       01  WS-FRZ-MATCH-ID          PIC X(8)     VALUE SPACES.

      *    THE DATES OVER WHICH AN APPROVED CHANGE WOULD ALTER THE
      *    GREETING IN EFFECT - FROM ITS EFFECTIVE DATE OR TODAY,
      *    WHICHEVER IS LATER, TO THE LATER OF ITS NEW AND ON-FILE
      *    TO-DATES (BLANK = OPEN-ENDED).
       01  WS-CHG-FROM-DATE         PIC X(8)     VALUE SPACES.
       01  WS-CHG-TO-DATE           PIC X(8)     VALUE SPACES.
       01  WS-CHG-OLD-TO-DATE       PIC X(8)     VALUE SPACES.

       01  WS-OVERRIDE-FIELDS.
           03 WS-OVR-CARD-SW        PIC X        VALUE 'N'.
              88 OVERRIDE-CARD-PRESENT           VALUE 'Y'.
           03 WS-OVR-ACTIVE-SW      PIC X        VALUE 'N'.
              88 FREEZE-OVERRIDE-ACTIVE          VALUE 'Y'.
           03 WS-FOV-OPEN-SW        PIC X        VALUE 'N'.
              88 FOV-IS-OPEN                     VALUE 'Y'.
           03 WS-OVR-OPERATOR-ID    PIC X(8)     VALUE SPACES.
           03 WS-OVR-CHANGE-REF     PIC X(12)    VALUE SPACES.
           03 WS-OVR-REASON         PIC X(16)    VALUE SPACES.

      *    THE REQUESTER OF THE FIRST CHANGE MATCHED BY AN *ALL CARD,
      *    SO TWO LOADS QUEUED IN THE SAME SECOND ARE NOT MERGED.
       01  WS-WHOLE-RUN-COUNTS.
           03 WS-RUN-MATCHED       PIC 9(5)     VALUE 0.
           03 WS-RUN-FAILED        PIC 9(5)     VALUE 0.
           03 WS-RUN-REQUESTER     PIC X(8)     VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-CARDS-READ        PIC 9(7)     VALUE 0.
           03 WS-CARDS-APPLIED     PIC 9(7)     VALUE 0.
           03 WS-CARDS-REJECTED    PIC 9(7)     VALUE 0.
           03 WS-CHANGES-APPROVED  PIC 9(7)     VALUE 0.
           03 WS-CHANGES-REJECTED  PIC 9(7)     VALUE 0.
           03 WS-RECS-JOURNALED    PIC 9(7)     VALUE 0.
           03 WS-PENDING-LISTED    PIC 9(7)     VALUE 0.
           03 WS-REJECTED-LISTED   PIC 9(7)     VALUE 0.
           03 WS-AUTH-REFUSALS     PIC 9(7)     VALUE 0.
           03 WS-CHANGES-FROZEN    PIC 9(7)     VALUE 0.
           03 WS-FREEZE-OVERRIDES  PIC 9(7)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** GREETING CHANGE APPROVAL - HWGRAPPR ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-SECTION-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-SECTION-TITLE    PIC X(40).
           03 PRT-SECTION-DATE     PIC X(8).
           03 FILLER               PIC X(31)    VALUE SPACES.

       01  WS-PENDING-COLUMN-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(34)    VALUE
              'JOB      EFF-FROM F SRCE REQUESTR '.
           03 FILLER               PIC X(45)    VALUE
              'REQ-DATE REQ-TM HELLO       WORLD'.

       01  WS-PENDING-DETAIL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-PND-JOB          PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-EFF-FROM     PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-FUNCTION     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-SOURCE       PIC X(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-REQUESTER    PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-REQ-DATE     PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-REQ-TIME     PIC X(6).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-HELLO        PIC X(11).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PND-WORLD        PIC X(6).
           03 FILLER               PIC X(11)    VALUE SPACES.

       01  WS-REJECTED-COLUMN-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(38)    VALUE
              'JOB      EFF-FROM F REQUESTR CHECKER  '.
           03 FILLER               PIC X(41)    VALUE
              'REJECT NOTE'.

       01  WS-REJECTED-DETAIL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-REJ-JOB          PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-EFF-FROM     PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-FUNCTION     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-REQUESTER    PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-CHECKER      PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-NOTE         PIC X(30).
           03 FILLER               PIC X(11)    VALUE SPACES.

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'REJECTED '.
           03 PRT-CARD-ACTION      PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-CARD-JOB         PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-CARD-EFF-FROM    PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-CARD-REQ-DATE    PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-CARD-REQ-TIME    PIC X(6).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-REJECT-REASON    PIC X(30).
           03 FILLER               PIC X(2)     VALUE SPACES.

       01  WS-TOTAL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-TOTAL-LABEL      PIC X(22).
           03 FILLER               PIC X(2)     VALUE '= '.
           03 PRT-TOTAL-VALUE      PIC 9(7).
           03 FILLER               PIC X(48)    VALUE SPACES.

       01  WS-BLANK-LINE           PIC X(80)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAINLINE SECTION.
       000-START.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-NOW-TIME
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 100-READ-PARM-CARD
           EVALUATE TRUE
               WHEN SYSIN-AT-EOF
                   DISPLAY 'HWGRAPPR: ERROR - MISSING PARAMETER CARD'
                   MOVE 16 TO RETURN-CODE
               WHEN APRV-FUNCTION = 'APPR'
                   PERFORM 200-APPLY-APPROVAL-CARDS
               WHEN APRV-FUNCTION = 'REPT'
                   PERFORM 150-EDIT-REPORT-DATE
                   IF RETURN-CODE = 0
                       PERFORM 500-PRINT-PENDING-REPORT
                   END-IF
               WHEN OTHER
                   DISPLAY 'HWGRAPPR: ERROR - UNRECOGNIZED MODE: '
                       APRV-FUNCTION
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           IF SYSIN-IS-OPEN-STILL
               CLOSE SYSIN-FILE
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0
                   AND WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       000-EXIT.
       EXIT-PROGRAM.
           STOP RUN.

       100-READ-PARM-CARD SECTION.
       100-START.
           OPEN INPUT SYSIN-FILE
           IF WS-SYSIN-STATUS = '00'
               SET SYSIN-IS-OPEN-STILL TO TRUE
               READ SYSIN-FILE
                   AT END
                       SET SYSIN-AT-EOF TO TRUE
               END-READ
           ELSE
               SET SYSIN-AT-EOF TO TRUE
               MOVE SPACES TO APRV-PARM-CARD
           END-IF.
       100-EXIT.
           EXIT.

       110-READ-NEXT-CARD SECTION.
       110-START.
           READ SYSIN-FILE
               AT END
                   SET SYSIN-AT-EOF TO TRUE
           END-READ.
       110-EXIT.
           EXIT.

       150-EDIT-REPORT-DATE SECTION.
       150-START.
           IF APRV-REPORT-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-REPORT-DATE
           ELSE
               IF APRV-REPORT-DATE NOT NUMERIC
                   DISPLAY 'HWGRAPPR: ERROR - REPORT DATE NOT '
                       'NUMERIC: ' APRV-REPORT-DATE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE APRV-REPORT-DATE TO WS-REPORT-DATE
               END-IF
           END-IF.
       150-EXIT.
           EXIT.

      *    THE PENDING FILE IS CREATED BY THE FIRST HWMT REQUEST OR
      *    HWGRLOAD LOAD, SO AN APPROVAL RUN WITHOUT ONE HAS NOTHING
      *    TO DECIDE AND IS TREATED AS A SETUP FAILURE.
       200-APPLY-APPROVAL-CARDS SECTION.
       200-START.
           OPEN I-O GREET-PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'HWGRAPPR: ERROR - GRPENDNG OPEN FAILED - '
                   'STATUS ' WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 700-OPEN-GREETING-FILE-IO
               IF RETURN-CODE = 0
                   OPEN EXTEND GREET-JRN-FILE
                   IF WS-JRN-STATUS = '35'
                       OPEN OUTPUT GREET-JRN-FILE
                   END-IF
      *    AN APPROVED CHANGE THAT CANNOT BE JOURNALED IS NOT APPLIED.
                   IF WS-JRN-STATUS NOT = '00'
                       DISPLAY 'HWGRAPPR: ERROR - GREETJRN OPEN '
                           'FAILED - STATUS ' WS-JRN-STATUS
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 720-OPEN-SECURITY-FILES
                       IF RETURN-CODE = 0
                           PERFORM 205-DECIDE-CHANGES
                           PERFORM 725-CLOSE-SECURITY-FILES
                       END-IF
                       CLOSE GREET-JRN-FILE
                   END-IF
                   CLOSE GREETING-FILE
               END-IF
               CLOSE GREET-PEND-FILE
           END-IF.
       200-EXIT.
           EXIT.

      *    AN OPTIONAL *OVERRID CARD MAY FOLLOW THE PARM CARD, AHEAD
      *    OF THE APPROVAL CARDS.
       205-DECIDE-CHANGES SECTION.
       205-START.
           PERFORM 110-READ-NEXT-CARD
           IF NOT SYSIN-AT-EOF AND FOC-IS-OVERRIDE-CARD
               SET OVERRIDE-CARD-PRESENT TO TRUE
               MOVE FOC-OPERATOR-ID TO WS-OVR-OPERATOR-ID
               MOVE FOC-CHANGE-REF  TO WS-OVR-CHANGE-REF
               MOVE FOC-REASON      TO WS-OVR-REASON
               PERFORM 110-READ-NEXT-CARD
           END-IF
           PERFORM 730-OPEN-FREEZE-FILES
           IF RETURN-CODE = 0
               PERFORM 210-APPLY-ONE-CARD
                   UNTIL SYSIN-AT-EOF
               IF FOV-IS-OPEN
                   CLOSE FREEZE-OVERRIDE-FILE
               END-IF
           END-IF.
       205-EXIT.
           EXIT.

       210-APPLY-ONE-CARD SECTION.
       210-START.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT APC-IS-APPROVE
                       AND NOT APC-IS-REJECT
                   MOVE 'INVALID ACTION CODE'
                       TO WS-REJECT-REASON
               WHEN APC-CHECKER-ID = SPACES
                   MOVE 'CHECKER ID MISSING'
                       TO WS-REJECT-REASON
               WHEN APC-JOB-NAME = SPACES
                   MOVE 'JOB NAME IS BLANK'
                       TO WS-REJECT-REASON
               WHEN APC-IS-REJECT
                       AND APC-REJECT-NOTE = SPACES
                   MOVE 'REJECT NOTE MISSING'
                       TO WS-REJECT-REASON
               WHEN APC-WHOLE-RUN
                   PERFORM 250-DECIDE-WHOLE-RUN
               WHEN APC-REQ-SEQ NOT NUMERIC
                   MOVE 'REQUEST SEQUENCE NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 220-DECIDE-ONE-CHANGE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CARDS-APPLIED
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 280-PRINT-CARD-REJECT
           END-IF
           PERFORM 110-READ-NEXT-CARD.
       210-EXIT.
           EXIT.

       220-DECIDE-ONE-CHANGE SECTION.
       220-START.
           MOVE APC-JOB-NAME TO PND-JOB-NAME
           IF APC-EFF-FROM-DATE = SPACES
               MOVE '00000000' TO PND-EFF-FROM-DATE
           ELSE
               MOVE APC-EFF-FROM-DATE TO PND-EFF-FROM-DATE
           END-IF
           MOVE APC-REQ-DATE TO PND-REQ-DATE
           MOVE APC-REQ-TIME TO PND-REQ-TIME
           MOVE APC-REQ-SEQ  TO PND-REQ-SEQ
           READ GREET-PEND-FILE
               INVALID KEY
                   MOVE 'CHANGE NOT ON PENDING FILE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 230-DECIDE-PENDING-RECORD
           END-READ.
       220-EXIT.
           EXIT.

      *    THE PENDING RECORD IN THE FD IS THE ONE BEING DECIDED. IT
      *    IS ONLY MARKED APPROVED ONCE THE CHANGE HAS REALLY GONE
      *    ONTO GREETVSM - A CHANGE THAT NO LONGER FITS THE FILE
      *    STAYS PENDING FOR THE CHECKER TO REJECT.
       230-DECIDE-PENDING-RECORD SECTION.
       230-START.
           PERFORM 240-CHECK-CHECKER-AUTHORITY
           EVALUATE TRUE
               WHEN WS-AUTH-REASON NOT = SPACES
                   MOVE WS-AUTH-REASON TO WS-REJECT-REASON
               WHEN NOT PND-IS-PENDING
                   MOVE 'CHANGE ALREADY DECIDED'
                       TO WS-REJECT-REASON
               WHEN PND-REQUESTER = APC-CHECKER-ID
                   MOVE 'CHECKER MAY NOT BE REQUESTER'
                       TO WS-REJECT-REASON
               WHEN APC-IS-APPROVE
                   PERFORM 300-APPLY-PENDING-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               IF APC-IS-APPROVE
                   MOVE 'A'             TO PND-STATUS
                   MOVE SPACES          TO PND-REJECT-NOTE
                   ADD 1 TO WS-CHANGES-APPROVED
               ELSE
                   MOVE 'R'             TO PND-STATUS
                   MOVE APC-REJECT-NOTE TO PND-REJECT-NOTE
                   ADD 1 TO WS-CHANGES-REJECTED
               END-IF
               MOVE APC-CHECKER-ID      TO PND-CHECKER
               MOVE WS-TODAY-DATE       TO PND-ACTION-DATE
               MOVE WS-NOW-TIME         TO PND-ACTION-TIME
               REWRITE GREET-PENDING-RECORD
                   INVALID KEY
                       MOVE 'PENDING REWRITE FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF.
       230-EXIT.
           EXIT.

      *    THE CHECK IS MADE PER PENDING RECORD, SINCE THE CHANGES IN
      *    AN *ALL RUN CAN BE FOR JOBS IN DIFFERENT ENVIRONMENTS. A JOB
      *    NOT ON THE REGISTRY HAS NO ENVIRONMENTS TO COVER, SO ONLY
      *    THE APPROVE FUNCTION IS CHECKED. THE JOB'S OWNING AREA IS
      *    KEPT FOR THE FREEZE CHECK.
       240-CHECK-CHECKER-AUTHORITY SECTION.
       240-START.
           MOVE SPACES TO WS-AUTH-ENV-LIST
           MOVE SPACES TO WS-AUTH-FAILED-ENV
           MOVE SPACES TO WS-AUTH-REASON
           MOVE SPACES TO WS-JOB-OWNING-AREA
           MOVE PND-JOB-NAME TO JOBM-JOB-NAME
           READ JOB-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE JOBM-ENVIRONMENTS TO WS-AUTH-ENV-LIST
                   MOVE JOBM-OWNING-AREA  TO WS-JOB-OWNING-AREA
           END-READ
           MOVE APC-CHECKER-ID TO OPA-OPERATOR-ID
           READ OPER-AUTH-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE'
                       TO WS-AUTH-REASON
               NOT INVALID KEY
                   PERFORM 245-CHECK-FUNCTION-AND-ENVS
           END-READ
           IF WS-AUTH-REASON NOT = SPACES
               PERFORM 290-WRITE-SECURITY-VIOLATION
           END-IF.
       240-EXIT.
           EXIT.

       245-CHECK-FUNCTION-AND-ENVS SECTION.
       245-START.
           EVALUATE TRUE
               WHEN NOT OPA-IS-ACTIVE
                   MOVE 'OPERATOR AUTHORITY REVOKED'
                       TO WS-AUTH-REASON
               WHEN NOT OPA-MAY-APPROVE-GREETING
                   MOVE 'FUNCTION NOT AUTHORIZED' TO WS-AUTH-REASON
               WHEN OTHER
                   PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > 8
                           OR WS-AUTH-FAILED-ENV NOT = SPACES
                       IF WS-AUTH-ENV(WS-AUTH-SUB) NOT = SPACES
                           PERFORM 247-CHECK-ONE-ENVIRONMENT
                       END-IF
                   END-PERFORM
                   IF WS-AUTH-FAILED-ENV NOT = SPACES
                       STRING 'ENV NOT AUTHORIZED - '
                           WS-AUTH-FAILED-ENV
                           DELIMITED BY SIZE
                           INTO WS-AUTH-REASON
                   END-IF
           END-EVALUATE.
       245-EXIT.
           EXIT.

       247-CHECK-ONE-ENVIRONMENT SECTION.
       247-START.
           MOVE 'N' TO WS-AUTH-ENV-MATCHED-SW
           PERFORM VARYING WS-OPA-SUB FROM 1 BY 1
                   UNTIL WS-OPA-SUB > 8
               IF WS-AUTH-ENV(WS-AUTH-SUB) =
                       OPA-PERMITTED-ENV(WS-OPA-SUB)
                   SET AUTH-ENV-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NOT AUTH-ENV-MATCHED
               MOVE WS-AUTH-ENV(WS-AUTH-SUB) TO WS-AUTH-FAILED-ENV
           END-IF.
       247-EXIT.
           EXIT.

      *    *ALL DECIDES EVERY STILL-PENDING HWGRLOAD CHANGE CARRYING
      *    THE CARD'S REQUEST DATE AND TIME AND THE SAME REQUESTER AS
      *    THE FIRST ONE MATCHED - HWMT CHANGES KEYED IN THE SAME
      *    SECOND ARE LEFT ALONE. THE PENDING FILE IS KEYED BY JOB
      *    FIRST, SO THE WHOLE FILE IS READ. ANY CHANGE IN THE RUN
      *    THAT CANNOT BE DECIDED IS PRINTED ON ITS OWN REJECT LINE.
       250-DECIDE-WHOLE-RUN SECTION.
       250-START.
           MOVE 0 TO WS-RUN-MATCHED
           MOVE 0 TO WS-RUN-FAILED
           MOVE SPACES TO WS-RUN-REQUESTER
           MOVE 'N' TO WS-PEND-AT-EOF
           MOVE LOW-VALUES TO PND-KEY
           START GREET-PEND-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   SET PEND-AT-EOF TO TRUE
           END-START
           IF NOT PEND-AT-EOF
               PERFORM 260-READ-NEXT-PENDING
           END-IF
           PERFORM 270-DECIDE-ONE-OF-RUN
               UNTIL PEND-AT-EOF
           EVALUATE TRUE
               WHEN WS-RUN-MATCHED = 0
                   MOVE 'NO PENDING CHANGES FOR RUN'
                       TO WS-REJECT-REASON
               WHEN WS-RUN-FAILED > 0
                   MOVE 'NOT ALL CHANGES IN RUN DECIDED'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       250-EXIT.
           EXIT.

       260-READ-NEXT-PENDING SECTION.
       260-START.
           READ GREET-PEND-FILE NEXT RECORD
               AT END
                   SET PEND-AT-EOF TO TRUE
           END-READ.
       260-EXIT.
           EXIT.

       270-DECIDE-ONE-OF-RUN SECTION.
       270-START.
           IF PND-IS-PENDING
                   AND PND-FROM-LOAD
                   AND PND-REQ-DATE = APC-REQ-DATE
                   AND PND-REQ-TIME = APC-REQ-TIME
                   AND (WS-RUN-REQUESTER = SPACES
                   OR PND-REQUESTER = WS-RUN-REQUESTER)
               IF WS-RUN-REQUESTER = SPACES
                   MOVE PND-REQUESTER TO WS-RUN-REQUESTER
               END-IF
               ADD 1 TO WS-RUN-MATCHED
               MOVE SPACES TO WS-REJECT-REASON
               PERFORM 230-DECIDE-PENDING-RECORD
               IF WS-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-RUN-FAILED
                   PERFORM 285-PRINT-RUN-REJECT
                   MOVE SPACES TO WS-REJECT-REASON
               END-IF
           END-IF
           PERFORM 260-READ-NEXT-PENDING.
       270-EXIT.
           EXIT.

       280-PRINT-CARD-REJECT SECTION.
       280-START.
           MOVE APC-ACTION        TO PRT-CARD-ACTION
           MOVE APC-JOB-NAME      TO PRT-CARD-JOB
           MOVE APC-EFF-FROM-DATE TO PRT-CARD-EFF-FROM
           MOVE APC-REQ-DATE      TO PRT-CARD-REQ-DATE
           MOVE APC-REQ-TIME      TO PRT-CARD-REQ-TIME
           MOVE WS-REJECT-REASON  TO PRT-REJECT-REASON
           WRITE PRINT-RECORD FROM WS-REJECT-LINE.
       280-EXIT.
           EXIT.

       285-PRINT-RUN-REJECT SECTION.
       285-START.
           MOVE APC-ACTION        TO PRT-CARD-ACTION
           MOVE PND-JOB-NAME      TO PRT-CARD-JOB
           MOVE PND-EFF-FROM-DATE TO PRT-CARD-EFF-FROM
           MOVE PND-REQ-DATE      TO PRT-CARD-REQ-DATE
           MOVE PND-REQ-TIME      TO PRT-CARD-REQ-TIME
           MOVE WS-REJECT-REASON  TO PRT-REJECT-REASON
           WRITE PRINT-RECORD FROM WS-REJECT-LINE.
       285-EXIT.
           EXIT.

      *    FUNCTION P ON THE VIOLATION RECORD IS AN APPROVE OR REJECT
      *    OF A PENDING GREETING CHANGE.
       290-WRITE-SECURITY-VIOLATION SECTION.
       290-START.
           MOVE WS-TODAY-DATE       TO SECV-DATE
           MOVE WS-NOW-TIME         TO SECV-TIME
           MOVE 'HWGRAPPR'          TO SECV-PROGRAM-NAME
           MOVE APC-CHECKER-ID      TO SECV-OPERATOR-ID
           MOVE 'GRTG'              TO SECV-RESOURCE
           MOVE 'P'                 TO SECV-FUNCTION-CODE
           MOVE PND-JOB-NAME        TO SECV-JOB-NAME
           MOVE WS-AUTH-FAILED-ENV  TO SECV-ENVIRONMENT
           MOVE WS-AUTH-REASON      TO SECV-REASON
           WRITE SECURITY-VIOLATION-RECORD
           ADD 1 TO WS-AUTH-REFUSALS.
       290-EXIT.
           EXIT.

      *    A CHANGE A FREEZE WINDOW NOW COVERS IS NOT APPLIED OR
      *    JOURNALED AND STAYS PENDING, UNLESS THE RUN HAS AN OVERRIDE.
       300-APPLY-PENDING-CHANGE SECTION.
       300-START.
           MOVE PND-JOB-NAME      TO GREET-JOB-NAME
           MOVE PND-EFF-FROM-DATE TO GREET-EFF-FROM-DATE
           MOVE 'N' TO WS-FRZ-MATCH-SW
           IF WS-FRZ-COUNT > 0
               PERFORM 305-CHECK-CHANGE-FREEZE
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN PND-IS-ADD
                       PERFORM 310-ADD-GREETING-RECORD
                   WHEN PND-IS-CHANGE
                       PERFORM 320-CHANGE-GREETING-RECORD
                   WHEN PND-IS-DELETE
                       PERFORM 330-DELETE-GREETING-RECORD
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION CODE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES AND FREEZE-WINDOW-MATCHED
               PERFORM 340-LOG-FREEZE-OVERRIDE
           END-IF.
       300-EXIT.
           EXIT.

      *    THE SAME CHECK HWGRLOAD MAKES WHEN THE CHANGE IS QUEUED. A
      *    CHANGE OR DELETE ALSO ALTERS THE GREETING OVER THE ON-FILE
      *    RECORD'S DATES; ONE NO LONGER ON FILE IS LEFT FOR 320/330
      *    TO TURN AWAY.
       305-CHECK-CHANGE-FREEZE SECTION.
       305-START.
           MOVE PND-EFF-FROM-DATE TO WS-CHG-FROM-DATE
           IF WS-CHG-FROM-DATE < WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-CHG-FROM-DATE
           END-IF
           MOVE PND-EFF-TO-DATE TO WS-CHG-TO-DATE
           IF WS-CHG-TO-DATE = SPACES
               MOVE '99999999' TO WS-CHG-TO-DATE
           END-IF
           IF NOT PND-IS-ADD
               READ GREETING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GREET-EFF-TO-DATE TO WS-CHG-OLD-TO-DATE
                       IF WS-CHG-OLD-TO-DATE = SPACES
                           MOVE '99999999' TO WS-CHG-OLD-TO-DATE
                       END-IF
                       IF PND-IS-DELETE
                               OR WS-CHG-OLD-TO-DATE > WS-CHG-TO-DATE
                           MOVE WS-CHG-OLD-TO-DATE TO WS-CHG-TO-DATE
                       END-IF
               END-READ
           END-IF
           PERFORM VARYING WS-FRZ-SUB FROM 1 BY 1
                   UNTIL WS-FRZ-SUB > WS-FRZ-COUNT
                   OR FREEZE-WINDOW-MATCHED
               IF (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = '*'
                       OR (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = 'J'
                       AND WS-FRZ-SCOPE-NAME(WS-FRZ-SUB)
                           = PND-JOB-NAME)
                       OR (WS-FRZ-SCOPE-TYPE(WS-FRZ-SUB) = 'A'
                       AND WS-JOB-OWNING-AREA NOT = SPACES
                       AND WS-FRZ-SCOPE-NAME(WS-FRZ-SUB)
                           = WS-JOB-OWNING-AREA))
                   AND WS-FRZ-FROM-DATE(WS-FRZ-SUB)
                       NOT > WS-CHG-TO-DATE
                   AND WS-FRZ-TO-DATE(WS-FRZ-SUB)
                       NOT < WS-CHG-FROM-DATE
                   SET FREEZE-WINDOW-MATCHED TO TRUE
                   MOVE WS-FRZ-WINDOW-ID(WS-FRZ-SUB)
                       TO WS-FRZ-MATCH-ID
               END-IF
           END-PERFORM
           IF FREEZE-WINDOW-MATCHED AND NOT FREEZE-OVERRIDE-ACTIVE
               STRING 'CHANGE FROZEN - ' WS-FRZ-MATCH-ID
                   DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               ADD 1 TO WS-CHANGES-FROZEN
           END-IF.
       305-EXIT.
           EXIT.

       310-ADD-GREETING-RECORD SECTION.
       310-START.
           MOVE PND-EFF-TO-DATE TO GREET-EFF-TO-DATE
           MOVE PND-HELLO       TO GREET-HELLO
           MOVE PND-WORLD       TO GREET-WORLD
           WRITE GREETING-RECORD
               INVALID KEY
                   MOVE 'JOB/DATE ALREADY ON FILE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SPACES          TO WS-JRN-BEFORE
                   MOVE GREETING-RECORD TO WS-JRN-AFTER
                   PERFORM 370-WRITE-JOURNAL-RECORD
           END-WRITE.
       310-EXIT.
           EXIT.

       320-CHANGE-GREETING-RECORD SECTION.
       320-START.
           READ GREETING-FILE
               INVALID KEY
                   MOVE 'JOB/DATE NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE GREETING-RECORD TO WS-JRN-BEFORE
                   MOVE PND-EFF-TO-DATE TO GREET-EFF-TO-DATE
                   MOVE PND-HELLO       TO GREET-HELLO
                   MOVE PND-WORLD       TO GREET-WORLD
                   REWRITE GREETING-RECORD
                       INVALID KEY
                           MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE GREETING-RECORD TO WS-JRN-AFTER
                           PERFORM 370-WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-READ.
       320-EXIT.
           EXIT.

      *    THE RECORD IS READ BEFORE THE DELETE SO THE JOURNAL CAN
      *    CARRY THE IMAGE THAT IS ABOUT TO DISAPPEAR.
       330-DELETE-GREETING-RECORD SECTION.
       330-START.
           READ GREETING-FILE
               INVALID KEY
                   MOVE 'JOB/DATE NOT ON FILE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE GREETING-RECORD TO WS-JRN-BEFORE
                   DELETE GREETING-FILE RECORD
                       INVALID KEY
                           MOVE 'DELETE FAILED' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE SPACES TO WS-JRN-AFTER
                           PERFORM 370-WRITE-JOURNAL-RECORD
                   END-DELETE
           END-READ.
       330-EXIT.
           EXIT.

       340-LOG-FREEZE-OVERRIDE SECTION.
       340-START.
           MOVE WS-TODAY-DATE             TO FOV-DATE
           MOVE WS-NOW-TIME               TO FOV-TIME
           MOVE 'HWGRAPPR'                TO FOV-PROGRAM-NAME
           MOVE WS-OVR-OPERATOR-ID        TO FOV-OPERATOR-ID
           MOVE WS-OVR-CHANGE-REF         TO FOV-CHANGE-REF
           MOVE WS-FRZ-MATCH-ID           TO FOV-WINDOW-ID
           MOVE PND-JOB-NAME              TO FOV-JOB-NAME
           MOVE SPACES                    TO FOV-ENVIRONMENT
           MOVE WS-OVR-REASON             TO FOV-OVERRIDE-REASON
           WRITE FREEZE-OVERRIDE-RECORD
           ADD 1 TO WS-FREEZE-OVERRIDES.
       340-EXIT.
           EXIT.

      *    THE JOURNAL CARRIES WHERE THE CHANGE WAS REQUESTED, STAMPED
      *    WITH THE DATE AND TIME IT WAS APPROVED AND APPLIED.
       370-WRITE-JOURNAL-RECORD SECTION.
       370-START.
           MOVE PND-FUNCTION-CODE   TO JRN-FUNCTION-CODE
           MOVE PND-SOURCE          TO JRN-SOURCE
           MOVE WS-TODAY-DATE       TO JRN-DATE
           MOVE WS-NOW-TIME         TO JRN-TIME
           MOVE GREET-JOB-NAME      TO JRN-JOB-NAME
           MOVE GREET-EFF-FROM-DATE TO JRN-EFF-FROM-DATE
           MOVE WS-JRN-BEFORE       TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER        TO JRN-AFTER-IMAGE
           WRITE GREET-JOURNAL-RECORD
           ADD 1 TO WS-RECS-JOURNALED.
       370-EXIT.
           EXIT.

      *    TWO PASSES OF THE PENDING FILE IN KEY (JOB) ORDER - FIRST
      *    EVERYTHING STILL WAITING FOR A CHECKER, THEN EVERYTHING
      *    TURNED DOWN ON THE REPORT DATE.
       500-PRINT-PENDING-REPORT SECTION.
       500-START.
           OPEN INPUT GREET-PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'HWGRAPPR: NO PENDING CHANGES - GRPENDNG '
                   'STATUS ' WS-PEND-STATUS
           ELSE
               WRITE PRINT-RECORD FROM WS-BLANK-LINE
               MOVE 'CHANGES AWAITING APPROVAL' TO PRT-SECTION-TITLE
               MOVE SPACES TO PRT-SECTION-DATE
               WRITE PRINT-RECORD FROM WS-SECTION-LINE
               WRITE PRINT-RECORD FROM WS-PENDING-COLUMN-LINE
               MOVE 'N' TO WS-PEND-AT-EOF
               PERFORM 260-READ-NEXT-PENDING
               PERFORM 510-LIST-ONE-PENDING
                   UNTIL PEND-AT-EOF
               CLOSE GREET-PEND-FILE

               OPEN INPUT GREET-PEND-FILE
               WRITE PRINT-RECORD FROM WS-BLANK-LINE
               MOVE 'CHANGES REJECTED ON' TO PRT-SECTION-TITLE
               MOVE WS-REPORT-DATE TO PRT-SECTION-DATE
               WRITE PRINT-RECORD FROM WS-SECTION-LINE
               WRITE PRINT-RECORD FROM WS-REJECTED-COLUMN-LINE
               MOVE 'N' TO WS-PEND-AT-EOF
               PERFORM 260-READ-NEXT-PENDING
               PERFORM 520-LIST-ONE-REJECTED
                   UNTIL PEND-AT-EOF
               CLOSE GREET-PEND-FILE
           END-IF.
       500-EXIT.
           EXIT.

       510-LIST-ONE-PENDING SECTION.
       510-START.
           IF PND-IS-PENDING
               ADD 1 TO WS-PENDING-LISTED
               MOVE PND-JOB-NAME      TO PRT-PND-JOB
               MOVE PND-EFF-FROM-DATE TO PRT-PND-EFF-FROM
               MOVE PND-FUNCTION-CODE TO PRT-PND-FUNCTION
               MOVE PND-SOURCE        TO PRT-PND-SOURCE
               MOVE PND-REQUESTER     TO PRT-PND-REQUESTER
               MOVE PND-REQ-DATE      TO PRT-PND-REQ-DATE
               MOVE PND-REQ-TIME      TO PRT-PND-REQ-TIME
               MOVE PND-HELLO         TO PRT-PND-HELLO
               MOVE PND-WORLD         TO PRT-PND-WORLD
               WRITE PRINT-RECORD FROM WS-PENDING-DETAIL-LINE
           END-IF
           PERFORM 260-READ-NEXT-PENDING.
       510-EXIT.
           EXIT.

       520-LIST-ONE-REJECTED SECTION.
       520-START.
           IF PND-IS-REJECTED
                   AND PND-ACTION-DATE = WS-REPORT-DATE
               ADD 1 TO WS-REJECTED-LISTED
               MOVE PND-JOB-NAME      TO PRT-REJ-JOB
               MOVE PND-EFF-FROM-DATE TO PRT-REJ-EFF-FROM
               MOVE PND-FUNCTION-CODE TO PRT-REJ-FUNCTION
               MOVE PND-REQUESTER     TO PRT-REJ-REQUESTER
               MOVE PND-CHECKER       TO PRT-REJ-CHECKER
               MOVE PND-REJECT-NOTE   TO PRT-REJ-NOTE
               WRITE PRINT-RECORD FROM WS-REJECTED-DETAIL-LINE
           END-IF
           PERFORM 260-READ-NEXT-PENDING.
       520-EXIT.
           EXIT.

       600-PRINT-RUN-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'APPROVAL CARDS READ   ' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-READ            TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'APPROVAL CARDS APPLIED' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-APPLIED         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'APPROVAL CARDS REJECTD' TO PRT-TOTAL-LABEL
           MOVE WS-CARDS-REJECTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CHANGES APPROVED      ' TO PRT-TOTAL-LABEL
           MOVE WS-CHANGES-APPROVED      TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CHANGES REJECTED      ' TO PRT-TOTAL-LABEL
           MOVE WS-CHANGES-REJECTED      TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CHANGES JOURNALED     ' TO PRT-TOTAL-LABEL
           MOVE WS-RECS-JOURNALED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'PENDING LISTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-PENDING-LISTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'REJECTED LISTED       ' TO PRT-TOTAL-LABEL
           MOVE WS-REJECTED-LISTED       TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'SECURITY REFUSALS     ' TO PRT-TOTAL-LABEL
           MOVE WS-AUTH-REFUSALS         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CHANGES FROZEN        ' TO PRT-TOTAL-LABEL
           MOVE WS-CHANGES-FROZEN        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FREEZE OVERRIDES      ' TO PRT-TOTAL-LABEL
           MOVE WS-FREEZE-OVERRIDES      TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.

       700-OPEN-GREETING-FILE-IO SECTION.
       700-START.
           OPEN I-O GREETING-FILE
           IF WS-GREET-STATUS = '35'
               OPEN OUTPUT GREETING-FILE
               CLOSE GREETING-FILE
               OPEN I-O GREETING-FILE
           END-IF
           IF WS-GREET-STATUS NOT = '00'
               DISPLAY 'HWGRAPPR: ERROR - GREETVSM OPEN FAILED - '
                   'STATUS ' WS-GREET-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       700-EXIT.
           EXIT.

      *    NO CHANGE IS DECIDED WITHOUT THE AUTHORITY FILE TO CHECK
      *    THE CHECKER AGAINST, THE REGISTRY FOR THE JOB'S
      *    ENVIRONMENTS AND THE VIOLATIONS FILE TO LOG A REFUSAL.
       720-OPEN-SECURITY-FILES SECTION.
       720-START.
           OPEN INPUT OPER-AUTH-FILE
           IF WS-OPAUTH-STATUS NOT = '00'
               DISPLAY 'HWGRAPPR: ERROR - OPERAUTH OPEN FAILED - '
                   'STATUS ' WS-OPAUTH-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT JOB-MASTER-FILE
               IF WS-JOBM-STATUS NOT = '00'
                   DISPLAY 'HWGRAPPR: ERROR - JOBMASTR OPEN FAILED - '
                       'STATUS ' WS-JOBM-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPER-AUTH-FILE
               ELSE
                   OPEN EXTEND SECURITY-VIOL-FILE
                   IF WS-SECV-STATUS = '35'
                       OPEN OUTPUT SECURITY-VIOL-FILE
                   END-IF
                   IF WS-SECV-STATUS NOT = '00'
                       DISPLAY 'HWGRAPPR: ERROR - SECVIOL OPEN '
                           'FAILED - STATUS ' WS-SECV-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE OPER-AUTH-FILE
                       CLOSE JOB-MASTER-FILE
                   END-IF
               END-IF
           END-IF.
       720-EXIT.
           EXIT.

       725-CLOSE-SECURITY-FILES SECTION.
       725-START.
           CLOSE OPER-AUTH-FILE
           CLOSE JOB-MASTER-FILE
           CLOSE SECURITY-VIOL-FILE.
       725-EXIT.
           EXIT.

      *    NO FRZCAL SIMPLY MEANS NO FREEZE HAS EVER BEEN DECLARED;
      *    ANY OTHER FAILURE STOPS THE RUN RATHER THAN APPLY CHANGES
      *    UNCHECKED. AN OVERRIDE IS ONLY HONOURED WHEN ITS OPERATOR
      *    AND CHANGE REFERENCE ARE GIVEN AND FRZOVLOG IS THERE TO
      *    RECORD IT.
       730-OPEN-FREEZE-FILES SECTION.
       730-START.
           OPEN INPUT FREEZE-FILE
           IF WS-FRZ-STATUS = '00'
               PERFORM 735-READ-FREEZE-WINDOW
               PERFORM 740-TABLE-ONE-FREEZE-WINDOW
                   UNTIL FRZ-AT-EOF
               CLOSE FREEZE-FILE
           ELSE
               IF WS-FRZ-STATUS NOT = '35'
                   DISPLAY 'HWGRAPPR: ERROR - FRZCAL OPEN FAILED - '
                       'STATUS ' WS-FRZ-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0 AND OVERRIDE-CARD-PRESENT
               IF WS-OVR-OPERATOR-ID = SPACES
                       OR WS-OVR-CHANGE-REF = SPACES
                   DISPLAY 'HWGRAPPR: ERROR - OVERRIDE CARD NEEDS '
                       'OPERATOR AND CHANGE REF - IGNORED'
               ELSE
                   OPEN EXTEND FREEZE-OVERRIDE-FILE
                   IF WS-FOV-STATUS = '35'
                       OPEN OUTPUT FREEZE-OVERRIDE-FILE
                   END-IF
                   IF WS-FOV-STATUS = '00'
                       SET FOV-IS-OPEN TO TRUE
                       SET FREEZE-OVERRIDE-ACTIVE TO TRUE
                       DISPLAY 'HWGRAPPR: FREEZE OVERRIDE IN EFFECT - '
                           'OPERATOR ' WS-OVR-OPERATOR-ID
                           ' CHANGE REF ' WS-OVR-CHANGE-REF
                   ELSE
                       DISPLAY 'HWGRAPPR: ERROR - FRZOVLOG OPEN '
                           'FAILED - STATUS ' WS-FOV-STATUS
                           ' - OVERRIDE IGNORED'
                   END-IF
               END-IF
           END-IF.
       730-EXIT.
           EXIT.

       735-READ-FREEZE-WINDOW SECTION.
       735-START.
           READ FREEZE-FILE NEXT RECORD
               AT END
                   SET FRZ-AT-EOF TO TRUE
           END-READ.
       735-EXIT.
           EXIT.

       740-TABLE-ONE-FREEZE-WINDOW SECTION.
       740-START.
           IF FRZ-TO-DATE NOT < WS-TODAY-DATE
               IF WS-FRZ-COUNT < 200
                   ADD 1 TO WS-FRZ-COUNT
                   MOVE FRZ-WINDOW-ID
                       TO WS-FRZ-WINDOW-ID(WS-FRZ-COUNT)
                   MOVE FRZ-SCOPE-TYPE
                       TO WS-FRZ-SCOPE-TYPE(WS-FRZ-COUNT)
                   MOVE FRZ-SCOPE-NAME
                       TO WS-FRZ-SCOPE-NAME(WS-FRZ-COUNT)
                   MOVE FRZ-FROM-DATE
                       TO WS-FRZ-FROM-DATE(WS-FRZ-COUNT)
                   MOVE FRZ-TO-DATE
                       TO WS-FRZ-TO-DATE(WS-FRZ-COUNT)
               ELSE
                   DISPLAY 'HWGRAPPR: FREEZE TABLE FULL - '
                       'WINDOW ' FRZ-WINDOW-ID ' NOT ENFORCED'
               END-IF
           END-IF
           PERFORM 735-READ-FREEZE-WINDOW.
       740-EXIT.
           EXIT.
