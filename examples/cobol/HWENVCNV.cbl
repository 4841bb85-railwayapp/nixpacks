       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWENVCNV.

      ******************************************************************
      *    ONE-TIME CONVERSION TO THE ENVIRONMENT MASTER. UNTIL NOW
      *    THE FOUR ENVIRONMENTS DEV, TEST, QA AND PROD WERE A TABLE
      *    COMPILED INTO HELLO-WORLD AND THE EDITS, THEIR CHARGEBACK
      *    RATES WERE IN RATETAB, AND EVERY FILE THAT NAMED AN
      *    ENVIRONMENT HAD EXACTLY FOUR SLOTS. THIS PROGRAM CARRIES
      *    THE OLD LAYOUTS LOCALLY AND IN ONE RUN:
      *      - LOADS ENVMASTR WITH THE FOUR ENVIRONMENTS AND THEIR
      *        OLD RATES, ALL ACTIVE, PROD AS PRODUCTION CLASS (AN
      *        ENVIRONMENT ALREADY ON ENVMASTR IS LEFT AS IT IS);
      *      - SPLITS THE OLD SINGLE COUNTER RECORD (CNTROLD) INTO
      *        ONE KEYED CNTRFILE RECORD PER ENVIRONMENT PLUS THE *ALL
      *        SUITE-TOTAL RECORD;
      *      - COPIES THE OLD JOB REGISTRY (JOBMOLD) TO JOBMASTR AND
      *        THE OLD OPERATOR AUTHORITY FILE (OPAUOLD) TO OPERAUTH
      *        WITH EIGHT PERMITTED-ENVIRONMENT SLOTS, THE FOUR OLD
      *        SLOTS FIRST AND SLOTS FIVE TO EIGHT SPACES.
      *    POINT THE OLD DDS AT THE EXISTING FILES AND CNTRFILE,
      *    JOBMASTR AND OPERAUTH AT THE NEWLY DEFINED CLUSTERS. WHERE
      *    NO OPERATOR AUTHORITY FILE HAS EVER BEEN BUILT, OPAUOLD IS
      *    NOT FOUND (STATUS 35) AND THERE ARE NO OPERATORS TO CARRY
      *    OVER - OPERAUTH IS THEN LOADED THROUGH HWAUTMNT. ENDS
      *    WITH RC=16 WHEN A FILE COULD NOT BE OPENED, RC=8 WHEN ANY
      *    RECORD COULD NOT BE WRITTEN (ALREADY ON THE NEW FILE).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-ENVM-STATUS.
           SELECT OLD-COUNTER-FILE ASSIGN TO "CNTROLD"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-OLD-CNTR-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "CNTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTR-ENV-CODE
               FILE STATUS IS WS-CNTR-STATUS.
           SELECT OLD-JOB-MASTER-FILE ASSIGN TO "JOBMOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-JOBM-JOB-NAME
               FILE STATUS IS WS-OLD-JOBM-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT OLD-OPER-AUTH-FILE ASSIGN TO "OPAUOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPA-OPERATOR-ID
               FILE STATUS IS WS-OLD-OPA-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  OLD-COUNTER-FILE
           RECORDING MODE IS F.
       01  OLD-COUNTER-RECORD.
           03 OLD-CNTR-TOTAL-EXECUTIONS PIC 9(9).
           03 OLD-CNTR-ENV-COUNT        OCCURS 4 TIMES.
              05 OLD-CNTR-ENV-CODE      PIC X(4).
              05 OLD-CNTR-ENV-EXEC-COUNT PIC 9(9).
           03 OLD-CNTR-LAST-RUN-DATE    PIC X(8).
           03 OLD-CNTR-LAST-RUN-TIME    PIC X(6).

       FD  COUNTER-FILE.
           COPY CNTRREC.

       FD  OLD-JOB-MASTER-FILE.
       01  OLD-JOB-MASTER-RECORD.
           03 OLD-JOBM-JOB-NAME    PIC X(8).
           03 OLD-JOBM-ENVIRONMENTS PIC X(16).
           03 OLD-JOBM-OWNING-AREA PIC X(8).
           03 OLD-JOBM-DESCRIPTION PIC X(30).
           03 OLD-JOBM-STATUS-FLAG PIC X(1).

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  OLD-OPER-AUTH-FILE.
       01  OLD-OPER-AUTH-RECORD.
           03 OLD-OPA-OPERATOR-ID  PIC X(8).
           03 OLD-OPA-OPERATOR-NAME PIC X(30).
           03 OLD-OPA-STATUS-FLAG  PIC X(1).
           03 OLD-OPA-FUNCTION-FLAGS PIC X(10).
           03 OLD-OPA-ENVIRONMENTS PIC X(16).

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-ENVM-STATUS       PIC XX       VALUE SPACES.
           03 WS-OLD-CNTR-STATUS   PIC XX       VALUE SPACES.
           03 WS-CNTR-STATUS       PIC XX       VALUE SPACES.
           03 WS-OLD-JOBM-STATUS   PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-OLD-OPA-STATUS    PIC XX       VALUE SPACES.
           03 WS-OPA-STATUS        PIC XX       VALUE SPACES.

       01  WS-OLD-JOBM-AT-EOF      PIC X        VALUE 'N'.
           88 OLD-JOBM-AT-EOF                   VALUE 'Y'.

       01  WS-OLD-OPA-AT-EOF       PIC X        VALUE 'N'.
           88 OLD-OPA-AT-EOF                    VALUE 'Y'.

      *    THE ENVIRONMENTS AND CHARGEBACK RATES AS THEY STOOD IN THE
      *    OLD VALID-ENVIRONMENT TABLE AND RATETAB.
       01  WS-SEED-VALUES.
           03 FILLER               PIC X(50)    VALUE
               'DEV DEVELOPMENT                   YN00005000000250'.
           03 FILLER               PIC X(50)    VALUE
               'TESTSYSTEM TEST                   YN00005000000250'.
           03 FILLER               PIC X(50)    VALUE
               'QA  QUALITY ASSURANCE             YN00007500000375'.
           03 FILLER               PIC X(50)    VALUE
               'PRODPRODUCTION                    YY00025000001250'.
       01  WS-SEED-TABLE REDEFINES WS-SEED-VALUES.
           03 WS-SEED-ENTRY        OCCURS 4 TIMES.
              05 WS-SEED-CODE      PIC X(4).
              05 WS-SEED-DESC      PIC X(30).
              05 WS-SEED-ACTIVE    PIC X(1).
              05 WS-SEED-PROD      PIC X(1).
              05 WS-SEED-RUN-RATE  PIC 9(5)V99.
              05 WS-SEED-REJ-RATE  PIC 9(5)V99.

       01  WS-SEED-SUB             PIC 9(2)     VALUE 0.
       01  WS-OLD-SUB              PIC 9(2)     VALUE 0.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

       01  WS-RUN-TOTALS.
           03 WS-ENVS-LOADED       PIC 9(7)     VALUE 0.
           03 WS-ENVS-ON-FILE      PIC 9(7)     VALUE 0.
           03 WS-CNTRS-CONVERTED   PIC 9(7)     VALUE 0.
           03 WS-JOBS-CONVERTED    PIC 9(7)     VALUE 0.
           03 WS-OPERS-CONVERTED   PIC 9(7)     VALUE 0.
           03 WS-RECS-DROPPED      PIC 9(7)     VALUE 0.

       PROCEDURE DIVISION.
       000-MAINLINE SECTION.
       000-START.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 100-LOAD-ENV-MASTER
           PERFORM 200-CONVERT-COUNTERS
           PERFORM 300-CONVERT-JOB-MASTER
           PERFORM 400-CONVERT-OPER-AUTH
           DISPLAY 'HWENVCNV: ENVIRONMENTS LOADED  = ' WS-ENVS-LOADED
           DISPLAY 'HWENVCNV: ENVIRONMENTS ON FILE = ' WS-ENVS-ON-FILE
           DISPLAY 'HWENVCNV: COUNTERS CONVERTED   = '
               WS-CNTRS-CONVERTED
           DISPLAY 'HWENVCNV: JOBS CONVERTED       = '
               WS-JOBS-CONVERTED
           DISPLAY 'HWENVCNV: OPERATORS CONVERTED  = '
               WS-OPERS-CONVERTED
           DISPLAY 'HWENVCNV: RECORDS DROPPED      = ' WS-RECS-DROPPED
           IF RETURN-CODE = 0 AND WS-RECS-DROPPED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       000-EXIT.
       EXIT-PROGRAM.
           STOP RUN.

       100-LOAD-ENV-MASTER SECTION.
       100-START.
           OPEN I-O ENV-MASTER-FILE
           IF WS-ENVM-STATUS = '35'
               OPEN OUTPUT ENV-MASTER-FILE
               CLOSE ENV-MASTER-FILE
               OPEN I-O ENV-MASTER-FILE
           END-IF
           IF WS-ENVM-STATUS NOT = '00'
               DISPLAY 'HWENVCNV: ERROR - ENVMASTR OPEN FAILED - '
                   'STATUS ' WS-ENVM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 110-LOAD-ONE-ENVIRONMENT
                   VARYING WS-SEED-SUB FROM 1 BY 1
                   UNTIL WS-SEED-SUB > 4
               CLOSE ENV-MASTER-FILE
           END-IF.
       100-EXIT.
           EXIT.

       110-LOAD-ONE-ENVIRONMENT SECTION.
       110-START.
           MOVE WS-SEED-CODE(WS-SEED-SUB)     TO ENV-CODE
           MOVE WS-SEED-DESC(WS-SEED-SUB)     TO ENV-DESCRIPTION
           MOVE WS-SEED-ACTIVE(WS-SEED-SUB)   TO ENV-ACTIVE-FLAG
           MOVE WS-SEED-PROD(WS-SEED-SUB)     TO ENV-PROD-CLASS-FLAG
           MOVE WS-SEED-RUN-RATE(WS-SEED-SUB) TO ENV-RUN-RATE
           MOVE WS-SEED-REJ-RATE(WS-SEED-SUB) TO ENV-REJECT-RATE
           MOVE 'HWENVCNV'                    TO ENV-UPDATED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8)     TO ENV-UPDATED-DATE
           WRITE ENVIRONMENT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ENVS-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-ENVS-LOADED
           END-WRITE.
       110-EXIT.
           EXIT.

      *    THE OLD FILE HELD ONE RECORD. AN ENVIRONMENT SLOT THAT HAD
      *    NEVER RUN WAS LEFT BLANK AND GETS NO RECORD OF ITS OWN -
      *    HELLO-WORLD ADDS IT THE FIRST TIME THE ENVIRONMENT RUNS.
       200-CONVERT-COUNTERS SECTION.
       200-START.
           OPEN INPUT OLD-COUNTER-FILE
           IF WS-OLD-CNTR-STATUS NOT = '00'
               DISPLAY 'HWENVCNV: ERROR - CNTROLD OPEN FAILED - '
                   'STATUS ' WS-OLD-CNTR-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O COUNTER-FILE
               IF WS-CNTR-STATUS = '35'
                   OPEN OUTPUT COUNTER-FILE
                   CLOSE COUNTER-FILE
                   OPEN I-O COUNTER-FILE
               END-IF
               IF WS-CNTR-STATUS NOT = '00'
                   DISPLAY 'HWENVCNV: ERROR - CNTRFILE OPEN FAILED - '
                       'STATUS ' WS-CNTR-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   READ OLD-COUNTER-FILE
                       AT END
                           DISPLAY 'HWENVCNV: CNTROLD IS EMPTY - NO '
                               'COUNTERS CONVERTED'
                       NOT AT END
                           PERFORM 210-SPLIT-COUNTER-RECORD
                   END-READ
                   CLOSE COUNTER-FILE
               END-IF
               CLOSE OLD-COUNTER-FILE
           END-IF.
       200-EXIT.
           EXIT.

       210-SPLIT-COUNTER-RECORD SECTION.
       210-START.
           MOVE '*ALL'                    TO CNTR-ENV-CODE
           MOVE OLD-CNTR-TOTAL-EXECUTIONS TO CNTR-EXEC-COUNT
           PERFORM 230-WRITE-COUNTER
           PERFORM 220-SPLIT-ONE-ENVIRONMENT
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > 4.
       210-EXIT.
           EXIT.

       220-SPLIT-ONE-ENVIRONMENT SECTION.
       220-START.
           IF OLD-CNTR-ENV-CODE(WS-OLD-SUB) NOT = SPACES
               MOVE OLD-CNTR-ENV-CODE(WS-OLD-SUB)
                   TO CNTR-ENV-CODE
               MOVE OLD-CNTR-ENV-EXEC-COUNT(WS-OLD-SUB)
                   TO CNTR-EXEC-COUNT
               PERFORM 230-WRITE-COUNTER
           END-IF.
       220-EXIT.
           EXIT.

       230-WRITE-COUNTER SECTION.
       230-START.
           MOVE OLD-CNTR-LAST-RUN-DATE TO CNTR-LAST-RUN-DATE
           MOVE OLD-CNTR-LAST-RUN-TIME TO CNTR-LAST-RUN-TIME
           WRITE COUNTER-RECORD
               INVALID KEY
                   DISPLAY 'HWENVCNV: COUNTER DROPPED - ALREADY ON '
                       'CNTRFILE ' CNTR-ENV-CODE
                   ADD 1 TO WS-RECS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-CNTRS-CONVERTED
           END-WRITE.
       230-EXIT.
           EXIT.

       300-CONVERT-JOB-MASTER SECTION.
       300-START.
           OPEN INPUT OLD-JOB-MASTER-FILE
           IF WS-OLD-JOBM-STATUS NOT = '00'
               DISPLAY 'HWENVCNV: ERROR - JOBMOLD OPEN FAILED - '
                   'STATUS ' WS-OLD-JOBM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O JOB-MASTER-FILE
               IF WS-JOBM-STATUS = '35'
                   OPEN OUTPUT JOB-MASTER-FILE
                   CLOSE JOB-MASTER-FILE
                   OPEN I-O JOB-MASTER-FILE
               END-IF
               IF WS-JOBM-STATUS NOT = '00'
                   DISPLAY 'HWENVCNV: ERROR - JOBMASTR OPEN FAILED - '
                       'STATUS ' WS-JOBM-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 310-READ-OLD-JOB
                   PERFORM 320-CONVERT-ONE-JOB
                       UNTIL OLD-JOBM-AT-EOF
                   CLOSE JOB-MASTER-FILE
               END-IF
               CLOSE OLD-JOB-MASTER-FILE
           END-IF.
       300-EXIT.
           EXIT.

       310-READ-OLD-JOB SECTION.
       310-START.
           READ OLD-JOB-MASTER-FILE NEXT RECORD
               AT END
                   SET OLD-JOBM-AT-EOF TO TRUE
           END-READ.
       310-EXIT.
           EXIT.

       320-CONVERT-ONE-JOB SECTION.
       320-START.
           MOVE SPACES                TO JOB-MASTER-RECORD
           MOVE OLD-JOBM-JOB-NAME     TO JOBM-JOB-NAME
           MOVE OLD-JOBM-ENVIRONMENTS TO JOBM-ENVIRONMENTS(1:16)
           MOVE OLD-JOBM-OWNING-AREA  TO JOBM-OWNING-AREA
           MOVE OLD-JOBM-DESCRIPTION  TO JOBM-DESCRIPTION
           MOVE OLD-JOBM-STATUS-FLAG  TO JOBM-STATUS-FLAG
           WRITE JOB-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'HWENVCNV: JOB DROPPED - ALREADY ON '
                       'JOBMASTR ' JOBM-JOB-NAME
                   ADD 1 TO WS-RECS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-JOBS-CONVERTED
           END-WRITE
           PERFORM 310-READ-OLD-JOB.
       320-EXIT.
           EXIT.

       400-CONVERT-OPER-AUTH SECTION.
       400-START.
           OPEN INPUT OLD-OPER-AUTH-FILE
           EVALUATE TRUE
               WHEN WS-OLD-OPA-STATUS = '35'
                   DISPLAY 'HWENVCNV: NO OPAUOLD - NO OPERATORS TO '
                       'CONVERT'
               WHEN WS-OLD-OPA-STATUS NOT = '00'
                   DISPLAY 'HWENVCNV: ERROR - OPAUOLD OPEN FAILED - '
                       'STATUS ' WS-OLD-OPA-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 405-COPY-OPER-AUTH
           END-EVALUATE.
       400-EXIT.
           EXIT.

       405-COPY-OPER-AUTH SECTION.
       405-START.
           OPEN I-O OPER-AUTH-FILE
           IF WS-OPA-STATUS = '35'
               OPEN OUTPUT OPER-AUTH-FILE
               CLOSE OPER-AUTH-FILE
               OPEN I-O OPER-AUTH-FILE
           END-IF
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HWENVCNV: ERROR - OPERAUTH OPEN FAILED - '
                   'STATUS ' WS-OPA-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 410-READ-OLD-OPERATOR
               PERFORM 420-CONVERT-ONE-OPERATOR
                   UNTIL OLD-OPA-AT-EOF
               CLOSE OPER-AUTH-FILE
           END-IF
           CLOSE OLD-OPER-AUTH-FILE.
       405-EXIT.
           EXIT.

       410-READ-OLD-OPERATOR SECTION.
       410-START.
           READ OLD-OPER-AUTH-FILE NEXT RECORD
               AT END
                   SET OLD-OPA-AT-EOF TO TRUE
           END-READ.
       410-EXIT.
           EXIT.

       420-CONVERT-ONE-OPERATOR SECTION.
       420-START.
           MOVE SPACES                 TO OPER-AUTH-RECORD
           MOVE OLD-OPA-OPERATOR-ID    TO OPA-OPERATOR-ID
           MOVE OLD-OPA-OPERATOR-NAME  TO OPA-OPERATOR-NAME
           MOVE OLD-OPA-STATUS-FLAG    TO OPA-STATUS-FLAG
           MOVE OLD-OPA-FUNCTION-FLAGS TO OPA-FUNCTION-FLAGS
           MOVE OLD-OPA-ENVIRONMENTS   TO OPA-ENVIRONMENTS(1:16)
           WRITE OPER-AUTH-RECORD
               INVALID KEY
                   DISPLAY 'HWENVCNV: OPERATOR DROPPED - ALREADY ON '
                       'OPERAUTH ' OPA-OPERATOR-ID
                   ADD 1 TO WS-RECS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-OPERS-CONVERTED
           END-WRITE
           PERFORM 410-READ-OLD-OPERATOR.
       420-EXIT.
           EXIT.
