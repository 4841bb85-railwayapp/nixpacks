       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWSECRPT.

      ******************************************************************
      *    WEEKLY SECURITY VIOLATIONS REPORT. READS EVERY REFUSAL
      *    LOGGED TO SECVIOL (SECVREC LAYOUT) BY THE OPERAUTH
      *    AUTHORITY CHECKS IN HWMAINT, HWAPPROV, HWGRLOAD, HWGRAPPR,
      *    HWJOBMNT AND HWALRTMN, SELECTS THOSE DATED WITHIN THE
      *    REPORT WEEK ON THE SYSIN PARM CARD, AND PRINTS THEM GROUPED
      *    BY OPERATOR IN DATE AND TIME ORDER WITH THE OPERATOR'S NAME
      *    FROM THE AUTHORITY FILE AND A COUNT PER OPERATOR.
      *    PARM CARD: FROM-DATE (CCYYMMDD, REQUIRED), TO-DATE
      *    (CCYYMMDD, BLANK = TODAY).
      *    ENDS WITH RC=4 WHEN ANY VIOLATION WAS REPORTED, RC=16 ON A
      *    PARM CARD ERROR.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT SECURITY-VIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPAUTH-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  SECR-PARM-CARD.
           03 SECR-FROM-DATE       PIC X(8).
           03 SECR-TO-DATE         PIC X(8).
           03 FILLER               PIC X(64).

       FD  SECURITY-VIOL-FILE
           RECORDING MODE IS F.
           COPY SECVREC.

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       SD  SORT-FILE.
       01  SORT-VIOLATION-RECORD.
           03 SRT-OPERATOR-ID      PIC X(8).
           03 SRT-DATE             PIC X(8).
           03 SRT-TIME             PIC X(6).
           03 SRT-PROGRAM-NAME     PIC X(8).
           03 SRT-RESOURCE         PIC X(4).
           03 SRT-FUNCTION-CODE    PIC X(1).
           03 SRT-JOB-NAME         PIC X(8).
           03 SRT-ENVIRONMENT      PIC X(4).
           03 SRT-REASON           PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-SECV-STATUS       PIC XX       VALUE SPACES.
           03 WS-OPAUTH-STATUS     PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-SECV-AT-EOF          PIC X        VALUE 'N'.
           88 SECV-AT-EOF                       VALUE 'Y'.

       01  WS-SORT-AT-EOF          PIC X        VALUE 'N'.
           88 SORT-AT-EOF                       VALUE 'Y'.

       01  WS-OPAUTH-OPEN-SW       PIC X        VALUE 'N'.
           88 OPAUTH-IS-OPEN                    VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-FROM-DATE            PIC X(8)     VALUE SPACES.
       01  WS-TO-DATE              PIC X(8)     VALUE SPACES.
       01  WS-PREV-OPERATOR-ID     PIC X(8)     VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-VIOLATIONS-READ   PIC 9(7)     VALUE 0.
           03 WS-VIOLATIONS-RPTD   PIC 9(7)     VALUE 0.
           03 WS-OPERATORS-RPTD    PIC 9(7)     VALUE 0.
           03 WS-OPERATOR-COUNT    PIC 9(7)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** WEEKLY SECURITY VIOLATIONS - SECVIOL ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-PERIOD-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(22)    VALUE
               'VIOLATIONS LOGGED FROM'.
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PERIOD-FROM      PIC X(8).
           03 FILLER               PIC X(4)     VALUE ' TO '.
           03 PRT-PERIOD-TO        PIC X(8).
           03 FILLER               PIC X(36)    VALUE SPACES.

       01  WS-OPERATOR-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'OPERATOR '.
           03 PRT-OPERATOR-ID      PIC X(8).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-OPERATOR-NAME    PIC X(30).
           03 FILLER               PIC X(29)    VALUE SPACES.

       01  WS-DETAIL-LINE.
           03 FILLER               PIC X(3)     VALUE SPACES.
           03 PRT-DATE             PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-TIME             PIC X(6).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-PROGRAM-NAME     PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RESOURCE         PIC X(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FUNCTION-CODE    PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-JOB-NAME         PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ENVIRONMENT      PIC X(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REASON           PIC X(30).
           03 FILLER               PIC X(1)     VALUE SPACES.

       01  WS-OPERATOR-TOTAL-LINE.
           03 FILLER               PIC X(3)     VALUE SPACES.
           03 FILLER               PIC X(24)    VALUE
               'VIOLATIONS FOR OPERATOR'.
           03 FILLER               PIC X(2)     VALUE '= '.
           03 PRT-OPERATOR-COUNT   PIC 9(7).
           03 FILLER               PIC X(44)    VALUE SPACES.

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
           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-1
           WRITE PRINT-RECORD FROM WS-HEADER-LINE-2
           PERFORM 100-READ-PARM-CARD
           IF RETURN-CODE = 0
               MOVE WS-FROM-DATE TO PRT-PERIOD-FROM
               MOVE WS-TO-DATE   TO PRT-PERIOD-TO
               WRITE PRINT-RECORD FROM WS-PERIOD-LINE
               OPEN INPUT OPER-AUTH-FILE
               IF WS-OPAUTH-STATUS = '00'
                   SET OPAUTH-IS-OPEN TO TRUE
               END-IF
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-OPERATOR-ID
                                    SRT-DATE
                                    SRT-TIME
                   INPUT PROCEDURE IS 200-RELEASE-VIOLATIONS
                   OUTPUT PROCEDURE IS 300-PRINT-SORTED-VIOLATIONS
               IF OPAUTH-IS-OPEN
                   CLOSE OPER-AUTH-FILE
               END-IF
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0 AND WS-VIOLATIONS-RPTD > 0
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
           END-IF
           EVALUATE TRUE
               WHEN SYSIN-AT-EOF
                   DISPLAY 'HWSECRPT: ERROR - MISSING PARAMETER CARD'
                   MOVE 16 TO RETURN-CODE
               WHEN SECR-FROM-DATE NOT NUMERIC
                   DISPLAY 'HWSECRPT: ERROR - FROM DATE NOT NUMERIC: '
                       SECR-FROM-DATE
                   MOVE 16 TO RETURN-CODE
               WHEN SECR-TO-DATE NOT = SPACES
                       AND SECR-TO-DATE NOT NUMERIC
                   DISPLAY 'HWSECRPT: ERROR - TO DATE NOT NUMERIC: '
                       SECR-TO-DATE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE SECR-FROM-DATE TO WS-FROM-DATE
                   IF SECR-TO-DATE = SPACES
                       MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TO-DATE
                   ELSE
                       MOVE SECR-TO-DATE TO WS-TO-DATE
                   END-IF
           END-EVALUATE.
       100-EXIT.
           EXIT.

      *    NO VIOLATIONS FILE MEANS NOBODY HAS BEEN REFUSED YET, SO
      *    THE REPORT IS PRINTED EMPTY RATHER THAN FAILED.
       200-RELEASE-VIOLATIONS SECTION.
       200-START.
           OPEN INPUT SECURITY-VIOL-FILE
           IF WS-SECV-STATUS = '00'
               PERFORM 210-READ-VIOLATION
               PERFORM 220-RELEASE-ONE-VIOLATION
                   UNTIL SECV-AT-EOF
               CLOSE SECURITY-VIOL-FILE
           ELSE
               DISPLAY 'HWSECRPT: NO VIOLATIONS LOGGED - SECVIOL '
                   'STATUS ' WS-SECV-STATUS
           END-IF.
       200-EXIT.
           EXIT.

       210-READ-VIOLATION SECTION.
       210-START.
           READ SECURITY-VIOL-FILE
               AT END
                   SET SECV-AT-EOF TO TRUE
           END-READ.
       210-EXIT.
           EXIT.

       220-RELEASE-ONE-VIOLATION SECTION.
       220-START.
           ADD 1 TO WS-VIOLATIONS-READ
           IF SECV-DATE NOT < WS-FROM-DATE
                   AND SECV-DATE NOT > WS-TO-DATE
               MOVE SECV-OPERATOR-ID   TO SRT-OPERATOR-ID
               MOVE SECV-DATE          TO SRT-DATE
               MOVE SECV-TIME          TO SRT-TIME
               MOVE SECV-PROGRAM-NAME  TO SRT-PROGRAM-NAME
               MOVE SECV-RESOURCE      TO SRT-RESOURCE
               MOVE SECV-FUNCTION-CODE TO SRT-FUNCTION-CODE
               MOVE SECV-JOB-NAME      TO SRT-JOB-NAME
               MOVE SECV-ENVIRONMENT   TO SRT-ENVIRONMENT
               MOVE SECV-REASON        TO SRT-REASON
               RELEASE SORT-VIOLATION-RECORD
           END-IF
           PERFORM 210-READ-VIOLATION.
       220-EXIT.
           EXIT.

       300-PRINT-SORTED-VIOLATIONS SECTION.
       300-START.
           MOVE 'N' TO WS-SORT-AT-EOF
           MOVE HIGH-VALUES TO WS-PREV-OPERATOR-ID
           PERFORM 310-RETURN-SORTED-VIOLATION
           PERFORM 320-PRINT-ONE-VIOLATION
               UNTIL SORT-AT-EOF
           IF WS-OPERATORS-RPTD > 0
               PERFORM 340-PRINT-OPERATOR-TOTAL
           END-IF.
       300-EXIT.
           EXIT.

       310-RETURN-SORTED-VIOLATION SECTION.
       310-START.
           RETURN SORT-FILE
               AT END
                   SET SORT-AT-EOF TO TRUE
           END-RETURN.
       310-EXIT.
           EXIT.

       320-PRINT-ONE-VIOLATION SECTION.
       320-START.
           IF SRT-OPERATOR-ID NOT = WS-PREV-OPERATOR-ID
               IF WS-OPERATORS-RPTD > 0
                   PERFORM 340-PRINT-OPERATOR-TOTAL
               END-IF
               PERFORM 330-PRINT-OPERATOR-HEADING
           END-IF
           ADD 1 TO WS-VIOLATIONS-RPTD
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE SRT-DATE          TO PRT-DATE
           MOVE SRT-TIME          TO PRT-TIME
           MOVE SRT-PROGRAM-NAME  TO PRT-PROGRAM-NAME
           MOVE SRT-RESOURCE      TO PRT-RESOURCE
           MOVE SRT-FUNCTION-CODE TO PRT-FUNCTION-CODE
           MOVE SRT-JOB-NAME      TO PRT-JOB-NAME
           MOVE SRT-ENVIRONMENT   TO PRT-ENVIRONMENT
           MOVE SRT-REASON        TO PRT-REASON
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
           PERFORM 310-RETURN-SORTED-VIOLATION.
       320-EXIT.
           EXIT.

      *    AN OPERATOR REFUSED FOR NOT BEING ON THE AUTHORITY FILE AT
      *    ALL HAS NO NAME TO SHOW.
       330-PRINT-OPERATOR-HEADING SECTION.
       330-START.
           ADD 1 TO WS-OPERATORS-RPTD
           MOVE 0 TO WS-OPERATOR-COUNT
           MOVE SRT-OPERATOR-ID TO WS-PREV-OPERATOR-ID
           MOVE SRT-OPERATOR-ID TO PRT-OPERATOR-ID
           MOVE 'NOT ON AUTHORITY FILE' TO PRT-OPERATOR-NAME
           IF OPAUTH-IS-OPEN
               MOVE SRT-OPERATOR-ID TO OPA-OPERATOR-ID
               READ OPER-AUTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPA-OPERATOR-NAME TO PRT-OPERATOR-NAME
               END-READ
           END-IF
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           WRITE PRINT-RECORD FROM WS-OPERATOR-LINE.
       330-EXIT.
           EXIT.

       340-PRINT-OPERATOR-TOTAL SECTION.
       340-START.
           MOVE WS-OPERATOR-COUNT TO PRT-OPERATOR-COUNT
           WRITE PRINT-RECORD FROM WS-OPERATOR-TOTAL-LINE.
       340-EXIT.
           EXIT.

       600-PRINT-RUN-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'VIOLATIONS READ       ' TO PRT-TOTAL-LABEL
           MOVE WS-VIOLATIONS-READ       TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'VIOLATIONS REPORTED   ' TO PRT-TOTAL-LABEL
           MOVE WS-VIOLATIONS-RPTD       TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'OPERATORS REPORTED    ' TO PRT-TOTAL-LABEL
           MOVE WS-OPERATORS-RPTD        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
