       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWONCMNT.

      ******************************************************************
      *    BATCH MAINTENANCE AND LISTING FOR THE ON-CALL ROSTER
      *    (ONCALL, ONCALREC LAYOUT, KEY = OWNING AREA + SHIFT ID).
      *    READS TRANSACTION CARDS FROM SYSIN AND PRINTS A CONTROL
      *    REPORT OF CARDS APPLIED AND REJECTED WITH REASONS. FUNCTION
      *    CODES:
      *      A - ADD A ROSTER ENTRY FOR AN AREA AND SHIFT
      *      C - CHANGE AN ENTRY'S SHIFT TIMES, CONTACTS OR ADDRESS
      *      D - DELETE AN ENTRY
      *      L - LIST THE WHOLE ROSTER ON THE REPORT
      *    AN ADD OR CHANGE CARD MUST CARRY SHIFT START AND END TIMES
      *    AS VALID HHMM, A PRIMARY AND A BACKUP CONTACT, THE
      *    NOTIFICATION ADDRESS AND THE ID OF THE OPERATOR ENTERING
      *    IT. AREA *DEFAULT IS THE DEFAULT OPERATIONS ROSTER.
      *    ENDS WITH RC=4 WHEN ANY CARD WAS REJECTED, RC=16 WHEN THE
      *    ROSTER COULD NOT BE OPENED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT ON-CALL-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONC-KEY
               FILE STATUS IS WS-ONC-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  OMNT-TRAN-CARD.
           03 OMNT-FUNCTION        PIC X(1).
              88 OMNT-IS-ADD                    VALUE 'A'.
              88 OMNT-IS-CHANGE                 VALUE 'C'.
              88 OMNT-IS-DELETE                 VALUE 'D'.
              88 OMNT-IS-LIST                   VALUE 'L'.
           03 OMNT-OWNING-AREA     PIC X(8).
           03 OMNT-SHIFT-ID        PIC X(1).
           03 OMNT-SHIFT-START     PIC X(4).
           03 OMNT-START-HHMM REDEFINES OMNT-SHIFT-START.
              05 OMNT-START-HH     PIC 9(2).
              05 OMNT-START-MM     PIC 9(2).
           03 OMNT-SHIFT-END       PIC X(4).
           03 OMNT-END-HHMM REDEFINES OMNT-SHIFT-END.
              05 OMNT-END-HH       PIC 9(2).
              05 OMNT-END-MM       PIC 9(2).
           03 OMNT-PRIMARY-CONTACT PIC X(10).
           03 OMNT-BACKUP-CONTACT  PIC X(10).
           03 OMNT-NOTIFY-ADDRESS  PIC X(32).
           03 OMNT-OPERATOR-ID     PIC X(8).
           03 FILLER               PIC X(2).

       FD  ON-CALL-FILE.
           COPY ONCALREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-ONC-STATUS        PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-ONC-AT-EOF           PIC X        VALUE 'N'.
           88 ONC-AT-EOF                        VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

       01  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-CARDS-READ        PIC 9(5)     VALUE 0.
           03 WS-CARDS-APPLIED     PIC 9(5)     VALUE 0.
           03 WS-CARDS-REJECTED    PIC 9(5)     VALUE 0.
           03 WS-ENTRIES-LISTED    PIC 9(5)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** ON-CALL ROSTER MAINTENANCE - ONCALL ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-REJECT-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'REJECTED '.
           03 PRT-REJ-FUNCTION     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-AREA         PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REJ-SHIFT-ID     PIC X(1).
           03 FILLER               PIC X(3)     VALUE ' - '.
           03 PRT-REJECT-REASON    PIC X(30).
           03 FILLER               PIC X(25)    VALUE SPACES.

       01  WS-ROSTER-HEADING.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'AREA'.
           03 FILLER               PIC X(2)     VALUE 'S'.
           03 FILLER               PIC X(10)    VALUE 'HOURS'.
           03 FILLER               PIC X(11)    VALUE 'PRIMARY'.
           03 FILLER               PIC X(11)    VALUE 'BACKUP'.
           03 FILLER               PIC X(36)    VALUE 'ADDRESS'.

       01  WS-ROSTER-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-ONC-AREA         PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ONC-SHIFT-ID     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ONC-SHIFT-START  PIC X(4).
           03 FILLER               PIC X(1)     VALUE '-'.
           03 PRT-ONC-SHIFT-END    PIC X(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ONC-PRIMARY      PIC X(10).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ONC-BACKUP       PIC X(10).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-ONC-ADDRESS      PIC X(32).
           03 FILLER               PIC X(4)     VALUE SPACES.

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
           PERFORM 050-OPEN-ROSTER-FILE
           IF RETURN-CODE = 0
               OPEN INPUT SYSIN-FILE
               IF WS-SYSIN-STATUS = '00'
                   PERFORM 100-READ-TRAN-CARD
                   PERFORM 200-APPLY-ONE-CARD
                       UNTIL SYSIN-AT-EOF
                   CLOSE SYSIN-FILE
               ELSE
                   DISPLAY 'HWONCMNT: ERROR - MISSING TRANSACTION '
                       'CARDS'
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE ON-CALL-FILE
           END-IF
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0 AND WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       000-EXIT.
       EXIT-PROGRAM.
           STOP RUN.

       050-OPEN-ROSTER-FILE SECTION.
       050-START.
           OPEN I-O ON-CALL-FILE
           IF WS-ONC-STATUS = '35'
               OPEN OUTPUT ON-CALL-FILE
               CLOSE ON-CALL-FILE
               OPEN I-O ON-CALL-FILE
           END-IF
           IF WS-ONC-STATUS NOT = '00'
               DISPLAY 'HWONCMNT: ERROR - ONCALL OPEN FAILED - '
                   'STATUS ' WS-ONC-STATUS
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
               WHEN OMNT-IS-LIST
                   PERFORM 500-LIST-ROSTER
               WHEN OMNT-OWNING-AREA = SPACES
                   MOVE 'OWNING AREA IS BLANK' TO WS-REJECT-REASON
               WHEN OMNT-SHIFT-ID = SPACE
                   MOVE 'SHIFT ID IS BLANK' TO WS-REJECT-REASON
               WHEN OMNT-IS-ADD
                   PERFORM 300-ADD-ENTRY
               WHEN OMNT-IS-CHANGE
                   PERFORM 310-CHANGE-ENTRY
               WHEN OMNT-IS-DELETE
                   PERFORM 320-DELETE-ENTRY
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

       210-EDIT-ROSTER-CARD SECTION.
       210-START.
           EVALUATE TRUE
               WHEN OMNT-SHIFT-START NOT NUMERIC
                       OR OMNT-START-HH > 23
                       OR OMNT-START-MM > 59
                   MOVE 'SHIFT START NOT A VALID HHMM'
                       TO WS-REJECT-REASON
               WHEN OMNT-SHIFT-END NOT NUMERIC
                       OR OMNT-END-HH > 23
                       OR OMNT-END-MM > 59
                   MOVE 'SHIFT END NOT A VALID HHMM'
                       TO WS-REJECT-REASON
               WHEN OMNT-PRIMARY-CONTACT = SPACES
                   MOVE 'PRIMARY CONTACT IS BLANK' TO WS-REJECT-REASON
               WHEN OMNT-BACKUP-CONTACT = SPACES
                   MOVE 'BACKUP CONTACT IS BLANK' TO WS-REJECT-REASON
               WHEN OMNT-NOTIFY-ADDRESS = SPACES
                   MOVE 'NOTIFICATION ADDRESS IS BLANK'
                       TO WS-REJECT-REASON
               WHEN OMNT-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR ID IS BLANK' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-EXIT.
           EXIT.

       230-MOVE-CARD-TO-ENTRY SECTION.
       230-START.
           MOVE OMNT-SHIFT-START          TO ONC-SHIFT-START
           MOVE OMNT-SHIFT-END            TO ONC-SHIFT-END
           MOVE OMNT-PRIMARY-CONTACT      TO ONC-PRIMARY-CONTACT
           MOVE OMNT-BACKUP-CONTACT       TO ONC-BACKUP-CONTACT
           MOVE OMNT-NOTIFY-ADDRESS       TO ONC-NOTIFY-ADDRESS
           MOVE OMNT-OPERATOR-ID          TO ONC-UPDATED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO ONC-UPDATED-DATE.
       230-EXIT.
           EXIT.

       300-ADD-ENTRY SECTION.
       300-START.
           PERFORM 210-EDIT-ROSTER-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE OMNT-OWNING-AREA TO ONC-OWNING-AREA
               MOVE OMNT-SHIFT-ID    TO ONC-SHIFT-ID
               PERFORM 230-MOVE-CARD-TO-ENTRY
               WRITE ON-CALL-ROSTER-RECORD
                   INVALID KEY
                       MOVE 'AREA/SHIFT ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.

       310-CHANGE-ENTRY SECTION.
       310-START.
           PERFORM 210-EDIT-ROSTER-CARD
           IF WS-REJECT-REASON = SPACES
               MOVE OMNT-OWNING-AREA TO ONC-OWNING-AREA
               MOVE OMNT-SHIFT-ID    TO ONC-SHIFT-ID
               READ ON-CALL-FILE
                   INVALID KEY
                       MOVE 'AREA/SHIFT NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 230-MOVE-CARD-TO-ENTRY
                       REWRITE ON-CALL-ROSTER-RECORD
                           INVALID KEY
                               MOVE 'REWRITE FAILED'
                                   TO WS-REJECT-REASON
                       END-REWRITE
               END-READ
           END-IF.
       310-EXIT.
           EXIT.

       320-DELETE-ENTRY SECTION.
       320-START.
           MOVE OMNT-OWNING-AREA TO ONC-OWNING-AREA
           MOVE OMNT-SHIFT-ID    TO ONC-SHIFT-ID
           DELETE ON-CALL-FILE
               INVALID KEY
                   MOVE 'AREA/SHIFT NOT ON FILE' TO WS-REJECT-REASON
           END-DELETE.
       320-EXIT.
           EXIT.

       400-PRINT-REJECT-LINE SECTION.
       400-START.
           MOVE OMNT-FUNCTION    TO PRT-REJ-FUNCTION
           MOVE OMNT-OWNING-AREA TO PRT-REJ-AREA
           MOVE OMNT-SHIFT-ID    TO PRT-REJ-SHIFT-ID
           MOVE WS-REJECT-REASON TO PRT-REJECT-REASON
           WRITE PRINT-RECORD FROM WS-REJECT-LINE.
       400-EXIT.
           EXIT.

       500-LIST-ROSTER SECTION.
       500-START.
           MOVE 'N' TO WS-ONC-AT-EOF
           MOVE LOW-VALUES TO ONC-KEY
           START ON-CALL-FILE KEY NOT < ONC-KEY
               INVALID KEY
                   SET ONC-AT-EOF TO TRUE
           END-START
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           WRITE PRINT-RECORD FROM WS-ROSTER-HEADING
           PERFORM 510-READ-ROSTER-ENTRY
           PERFORM 520-LIST-ONE-ENTRY
               UNTIL ONC-AT-EOF.
       500-EXIT.
           EXIT.

       510-READ-ROSTER-ENTRY SECTION.
       510-START.
           IF NOT ONC-AT-EOF
               READ ON-CALL-FILE NEXT RECORD
                   AT END
                       SET ONC-AT-EOF TO TRUE
               END-READ
           END-IF.
       510-EXIT.
           EXIT.

       520-LIST-ONE-ENTRY SECTION.
       520-START.
           ADD 1 TO WS-ENTRIES-LISTED
           MOVE ONC-OWNING-AREA     TO PRT-ONC-AREA
           MOVE ONC-SHIFT-ID        TO PRT-ONC-SHIFT-ID
           MOVE ONC-SHIFT-START     TO PRT-ONC-SHIFT-START
           MOVE ONC-SHIFT-END       TO PRT-ONC-SHIFT-END
           MOVE ONC-PRIMARY-CONTACT TO PRT-ONC-PRIMARY
           MOVE ONC-BACKUP-CONTACT  TO PRT-ONC-BACKUP
           MOVE ONC-NOTIFY-ADDRESS  TO PRT-ONC-ADDRESS
           WRITE PRINT-RECORD FROM WS-ROSTER-LINE
           PERFORM 510-READ-ROSTER-ENTRY.
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
           MOVE 'ROSTER ENTRIES LISTED ' TO PRT-TOTAL-LABEL
           MOVE WS-ENTRIES-LISTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
