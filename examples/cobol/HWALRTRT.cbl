       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWALRTRT.

      ******************************************************************
      *    OPERATOR ALERT ROUTING. SENDS EACH OPERALRT ALERT TO THE
      *    TEAM THAT OWNS THE FAILING JOB INSTEAD OF LEAVING IT ON THE
      *    CONSOLE. MODE IS TAKEN FROM THE SYSIN PARM CARD:
      *      ROUT - FOR EVERY ALERT NOT YET ON THE ROUTING LOG
      *             (ROUTLOG, RTLOGREC LAYOUT), FIND THE JOB'S OWNING
      *             AREA ON JOBMASTR AND WHO IS ON CALL FOR THAT AREA
      *             AT THE ALERT TIME ON THE ON-CALL ROSTER (ONCALL,
      *             ONCALREC LAYOUT), WRITE A NOTIFICATION (NTFYREC
      *             LAYOUT) TO NOTIFY FOR THE MAIL/PAGING GATEWAY AND
      *             LOG THE ROUTING. THE PRIMARY CONTACT IS NOTIFIED,
      *             OR THE BACKUP FOR AN HWALRTMN ESCALATION (REASON
      *             0022). AN ALERT WITH NO JOB NAME, A JOB NOT ON THE
      *             REGISTRY OR AN AREA WITH NO ROSTER ENTRY FOR THE
      *             TIME GOES TO THE *DEFAULT OPERATIONS ROSTER.
      *      LIST - PRINT THE DAILY ROUTING LOG - EVERY ALERT ROUTED
      *             ON THE DATE ON THE PARM CARD (BLANK = TODAY), WHO
      *             WAS NOTIFIED AND WHY.
      *    RUN AFTER EACH HWALRTMN LOAD SO ESCALATIONS ARE ROUTED TOO.
      *    ENDS WITH RC=4 WHEN AN ALERT COULD NOT BE ROUTED TO ANYONE,
      *    RC=16 ON A PARM OR FILE FAILURE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPERALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ON-CALL-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONC-KEY
               FILE STATUS IS WS-ONC-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-JOBM-STATUS.
           SELECT ROUTING-LOG-FILE ASSIGN TO "ROUTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTL-KEY
               FILE STATUS IS WS-RTL-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO "NOTIFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  ROUT-PARM-CARD.
           03 ROUT-MODE            PIC X(4).
           03 ROUT-LOG-DATE        PIC X(8).
           03 FILLER               PIC X(32).

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALRTREC.

       FD  ON-CALL-FILE.
           COPY ONCALREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  ROUTING-LOG-FILE.
           COPY RTLOGREC.

       FD  NOTIFY-FILE
           RECORDING MODE IS F.
           COPY NTFYREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-ALERT-STATUS      PIC XX       VALUE SPACES.
           03 WS-ONC-STATUS        PIC XX       VALUE SPACES.
           03 WS-JOBM-STATUS       PIC XX       VALUE SPACES.
           03 WS-RTL-STATUS        PIC XX       VALUE SPACES.
           03 WS-NTF-STATUS        PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-ALERT-AT-EOF         PIC X        VALUE 'N'.
           88 ALERT-AT-EOF                      VALUE 'Y'.

       01  WS-ONC-AT-EOF           PIC X        VALUE 'N'.
           88 ONC-AT-EOF                        VALUE 'Y'.

       01  WS-RTL-AT-EOF           PIC X        VALUE 'N'.
           88 RTL-AT-EOF                        VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).
       01  WS-TODAY-DATE           PIC X(8)     VALUE SPACES.
       01  WS-NOW-TIME             PIC X(6)     VALUE SPACES.
       01  WS-LIST-DATE            PIC X(8)     VALUE SPACES.

      *    THE WHOLE ROSTER, LOADED ONCE SO EACH ALERT IS MATCHED
      *    AGAINST THE TABLE INSTEAD OF BROWSING THE FILE.
       01  WS-ROSTER-TABLE.
           03 WS-ONC-COUNT          PIC 9(3)     VALUE 0.
           03 WS-ONC-ENTRY          OCCURS 500 TIMES.
              05 WS-ONC-AREA        PIC X(8).
              05 WS-ONC-SHIFT-ID    PIC X(1).
              05 WS-ONC-START       PIC X(4).
              05 WS-ONC-END         PIC X(4).
              05 WS-ONC-PRIMARY     PIC X(10).
              05 WS-ONC-BACKUP      PIC X(10).
              05 WS-ONC-ADDRESS     PIC X(32).

       01  WS-ONC-SUB              PIC 9(3)     VALUE 1.
       01  WS-ONC-FOUND-SUB        PIC 9(3)     VALUE 0.

       01  WS-ROSTER-FOUND-SW      PIC X        VALUE 'N'.
           88 ROSTER-ENTRY-FOUND                VALUE 'Y'.

       01  WS-ESCALATION-SW        PIC X        VALUE 'N'.
           88 ALERT-IS-ESCALATION               VALUE 'Y'.

       01  WS-ROUTE-FIELDS.
           03 WS-LOOKUP-AREA       PIC X(8)     VALUE SPACES.
           03 WS-ALERT-HHMM        PIC X(4)     VALUE SPACES.
           03 WS-ALERT-AREA        PIC X(8)     VALUE SPACES.
           03 WS-ROUTE-NOTE        PIC X(20)    VALUE SPACES.

       01  WS-RUN-TOTALS.
           03 WS-ALERTS-READ       PIC 9(7)     VALUE 0.
           03 WS-ALREADY-ROUTED    PIC 9(7)     VALUE 0.
           03 WS-ROUTED-PRIMARY    PIC 9(7)     VALUE 0.
           03 WS-ROUTED-BACKUP     PIC 9(7)     VALUE 0.
           03 WS-ROUTED-DEFAULT    PIC 9(7)     VALUE 0.
           03 WS-ALERTS-UNROUTED   PIC 9(7)     VALUE 0.
           03 WS-LOG-LISTED        PIC 9(7)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '       *** OPERATOR ALERT ROUTING LOG - HWALRTRT ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-ROUTE-HEADING.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'DATE'.
           03 FILLER               PIC X(7)     VALUE 'TIME'.
           03 FILLER               PIC X(5)     VALUE 'RSN'.
           03 FILLER               PIC X(2)     VALUE 'S'.
           03 FILLER               PIC X(9)     VALUE 'JOB'.
           03 FILLER               PIC X(9)     VALUE 'AREA'.
           03 FILLER               PIC X(2)     VALUE 'R'.
           03 FILLER               PIC X(11)    VALUE 'NOTIFIED'.
           03 FILLER               PIC X(25)    VALUE 'NOTE'.

       01  WS-ROUTE-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-RTL-ALERT-DATE   PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-ALERT-TIME   PIC X(6).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-REASON-CODE  PIC 9(4).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-SEVERITY     PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-JOB-NAME     PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-AREA         PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-ROLE         PIC X(1).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-CONTACT      PIC X(10).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RTL-NOTE         PIC X(20).
           03 FILLER               PIC X(5)     VALUE SPACES.

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
                   DISPLAY 'HWALRTRT: ERROR - MISSING PARAMETER CARD'
                   MOVE 16 TO RETURN-CODE
               WHEN ROUT-MODE = 'ROUT'
                   PERFORM 200-ROUTE-NEW-ALERTS
               WHEN ROUT-MODE = 'LIST'
                   PERFORM 150-EDIT-LIST-DATE
                   IF RETURN-CODE = 0
                       PERFORM 400-LIST-ROUTING-LOG
                   END-IF
               WHEN OTHER
                   DISPLAY 'HWALRTRT: ERROR - UNRECOGNIZED MODE: '
                       ROUT-MODE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0 AND WS-ALERTS-UNROUTED > 0
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
               MOVE SPACES TO ROUT-PARM-CARD
           END-IF.
       100-EXIT.
           EXIT.

       150-EDIT-LIST-DATE SECTION.
       150-START.
           EVALUATE TRUE
               WHEN ROUT-LOG-DATE = SPACES
                   MOVE WS-TODAY-DATE TO WS-LIST-DATE
               WHEN ROUT-LOG-DATE NOT NUMERIC
                   DISPLAY 'HWALRTRT: ERROR - LOG DATE NOT NUMERIC: '
                       ROUT-LOG-DATE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE ROUT-LOG-DATE TO WS-LIST-DATE
           END-EVALUATE.
       150-EXIT.
           EXIT.

       200-ROUTE-NEW-ALERTS SECTION.
       200-START.
           PERFORM 210-OPEN-ROUTING-FILES
           IF RETURN-CODE = 0
               OPEN INPUT ALERT-FILE
               IF WS-ALERT-STATUS = '00'
                   WRITE PRINT-RECORD FROM WS-BLANK-LINE
                   WRITE PRINT-RECORD FROM WS-ROUTE-HEADING
                   PERFORM 240-READ-ALERT-RECORD
                   PERFORM 300-ROUTE-ONE-ALERT
                       UNTIL ALERT-AT-EOF
                   CLOSE ALERT-FILE
               ELSE
                   DISPLAY 'HWALRTRT: NO ALERTS - OPERALRT STATUS '
                       WS-ALERT-STATUS
               END-IF
               CLOSE JOB-MASTER-FILE
               CLOSE ROUTING-LOG-FILE
               CLOSE NOTIFY-FILE
           END-IF.
       200-EXIT.
           EXIT.

      *    NOTHING IS ROUTED WITHOUT THE ROSTER, THE REGISTRY TO FIND
      *    THE OWNING AREA, THE LOG THAT STOPS AN ALERT BEING SENT
      *    TWICE AND THE GATEWAY FILE. NOTIFY IS APPENDED TO UNTIL
      *    THE GATEWAY PICKS IT UP.
       210-OPEN-ROUTING-FILES SECTION.
       210-START.
           OPEN INPUT ON-CALL-FILE
           IF WS-ONC-STATUS NOT = '00'
               DISPLAY 'HWALRTRT: ERROR - ONCALL OPEN FAILED - '
                   'STATUS ' WS-ONC-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 220-LOAD-ROSTER
               CLOSE ON-CALL-FILE
               OPEN INPUT JOB-MASTER-FILE
               IF WS-JOBM-STATUS NOT = '00'
                   DISPLAY 'HWALRTRT: ERROR - JOBMASTR OPEN FAILED - '
                       'STATUS ' WS-JOBM-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 215-OPEN-OUTPUT-FILES
                   IF RETURN-CODE NOT = 0
                       CLOSE JOB-MASTER-FILE
                   END-IF
               END-IF
           END-IF.
       210-EXIT.
           EXIT.

       215-OPEN-OUTPUT-FILES SECTION.
       215-START.
           OPEN I-O ROUTING-LOG-FILE
           IF WS-RTL-STATUS = '35'
               OPEN OUTPUT ROUTING-LOG-FILE
               CLOSE ROUTING-LOG-FILE
               OPEN I-O ROUTING-LOG-FILE
           END-IF
           IF WS-RTL-STATUS NOT = '00'
               DISPLAY 'HWALRTRT: ERROR - ROUTLOG OPEN FAILED - '
                   'STATUS ' WS-RTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND NOTIFY-FILE
               IF WS-NTF-STATUS = '35'
                   OPEN OUTPUT NOTIFY-FILE
               END-IF
               IF WS-NTF-STATUS NOT = '00'
                   DISPLAY 'HWALRTRT: ERROR - NOTIFY OPEN FAILED - '
                       'STATUS ' WS-NTF-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE ROUTING-LOG-FILE
               END-IF
           END-IF.
       215-EXIT.
           EXIT.

       220-LOAD-ROSTER SECTION.
       220-START.
           MOVE LOW-VALUES TO ONC-KEY
           START ON-CALL-FILE KEY NOT < ONC-KEY
               INVALID KEY
                   SET ONC-AT-EOF TO TRUE
           END-START
           PERFORM 225-READ-ROSTER-ENTRY
           PERFORM 230-TABLE-ONE-ENTRY
               UNTIL ONC-AT-EOF.
       220-EXIT.
           EXIT.

       225-READ-ROSTER-ENTRY SECTION.
       225-START.
           IF NOT ONC-AT-EOF
               READ ON-CALL-FILE NEXT RECORD
                   AT END
                       SET ONC-AT-EOF TO TRUE
               END-READ
           END-IF.
       225-EXIT.
           EXIT.

       230-TABLE-ONE-ENTRY SECTION.
       230-START.
           IF WS-ONC-COUNT < 500
               ADD 1 TO WS-ONC-COUNT
               MOVE ONC-OWNING-AREA     TO WS-ONC-AREA(WS-ONC-COUNT)
               MOVE ONC-SHIFT-ID        TO WS-ONC-SHIFT-ID(WS-ONC-COUNT)
               MOVE ONC-SHIFT-START     TO WS-ONC-START(WS-ONC-COUNT)
               MOVE ONC-SHIFT-END       TO WS-ONC-END(WS-ONC-COUNT)
               MOVE ONC-PRIMARY-CONTACT TO WS-ONC-PRIMARY(WS-ONC-COUNT)
               MOVE ONC-BACKUP-CONTACT  TO WS-ONC-BACKUP(WS-ONC-COUNT)
               MOVE ONC-NOTIFY-ADDRESS  TO WS-ONC-ADDRESS(WS-ONC-COUNT)
           ELSE
               DISPLAY 'HWALRTRT: ROSTER TABLE FULL - '
                   ONC-OWNING-AREA ' SHIFT ' ONC-SHIFT-ID ' IGNORED'
           END-IF
           PERFORM 225-READ-ROSTER-ENTRY.
       230-EXIT.
           EXIT.

       240-READ-ALERT-RECORD SECTION.
       240-START.
           READ ALERT-FILE
               AT END
                   SET ALERT-AT-EOF TO TRUE
           END-READ.
       240-EXIT.
           EXIT.

      *    AN ALERT ALREADY ON THE ROUTING LOG WAS SENT BY AN EARLIER
      *    RUN - OPERALRT ONLY GROWS, SO EVERY RUN SEES IT AGAIN.
       300-ROUTE-ONE-ALERT SECTION.
       300-START.
           ADD 1 TO WS-ALERTS-READ
           MOVE ALERT-DATE        TO RTL-ALERT-DATE
           MOVE ALERT-TIME        TO RTL-ALERT-TIME
           MOVE ALERT-REASON-CODE TO RTL-REASON-CODE
           MOVE ALERT-JOB-NAME    TO RTL-JOB-NAME
           READ ROUTING-LOG-FILE
               INVALID KEY
                   PERFORM 310-FIND-OWNING-AREA
                   PERFORM 320-CHOOSE-CONTACT
                   PERFORM 350-WRITE-ROUTING-LOG
                   PERFORM 450-PRINT-ROUTING-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-ROUTED
           END-READ
           PERFORM 240-READ-ALERT-RECORD.
       300-EXIT.
           EXIT.

       310-FIND-OWNING-AREA SECTION.
       310-START.
           MOVE SPACES TO WS-ALERT-AREA
           MOVE SPACES TO WS-ROUTE-NOTE
           IF ALERT-JOB-NAME = SPACES
               MOVE 'NO JOB NAME' TO WS-ROUTE-NOTE
           ELSE
               MOVE ALERT-JOB-NAME TO JOBM-JOB-NAME
               READ JOB-MASTER-FILE
                   INVALID KEY
                       MOVE 'JOB NOT IN REGISTRY' TO WS-ROUTE-NOTE
                   NOT INVALID KEY
                       MOVE JOBM-OWNING-AREA TO WS-ALERT-AREA
                       IF WS-ALERT-AREA = SPACES
                           MOVE 'NO OWNING AREA' TO WS-ROUTE-NOTE
                       END-IF
               END-READ
           END-IF.
       310-EXIT.
           EXIT.

      *    THE AREA'S OWN ROSTER FIRST, THEN *DEFAULT. AN ESCALATION
      *    GOES TO THE BACKUP CONTACT OF WHICHEVER ENTRY IS USED.
       320-CHOOSE-CONTACT SECTION.
       320-START.
           MOVE 'N' TO WS-ESCALATION-SW
           IF ALERT-REASON-CODE = 0022
               SET ALERT-IS-ESCALATION TO TRUE
           END-IF
           MOVE ALERT-TIME(1:4) TO WS-ALERT-HHMM
           MOVE 'N' TO WS-ROSTER-FOUND-SW
           IF WS-ALERT-AREA NOT = SPACES
               MOVE WS-ALERT-AREA TO WS-LOOKUP-AREA
               PERFORM 330-FIND-ROSTER-ENTRY
               IF ROSTER-ENTRY-FOUND
                   IF ALERT-IS-ESCALATION
                       MOVE 'B' TO RTL-CONTACT-ROLE
                       MOVE 'ESCALATION' TO WS-ROUTE-NOTE
                       ADD 1 TO WS-ROUTED-BACKUP
                   ELSE
                       MOVE 'P' TO RTL-CONTACT-ROLE
                       ADD 1 TO WS-ROUTED-PRIMARY
                   END-IF
               ELSE
                   MOVE 'NO ROSTER FOR AREA' TO WS-ROUTE-NOTE
               END-IF
           END-IF
           IF NOT ROSTER-ENTRY-FOUND
               MOVE '*DEFAULT' TO WS-LOOKUP-AREA
               PERFORM 330-FIND-ROSTER-ENTRY
               IF ROSTER-ENTRY-FOUND
                   MOVE 'D' TO RTL-CONTACT-ROLE
                   ADD 1 TO WS-ROUTED-DEFAULT
               ELSE
                   MOVE 'U' TO RTL-CONTACT-ROLE
                   MOVE 'NO DEFAULT ROSTER' TO WS-ROUTE-NOTE
                   ADD 1 TO WS-ALERTS-UNROUTED
               END-IF
           END-IF
           IF ROSTER-ENTRY-FOUND
               MOVE WS-ONC-SHIFT-ID(WS-ONC-FOUND-SUB) TO RTL-SHIFT-ID
               MOVE WS-ONC-ADDRESS(WS-ONC-FOUND-SUB)
                   TO RTL-NOTIFY-ADDRESS
               IF ALERT-IS-ESCALATION
                   MOVE WS-ONC-BACKUP(WS-ONC-FOUND-SUB)
                       TO RTL-CONTACT
               ELSE
                   MOVE WS-ONC-PRIMARY(WS-ONC-FOUND-SUB)
                       TO RTL-CONTACT
               END-IF
               PERFORM 340-WRITE-NOTIFICATION
           ELSE
               MOVE SPACE  TO RTL-SHIFT-ID
               MOVE SPACES TO RTL-NOTIFY-ADDRESS
               MOVE SPACES TO RTL-CONTACT
           END-IF.
       320-EXIT.
           EXIT.

      *    THE FIRST SHIFT FOR THE AREA, IN SHIFT ID ORDER, THAT
      *    COVERS THE ALERT TIME.
       330-FIND-ROSTER-ENTRY SECTION.
       330-START.
           MOVE 'N' TO WS-ROSTER-FOUND-SW
           MOVE 0 TO WS-ONC-FOUND-SUB
           PERFORM VARYING WS-ONC-SUB FROM 1 BY 1
                   UNTIL WS-ONC-SUB > WS-ONC-COUNT
                   OR ROSTER-ENTRY-FOUND
               IF WS-ONC-AREA(WS-ONC-SUB) = WS-LOOKUP-AREA
                   PERFORM 335-CHECK-SHIFT-HOURS
               END-IF
           END-PERFORM.
       330-EXIT.
           EXIT.

       335-CHECK-SHIFT-HOURS SECTION.
       335-START.
           IF WS-ONC-START(WS-ONC-SUB) < WS-ONC-END(WS-ONC-SUB)
               IF WS-ALERT-HHMM NOT < WS-ONC-START(WS-ONC-SUB)
                       AND WS-ALERT-HHMM < WS-ONC-END(WS-ONC-SUB)
                   SET ROSTER-ENTRY-FOUND TO TRUE
               END-IF
           ELSE
               IF WS-ALERT-HHMM NOT < WS-ONC-START(WS-ONC-SUB)
                       OR WS-ALERT-HHMM < WS-ONC-END(WS-ONC-SUB)
                   SET ROSTER-ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF ROSTER-ENTRY-FOUND
               MOVE WS-ONC-SUB TO WS-ONC-FOUND-SUB
           END-IF.
       335-EXIT.
           EXIT.

       340-WRITE-NOTIFICATION SECTION.
       340-START.
           MOVE WS-TODAY-DATE       TO NTF-CREATED-DATE
           MOVE WS-NOW-TIME         TO NTF-CREATED-TIME
           MOVE RTL-CONTACT-ROLE    TO NTF-CONTACT-ROLE
           MOVE RTL-CONTACT         TO NTF-CONTACT
           MOVE RTL-NOTIFY-ADDRESS  TO NTF-NOTIFY-ADDRESS
           MOVE WS-ALERT-AREA       TO NTF-OWNING-AREA
           MOVE ALERT-DATE          TO NTF-ALERT-DATE
           MOVE ALERT-TIME          TO NTF-ALERT-TIME
           MOVE ALERT-REASON-CODE   TO NTF-REASON-CODE
           MOVE ALERT-SEVERITY      TO NTF-SEVERITY
           MOVE ALERT-JOB-NAME      TO NTF-JOB-NAME
           MOVE ALERT-PROGRAM-NAME  TO NTF-PROGRAM-NAME
           MOVE ALERT-FIELD-VALUE   TO NTF-FIELD-VALUE
           WRITE NOTIFICATION-RECORD.
       340-EXIT.
           EXIT.

       350-WRITE-ROUTING-LOG SECTION.
       350-START.
           MOVE ALERT-DATE          TO RTL-ALERT-DATE
           MOVE ALERT-TIME          TO RTL-ALERT-TIME
           MOVE ALERT-REASON-CODE   TO RTL-REASON-CODE
           MOVE ALERT-JOB-NAME      TO RTL-JOB-NAME
           MOVE ALERT-SEVERITY      TO RTL-SEVERITY
           MOVE WS-ALERT-AREA       TO RTL-OWNING-AREA
           MOVE WS-ROUTE-NOTE       TO RTL-ROUTE-NOTE
           MOVE WS-TODAY-DATE       TO RTL-ROUTED-DATE
           MOVE WS-NOW-TIME         TO RTL-ROUTED-TIME
           WRITE ROUTING-LOG-RECORD
               INVALID KEY
                   DISPLAY 'HWALRTRT: ROUTLOG WRITE FAILED - '
                       RTL-KEY
           END-WRITE.
       350-EXIT.
           EXIT.

       400-LIST-ROUTING-LOG SECTION.
       400-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           DISPLAY 'HWALRTRT: ROUTING LOG FOR ' WS-LIST-DATE
           WRITE PRINT-RECORD FROM WS-ROUTE-HEADING
           OPEN INPUT ROUTING-LOG-FILE
           IF WS-RTL-STATUS = '00'
               PERFORM 410-READ-ROUTING-LOG
               PERFORM 420-LIST-ONE-ROUTING
                   UNTIL RTL-AT-EOF
               CLOSE ROUTING-LOG-FILE
           ELSE
               DISPLAY 'HWALRTRT: NO ROUTING LOG - ROUTLOG STATUS '
                   WS-RTL-STATUS
           END-IF.
       400-EXIT.
           EXIT.

       410-READ-ROUTING-LOG SECTION.
       410-START.
           READ ROUTING-LOG-FILE NEXT RECORD
               AT END
                   SET RTL-AT-EOF TO TRUE
           END-READ.
       410-EXIT.
           EXIT.

       420-LIST-ONE-ROUTING SECTION.
       420-START.
           IF RTL-ROUTED-DATE = WS-LIST-DATE
               ADD 1 TO WS-LOG-LISTED
               IF RTL-IS-UNROUTED
                   ADD 1 TO WS-ALERTS-UNROUTED
               END-IF
               PERFORM 450-PRINT-ROUTING-LINE
           END-IF
           PERFORM 410-READ-ROUTING-LOG.
       420-EXIT.
           EXIT.

       450-PRINT-ROUTING-LINE SECTION.
       450-START.
           MOVE RTL-ALERT-DATE      TO PRT-RTL-ALERT-DATE
           MOVE RTL-ALERT-TIME      TO PRT-RTL-ALERT-TIME
           MOVE RTL-REASON-CODE     TO PRT-RTL-REASON-CODE
           MOVE RTL-SEVERITY        TO PRT-RTL-SEVERITY
           MOVE RTL-JOB-NAME        TO PRT-RTL-JOB-NAME
           MOVE RTL-OWNING-AREA     TO PRT-RTL-AREA
           MOVE RTL-CONTACT-ROLE    TO PRT-RTL-ROLE
           MOVE RTL-CONTACT         TO PRT-RTL-CONTACT
           MOVE RTL-ROUTE-NOTE      TO PRT-RTL-NOTE
           WRITE PRINT-RECORD FROM WS-ROUTE-LINE.
       450-EXIT.
           EXIT.

       600-PRINT-RUN-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'ALERTS READ           ' TO PRT-TOTAL-LABEL
           MOVE WS-ALERTS-READ           TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ALREADY ROUTED        ' TO PRT-TOTAL-LABEL
           MOVE WS-ALREADY-ROUTED        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ROUTED TO PRIMARY     ' TO PRT-TOTAL-LABEL
           MOVE WS-ROUTED-PRIMARY        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ROUTED TO BACKUP      ' TO PRT-TOTAL-LABEL
           MOVE WS-ROUTED-BACKUP         TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ROUTED TO DEFAULT     ' TO PRT-TOTAL-LABEL
           MOVE WS-ROUTED-DEFAULT        TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'NOT ROUTED            ' TO PRT-TOTAL-LABEL
           MOVE WS-ALERTS-UNROUTED       TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'LOG ENTRIES LISTED    ' TO PRT-TOTAL-LABEL
           MOVE WS-LOG-LISTED            TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.
