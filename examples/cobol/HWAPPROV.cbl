       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWAPPROV.

      ******************************************************************
      *    CICS PSEUDO-CONVERSATIONAL APPROVAL TRANSACTION (HWAP) FOR
      *    GREETING CHANGES WAITING ON THE PENDING-CHANGE FILE
      *    (GRPENDNG, GRPNDREC LAYOUT). THE CHECKER KEYS A JOB NAME
      *    AND THE SCREEN SHOWS THE OLDEST CHANGE STILL PENDING FOR
      *    IT; ENTER WITH A BLANK ACTION PAGES ON TO THE NEXT ONE.
      *    ACTION A APPLIES THE DISPLAYED CHANGE TO GREETVSM AND
      *    JOURNALS IT WITH ITS BEFORE AND AFTER IMAGES THROUGH THE
      *    GRJL EXTRAPARTITION TD QUEUE (ROUTED TO GREETJRN); ACTION R
      *    REJECTS IT WITH THE NOTE KEYED. EITHER WAY THE PENDING
      *    RECORD IS STAMPED WITH THE CHECKER'S USER ID AND THE DATE
      *    AND TIME. THE SIGNED-ON USER MAY NOT DECIDE A CHANGE THEY
      *    REQUESTED THEMSELVES, AND MUST HOLD THE APPROVE GREETING
      *    FUNCTION ON THE OPERAUTH AUTHORITY FILE AND EVERY
      *    ENVIRONMENT THE JOB IS PERMITTED IN ON JOBMASTR; A REFUSAL
      *    IS LOGGED (SECVREC LAYOUT) THROUGH THE SECV TD QUEUE.
      *    FRZCAL IS CHECKED AGAIN AT APPROVAL, AS HWMAINT AND HWGRLOAD
      *    CHECK IT AT REQUEST: A CHANGE THAT WOULD GO LIVE INSIDE A
      *    FREEZE WINDOW COVERING THE JOB, ITS OWNING AREA OR ALL JOBS
      *    IS NOT APPLIED AND STAYS PENDING. THERE IS NO OVERRIDE ON
      *    THE SCREEN - AN EMERGENCY CHANGE IS APPROVED THROUGH AN
      *    HWGRAPPR DECK WITH A *OVERRID CARD.
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-ERROR-MESSAGE         PIC X(40) VALUE SPACES.

      ******************************************************************
      *    WORKING-STORAGE MIRROR OF DFHCOMMAREA, SAME LAYOUT. USED TO
      *    BUILD THE FIRST OUTBOUND COMMAREA ON THE EIBCALEN = 0 ENTRY,
      *    WHEN THE LINKAGE SECTION ITEM HAS NO CALLER-SUPPLIED STORAGE
      *    BEHIND IT YET AND MUST NOT BE REFERENCED.
      ******************************************************************
       01  WS-COMMAREA.
           03 WS-CA-STATE           PIC X.
           03 WS-CA-PEND-KEY        PIC X(33).

       COPY GREETREC.

       COPY GRPNDREC.

       COPY GRJRNREC.

       01  WS-APPROVAL-FIELDS.
           03 WS-USERID             PIC X(8)  VALUE SPACES.
           03 WS-RESP               PIC S9(8) COMP VALUE 0.
           03 WS-JRN-BEFORE         PIC X(41) VALUE SPACES.
           03 WS-ACT-ABSTIME        PIC S9(15) COMP-3.
           03 WS-ACT-DATE           PIC X(8).
      *    FORMATTIME TIME REQUIRES AN 8-BYTE RECEIVING AREA - THE
      *    6-BYTE HHMMSS IS TAKEN FROM THE FRONT.
           03 WS-ACT-TIME-AREA      PIC X(8).

       01  WS-BROWSE-FIELDS.
           03 WS-BROWSE-KEY         PIC X(33).
           03 WS-LAST-KEY           PIC X(33).
           03 WS-BROWSE-SW          PIC X     VALUE 'N'.
              88 BROWSE-IS-DONE               VALUE 'Y'.
           03 WS-FOUND-SW           PIC X     VALUE 'N'.
              88 CHANGE-IS-FOUND              VALUE 'Y'.

      *    ENVIRONMENTS THE CHECKER MUST HOLD - THE JOB'S PERMITTED
      *    LIST FROM THE REGISTRY.
       01  WS-AUTH-FIELDS.
           03 WS-AUTH-ENV-LIST      PIC X(32) VALUE SPACES.
           03 WS-AUTH-ENV-TABLE REDEFINES WS-AUTH-ENV-LIST.
              05 WS-AUTH-ENV        PIC X(4) OCCURS 8 TIMES.
           03 WS-AUTH-SUB           PIC 9(1)  VALUE 1.
           03 WS-OPA-SUB            PIC 9(1)  VALUE 1.
           03 WS-AUTH-FAILED-ENV    PIC X(4)  VALUE SPACES.
           03 WS-AUTH-REASON        PIC X(30) VALUE SPACES.
           03 WS-AUTH-ENV-MATCHED-SW PIC X    VALUE 'N'.
              88 AUTH-ENV-MATCHED              VALUE 'Y'.

      *    FREEZE CHECK. THE CHANGE ALTERS THE GREETING IN EFFECT
      *    FROM ITS EFFECTIVE DATE OR TODAY, WHICHEVER IS LATER, TO
      *    THE LATER OF ITS NEW AND ON-FILE TO-DATES (BLANK = OPEN).
       01  WS-FREEZE-FIELDS.
           03 WS-JOB-OWNING-AREA    PIC X(8)  VALUE SPACES.
           03 WS-CHG-FROM-DATE      PIC X(8)  VALUE SPACES.
           03 WS-CHG-TO-DATE        PIC X(8)  VALUE SPACES.
           03 WS-CHG-OLD-TO-DATE    PIC X(8)  VALUE SPACES.
           03 WS-FRZ-BROWSE-KEY     PIC X(8)  VALUE SPACES.
           03 WS-FRZ-BROWSE-SW      PIC X     VALUE 'N'.
              88 FRZ-BROWSE-IS-DONE            VALUE 'Y'.
           03 WS-FRZ-MATCH-SW       PIC X     VALUE 'N'.
              88 FREEZE-WINDOW-MATCHED         VALUE 'Y'.
           03 WS-FRZ-ERROR-SW       PIC X     VALUE 'N'.
              88 FREEZE-CALENDAR-FAILED        VALUE 'Y'.

       COPY FRZREC.

       COPY JOBMREC.

       COPY OPAUTREC.

       COPY SECVREC.

       COPY HWAPRMAP.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-STATE              PIC X.
              88 CA-CHANGE-DISPLAYED          VALUE 'D'.
           03 CA-PEND-KEY           PIC X(33).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       000-MAINLINE SECTION.
       000-START.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(100-SEND-INITIAL-MAP)
           END-EXEC

           IF EIBCALEN = 0
               PERFORM 100-SEND-INITIAL-MAP
           ELSE
               PERFORM 300-RECEIVE-AND-VALIDATE
               IF ACTIONI = SPACES
                   PERFORM 200-SHOW-NEXT-PENDING
               ELSE
                   PERFORM 400-DECIDE-DISPLAYED-CHANGE
               END-IF
               PERFORM 500-SEND-SCREEN
           END-IF.

       100-SEND-INITIAL-MAP SECTION.
       100-START.
           MOVE SPACES TO HWAPRMO
           MOVE 'ENTER JOB NAME TO REVIEW PENDING CHANGES' TO MSGO
           EXEC CICS SEND MAP('HWAPRM')
               MAPSET('HWAPRSET')
               FROM(HWAPRMO)
               ERASE
           END-EXEC
      *    EIBCALEN IS ZERO ON ENTRY HERE WHEN REACHED FROM 000-START'S
      *    FIRST-ATTACH PATH - DFHCOMMAREA HAS NO CALLER-SUPPLIED
      *    STORAGE BEHIND IT YET AND MUST NOT BE REFERENCED. ON A
      *    MAPFAIL RE-ENTRY FROM 300-RECEIVE-AND-VALIDATE, EIBCALEN IS
      *    NON-ZERO AND DFHCOMMAREA IS VALID LINKAGE STORAGE.
           IF EIBCALEN = 0
               MOVE SPACE  TO WS-CA-STATE
               MOVE SPACES TO WS-CA-PEND-KEY
               EXEC CICS RETURN
                   TRANSID('HWAP')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           ELSE
               MOVE SPACE  TO CA-STATE
               MOVE SPACES TO CA-PEND-KEY
               EXEC CICS RETURN
                   TRANSID('HWAP')
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
           END-IF.
       100-EXIT.
           EXIT.

      *    BROWSES GRPENDNG FROM THE START OF THE JOB'S KEY RANGE, OR
      *    FROM JUST PAST THE CHANGE ON THE SCREEN WHEN PAGING ON
      *    WITHIN THE SAME JOB, FOR THE NEXT CHANGE STILL PENDING.
       200-SHOW-NEXT-PENDING SECTION.
       200-START.
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'N' TO WS-FOUND-SW
           IF CA-CHANGE-DISPLAYED
                   AND CA-PEND-KEY(1:8) = JOBNAMEI
               MOVE CA-PEND-KEY TO WS-LAST-KEY
           ELSE
               MOVE LOW-VALUES  TO WS-LAST-KEY
               MOVE JOBNAMEI    TO WS-LAST-KEY(1:8)
           END-IF
           MOVE WS-LAST-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE('GRPENDNG')
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(33)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 210-READ-NEXT-FOR-JOB
                   UNTIL BROWSE-IS-DONE
                   OR CHANGE-IS-FOUND
               EXEC CICS ENDBR FILE('GRPENDNG')
               END-EXEC
           END-IF

           IF CHANGE-IS-FOUND
               PERFORM 220-MOVE-CHANGE-TO-SCREEN
               MOVE 'D'     TO CA-STATE
               MOVE PND-KEY TO CA-PEND-KEY
               MOVE 'A = APPROVE, R = REJECT, ENTER = NEXT' TO
                   WS-ERROR-MESSAGE
           ELSE
               PERFORM 230-CLEAR-CHANGE-FIELDS
               IF CA-CHANGE-DISPLAYED
                       AND CA-PEND-KEY(1:8) = JOBNAMEI
                   MOVE 'NO MORE PENDING - ENTER TO START AGAIN' TO
                       WS-ERROR-MESSAGE
               ELSE
                   MOVE 'NO PENDING CHANGES FOR THIS JOB' TO
                       WS-ERROR-MESSAGE
               END-IF
               MOVE SPACE  TO CA-STATE
               MOVE SPACES TO CA-PEND-KEY
           END-IF.
       200-EXIT.
           EXIT.

       210-READ-NEXT-FOR-JOB SECTION.
       210-START.
           EXEC CICS READNEXT FILE('GRPENDNG')
               INTO(GREET-PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               KEYLENGTH(33)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET BROWSE-IS-DONE TO TRUE
               WHEN PND-JOB-NAME NOT = JOBNAMEI
                   SET BROWSE-IS-DONE TO TRUE
               WHEN PND-IS-PENDING
                       AND PND-KEY > WS-LAST-KEY
                   SET CHANGE-IS-FOUND TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-EXIT.
           EXIT.

       220-MOVE-CHANGE-TO-SCREEN SECTION.
       220-START.
           MOVE PND-EFF-FROM-DATE TO EFFROMI
           MOVE PND-FUNCTION-CODE TO FUNCTNI
           MOVE PND-REQUESTER     TO REQBYI
           MOVE PND-REQ-DATE      TO REQDATEI
           MOVE PND-REQ-TIME      TO REQTIMEI
           MOVE PND-EFF-TO-DATE   TO EFFTOI
           MOVE PND-HELLO         TO HELLOTXI
           MOVE PND-WORLD         TO WORLDTXI
           MOVE SPACES            TO NOTEI.
       220-EXIT.
           EXIT.

       230-CLEAR-CHANGE-FIELDS SECTION.
       230-START.
           MOVE SPACES TO EFFROMI
           MOVE SPACES TO FUNCTNI
           MOVE SPACES TO REQBYI
           MOVE SPACES TO REQDATEI
           MOVE SPACES TO REQTIMEI
           MOVE SPACES TO EFFTOI
           MOVE SPACES TO HELLOTXI
           MOVE SPACES TO WORLDTXI
           MOVE SPACES TO NOTEI.
       230-EXIT.
           EXIT.

       300-RECEIVE-AND-VALIDATE SECTION.
       300-START.
           EXEC CICS RECEIVE MAP('HWAPRM')
               MAPSET('HWAPRSET')
               INTO(HWAPRMI)
           END-EXEC

           IF JOBNAMEI = SPACES
               MOVE 'JOB NAME IS REQUIRED' TO WS-ERROR-MESSAGE
               PERFORM 310-REDISPLAY-WITH-ERROR
           ELSE
               IF ACTIONI NOT = SPACE
                       AND ACTIONI NOT = 'A'
                       AND ACTIONI NOT = 'R'
                   MOVE 'ACTION MUST BE A, R OR BLANK' TO
                       WS-ERROR-MESSAGE
                   PERFORM 310-REDISPLAY-WITH-ERROR
               END-IF
           END-IF.
       300-EXIT.
           EXIT.

       310-REDISPLAY-WITH-ERROR SECTION.
       310-START.
           PERFORM 510-MOVE-SCREEN-FIELDS
           EXEC CICS SEND MAP('HWAPRM')
               MAPSET('HWAPRSET')
               FROM(HWAPRMO)
               DATAONLY
           END-EXEC
           EXEC CICS RETURN
               TRANSID('HWAP')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
       310-EXIT.
           EXIT.

      *    AN ACTION ONLY COUNTS AGAINST THE CHANGE THIS TERMINAL WAS
      *    SHOWN. THE PENDING RECORD IS RE-READ FOR UPDATE SO A
      *    CHECKER ON ANOTHER TERMINAL CANNOT DECIDE IT TWICE.
       400-DECIDE-DISPLAYED-CHANGE SECTION.
       400-START.
           IF NOT CA-CHANGE-DISPLAYED
                   OR CA-PEND-KEY(1:8) NOT = JOBNAMEI
               MOVE 'PRESS ENTER TO DISPLAY A CHANGE FIRST' TO
                   WS-ERROR-MESSAGE
               PERFORM 310-REDISPLAY-WITH-ERROR
           END-IF
           IF ACTIONI = 'R' AND NOTEI = SPACES
               MOVE 'A NOTE IS REQUIRED TO REJECT' TO
                   WS-ERROR-MESSAGE
               PERFORM 310-REDISPLAY-WITH-ERROR
           END-IF

           MOVE CA-PEND-KEY TO PND-KEY
           EXEC CICS READ FILE('GRPENDNG')
               INTO(GREET-PENDING-RECORD)
               RIDFLD(PND-KEY)
               KEYLENGTH(33)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE NO LONGER ON PENDING FILE' TO
                   WS-ERROR-MESSAGE
               PERFORM 310-REDISPLAY-WITH-ERROR
           END-IF

           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC
           PERFORM 470-CHECK-CHECKER-AUTHORITY
           EVALUATE TRUE
               WHEN WS-AUTH-REASON NOT = SPACES
                   MOVE WS-AUTH-REASON TO WS-ERROR-MESSAGE
               WHEN NOT PND-IS-PENDING
                   MOVE 'CHANGE ALREADY DECIDED' TO WS-ERROR-MESSAGE
               WHEN PND-REQUESTER = WS-USERID
                   MOVE 'YOU MAY NOT DECIDE YOUR OWN REQUEST' TO
                       WS-ERROR-MESSAGE
               WHEN ACTIONI = 'A'
                   PERFORM 410-APPLY-PENDING-CHANGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ERROR-MESSAGE = SPACES
               PERFORM 450-STAMP-PENDING-RECORD
           ELSE
               EXEC CICS UNLOCK FILE('GRPENDNG')
               END-EXEC
           END-IF
           MOVE SPACE TO ACTIONI.
       400-EXIT.
           EXIT.

      *    A CHANGE THAT NO LONGER FITS GREETVSM, OR THAT A FREEZE
      *    WINDOW NOW COVERS, IS LEFT PENDING - THE CHECKER REJECTS IT
      *    WITH A NOTE OR APPROVES IT AGAIN ONCE THE WINDOW HAS ENDED.
       410-APPLY-PENDING-CHANGE SECTION.
       410-START.
           MOVE PND-JOB-NAME      TO GREET-JOB-NAME
           MOVE PND-EFF-FROM-DATE TO GREET-EFF-FROM-DATE
           PERFORM 415-CHECK-CHANGE-FREEZE
           IF WS-ERROR-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN PND-IS-ADD
                       PERFORM 420-WRITE-GREETING-RECORD
                   WHEN PND-IS-CHANGE
                       PERFORM 430-REWRITE-GREETING-RECORD
                   WHEN PND-IS-DELETE
                       PERFORM 435-DELETE-GREETING-RECORD
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION ON PENDING RECORD' TO
                           WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.
       410-EXIT.
           EXIT.

      *    THE SAME CHECK HWMAINT MAKES AT REQUEST. A CHANGE OR DELETE
      *    ALSO ALTERS THE GREETING OVER THE ON-FILE RECORD'S DATES;
      *    ONE NO LONGER ON FILE IS LEFT FOR 430/435 TO TURN AWAY.
      *    FRZCAL IS BROWSED FROM THE START. NO WINDOWS AT ALL IS
      *    NOTFND; ANY OTHER FAILURE LEAVES THE CHANGE UNAPPLIED
      *    RATHER THAN LET IT THROUGH UNCHECKED.
       415-CHECK-CHANGE-FREEZE SECTION.
       415-START.
           PERFORM 460-GET-ACTION-TIME
           MOVE PND-EFF-FROM-DATE TO WS-CHG-FROM-DATE
           IF WS-CHG-FROM-DATE < WS-ACT-DATE
               MOVE WS-ACT-DATE TO WS-CHG-FROM-DATE
           END-IF
           MOVE PND-EFF-TO-DATE TO WS-CHG-TO-DATE
           IF WS-CHG-TO-DATE = SPACES
               MOVE '99999999' TO WS-CHG-TO-DATE
           END-IF
           IF NOT PND-IS-ADD
               EXEC CICS READ FILE('GREETVSM')
                   INTO(GREETING-RECORD)
                   RIDFLD(GREET-KEY)
                   KEYLENGTH(16)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE GREET-EFF-TO-DATE TO WS-CHG-OLD-TO-DATE
                   IF WS-CHG-OLD-TO-DATE = SPACES
                       MOVE '99999999' TO WS-CHG-OLD-TO-DATE
                   END-IF
                   IF PND-IS-DELETE
                           OR WS-CHG-OLD-TO-DATE > WS-CHG-TO-DATE
                       MOVE WS-CHG-OLD-TO-DATE TO WS-CHG-TO-DATE
                   END-IF
               END-IF
           END-IF

           MOVE 'N' TO WS-FRZ-BROWSE-SW
           MOVE 'N' TO WS-FRZ-MATCH-SW
           MOVE 'N' TO WS-FRZ-ERROR-SW
           MOVE LOW-VALUES TO WS-FRZ-BROWSE-KEY
           EXEC CICS STARTBR FILE('FRZCAL')
               RIDFLD(WS-FRZ-BROWSE-KEY)
               KEYLENGTH(8)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 417-READ-NEXT-FREEZE-WINDOW
                       UNTIL FRZ-BROWSE-IS-DONE
                       OR FREEZE-WINDOW-MATCHED
                   EXEC CICS ENDBR FILE('FRZCAL')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET FREEZE-CALENDAR-FAILED TO TRUE
           END-EVALUATE

           IF FREEZE-CALENDAR-FAILED
               MOVE 'FREEZE CALENDAR NOT AVAILABLE' TO
                   WS-ERROR-MESSAGE
           END-IF
           IF FREEZE-WINDOW-MATCHED
               STRING 'CHANGE FROZEN - ' FRZ-WINDOW-ID
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
           END-IF.
       415-EXIT.
           EXIT.

      *    A GREETING IS SHARED BY EVERY ENVIRONMENT ITS JOB RUNS IN,
      *    SO A WINDOW FREEZES IT WHATEVER THE WINDOW'S ENVIRONMENT.
       417-READ-NEXT-FREEZE-WINDOW SECTION.
       417-START.
           EXEC CICS READNEXT FILE('FRZCAL')
               INTO(FREEZE-WINDOW-RECORD)
               RIDFLD(WS-FRZ-BROWSE-KEY)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   SET FRZ-BROWSE-IS-DONE TO TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET FRZ-BROWSE-IS-DONE TO TRUE
                   SET FREEZE-CALENDAR-FAILED TO TRUE
               WHEN FRZ-FROM-DATE > WS-CHG-TO-DATE
               WHEN FRZ-TO-DATE < WS-CHG-FROM-DATE
                   CONTINUE
               WHEN FRZ-SCOPE-IS-ALL
                   SET FREEZE-WINDOW-MATCHED TO TRUE
               WHEN FRZ-SCOPE-IS-JOB
                       AND FRZ-SCOPE-NAME = PND-JOB-NAME
                   SET FREEZE-WINDOW-MATCHED TO TRUE
               WHEN FRZ-SCOPE-IS-AREA
                       AND WS-JOB-OWNING-AREA NOT = SPACES
                       AND FRZ-SCOPE-NAME = WS-JOB-OWNING-AREA
                   SET FREEZE-WINDOW-MATCHED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       417-EXIT.
           EXIT.

       420-WRITE-GREETING-RECORD SECTION.
       420-START.
           MOVE PND-EFF-TO-DATE TO GREET-EFF-TO-DATE
           MOVE PND-HELLO       TO GREET-HELLO
           MOVE PND-WORLD       TO GREET-WORLD
           EXEC CICS WRITE FILE('GREETVSM')
               FROM(GREETING-RECORD)
               RIDFLD(GREET-KEY)
               KEYLENGTH(16)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO WS-JRN-BEFORE
               PERFORM 440-WRITE-JOURNAL-RECORD
           ELSE
               MOVE 'JOB/DATE ALREADY ON FILE' TO WS-ERROR-MESSAGE
           END-IF.
       420-EXIT.
           EXIT.

       430-REWRITE-GREETING-RECORD SECTION.
       430-START.
           EXEC CICS READ FILE('GREETVSM')
               INTO(GREETING-RECORD)
               RIDFLD(GREET-KEY)
               KEYLENGTH(16)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE GREETING-RECORD TO WS-JRN-BEFORE
               MOVE PND-EFF-TO-DATE TO GREET-EFF-TO-DATE
               MOVE PND-HELLO       TO GREET-HELLO
               MOVE PND-WORLD       TO GREET-WORLD
               EXEC CICS REWRITE FILE('GREETVSM')
                   FROM(GREETING-RECORD)
               END-EXEC
               PERFORM 440-WRITE-JOURNAL-RECORD
           ELSE
               MOVE 'JOB/DATE NOT ON FILE' TO WS-ERROR-MESSAGE
           END-IF.
       430-EXIT.
           EXIT.

      *    THE RECORD IS READ BEFORE THE DELETE SO THE JOURNAL CAN
      *    CARRY THE IMAGE THAT IS ABOUT TO DISAPPEAR.
       435-DELETE-GREETING-RECORD SECTION.
       435-START.
           EXEC CICS READ FILE('GREETVSM')
               INTO(GREETING-RECORD)
               RIDFLD(GREET-KEY)
               KEYLENGTH(16)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE GREETING-RECORD TO WS-JRN-BEFORE
               EXEC CICS DELETE FILE('GREETVSM')
               END-EXEC
               PERFORM 440-WRITE-JOURNAL-RECORD
           ELSE
               MOVE 'JOB/DATE NOT ON FILE' TO WS-ERROR-MESSAGE
           END-IF.
       435-EXIT.
           EXIT.

      *    THE JOURNAL CARRIES WHERE THE CHANGE WAS REQUESTED, STAMPED
      *    WITH THE DATE AND TIME IT WAS APPROVED AND APPLIED. ON A
      *    DELETE THE AFTER IMAGE IS SPACES.
       440-WRITE-JOURNAL-RECORD SECTION.
       440-START.
           PERFORM 460-GET-ACTION-TIME
           MOVE WS-ACT-DATE              TO JRN-DATE
           MOVE WS-ACT-TIME-AREA(1:6)    TO JRN-TIME
           MOVE PND-FUNCTION-CODE        TO JRN-FUNCTION-CODE
           MOVE PND-SOURCE               TO JRN-SOURCE
           MOVE GREET-JOB-NAME           TO JRN-JOB-NAME
           MOVE GREET-EFF-FROM-DATE      TO JRN-EFF-FROM-DATE
           MOVE WS-JRN-BEFORE            TO JRN-BEFORE-IMAGE
           IF PND-IS-DELETE
               MOVE SPACES               TO JRN-AFTER-IMAGE
           ELSE
               MOVE GREETING-RECORD      TO JRN-AFTER-IMAGE
           END-IF
           EXEC CICS WRITEQ TD
               QUEUE('GRJL')
               FROM(GREET-JOURNAL-RECORD)
               LENGTH(LENGTH OF GREET-JOURNAL-RECORD)
           END-EXEC.
       440-EXIT.
           EXIT.

       450-STAMP-PENDING-RECORD SECTION.
       450-START.
           PERFORM 460-GET-ACTION-TIME
           IF ACTIONI = 'A'
               MOVE 'A'    TO PND-STATUS
               MOVE SPACES TO PND-REJECT-NOTE
               MOVE 'CHANGE APPROVED AND APPLIED' TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'R'    TO PND-STATUS
               MOVE NOTEI  TO PND-REJECT-NOTE
               MOVE 'CHANGE REJECTED' TO WS-ERROR-MESSAGE
           END-IF
           MOVE WS-USERID             TO PND-CHECKER
           MOVE WS-ACT-DATE           TO PND-ACTION-DATE
           MOVE WS-ACT-TIME-AREA(1:6) TO PND-ACTION-TIME
           EXEC CICS REWRITE FILE('GRPENDNG')
               FROM(GREET-PENDING-RECORD)
           END-EXEC.
       450-EXIT.
           EXIT.

       460-GET-ACTION-TIME SECTION.
       460-START.
           EXEC CICS ASKTIME
               ABSTIME(WS-ACT-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ACT-ABSTIME)
               YYYYMMDD(WS-ACT-DATE)
               TIME(WS-ACT-TIME-AREA)
           END-EXEC.
       460-EXIT.
           EXIT.

      *    A JOB NOT ON THE REGISTRY HAS NO ENVIRONMENTS TO COVER, SO
      *    ONLY THE APPROVE FUNCTION IS CHECKED. A REGISTRY THAT
      *    CANNOT BE READ REFUSES THE DECISION RATHER THAN SKIP THE
      *    ENVIRONMENT CHECK.
       470-CHECK-CHECKER-AUTHORITY SECTION.
       470-START.
           MOVE SPACES TO WS-AUTH-ENV-LIST
           MOVE SPACES TO WS-AUTH-FAILED-ENV
           MOVE SPACES TO WS-AUTH-REASON
           MOVE PND-JOB-NAME TO JOBM-JOB-NAME
           EXEC CICS READ FILE('JOBMASTR')
               INTO(JOB-MASTER-RECORD)
               RIDFLD(JOBM-JOB-NAME)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-JOB-OWNING-AREA
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE JOBM-ENVIRONMENTS TO WS-AUTH-ENV-LIST
                   MOVE JOBM-OWNING-AREA  TO WS-JOB-OWNING-AREA
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'JOBMASTR NOT AVAILABLE' TO WS-AUTH-REASON
           END-EVALUATE
           IF WS-AUTH-REASON = SPACES
               MOVE WS-USERID TO OPA-OPERATOR-ID
               EXEC CICS READ FILE('OPERAUTH')
                   INTO(OPER-AUTH-RECORD)
                   RIDFLD(OPA-OPERATOR-ID)
                   KEYLENGTH(8)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 475-CHECK-FUNCTION-AND-ENVS
               ELSE
                   MOVE 'OPERATOR NOT ON AUTHORITY FILE' TO
                       WS-AUTH-REASON
               END-IF
           END-IF
           IF WS-AUTH-REASON NOT = SPACES
               PERFORM 480-LOG-SECURITY-VIOLATION
           END-IF.
       470-EXIT.
           EXIT.

       475-CHECK-FUNCTION-AND-ENVS SECTION.
       475-START.
           EVALUATE TRUE
               WHEN NOT OPA-IS-ACTIVE
                   MOVE 'OPERATOR AUTHORITY REVOKED' TO WS-AUTH-REASON
               WHEN NOT OPA-MAY-APPROVE-GREETING
                   MOVE 'FUNCTION NOT AUTHORIZED' TO WS-AUTH-REASON
               WHEN OTHER
                   PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                           UNTIL WS-AUTH-SUB > 8
                           OR WS-AUTH-FAILED-ENV NOT = SPACES
                       IF WS-AUTH-ENV(WS-AUTH-SUB) NOT = SPACES
                           PERFORM 477-CHECK-ONE-ENVIRONMENT
                       END-IF
                   END-PERFORM
                   IF WS-AUTH-FAILED-ENV NOT = SPACES
                       STRING 'ENV NOT AUTHORIZED - '
                           WS-AUTH-FAILED-ENV
                           DELIMITED BY SIZE
                           INTO WS-AUTH-REASON
                   END-IF
           END-EVALUATE.
       475-EXIT.
           EXIT.

       477-CHECK-ONE-ENVIRONMENT SECTION.
       477-START.
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
       477-EXIT.
           EXIT.

      *    FUNCTION P ON THE VIOLATION RECORD IS AN APPROVE OR REJECT
      *    OF A PENDING GREETING CHANGE.
       480-LOG-SECURITY-VIOLATION SECTION.
       480-START.
           PERFORM 460-GET-ACTION-TIME
           MOVE WS-ACT-DATE           TO SECV-DATE
           MOVE WS-ACT-TIME-AREA(1:6) TO SECV-TIME
           MOVE 'HWAPPROV'            TO SECV-PROGRAM-NAME
           MOVE WS-USERID             TO SECV-OPERATOR-ID
           MOVE 'GRTG'                TO SECV-RESOURCE
           MOVE 'P'                   TO SECV-FUNCTION-CODE
           MOVE PND-JOB-NAME          TO SECV-JOB-NAME
           MOVE WS-AUTH-FAILED-ENV    TO SECV-ENVIRONMENT
           MOVE WS-AUTH-REASON        TO SECV-REASON
           EXEC CICS WRITEQ TD
               QUEUE('SECV')
               FROM(SECURITY-VIOLATION-RECORD)
               LENGTH(LENGTH OF SECURITY-VIOLATION-RECORD)
           END-EXEC.
       480-EXIT.
           EXIT.

       500-SEND-SCREEN SECTION.
       500-START.
           PERFORM 510-MOVE-SCREEN-FIELDS
           EXEC CICS SEND MAP('HWAPRM')
               MAPSET('HWAPRSET')
               FROM(HWAPRMO)
               DATAONLY
           END-EXEC
           EXEC CICS RETURN
               TRANSID('HWAP')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
       500-EXIT.
           EXIT.

       510-MOVE-SCREEN-FIELDS SECTION.
       510-START.
           MOVE ACTIONI  TO ACTIONO
           MOVE JOBNAMEI TO JOBNAMEO
           MOVE EFFROMI  TO EFFROMO
           MOVE FUNCTNI  TO FUNCTNO
           MOVE REQBYI   TO REQBYO
           MOVE REQDATEI TO REQDATEO
           MOVE REQTIMEI TO REQTIMEO
           MOVE EFFTOI   TO EFFTOO
           MOVE HELLOTXI TO HELLOTXO
           MOVE WORLDTXI TO WORLDTXO
           MOVE NOTEI    TO NOTEO
           MOVE WS-ERROR-MESSAGE TO MSGO.
       510-EXIT.
           EXIT.
