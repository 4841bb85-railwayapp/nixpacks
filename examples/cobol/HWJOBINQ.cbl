       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWJOBINQ.

      ******************************************************************
      *    CICS PSEUDO-CONVERSATIONAL JOB STATUS INQUIRY TRANSACTION
      *    (HWJQ) FOR THE HELP DESK QUESTION "DID JOB X RUN LAST
      *    NIGHT AND IS IT OK?". THE OPERATOR KEYS A JOB NAME AND
      *    OPTIONALLY A RUN DATE (BLANK = THE JOB'S LATEST RUN DATE
      *    ON SCHEDCTL) AND ONE SCREEN SHOWS:
      *      - THE JOBMASTR REGISTRY ENTRY AND ITS STATUS
      *      - THAT DATE'S SCHEDCTL EVENTS (SCHEDREC LAYOUT) WITH
      *        THEIR RETURN CODES
      *      - THE RUN'S ELAPSED SECONDS AGAINST THE PROFFILE AVERAGE
      *        AND WORST (PROFREC LAYOUT), PAIRING THE EARLIEST STRT
      *        WITH THE LATEST ENDC/ENDF THE SAME WAY HWRUNPRF DOES
      *      - THE JOB'S UNRESOLVED ALRTSTAT ALERTS (ALSTREC LAYOUT)
      *    ACTION P PAGES BACK TO THE PREVIOUS RUN DATE ON SCHEDCTL
      *    AND ACTION N FORWARD TO THE NEXT ONE. THE TRANSACTION IS
      *    READ-ONLY - NOTHING IS UPDATED OR LOCKED.
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
           03 WS-CA-JOB-NAME        PIC X(8).
           03 WS-CA-RUN-DATE        PIC X(8).

       COPY JOBMREC.

       COPY SCHEDREC.

       COPY PROFREC.

       COPY ALSTREC.

       01  WS-INQUIRY-FIELDS.
           03 WS-RESP               PIC S9(8) COMP VALUE 0.
           03 WS-RUN-DATE           PIC X(8)  VALUE SPACES.
           03 WS-CANDIDATE-DATE     PIC X(8)  VALUE SPACES.
           03 WS-LINE-SUB           PIC 9(2)  VALUE 0.
           03 WS-EVENT-COUNT        PIC 9(3)  VALUE 0.
           03 WS-ALERT-COUNT        PIC 9(3)  VALUE 0.
           03 WS-COUNT-EDIT         PIC ZZ9.
           03 WS-SECONDS-EDIT       PIC ZZZZZZ9.
           03 WS-RUNS-EDIT          PIC ZZZZ9.

       01  WS-BROWSE-FIELDS.
           03 WS-SCHED-KEY          PIC X(25).
           03 WS-ALERT-KEY          PIC X(26).
           03 WS-BROWSE-SW          PIC X     VALUE 'N'.
              88 BROWSE-IS-DONE               VALUE 'Y'.
           03 WS-DATE-FOUND-SW      PIC X     VALUE 'N'.
              88 RUN-DATE-FOUND               VALUE 'Y'.

      *    THE RUN IS TIMED FROM ITS EARLIEST STRT TO ITS LATEST END
      *    EVENT; A RUN THAT CROSSES MIDNIGHT GETS A DAY ADDED.
       01  WS-RUN-TIMING.
           03 WS-START-SW           PIC X     VALUE 'N'.
              88 RUN-START-SEEN               VALUE 'Y'.
           03 WS-END-SW             PIC X     VALUE 'N'.
              88 RUN-END-SEEN                 VALUE 'Y'.
           03 WS-START-TIME         PIC X(6)  VALUE SPACES.
           03 WS-END-TIME           PIC X(6)  VALUE SPACES.
           03 WS-START-SECONDS      PIC 9(7)  VALUE 0.
           03 WS-END-SECONDS        PIC 9(7)  VALUE 0.
           03 WS-RUN-SECONDS        PIC 9(7)  VALUE 0.

       01  WS-TIME-TO-SECONDS.
           03 WS-TTS-TIME           PIC X(6).
           03 WS-TTS-HH             PIC 9(2).
           03 WS-TTS-MM             PIC 9(2).
           03 WS-TTS-SS             PIC 9(2).
           03 WS-TTS-SECONDS        PIC 9(7).

       01  WS-EVENT-LINE.
           03 WS-EVL-TIME           PIC X(6).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 WS-EVL-STATUS         PIC X(4).
           03 FILLER                PIC X(4)  VALUE ' RC '.
           03 WS-EVL-RETURN-CODE    PIC 9(4).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 WS-EVL-PROGRAM        PIC X(11).
           03 FILLER                PIC X(9)  VALUE SPACES.

       01  WS-ALERT-LINE.
           03 WS-ALL-DATE           PIC X(8).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 WS-ALL-TIME           PIC X(6).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 WS-ALL-REASON-CODE    PIC 9(4).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 WS-ALL-SEVERITY       PIC X(1).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 WS-ALL-STATUS         PIC X(1).
           03 FILLER                PIC X(1)  VALUE SPACE.
           03 WS-ALL-FIELD-VALUE    PIC X(30).
           03 FILLER                PIC X(5)  VALUE SPACES.

       COPY HWJIQMAP.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           03 CA-STATE              PIC X.
              88 CA-RUN-DISPLAYED             VALUE 'D'.
           03 CA-JOB-NAME           PIC X(8).
           03 CA-RUN-DATE           PIC X(8).

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
               PERFORM 200-RESOLVE-RUN-DATE
               PERFORM 400-BUILD-INQUIRY
               PERFORM 500-SEND-SCREEN
           END-IF.

       100-SEND-INITIAL-MAP SECTION.
       100-START.
           MOVE SPACES TO HWJIQMO
           MOVE 'ENTER JOB NAME AND OPTIONAL RUN DATE' TO MSGO
           EXEC CICS SEND MAP('HWJIQM')
               MAPSET('HWJIQSET')
               FROM(HWJIQMO)
               ERASE
           END-EXEC
      *    EIBCALEN IS ZERO ON ENTRY HERE WHEN REACHED FROM 000-START'S
      *    FIRST-ATTACH PATH - DFHCOMMAREA HAS NO CALLER-SUPPLIED
      *    STORAGE BEHIND IT YET AND MUST NOT BE REFERENCED. ON A
      *    MAPFAIL RE-ENTRY FROM 300-RECEIVE-AND-VALIDATE, EIBCALEN IS
      *    NON-ZERO AND DFHCOMMAREA IS VALID LINKAGE STORAGE.
           IF EIBCALEN = 0
               MOVE SPACE  TO WS-CA-STATE
               MOVE SPACES TO WS-CA-JOB-NAME
               MOVE SPACES TO WS-CA-RUN-DATE
               EXEC CICS RETURN
                   TRANSID('HWJQ')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           ELSE
               MOVE SPACE  TO CA-STATE
               MOVE SPACES TO CA-JOB-NAME
               MOVE SPACES TO CA-RUN-DATE
               EXEC CICS RETURN
                   TRANSID('HWJQ')
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
           END-IF.
       100-EXIT.
           EXIT.

      *    A KEYED DATE IS SHOWN AS KEYED, EVEN WITH NO EVENTS ON IT.
      *    OTHERWISE THE JOB'S EVENTS ARE BROWSED IN KEY (DATE) ORDER
      *    FOR ITS LATEST RUN DATE, OR THE ONE BEFORE OR AFTER THE
      *    DATE ON THE SCREEN WHEN PAGING. WHEN PAGING RUNS OFF EITHER
      *    END THE DATE ON THE SCREEN STAYS.
       200-RESOLVE-RUN-DATE SECTION.
       200-START.
           MOVE 'N' TO WS-DATE-FOUND-SW
           MOVE SPACES TO WS-RUN-DATE
           IF ACTIONI = SPACE AND RUNDATEI NOT = SPACES
               MOVE RUNDATEI TO WS-RUN-DATE
               SET RUN-DATE-FOUND TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-SW
               MOVE LOW-VALUES TO WS-SCHED-KEY
               MOVE JOBNAMEI   TO WS-SCHED-KEY(1:8)
               IF ACTIONI = 'N'
                   MOVE CA-RUN-DATE TO WS-SCHED-KEY(9:8)
                   MOVE HIGH-VALUES TO WS-SCHED-KEY(17:9)
               END-IF
               EXEC CICS STARTBR FILE('SCHEDCTL')
                   RIDFLD(WS-SCHED-KEY)
                   KEYLENGTH(25)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 210-READ-NEXT-RUN-DATE
                       UNTIL BROWSE-IS-DONE
                   EXEC CICS ENDBR FILE('SCHEDCTL')
                   END-EXEC
               END-IF
               PERFORM 220-SET-PAGING-MESSAGE
           END-IF
           MOVE WS-RUN-DATE TO RUNDATEI.
       200-EXIT.
           EXIT.

       210-READ-NEXT-RUN-DATE SECTION.
       210-START.
           EXEC CICS READNEXT FILE('SCHEDCTL')
               INTO(SCHED-EVENT-RECORD)
               RIDFLD(WS-SCHED-KEY)
               KEYLENGTH(25)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET BROWSE-IS-DONE TO TRUE
               WHEN SCHED-JOB-NAME NOT = JOBNAMEI
                   SET BROWSE-IS-DONE TO TRUE
               WHEN ACTIONI = 'N'
                   MOVE SCHED-RUN-DATE TO WS-RUN-DATE
                   SET RUN-DATE-FOUND TO TRUE
                   SET BROWSE-IS-DONE TO TRUE
               WHEN ACTIONI = 'P'
                       AND SCHED-RUN-DATE NOT < CA-RUN-DATE
                   SET BROWSE-IS-DONE TO TRUE
               WHEN OTHER
                   MOVE SCHED-RUN-DATE TO WS-RUN-DATE
                   SET RUN-DATE-FOUND TO TRUE
           END-EVALUATE.
       210-EXIT.
           EXIT.

       220-SET-PAGING-MESSAGE SECTION.
       220-START.
           IF NOT RUN-DATE-FOUND
               EVALUATE ACTIONI
                   WHEN 'P'
                       MOVE 'NO EARLIER RUN DATES ON SCHEDCTL' TO
                           WS-ERROR-MESSAGE
                       MOVE CA-RUN-DATE TO WS-RUN-DATE
                   WHEN 'N'
                       MOVE 'NO LATER RUN DATES ON SCHEDCTL' TO
                           WS-ERROR-MESSAGE
                       MOVE CA-RUN-DATE TO WS-RUN-DATE
                   WHEN OTHER
                       MOVE 'NO RUNS ON SCHEDCTL FOR THIS JOB' TO
                           WS-ERROR-MESSAGE
               END-EVALUATE
           END-IF.
       220-EXIT.
           EXIT.

       300-RECEIVE-AND-VALIDATE SECTION.
       300-START.
           EXEC CICS RECEIVE MAP('HWJIQM')
               MAPSET('HWJIQSET')
               INTO(HWJIQMI)
           END-EXEC
      *    AN UNTOUCHED JOB, ACTION OR DATE FIELD COMES BACK AS NULLS.
      *    AN UNTOUCHED JOB NAME OR DATE STILL MEANS THE RUN ON THE
      *    SCREEN, SO THE JOB NAME IS RESTORED FIRST FOR THE TESTS
      *    BELOW THAT COMPARE IT WITH THE COMMAREA.
           IF JOBNAMEL = 0
               IF CA-RUN-DISPLAYED
                   MOVE CA-JOB-NAME TO JOBNAMEI
               ELSE
                   MOVE SPACES TO JOBNAMEI
               END-IF
           END-IF
           IF ACTIONL = 0
               MOVE SPACE TO ACTIONI
           END-IF
           IF RUNDATEL = 0
               IF CA-RUN-DISPLAYED AND CA-JOB-NAME = JOBNAMEI
                   MOVE CA-RUN-DATE TO RUNDATEI
               ELSE
                   MOVE SPACES TO RUNDATEI
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN JOBNAMEI = SPACES
                   MOVE 'JOB NAME IS REQUIRED' TO WS-ERROR-MESSAGE
               WHEN ACTIONI NOT = SPACE
                       AND ACTIONI NOT = 'P'
                       AND ACTIONI NOT = 'N'
                   MOVE 'ACTION MUST BE P, N OR BLANK' TO
                       WS-ERROR-MESSAGE
               WHEN ACTIONI NOT = SPACE
                       AND (NOT CA-RUN-DISPLAYED
                       OR CA-JOB-NAME NOT = JOBNAMEI
                       OR CA-RUN-DATE = SPACES)
                   MOVE 'PRESS ENTER TO DISPLAY A RUN FIRST' TO
                       WS-ERROR-MESSAGE
               WHEN ACTIONI = SPACE
                       AND RUNDATEI NOT = SPACES
                       AND RUNDATEI NOT NUMERIC
                   MOVE 'RUN DATE MUST BE YYYYMMDD OR BLANK' TO
                       WS-ERROR-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ERROR-MESSAGE NOT = SPACES
               PERFORM 310-REDISPLAY-WITH-ERROR
           END-IF.
       300-EXIT.
           EXIT.

       310-REDISPLAY-WITH-ERROR SECTION.
       310-START.
           PERFORM 510-MOVE-SCREEN-FIELDS
           EXEC CICS SEND MAP('HWJIQM')
               MAPSET('HWJIQSET')
               FROM(HWJIQMO)
               DATAONLY
           END-EXEC
           EXEC CICS RETURN
               TRANSID('HWJQ')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
       310-EXIT.
           EXIT.

       400-BUILD-INQUIRY SECTION.
       400-START.
           PERFORM 410-SHOW-REGISTRY-ENTRY
           PERFORM 420-SHOW-RUN-EVENTS
           PERFORM 440-SHOW-RUN-PROFILE
           PERFORM 460-SHOW-OPEN-ALERTS
           IF WS-RUN-DATE = SPACES
               MOVE SPACE  TO CA-STATE
               MOVE SPACES TO CA-RUN-DATE
           ELSE
               MOVE 'D'         TO CA-STATE
               MOVE WS-RUN-DATE TO CA-RUN-DATE
           END-IF
           MOVE JOBNAMEI TO CA-JOB-NAME
           IF WS-ERROR-MESSAGE = SPACES
               MOVE 'P = EARLIER RUN, N = LATER RUN' TO
                   WS-ERROR-MESSAGE
           END-IF
           MOVE SPACE TO ACTIONI.
       400-EXIT.
           EXIT.

       410-SHOW-REGISTRY-ENTRY SECTION.
       410-START.
           MOVE SPACES TO JOBDESCI
           MOVE SPACES TO OWNAREAI
           MOVE SPACES TO JOBENVSI
           MOVE JOBNAMEI TO JOBM-JOB-NAME
           EXEC CICS READ FILE('JOBMASTR')
               INTO(JOB-MASTER-RECORD)
               RIDFLD(JOBM-JOB-NAME)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NOT REGD' TO JOBSTATI
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNKNOWN'  TO JOBSTATI
                   MOVE 'JOBMASTR NOT AVAILABLE' TO JOBDESCI
               WHEN OTHER
                   MOVE JOBM-DESCRIPTION TO JOBDESCI
                   MOVE JOBM-OWNING-AREA TO OWNAREAI
                   STRING JOBM-PERMITTED-ENV(1) ' '
                       JOBM-PERMITTED-ENV(2) ' '
                       JOBM-PERMITTED-ENV(3) ' '
                       JOBM-PERMITTED-ENV(4) ' '
                       JOBM-PERMITTED-ENV(5) ' '
                       JOBM-PERMITTED-ENV(6) ' '
                       JOBM-PERMITTED-ENV(7) ' '
                       JOBM-PERMITTED-ENV(8)
                       DELIMITED BY SIZE
                       INTO JOBENVSI
                   EVALUATE TRUE
                       WHEN JOBM-IS-ACTIVE
                           MOVE 'ACTIVE'    TO JOBSTATI
                       WHEN JOBM-IS-SUSPENDED
                           MOVE 'SUSPENDED' TO JOBSTATI
                       WHEN OTHER
                           MOVE JOBM-STATUS-FLAG TO JOBSTATI
                   END-EVALUATE
           END-EVALUATE.
       410-EXIT.
           EXIT.

      *    EVERY EVENT FOR THE JOB ON THE RUN DATE IS COUNTED AND
      *    TIMED; THE SCREEN HAS ROOM FOR THE FIRST SIX.
       420-SHOW-RUN-EVENTS SECTION.
       420-START.
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 'N' TO WS-START-SW
           MOVE 'N' TO WS-END-SW
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 6
               MOVE SPACES TO EVLINEI(WS-LINE-SUB)
           END-PERFORM
           IF WS-RUN-DATE NOT = SPACES
               MOVE 'N' TO WS-BROWSE-SW
               MOVE LOW-VALUES  TO WS-SCHED-KEY
               MOVE JOBNAMEI    TO WS-SCHED-KEY(1:8)
               MOVE WS-RUN-DATE TO WS-SCHED-KEY(9:8)
               EXEC CICS STARTBR FILE('SCHEDCTL')
                   RIDFLD(WS-SCHED-KEY)
                   KEYLENGTH(25)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 425-READ-NEXT-RUN-EVENT
                       UNTIL BROWSE-IS-DONE
                   EXEC CICS ENDBR FILE('SCHEDCTL')
                   END-EXEC
               END-IF
           END-IF
           MOVE WS-EVENT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT  TO EVCOUNTI.
       420-EXIT.
           EXIT.

       425-READ-NEXT-RUN-EVENT SECTION.
       425-START.
           EXEC CICS READNEXT FILE('SCHEDCTL')
               INTO(SCHED-EVENT-RECORD)
               RIDFLD(WS-SCHED-KEY)
               KEYLENGTH(25)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR SCHED-JOB-NAME NOT = JOBNAMEI
                   OR SCHED-RUN-DATE NOT = WS-RUN-DATE
               SET BROWSE-IS-DONE TO TRUE
           ELSE
               PERFORM 430-SHOW-ONE-EVENT
           END-IF.
       425-EXIT.
           EXIT.

       430-SHOW-ONE-EVENT SECTION.
       430-START.
           ADD 1 TO WS-EVENT-COUNT
           IF WS-EVENT-COUNT NOT > 6
               MOVE SCHED-RUN-TIME     TO WS-EVL-TIME
               MOVE SCHED-STATUS-CODE  TO WS-EVL-STATUS
               MOVE SCHED-RETURN-CODE  TO WS-EVL-RETURN-CODE
               MOVE SCHED-PROGRAM-NAME TO WS-EVL-PROGRAM
               MOVE WS-EVENT-LINE      TO EVLINEI(WS-EVENT-COUNT)
           END-IF
           EVALUATE SCHED-STATUS-CODE
               WHEN 'STRT'
                   IF NOT RUN-START-SEEN
                       SET RUN-START-SEEN TO TRUE
                       MOVE SCHED-RUN-TIME TO WS-START-TIME
                   END-IF
               WHEN 'ENDC'
               WHEN 'ENDF'
                   SET RUN-END-SEEN TO TRUE
                   MOVE SCHED-RUN-TIME TO WS-END-TIME
           END-EVALUATE.
       430-EXIT.
           EXIT.

      *    THE PROFILE IS SHOWN WHENEVER THE JOB HAS ONE; THE ELAPSED
      *    TIME ONLY WHEN THE RUN HAS BOTH A START AND AN END.
       440-SHOW-RUN-PROFILE SECTION.
       440-START.
           MOVE SPACES TO ELAPSEDI
           MOVE SPACES TO AVGSECSI
           MOVE SPACES TO WRSTSECI
           MOVE SPACES TO PROFRUNI
           MOVE SPACES TO PROFNOTI
           MOVE 0 TO WS-RUN-SECONDS
           IF RUN-START-SEEN AND RUN-END-SEEN
               PERFORM 450-COMPUTE-RUN-SECONDS
               MOVE WS-RUN-SECONDS  TO WS-SECONDS-EDIT
               MOVE WS-SECONDS-EDIT TO ELAPSEDI
           END-IF
           MOVE JOBNAMEI TO PROF-JOB-NAME
           EXEC CICS READ FILE('PROFFILE')
               INTO(PROFILE-RECORD)
               RIDFLD(PROF-JOB-NAME)
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE PROF-AVG-SECONDS   TO WS-SECONDS-EDIT
               MOVE WS-SECONDS-EDIT    TO AVGSECSI
               MOVE PROF-WORST-SECONDS TO WS-SECONDS-EDIT
               MOVE WS-SECONDS-EDIT    TO WRSTSECI
               MOVE PROF-RUN-COUNT     TO WS-RUNS-EDIT
               MOVE WS-RUNS-EDIT       TO PROFRUNI
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-DATE = SPACES
                   CONTINUE
               WHEN NOT RUN-START-SEEN
                   MOVE 'NO START EVENT' TO PROFNOTI
               WHEN NOT RUN-END-SEEN
                   MOVE 'NOT ENDED' TO PROFNOTI
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO PROFILE' TO PROFNOTI
               WHEN WS-RUN-SECONDS > PROF-WORST-SECONDS
                   MOVE 'OVER WORST' TO PROFNOTI
               WHEN WS-RUN-SECONDS > PROF-AVG-SECONDS
                   MOVE 'OVER AVERAGE' TO PROFNOTI
               WHEN OTHER
                   MOVE 'WITHIN AVERAGE' TO PROFNOTI
           END-EVALUATE.
       440-EXIT.
           EXIT.

       450-COMPUTE-RUN-SECONDS SECTION.
       450-START.
           MOVE WS-START-TIME TO WS-TTS-TIME
           PERFORM 800-TIME-TO-SECONDS
           MOVE WS-TTS-SECONDS TO WS-START-SECONDS
           MOVE WS-END-TIME TO WS-TTS-TIME
           PERFORM 800-TIME-TO-SECONDS
           MOVE WS-TTS-SECONDS TO WS-END-SECONDS
           IF WS-END-SECONDS < WS-START-SECONDS
               ADD 86400 TO WS-END-SECONDS
           END-IF
           COMPUTE WS-RUN-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS.
       450-EXIT.
           EXIT.

      *    ALRTSTAT IS KEYED BY ALERT DATE AND TIME, NOT JOB, SO THE
      *    WHOLE FILE IS BROWSED. EVERY UNRESOLVED ALERT FOR THE JOB
      *    IS COUNTED, WHATEVER ITS DATE; THE OLDEST FOUR ARE SHOWN.
       460-SHOW-OPEN-ALERTS SECTION.
       460-START.
           MOVE 0 TO WS-ALERT-COUNT
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 4
               MOVE SPACES TO ALLINEI(WS-LINE-SUB)
           END-PERFORM
           MOVE 'N' TO WS-BROWSE-SW
           MOVE LOW-VALUES TO WS-ALERT-KEY
           EXEC CICS STARTBR FILE('ALRTSTAT')
               RIDFLD(WS-ALERT-KEY)
               KEYLENGTH(26)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 465-READ-NEXT-ALERT
                   UNTIL BROWSE-IS-DONE
               EXEC CICS ENDBR FILE('ALRTSTAT')
               END-EXEC
           END-IF
           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT  TO ALCOUNTI.
       460-EXIT.
           EXIT.

       465-READ-NEXT-ALERT SECTION.
       465-START.
           EXEC CICS READNEXT FILE('ALRTSTAT')
               INTO(ALERT-STATUS-RECORD)
               RIDFLD(WS-ALERT-KEY)
               KEYLENGTH(26)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET BROWSE-IS-DONE TO TRUE
               WHEN AST-JOB-NAME = JOBNAMEI
                       AND AST-IS-UNRESOLVED
                   PERFORM 470-SHOW-ONE-ALERT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       465-EXIT.
           EXIT.

       470-SHOW-ONE-ALERT SECTION.
       470-START.
           IF WS-ALERT-COUNT < 999
               ADD 1 TO WS-ALERT-COUNT
           END-IF
           IF WS-ALERT-COUNT NOT > 4
               MOVE AST-ALERT-DATE   TO WS-ALL-DATE
               MOVE AST-ALERT-TIME   TO WS-ALL-TIME
               MOVE AST-REASON-CODE  TO WS-ALL-REASON-CODE
               MOVE AST-SEVERITY     TO WS-ALL-SEVERITY
               MOVE AST-STATUS       TO WS-ALL-STATUS
               MOVE AST-FIELD-VALUE  TO WS-ALL-FIELD-VALUE
               MOVE WS-ALERT-LINE    TO ALLINEI(WS-ALERT-COUNT)
           END-IF.
       470-EXIT.
           EXIT.

       500-SEND-SCREEN SECTION.
       500-START.
           PERFORM 510-MOVE-SCREEN-FIELDS
           EXEC CICS SEND MAP('HWJIQM')
               MAPSET('HWJIQSET')
               FROM(HWJIQMO)
               DATAONLY
           END-EXEC
           EXEC CICS RETURN
               TRANSID('HWJQ')
               COMMAREA(DFHCOMMAREA)
           END-EXEC.
       500-EXIT.
           EXIT.

       510-MOVE-SCREEN-FIELDS SECTION.
       510-START.
           MOVE ACTIONI  TO ACTIONO
           MOVE JOBNAMEI TO JOBNAMEO
           MOVE RUNDATEI TO RUNDATEO
           MOVE JOBDESCI TO JOBDESCO
           MOVE OWNAREAI TO OWNAREAO
           MOVE JOBSTATI TO JOBSTATO
           MOVE JOBENVSI TO JOBENVSO
           MOVE EVCOUNTI TO EVCOUNTO
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 6
               MOVE EVLINEI(WS-LINE-SUB) TO EVLINEO(WS-LINE-SUB)
           END-PERFORM
           MOVE ELAPSEDI TO ELAPSEDO
           MOVE AVGSECSI TO AVGSECSO
           MOVE WRSTSECI TO WRSTSECO
           MOVE PROFRUNI TO PROFRUNO
           MOVE PROFNOTI TO PROFNOTO
           MOVE ALCOUNTI TO ALCOUNTO
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 4
               MOVE ALLINEI(WS-LINE-SUB) TO ALLINEO(WS-LINE-SUB)
           END-PERFORM
           MOVE WS-ERROR-MESSAGE TO MSGO.
       510-EXIT.
           EXIT.

       800-TIME-TO-SECONDS SECTION.
       800-START.
           MOVE WS-TTS-TIME(1:2) TO WS-TTS-HH
           MOVE WS-TTS-TIME(3:2) TO WS-TTS-MM
           MOVE WS-TTS-TIME(5:2) TO WS-TTS-SS
           COMPUTE WS-TTS-SECONDS =
               WS-TTS-HH * 3600 + WS-TTS-MM * 60 + WS-TTS-SS.
       800-EXIT.
           EXIT.
