       IDENTIFICATION DIVISION.
       PROGRAM-ID. HWDRBKUP.

      ******************************************************************
      *    SUITE-WIDE DISASTER-RECOVERY BACKUP AND POST-RESTORE
      *    VERIFICATION. MODE IS TAKEN FROM THE SYSIN PARM CARD:
      *      BKUP - UNLOAD EVERY SUITE FILE (THE KEYED FILES IN KEY
      *             ORDER, THE SEQUENTIAL LOGS AND BDATECAL IN FILE
      *             ORDER) TO ITS OWN SEQUENTIAL UNLOAD DD (U + THE
      *             FIRST SEVEN CHARACTERS OF THE FILE'S DD NAME, E.G.
      *             UJOBMAST FOR JOBMASTR) AND WRITE THE BACKUP
      *             MANIFEST (DRMANFST, DRMANREC LAYOUT) - ONE RECORD
      *             PER FILE WITH ITS RECORD COUNT, HASH TOTAL, FIRST
      *             AND LAST KEY AND THE BUSINESS DATE OF THE BACKUP.
      *             THE UNLOADS ARE WHAT THE DR SITE RELOADS FROM.
      *      VRFY - AFTER THE FILES HAVE BEEN RESTORED, RE-READ EVERY
      *             SUITE FILE, RECOMPUTE THE SAME FIGURES AND COMPARE
      *             THEM TO THE MANIFEST, PRINTING A PASS/FAIL LINE
      *             PER FILE AND A BUSINESS-DATE CHECK, SO THE DR
      *             RUNBOOK HAS AN OBJECTIVE SIGN-OFF STEP.
      *    A FILE THAT HAS NEVER BEEN CREATED (STATUS 35) IS RECORDED
      *    AS ABSENT AND PASSES VERIFICATION WHEN IT IS STILL ABSENT
      *    OR EMPTY AFTER THE RESTORE. THE WORK, ARCHIVE, EXTRACT AND
      *    INTERFACE FILES (AUDTWORK, AUDTARCH, GLINTFC, OPSFEED,
      *    NOTIFY AND THE LIKE) ARE NOT SUITE FILES AND ARE NOT
      *    BACKED UP HERE. THE HASH TOTAL IS TAKEN ON THE CHARACTER
      *    CODES OF THE KEY, SO A BACKUP MUST BE VERIFIED ON THE SAME
      *    PLATFORM FAMILY THAT TOOK IT.
      *    ENDS WITH RC=8 WHEN ANY FILE COULD NOT BE BACKED UP OR
      *    FAILED VERIFICATION, OR THE BUSINESS DATE DOES NOT MATCH,
      *    RC=16 ON A PARM OR MANIFEST FAILURE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "DRMANFST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANF-STATUS.
           SELECT PRINT-FILE ASSIGN TO "SYSPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
      *    THE SUITE FILES ARE OPENED ONE AT A TIME, SO THEY SHARE ONE
      *    FILE STATUS FIELD AND THE UNLOAD FILES SHARE ANOTHER.
           SELECT GREETING-FILE ASSIGN TO "GREETVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GREET-KEY
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT SCHEDULER-FILE ASSIGN TO "SCHEDCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHED-EVENT-KEY
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT COUNTER-FILE ASSIGN TO "CNTRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNTR-ENV-CODE
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO "JOBMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOBM-JOB-NAME
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT ALERT-STATUS-FILE ASSIGN TO "ALRTSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "PROFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-JOB-NAME
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT GREET-PEND-FILE ASSIGN TO "GRPENDNG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT JOB-DEPEND-FILE ASSIGN TO "JOBDEPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDEP-JOB-NAME
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT FREEZE-FILE ASSIGN TO "FRZCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRZ-WINDOW-ID
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT ON-CALL-FILE ASSIGN TO "ONCALL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ONC-KEY
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT ENV-MASTER-FILE ASSIGN TO "ENVMASTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENV-CODE
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT ROUTING-LOG-FILE ASSIGN TO "ROUTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTL-KEY
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "BDATECAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "OPERALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT GREET-JRN-FILE ASSIGN TO "GREETJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT SECURITY-VIOL-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT FREEZE-OVERRIDE-FILE ASSIGN TO "FRZOVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUITE-STATUS.
           SELECT GREETING-UNLD-FILE ASSIGN TO "UGREETVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT SCHEDULER-UNLD-FILE ASSIGN TO "USCHEDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT COUNTER-UNLD-FILE ASSIGN TO "UCNTRFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT JOB-MASTER-UNLD-FILE ASSIGN TO "UJOBMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT ALERT-STATUS-UNLD-FILE ASSIGN TO "UALRTSTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT PROFILE-UNLD-FILE ASSIGN TO "UPROFFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT GREET-PEND-UNLD-FILE ASSIGN TO "UGRPENDN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT OPER-AUTH-UNLD-FILE ASSIGN TO "UOPERAUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT JOB-DEPEND-UNLD-FILE ASSIGN TO "UJOBDEPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT FREEZE-UNLD-FILE ASSIGN TO "UFRZCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT ON-CALL-UNLD-FILE ASSIGN TO "UONCALL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT ENV-MASTER-UNLD-FILE ASSIGN TO "UENVMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT ROUTING-LOG-UNLD-FILE ASSIGN TO "UROUTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT AUDIT-UNLD-FILE ASSIGN TO "UAUDITLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT CHECKPOINT-UNLD-FILE ASSIGN TO "UCHKPTFI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT CALENDAR-UNLD-FILE ASSIGN TO "UBDATECA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT ALERT-UNLD-FILE ASSIGN TO "UOPERALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT GREET-JRN-UNLD-FILE ASSIGN TO "UGREETJR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT SECURITY-VIOL-UNLD-FILE ASSIGN TO "USECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.
           SELECT FREEZE-OVERRIDE-UNLD-FILE ASSIGN TO "UFRZOVLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           RECORDING MODE IS F.
       01  DRBK-PARM-CARD.
           03 DRBK-MODE            PIC X(4).
              88 DRBK-IS-BACKUP                 VALUE 'BKUP'.
              88 DRBK-IS-VERIFY                 VALUE 'VRFY'.
           03 FILLER               PIC X(76).

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
           COPY DRMANREC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD            PIC X(80).

       FD  GREETING-FILE.
           COPY GREETREC.

       FD  SCHEDULER-FILE.
           COPY SCHEDREC.

       FD  COUNTER-FILE.
           COPY CNTRREC.

       FD  JOB-MASTER-FILE.
           COPY JOBMREC.

       FD  ALERT-STATUS-FILE.
           COPY ALSTREC.

       FD  PROFILE-FILE.
           COPY PROFREC.

       FD  GREET-PEND-FILE.
           COPY GRPNDREC.

       FD  OPER-AUTH-FILE.
           COPY OPAUTREC.

       FD  JOB-DEPEND-FILE.
           COPY JOBDPREC.

       FD  FREEZE-FILE.
           COPY FRZREC.

       FD  ON-CALL-FILE.
           COPY ONCALREC.

       FD  ENV-MASTER-FILE.
           COPY ENVREC.

       FD  ROUTING-LOG-FILE.
           COPY RTLOGREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY CHKPTREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
           COPY ALRTREC.

       FD  GREET-JRN-FILE
           RECORDING MODE IS F.
           COPY GRJRNREC.

       FD  SECURITY-VIOL-FILE
           RECORDING MODE IS F.
           COPY SECVREC.

       FD  FREEZE-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY FRZOVREC.

       FD  GREETING-UNLD-FILE
           RECORDING MODE IS F.
       01  GREETING-UNLD-RECORD    PIC X(41).

       FD  SCHEDULER-UNLD-FILE
           RECORDING MODE IS F.
       01  SCHEDULER-UNLD-RECORD   PIC X(44).

       FD  COUNTER-UNLD-FILE
           RECORDING MODE IS F.
       01  COUNTER-UNLD-RECORD     PIC X(27).

       FD  JOB-MASTER-UNLD-FILE
           RECORDING MODE IS F.
       01  JOB-MASTER-UNLD-RECORD  PIC X(79).

       FD  ALERT-STATUS-UNLD-FILE
           RECORDING MODE IS F.
       01  ALERT-STATUS-UNLD-RECORD
                                   PIC X(87).

       FD  PROFILE-UNLD-FILE
           RECORDING MODE IS F.
       01  PROFILE-UNLD-RECORD     PIC X(59).

       FD  GREET-PEND-UNLD-FILE
           RECORDING MODE IS F.
       01  GREET-PEND-UNLD-RECORD  PIC X(124).

       FD  OPER-AUTH-UNLD-FILE
           RECORDING MODE IS F.
       01  OPER-AUTH-UNLD-RECORD   PIC X(81).

       FD  JOB-DEPEND-UNLD-FILE
           RECORDING MODE IS F.
       01  JOB-DEPEND-UNLD-RECORD  PIC X(54).

       FD  FREEZE-UNLD-FILE
           RECORDING MODE IS F.
       01  FREEZE-UNLD-RECORD      PIC X(83).

       FD  ON-CALL-UNLD-FILE
           RECORDING MODE IS F.
       01  ON-CALL-UNLD-RECORD     PIC X(85).

       FD  ENV-MASTER-UNLD-FILE
           RECORDING MODE IS F.
       01  ENV-MASTER-UNLD-RECORD  PIC X(66).

       FD  ROUTING-LOG-UNLD-FILE
           RECORDING MODE IS F.
       01  ROUTING-LOG-UNLD-RECORD PIC X(113).

       FD  AUDIT-UNLD-FILE
           RECORDING MODE IS F.
       01  AUDIT-UNLD-RECORD       PIC X(47).

       FD  CHECKPOINT-UNLD-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-UNLD-RECORD  PIC X(26).

       FD  CALENDAR-UNLD-FILE
           RECORDING MODE IS F.
       01  CALENDAR-UNLD-RECORD    PIC X(29).

       FD  ALERT-UNLD-FILE
           RECORDING MODE IS F.
       01  ALERT-UNLD-RECORD       PIC X(68).

       FD  GREET-JRN-UNLD-FILE
           RECORDING MODE IS F.
       01  GREET-JRN-UNLD-RECORD   PIC X(117).

       FD  SECURITY-VIOL-UNLD-FILE
           RECORDING MODE IS F.
       01  SECURITY-VIOL-UNLD-RECORD
                                   PIC X(77).

       FD  FREEZE-OVERRIDE-UNLD-FILE
           RECORDING MODE IS F.
       01  FREEZE-OVERRIDE-UNLD-RECORD
                                   PIC X(81).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           03 WS-SYSIN-STATUS      PIC XX       VALUE SPACES.
           03 WS-MANF-STATUS       PIC XX       VALUE SPACES.
           03 WS-PRINT-STATUS      PIC XX       VALUE SPACES.
           03 WS-SUITE-STATUS      PIC XX       VALUE SPACES.
           03 WS-UNLD-STATUS       PIC XX       VALUE SPACES.

       01  WS-SYSIN-AT-EOF         PIC X        VALUE 'N'.
           88 SYSIN-AT-EOF                      VALUE 'Y'.

       01  WS-MANF-AT-EOF          PIC X        VALUE 'N'.
           88 MANF-AT-EOF                       VALUE 'Y'.

       01  WS-SUITE-AT-EOF         PIC X        VALUE 'N'.
           88 SUITE-AT-EOF                      VALUE 'Y'.

       01  WS-OPEN-SWITCHES.
           03 WS-SUITE-OPEN-SW     PIC X        VALUE 'N'.
              88 SUITE-IS-OPEN                  VALUE 'Y'.
           03 WS-UNLD-OPEN-SW      PIC X        VALUE 'N'.
              88 UNLD-IS-OPEN                   VALUE 'Y'.

       01  WS-BDATE-RESULT-SW      PIC X        VALUE 'Y'.
           88 BDATE-MATCHES                     VALUE 'Y'.
           88 BDATE-MISMATCH                    VALUE 'N'.

       01  WS-CURRENT-DATE-TIME    PIC X(21).

      *    EVERY FILE BACKED UP AND VERIFIED, IN MANIFEST ORDER. THE
      *    SEQUENCE HERE IS THE WS-FILE-SUB VALUE IN EACH EVALUATE IN
      *    THE 500 SECTIONS.
       01  WS-SUITE-FILE-NAMES.
           03 FILLER               PIC X(8)     VALUE 'GREETVSM'.
           03 FILLER               PIC X(8)     VALUE 'SCHEDCTL'.
           03 FILLER               PIC X(8)     VALUE 'CNTRFILE'.
           03 FILLER               PIC X(8)     VALUE 'JOBMASTR'.
           03 FILLER               PIC X(8)     VALUE 'ALRTSTAT'.
           03 FILLER               PIC X(8)     VALUE 'PROFFILE'.
           03 FILLER               PIC X(8)     VALUE 'GRPENDNG'.
           03 FILLER               PIC X(8)     VALUE 'OPERAUTH'.
           03 FILLER               PIC X(8)     VALUE 'JOBDEPND'.
           03 FILLER               PIC X(8)     VALUE 'FRZCAL'.
           03 FILLER               PIC X(8)     VALUE 'ONCALL'.
           03 FILLER               PIC X(8)     VALUE 'ENVMASTR'.
           03 FILLER               PIC X(8)     VALUE 'ROUTLOG'.
           03 FILLER               PIC X(8)     VALUE 'AUDITLOG'.
           03 FILLER               PIC X(8)     VALUE 'CHKPTFIL'.
           03 FILLER               PIC X(8)     VALUE 'BDATECAL'.
           03 FILLER               PIC X(8)     VALUE 'OPERALRT'.
           03 FILLER               PIC X(8)     VALUE 'GREETJRN'.
           03 FILLER               PIC X(8)     VALUE 'SECVIOL'.
           03 FILLER               PIC X(8)     VALUE 'FRZOVLOG'.
       01  WS-SUITE-FILE-TABLE REDEFINES WS-SUITE-FILE-NAMES.
           03 WS-SUITE-FILE-NAME   PIC X(8)     OCCURS 20 TIMES.

       01  WS-SUITE-SEEN-FLAGS.
           03 WS-SUITE-SEEN        PIC X(1)     OCCURS 20 TIMES.

       01  WS-SUITE-FILE-COUNT     PIC 9(2)     VALUE 20.
       01  WS-FILE-SUB             PIC 9(2)     VALUE 0.
       01  WS-KEY-SUB              PIC 9(2)     VALUE 0.
       01  WS-KEY-POS              PIC 9(2)     VALUE 0.

       01  WS-BUSINESS-DATE        PIC X(8)     VALUE SPACES.
       01  WS-MANF-BUSINESS-DATE   PIC X(8)     VALUE SPACES.
       01  WS-CURR-FILE-NAME       PIC X(8)     VALUE SPACES.

      *    FIGURES FOR THE FILE BEING READ. THE STATE USES THE SAME
      *    CODES AS DRM-FILE-STATE.
       01  WS-FILE-TOTALS.
           03 WS-FILE-STATE        PIC X(1).
              88 FILE-PRESENT                   VALUE 'U'.
              88 FILE-ABSENT                    VALUE 'A'.
              88 FILE-FAILED                    VALUE 'F'.
           03 WS-FILE-REC-COUNT    PIC 9(9).
           03 WS-FILE-HASH-TOTAL   PIC 9(16)V99.
           03 WS-FILE-FIRST-KEY    PIC X(40).
           03 WS-FILE-LAST-KEY     PIC X(40).

       01  WS-REC-KEY              PIC X(40).
       01  WS-REC-AMOUNT           PIC 9(11)V99.

      *    EACH TWO CHARACTERS OF THE KEY ARE MOVED INTO THE LOW-ORDER
      *    HALF OF A FULLWORD WHOSE HIGH-ORDER HALF STAYS LOW-VALUES,
      *    SO THE WORD READ AS BINARY IS THE CHARACTER PAIR'S VALUE
      *    (0 TO 65535) AND NEVER EXCEEDS ITS PICTURE.
       01  WS-HASH-WORD-AREA.
           03 WS-HASH-WORD-HIGH    PIC X(2)     VALUE LOW-VALUES.
           03 WS-HASH-WORD-PAIR    PIC X(2)     VALUE LOW-VALUES.
       01  WS-HASH-WORD REDEFINES WS-HASH-WORD-AREA
                                   PIC 9(9)     COMP.
       01  WS-HASH-PRODUCT         PIC 9(11)    VALUE 0.

       01  WS-FILE-RESULT          PIC X(6)     VALUE SPACES.
       01  WS-FAIL-REASON          PIC X(24)    VALUE SPACES.
       01  WS-PRINT-STATE          PIC X(1)     VALUE SPACE.

       01  WS-RUN-TOTALS.
           03 WS-FILES-PROCESSED   PIC 9(9)     VALUE 0.
           03 WS-FILES-OK          PIC 9(9)     VALUE 0.
           03 WS-FILES-FAILED      PIC 9(9)     VALUE 0.
           03 WS-FILES-ABSENT      PIC 9(9)     VALUE 0.
           03 WS-RECORDS-READ      PIC 9(9)     VALUE 0.

       01  WS-HEADER-LINE-1.
           03 FILLER               PIC X(1)     VALUE '1'.
           03 FILLER               PIC X(79)    VALUE
            '      *** DISASTER-RECOVERY BACKUP AND VERIFY ***'.

       01  WS-HEADER-LINE-2.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(79)    VALUE ALL '-'.

       01  WS-MODE-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(5)     VALUE 'MODE '.
           03 PRT-MODE             PIC X(4).
           03 FILLER               PIC X(17)    VALUE
               '   BUSINESS DATE '.
           03 PRT-BUSINESS-DATE    PIC X(8).
           03 FILLER               PIC X(16)    VALUE
               '   BACKUP TAKEN '.
           03 PRT-BACKUP-DATE      PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-BACKUP-TIME      PIC X(6).
           03 FILLER               PIC X(14)    VALUE SPACES.

       01  WS-FILE-HEADING.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(9)     VALUE 'FILE'.
           03 FILLER               PIC X(9)     VALUE 'STATE'.
           03 FILLER               PIC X(10)    VALUE '  RECORDS'.
           03 FILLER               PIC X(20)    VALUE
               '         HASH TOTAL'.
           03 FILLER               PIC X(7)     VALUE 'RESULT'.
           03 FILLER               PIC X(24)    VALUE 'REASON'.

       01  WS-FILE-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-FILE-NAME        PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-FILE-STATE       PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REC-COUNT        PIC Z(8)9.
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-HASH-TOTAL       PIC Z(15)9.99.
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-RESULT           PIC X(6).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-REASON           PIC X(24).

       01  WS-KEY-LINE.
           03 FILLER               PIC X(11)    VALUE SPACES.
           03 PRT-KEY-LABEL        PIC X(10).
           03 PRT-KEY-VALUE        PIC X(40).
           03 FILLER               PIC X(19)    VALUE SPACES.

       01  WS-BDATE-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 FILLER               PIC X(23)    VALUE
               'BUSINESS DATE MANIFEST '.
           03 PRT-BDATE-MANIFEST   PIC X(8).
           03 FILLER               PIC X(10)    VALUE ' RESTORED '.
           03 PRT-BDATE-RESTORED   PIC X(8).
           03 FILLER               PIC X(1)     VALUE SPACE.
           03 PRT-BDATE-RESULT     PIC X(6).
           03 FILLER               PIC X(23)    VALUE SPACES.

       01  WS-TOTAL-LINE.
           03 FILLER               PIC X(1)     VALUE ' '.
           03 PRT-TOTAL-LABEL      PIC X(22).
           03 FILLER               PIC X(2)     VALUE '= '.
           03 PRT-TOTAL-VALUE      PIC 9(9).
           03 FILLER               PIC X(46)    VALUE SPACES.

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
           EVALUATE TRUE
               WHEN SYSIN-AT-EOF
                   DISPLAY 'HWDRBKUP: ERROR - MISSING PARAMETER CARD'
                   MOVE 16 TO RETURN-CODE
               WHEN DRBK-IS-BACKUP
                   PERFORM 200-BACKUP-SUITE-FILES
               WHEN DRBK-IS-VERIFY
                   PERFORM 300-VERIFY-SUITE-FILES
               WHEN OTHER
                   DISPLAY 'HWDRBKUP: ERROR - UNRECOGNIZED MODE: '
                       DRBK-MODE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           PERFORM 600-PRINT-RUN-TOTALS
           CLOSE PRINT-FILE
           IF RETURN-CODE = 0
               IF WS-FILES-FAILED > 0 OR BDATE-MISMATCH
                   MOVE 8 TO RETURN-CODE
               END-IF
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
               MOVE SPACES TO DRBK-PARM-CARD
           END-IF.
       100-EXIT.
           EXIT.

      *    THE BUSINESS DATE IS THE CURRENT-DATE RECORD AT THE FRONT
      *    OF BDATECAL. WITH NO CALENDAR IT IS LEFT BLANK, WHICH THE
      *    VERIFY THEN EXPECTS TO FIND AGAIN.
       150-GET-BUSINESS-DATE SECTION.
       150-START.
           MOVE SPACES TO WS-BUSINESS-DATE
           OPEN INPUT CALENDAR-FILE
           IF WS-SUITE-STATUS = '00'
               READ CALENDAR-FILE
                   NOT AT END
                       MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE CALENDAR-FILE
           END-IF.
       150-EXIT.
           EXIT.

       200-BACKUP-SUITE-FILES SECTION.
       200-START.
           PERFORM 150-GET-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'HWDRBKUP: WARNING - NO BUSINESS DATE ON '
                   'BDATECAL - MANIFEST DATE LEFT BLANK'
           END-IF
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANF-STATUS NOT = '00'
               DISPLAY 'HWDRBKUP: ERROR - DRMANFST OPEN FAILED - '
                   'STATUS ' WS-MANF-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE DRBK-MODE                 TO PRT-MODE
               MOVE WS-BUSINESS-DATE          TO PRT-BUSINESS-DATE
               MOVE WS-CURRENT-DATE-TIME(1:8) TO PRT-BACKUP-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO PRT-BACKUP-TIME
               WRITE PRINT-RECORD FROM WS-MODE-LINE
               WRITE PRINT-RECORD FROM WS-BLANK-LINE
               WRITE PRINT-RECORD FROM WS-FILE-HEADING
               PERFORM 210-BACKUP-ONE-FILE
                   VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-SUITE-FILE-COUNT
               CLOSE MANIFEST-FILE
           END-IF.
       200-EXIT.
           EXIT.

       210-BACKUP-ONE-FILE SECTION.
       210-START.
           ADD 1 TO WS-FILES-PROCESSED
           MOVE WS-SUITE-FILE-NAME(WS-FILE-SUB) TO WS-CURR-FILE-NAME
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM 500-SCAN-SUITE-FILE
           MOVE WS-CURR-FILE-NAME         TO DRM-FILE-NAME
           MOVE WS-BUSINESS-DATE          TO DRM-BUSINESS-DATE
           MOVE WS-CURRENT-DATE-TIME(1:8) TO DRM-BACKUP-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO DRM-BACKUP-TIME
           MOVE WS-FILE-STATE             TO DRM-FILE-STATE
           MOVE WS-FILE-REC-COUNT         TO DRM-RECORD-COUNT
           MOVE WS-FILE-HASH-TOTAL        TO DRM-HASH-TOTAL
           MOVE WS-FILE-FIRST-KEY         TO DRM-FIRST-KEY
           MOVE WS-FILE-LAST-KEY          TO DRM-LAST-KEY
           WRITE DR-MANIFEST-RECORD
           IF FILE-FAILED
               MOVE 'FAIL' TO WS-FILE-RESULT
               ADD 1 TO WS-FILES-FAILED
           ELSE
               MOVE 'OK'   TO WS-FILE-RESULT
               ADD 1 TO WS-FILES-OK
           END-IF
           IF FILE-ABSENT
               ADD 1 TO WS-FILES-ABSENT
           END-IF
           MOVE WS-FILE-STATE TO WS-PRINT-STATE
           PERFORM 700-PRINT-FILE-LINES.
       210-EXIT.
           EXIT.

       300-VERIFY-SUITE-FILES SECTION.
       300-START.
           MOVE ALL 'N' TO WS-SUITE-SEEN-FLAGS
           OPEN INPUT MANIFEST-FILE
           IF WS-MANF-STATUS NOT = '00'
               DISPLAY 'HWDRBKUP: ERROR - DRMANFST OPEN FAILED - '
                   'STATUS ' WS-MANF-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 310-READ-MANIFEST
               IF MANF-AT-EOF
                   DISPLAY 'HWDRBKUP: ERROR - DRMANFST IS EMPTY'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE DRM-BUSINESS-DATE TO WS-MANF-BUSINESS-DATE
                   MOVE DRBK-MODE         TO PRT-MODE
                   MOVE DRM-BUSINESS-DATE TO PRT-BUSINESS-DATE
                   MOVE DRM-BACKUP-DATE   TO PRT-BACKUP-DATE
                   MOVE DRM-BACKUP-TIME   TO PRT-BACKUP-TIME
                   WRITE PRINT-RECORD FROM WS-MODE-LINE
                   WRITE PRINT-RECORD FROM WS-BLANK-LINE
                   WRITE PRINT-RECORD FROM WS-FILE-HEADING
                   PERFORM 320-VERIFY-ONE-FILE
                       UNTIL MANF-AT-EOF
                   PERFORM 350-CHECK-UNLISTED-FILE
                       VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > WS-SUITE-FILE-COUNT
                   PERFORM 360-VERIFY-BUSINESS-DATE
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.
       300-EXIT.
           EXIT.

       310-READ-MANIFEST SECTION.
       310-START.
           READ MANIFEST-FILE
               AT END
                   SET MANF-AT-EOF TO TRUE
           END-READ.
       310-EXIT.
           EXIT.

       320-VERIFY-ONE-FILE SECTION.
       320-START.
           ADD 1 TO WS-FILES-PROCESSED
           MOVE DRM-FILE-NAME TO WS-CURR-FILE-NAME
           MOVE SPACES        TO WS-FAIL-REASON
           PERFORM 505-CLEAR-FILE-TOTALS
           PERFORM 330-FIND-SUITE-FILE
           EVALUATE TRUE
               WHEN WS-FILE-SUB > WS-SUITE-FILE-COUNT
                   MOVE 'UNKNOWN FILE NAME' TO WS-FAIL-REASON
               WHEN WS-SUITE-SEEN(WS-FILE-SUB) = 'Y'
                   MOVE 'DUPLICATE MANIFEST ENTRY' TO WS-FAIL-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-SUITE-SEEN(WS-FILE-SUB)
                   PERFORM 500-SCAN-SUITE-FILE
                   PERFORM 340-COMPARE-TO-MANIFEST
           END-EVALUATE
           IF WS-FAIL-REASON = SPACES
               MOVE 'PASS' TO WS-FILE-RESULT
               ADD 1 TO WS-FILES-OK
           ELSE
               MOVE 'FAIL' TO WS-FILE-RESULT
               ADD 1 TO WS-FILES-FAILED
           END-IF
           IF FILE-ABSENT
               ADD 1 TO WS-FILES-ABSENT
           END-IF
           IF FILE-PRESENT
               MOVE 'R' TO WS-PRINT-STATE
           ELSE
               MOVE WS-FILE-STATE TO WS-PRINT-STATE
           END-IF
           PERFORM 700-PRINT-FILE-LINES
           IF WS-FAIL-REASON NOT = SPACES
               PERFORM 710-PRINT-MANIFEST-LINES
           END-IF
           PERFORM 310-READ-MANIFEST.
       320-EXIT.
           EXIT.

      *    LEAVES WS-FILE-SUB ONE PAST THE TABLE WHEN THE NAME ON THE
      *    MANIFEST IS NOT A SUITE FILE.
       330-FIND-SUITE-FILE SECTION.
       330-START.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-SUITE-FILE-COUNT
                  OR WS-SUITE-FILE-NAME(WS-FILE-SUB) = DRM-FILE-NAME
               CONTINUE
           END-PERFORM.
       330-EXIT.
           EXIT.

       340-COMPARE-TO-MANIFEST SECTION.
       340-START.
           EVALUATE TRUE
               WHEN DRM-FILE-FAILED
                   MOVE 'NOT BACKED UP' TO WS-FAIL-REASON
               WHEN FILE-FAILED
                   CONTINUE
               WHEN DRM-FILE-ABSENT
                   IF WS-FILE-REC-COUNT > 0
                       MOVE 'ABSENT AT BACKUP' TO WS-FAIL-REASON
                   END-IF
               WHEN FILE-ABSENT
                   MOVE 'NOT RESTORED' TO WS-FAIL-REASON
               WHEN WS-FILE-REC-COUNT NOT = DRM-RECORD-COUNT
                   MOVE 'RECORD COUNT MISMATCH' TO WS-FAIL-REASON
               WHEN WS-FILE-HASH-TOTAL NOT = DRM-HASH-TOTAL
                   MOVE 'HASH TOTAL MISMATCH' TO WS-FAIL-REASON
               WHEN WS-FILE-FIRST-KEY NOT = DRM-FIRST-KEY
                   MOVE 'FIRST KEY MISMATCH' TO WS-FAIL-REASON
               WHEN WS-FILE-LAST-KEY NOT = DRM-LAST-KEY
                   MOVE 'LAST KEY MISMATCH' TO WS-FAIL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       340-EXIT.
           EXIT.

      *    A SUITE FILE WITH NO MANIFEST RECORD WAS NEVER BACKED UP
      *    (OR THE MANIFEST IS INCOMPLETE), SO IT CANNOT BE SIGNED OFF.
       350-CHECK-UNLISTED-FILE SECTION.
       350-START.
           IF WS-SUITE-SEEN(WS-FILE-SUB) = 'N'
               ADD 1 TO WS-FILES-PROCESSED
               ADD 1 TO WS-FILES-FAILED
               MOVE WS-SUITE-FILE-NAME(WS-FILE-SUB)
                   TO WS-CURR-FILE-NAME
               PERFORM 505-CLEAR-FILE-TOTALS
               MOVE 'FAIL'            TO WS-FILE-RESULT
               MOVE 'NOT IN MANIFEST' TO WS-FAIL-REASON
               MOVE SPACE             TO WS-PRINT-STATE
               PERFORM 700-PRINT-FILE-LINES
           END-IF.
       350-EXIT.
           EXIT.

       360-VERIFY-BUSINESS-DATE SECTION.
       360-START.
           PERFORM 150-GET-BUSINESS-DATE
           MOVE WS-MANF-BUSINESS-DATE TO PRT-BDATE-MANIFEST
           MOVE WS-BUSINESS-DATE      TO PRT-BDATE-RESTORED
           IF WS-BUSINESS-DATE = WS-MANF-BUSINESS-DATE
               SET BDATE-MATCHES TO TRUE
               MOVE 'PASS' TO PRT-BDATE-RESULT
           ELSE
               SET BDATE-MISMATCH TO TRUE
               MOVE 'FAIL' TO PRT-BDATE-RESULT
           END-IF
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           WRITE PRINT-RECORD FROM WS-BDATE-LINE.
       360-EXIT.
           EXIT.

      *    READS ONE SUITE FILE FROM START TO END, ACCUMULATING ITS
      *    COUNT, HASH TOTAL AND FIRST AND LAST KEYS, AND IN BKUP
      *    MODE COPIES EVERY RECORD TO THE FILE'S UNLOAD DD. A FILE
      *    THAT CANNOT BE OPENED OR READ TO THE END IS FAILED - IT IS
      *    NEITHER BACKED UP NOR SIGNED OFF.
       500-SCAN-SUITE-FILE SECTION.
       500-START.
           PERFORM 505-CLEAR-FILE-TOTALS
           MOVE 'N' TO WS-SUITE-AT-EOF
           MOVE 'N' TO WS-SUITE-OPEN-SW
           MOVE 'N' TO WS-UNLD-OPEN-SW
           PERFORM 510-OPEN-SUITE-FILE
           EVALUATE WS-SUITE-STATUS
               WHEN '00'
                   SET FILE-PRESENT  TO TRUE
                   SET SUITE-IS-OPEN TO TRUE
               WHEN '35'
                   SET FILE-ABSENT   TO TRUE
                   SET SUITE-AT-EOF  TO TRUE
               WHEN OTHER
                   SET FILE-FAILED   TO TRUE
                   SET SUITE-AT-EOF  TO TRUE
                   STRING 'OPEN FAILED - STATUS ' WS-SUITE-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-EVALUATE
           IF DRBK-IS-BACKUP AND NOT FILE-FAILED
               PERFORM 515-OPEN-UNLOAD-FILE
               IF WS-UNLD-STATUS = '00'
                   SET UNLD-IS-OPEN TO TRUE
               ELSE
                   SET FILE-FAILED  TO TRUE
                   SET SUITE-AT-EOF TO TRUE
                   STRING 'UNLOAD OPEN FAILED - ' WS-UNLD-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               END-IF
           END-IF
           PERFORM 520-READ-SUITE-RECORD
           PERFORM 530-TAKE-ONE-RECORD
               UNTIL SUITE-AT-EOF
           IF SUITE-IS-OPEN
               PERFORM 560-CLOSE-SUITE-FILE
           END-IF
           IF UNLD-IS-OPEN
               PERFORM 570-CLOSE-UNLOAD-FILE
           END-IF.
       500-EXIT.
           EXIT.

       505-CLEAR-FILE-TOTALS SECTION.
       505-START.
           MOVE SPACE  TO WS-FILE-STATE
           MOVE 0      TO WS-FILE-REC-COUNT
           MOVE 0      TO WS-FILE-HASH-TOTAL
           MOVE SPACES TO WS-FILE-FIRST-KEY
           MOVE SPACES TO WS-FILE-LAST-KEY.
       505-EXIT.
           EXIT.

       510-OPEN-SUITE-FILE SECTION.
       510-START.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN INPUT GREETING-FILE
               WHEN 2
                   OPEN INPUT SCHEDULER-FILE
               WHEN 3
                   OPEN INPUT COUNTER-FILE
               WHEN 4
                   OPEN INPUT JOB-MASTER-FILE
               WHEN 5
                   OPEN INPUT ALERT-STATUS-FILE
               WHEN 6
                   OPEN INPUT PROFILE-FILE
               WHEN 7
                   OPEN INPUT GREET-PEND-FILE
               WHEN 8
                   OPEN INPUT OPER-AUTH-FILE
               WHEN 9
                   OPEN INPUT JOB-DEPEND-FILE
               WHEN 10
                   OPEN INPUT FREEZE-FILE
               WHEN 11
                   OPEN INPUT ON-CALL-FILE
               WHEN 12
                   OPEN INPUT ENV-MASTER-FILE
               WHEN 13
                   OPEN INPUT ROUTING-LOG-FILE
               WHEN 14
                   OPEN INPUT AUDIT-FILE
               WHEN 15
                   OPEN INPUT CHECKPOINT-FILE
               WHEN 16
                   OPEN INPUT CALENDAR-FILE
               WHEN 17
                   OPEN INPUT ALERT-FILE
               WHEN 18
                   OPEN INPUT GREET-JRN-FILE
               WHEN 19
                   OPEN INPUT SECURITY-VIOL-FILE
               WHEN 20
                   OPEN INPUT FREEZE-OVERRIDE-FILE
           END-EVALUATE.
       510-EXIT.
           EXIT.

       515-OPEN-UNLOAD-FILE SECTION.
       515-START.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   OPEN OUTPUT GREETING-UNLD-FILE
               WHEN 2
                   OPEN OUTPUT SCHEDULER-UNLD-FILE
               WHEN 3
                   OPEN OUTPUT COUNTER-UNLD-FILE
               WHEN 4
                   OPEN OUTPUT JOB-MASTER-UNLD-FILE
               WHEN 5
                   OPEN OUTPUT ALERT-STATUS-UNLD-FILE
               WHEN 6
                   OPEN OUTPUT PROFILE-UNLD-FILE
               WHEN 7
                   OPEN OUTPUT GREET-PEND-UNLD-FILE
               WHEN 8
                   OPEN OUTPUT OPER-AUTH-UNLD-FILE
               WHEN 9
                   OPEN OUTPUT JOB-DEPEND-UNLD-FILE
               WHEN 10
                   OPEN OUTPUT FREEZE-UNLD-FILE
               WHEN 11
                   OPEN OUTPUT ON-CALL-UNLD-FILE
               WHEN 12
                   OPEN OUTPUT ENV-MASTER-UNLD-FILE
               WHEN 13
                   OPEN OUTPUT ROUTING-LOG-UNLD-FILE
               WHEN 14
                   OPEN OUTPUT AUDIT-UNLD-FILE
               WHEN 15
                   OPEN OUTPUT CHECKPOINT-UNLD-FILE
               WHEN 16
                   OPEN OUTPUT CALENDAR-UNLD-FILE
               WHEN 17
                   OPEN OUTPUT ALERT-UNLD-FILE
               WHEN 18
                   OPEN OUTPUT GREET-JRN-UNLD-FILE
               WHEN 19
                   OPEN OUTPUT SECURITY-VIOL-UNLD-FILE
               WHEN 20
                   OPEN OUTPUT FREEZE-OVERRIDE-UNLD-FILE
           END-EVALUATE.
       515-EXIT.
           EXIT.

       520-READ-SUITE-RECORD SECTION.
       520-START.
           IF NOT SUITE-AT-EOF
               EVALUATE WS-FILE-SUB
                   WHEN 1
                       READ GREETING-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 2
                       READ SCHEDULER-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 3
                       READ COUNTER-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 4
                       READ JOB-MASTER-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 5
                       READ ALERT-STATUS-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 6
                       READ PROFILE-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 7
                       READ GREET-PEND-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 8
                       READ OPER-AUTH-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 9
                       READ JOB-DEPEND-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 10
                       READ FREEZE-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 11
                       READ ON-CALL-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 12
                       READ ENV-MASTER-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 13
                       READ ROUTING-LOG-FILE NEXT RECORD
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 14
                       READ AUDIT-FILE
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 15
                       READ CHECKPOINT-FILE
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 16
                       READ CALENDAR-FILE
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 17
                       READ ALERT-FILE
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 18
                       READ GREET-JRN-FILE
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 19
                       READ SECURITY-VIOL-FILE
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
                   WHEN 20
                       READ FREEZE-OVERRIDE-FILE
                           AT END
                               SET SUITE-AT-EOF TO TRUE
                       END-READ
               END-EVALUATE
               IF WS-SUITE-STATUS NOT = '00'
                       AND WS-SUITE-STATUS NOT = '10'
                   SET FILE-FAILED  TO TRUE
                   SET SUITE-AT-EOF TO TRUE
                   STRING 'READ FAILED - STATUS ' WS-SUITE-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               END-IF
           END-IF.
       520-EXIT.
           EXIT.

       530-TAKE-ONE-RECORD SECTION.
       530-START.
           PERFORM 535-TAKE-KEY-AND-AMOUNT
           ADD 1 TO WS-FILE-REC-COUNT
           ADD 1 TO WS-RECORDS-READ
           IF WS-FILE-REC-COUNT = 1
               MOVE WS-REC-KEY TO WS-FILE-FIRST-KEY
           END-IF
           MOVE WS-REC-KEY TO WS-FILE-LAST-KEY
           PERFORM 540-ADD-KEY-PAIR-TO-HASH
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > 20
           ADD WS-REC-AMOUNT TO WS-FILE-HASH-TOTAL
           IF UNLD-IS-OPEN
               PERFORM 550-WRITE-UNLOAD-RECORD
           END-IF
           PERFORM 520-READ-SUITE-RECORD.
       530-EXIT.
           EXIT.

      *    THE KEY OF A KEYED FILE IS ITS RECORD KEY. A SEQUENTIAL LOG
      *    HAS NO KEY, SO ITS DATE, TIME AND WHO OR WHAT THE RECORD IS
      *    FOR STAND IN. THE AMOUNT FIELDS ARE THE NUMERIC FIELDS THAT
      *    ARE NOT PART OF THE KEY (RETURN CODES, COUNTS, RATES).
       535-TAKE-KEY-AND-AMOUNT SECTION.
       535-START.
           MOVE SPACES TO WS-REC-KEY
           MOVE 0      TO WS-REC-AMOUNT
           EVALUATE WS-FILE-SUB
               WHEN 1
                   MOVE GREET-KEY           TO WS-REC-KEY
               WHEN 2
                   MOVE SCHED-EVENT-KEY     TO WS-REC-KEY
                   MOVE SCHED-RETURN-CODE   TO WS-REC-AMOUNT
               WHEN 3
                   MOVE CNTR-ENV-CODE       TO WS-REC-KEY
                   MOVE CNTR-EXEC-COUNT     TO WS-REC-AMOUNT
               WHEN 4
                   MOVE JOBM-JOB-NAME       TO WS-REC-KEY
               WHEN 5
                   MOVE AST-KEY             TO WS-REC-KEY
               WHEN 6
                   MOVE PROF-JOB-NAME       TO WS-REC-KEY
                   ADD PROF-RUN-COUNT PROF-TOTAL-SECONDS
                       GIVING WS-REC-AMOUNT
               WHEN 7
                   MOVE PND-KEY             TO WS-REC-KEY
               WHEN 8
                   MOVE OPA-OPERATOR-ID     TO WS-REC-KEY
               WHEN 9
                   MOVE JDEP-JOB-NAME       TO WS-REC-KEY
               WHEN 10
                   MOVE FRZ-WINDOW-ID       TO WS-REC-KEY
               WHEN 11
                   MOVE ONC-KEY             TO WS-REC-KEY
               WHEN 12
                   MOVE ENV-CODE            TO WS-REC-KEY
                   ADD ENV-RUN-RATE ENV-REJECT-RATE
                       GIVING WS-REC-AMOUNT
               WHEN 13
                   MOVE RTL-KEY             TO WS-REC-KEY
               WHEN 14
                   STRING AUD-JOB-NAME AUD-RUN-DATE AUD-RUN-TIME
                       DELIMITED BY SIZE INTO WS-REC-KEY
                   MOVE AUD-RETURN-CODE     TO WS-REC-AMOUNT
               WHEN 15
                   STRING CKPT-JOB-NAME CKPT-RUN-DATE CKPT-RUN-TIME
                       DELIMITED BY SIZE INTO WS-REC-KEY
                   MOVE CKPT-STEP-NUMBER    TO WS-REC-AMOUNT
               WHEN 16
                   MOVE CAL-BUSINESS-DATE   TO WS-REC-KEY
               WHEN 17
                   STRING ALERT-DATE ALERT-TIME ALERT-JOB-NAME
                       DELIMITED BY SIZE INTO WS-REC-KEY
                   MOVE ALERT-REASON-CODE   TO WS-REC-AMOUNT
               WHEN 18
                   STRING JRN-DATE JRN-TIME JRN-JOB-NAME
                       JRN-EFF-FROM-DATE
                       DELIMITED BY SIZE INTO WS-REC-KEY
               WHEN 19
                   STRING SECV-DATE SECV-TIME SECV-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-REC-KEY
               WHEN 20
                   STRING FOV-DATE FOV-TIME FOV-OPERATOR-ID
                       DELIMITED BY SIZE INTO WS-REC-KEY
           END-EVALUATE.
       535-EXIT.
           EXIT.

       540-ADD-KEY-PAIR-TO-HASH SECTION.
       540-START.
           COMPUTE WS-KEY-POS = WS-KEY-SUB * 2 - 1
           MOVE WS-REC-KEY(WS-KEY-POS:2) TO WS-HASH-WORD-PAIR
           MULTIPLY WS-HASH-WORD BY WS-KEY-SUB
               GIVING WS-HASH-PRODUCT
           ADD WS-HASH-PRODUCT TO WS-FILE-HASH-TOTAL.
       540-EXIT.
           EXIT.

       550-WRITE-UNLOAD-RECORD SECTION.
       550-START.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   WRITE GREETING-UNLD-RECORD
                       FROM GREETING-RECORD
               WHEN 2
                   WRITE SCHEDULER-UNLD-RECORD
                       FROM SCHED-EVENT-RECORD
               WHEN 3
                   WRITE COUNTER-UNLD-RECORD
                       FROM COUNTER-RECORD
               WHEN 4
                   WRITE JOB-MASTER-UNLD-RECORD
                       FROM JOB-MASTER-RECORD
               WHEN 5
                   WRITE ALERT-STATUS-UNLD-RECORD
                       FROM ALERT-STATUS-RECORD
               WHEN 6
                   WRITE PROFILE-UNLD-RECORD
                       FROM PROFILE-RECORD
               WHEN 7
                   WRITE GREET-PEND-UNLD-RECORD
                       FROM GREET-PENDING-RECORD
               WHEN 8
                   WRITE OPER-AUTH-UNLD-RECORD
                       FROM OPER-AUTH-RECORD
               WHEN 9
                   WRITE JOB-DEPEND-UNLD-RECORD
                       FROM JOB-DEPEND-RECORD
               WHEN 10
                   WRITE FREEZE-UNLD-RECORD
                       FROM FREEZE-WINDOW-RECORD
               WHEN 11
                   WRITE ON-CALL-UNLD-RECORD
                       FROM ON-CALL-ROSTER-RECORD
               WHEN 12
                   WRITE ENV-MASTER-UNLD-RECORD
                       FROM ENVIRONMENT-MASTER-RECORD
               WHEN 13
                   WRITE ROUTING-LOG-UNLD-RECORD
                       FROM ROUTING-LOG-RECORD
               WHEN 14
                   WRITE AUDIT-UNLD-RECORD
                       FROM AUDIT-RECORD
               WHEN 15
                   WRITE CHECKPOINT-UNLD-RECORD
                       FROM CHECKPOINT-RECORD
               WHEN 16
                   WRITE CALENDAR-UNLD-RECORD
                       FROM CALENDAR-RECORD
               WHEN 17
                   WRITE ALERT-UNLD-RECORD
                       FROM ALERT-RECORD
               WHEN 18
                   WRITE GREET-JRN-UNLD-RECORD
                       FROM GREET-JOURNAL-RECORD
               WHEN 19
                   WRITE SECURITY-VIOL-UNLD-RECORD
                       FROM SECURITY-VIOLATION-RECORD
               WHEN 20
                   WRITE FREEZE-OVERRIDE-UNLD-RECORD
                       FROM FREEZE-OVERRIDE-RECORD
           END-EVALUATE
           IF WS-UNLD-STATUS NOT = '00'
               SET FILE-FAILED  TO TRUE
               SET SUITE-AT-EOF TO TRUE
               STRING 'UNLOAD WRITE FAILED - ' WS-UNLD-STATUS
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-IF.
       550-EXIT.
           EXIT.

       560-CLOSE-SUITE-FILE SECTION.
       560-START.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   CLOSE GREETING-FILE
               WHEN 2
                   CLOSE SCHEDULER-FILE
               WHEN 3
                   CLOSE COUNTER-FILE
               WHEN 4
                   CLOSE JOB-MASTER-FILE
               WHEN 5
                   CLOSE ALERT-STATUS-FILE
               WHEN 6
                   CLOSE PROFILE-FILE
               WHEN 7
                   CLOSE GREET-PEND-FILE
               WHEN 8
                   CLOSE OPER-AUTH-FILE
               WHEN 9
                   CLOSE JOB-DEPEND-FILE
               WHEN 10
                   CLOSE FREEZE-FILE
               WHEN 11
                   CLOSE ON-CALL-FILE
               WHEN 12
                   CLOSE ENV-MASTER-FILE
               WHEN 13
                   CLOSE ROUTING-LOG-FILE
               WHEN 14
                   CLOSE AUDIT-FILE
               WHEN 15
                   CLOSE CHECKPOINT-FILE
               WHEN 16
                   CLOSE CALENDAR-FILE
               WHEN 17
                   CLOSE ALERT-FILE
               WHEN 18
                   CLOSE GREET-JRN-FILE
               WHEN 19
                   CLOSE SECURITY-VIOL-FILE
               WHEN 20
                   CLOSE FREEZE-OVERRIDE-FILE
           END-EVALUATE.
       560-EXIT.
           EXIT.

       570-CLOSE-UNLOAD-FILE SECTION.
       570-START.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   CLOSE GREETING-UNLD-FILE
               WHEN 2
                   CLOSE SCHEDULER-UNLD-FILE
               WHEN 3
                   CLOSE COUNTER-UNLD-FILE
               WHEN 4
                   CLOSE JOB-MASTER-UNLD-FILE
               WHEN 5
                   CLOSE ALERT-STATUS-UNLD-FILE
               WHEN 6
                   CLOSE PROFILE-UNLD-FILE
               WHEN 7
                   CLOSE GREET-PEND-UNLD-FILE
               WHEN 8
                   CLOSE OPER-AUTH-UNLD-FILE
               WHEN 9
                   CLOSE JOB-DEPEND-UNLD-FILE
               WHEN 10
                   CLOSE FREEZE-UNLD-FILE
               WHEN 11
                   CLOSE ON-CALL-UNLD-FILE
               WHEN 12
                   CLOSE ENV-MASTER-UNLD-FILE
               WHEN 13
                   CLOSE ROUTING-LOG-UNLD-FILE
               WHEN 14
                   CLOSE AUDIT-UNLD-FILE
               WHEN 15
                   CLOSE CHECKPOINT-UNLD-FILE
               WHEN 16
                   CLOSE CALENDAR-UNLD-FILE
               WHEN 17
                   CLOSE ALERT-UNLD-FILE
               WHEN 18
                   CLOSE GREET-JRN-UNLD-FILE
               WHEN 19
                   CLOSE SECURITY-VIOL-UNLD-FILE
               WHEN 20
                   CLOSE FREEZE-OVERRIDE-UNLD-FILE
           END-EVALUATE.
       570-EXIT.
           EXIT.

       600-PRINT-RUN-TOTALS SECTION.
       600-START.
           WRITE PRINT-RECORD FROM WS-BLANK-LINE
           MOVE 'SUITE FILES PROCESSED ' TO PRT-TOTAL-LABEL
           MOVE WS-FILES-PROCESSED       TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FILES OK              ' TO PRT-TOTAL-LABEL
           MOVE WS-FILES-OK              TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FILES FAILED          ' TO PRT-TOTAL-LABEL
           MOVE WS-FILES-FAILED          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'FILES ABSENT          ' TO PRT-TOTAL-LABEL
           MOVE WS-FILES-ABSENT          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RECORDS READ          ' TO PRT-TOTAL-LABEL
           MOVE WS-RECORDS-READ          TO PRT-TOTAL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-LINE.
       600-EXIT.
           EXIT.

      *    THE PRINT STATE IS THE FILE STATE, EXCEPT THAT A FILE FOUND
      *    PRESENT BY THE VERIFY SHOWS AS RESTORED (R).
       700-PRINT-FILE-LINES SECTION.
       700-START.
           MOVE WS-CURR-FILE-NAME  TO PRT-FILE-NAME
           PERFORM 720-DESCRIBE-PRINT-STATE
           MOVE WS-FILE-REC-COUNT  TO PRT-REC-COUNT
           MOVE WS-FILE-HASH-TOTAL TO PRT-HASH-TOTAL
           MOVE WS-FILE-RESULT     TO PRT-RESULT
           MOVE WS-FAIL-REASON     TO PRT-REASON
           WRITE PRINT-RECORD FROM WS-FILE-LINE
           IF WS-FILE-REC-COUNT > 0
               MOVE 'FIRST KEY '      TO PRT-KEY-LABEL
               MOVE WS-FILE-FIRST-KEY TO PRT-KEY-VALUE
               WRITE PRINT-RECORD FROM WS-KEY-LINE
               MOVE 'LAST KEY  '      TO PRT-KEY-LABEL
               MOVE WS-FILE-LAST-KEY  TO PRT-KEY-VALUE
               WRITE PRINT-RECORD FROM WS-KEY-LINE
           END-IF.
       700-EXIT.
           EXIT.

      *    UNDER A FAILED FILE, WHAT THE MANIFEST SAYS IT SHOULD HAVE
      *    BEEN.
       710-PRINT-MANIFEST-LINES SECTION.
       710-START.
           MOVE SPACES           TO PRT-FILE-NAME
           MOVE DRM-FILE-STATE   TO WS-PRINT-STATE
           PERFORM 720-DESCRIBE-PRINT-STATE
           MOVE DRM-RECORD-COUNT TO PRT-REC-COUNT
           MOVE DRM-HASH-TOTAL   TO PRT-HASH-TOTAL
           MOVE SPACES           TO PRT-RESULT
           MOVE 'PER MANIFEST'   TO PRT-REASON
           WRITE PRINT-RECORD FROM WS-FILE-LINE
           IF DRM-RECORD-COUNT > 0
               MOVE 'FIRST KEY '  TO PRT-KEY-LABEL
               MOVE DRM-FIRST-KEY TO PRT-KEY-VALUE
               WRITE PRINT-RECORD FROM WS-KEY-LINE
               MOVE 'LAST KEY  '  TO PRT-KEY-LABEL
               MOVE DRM-LAST-KEY  TO PRT-KEY-VALUE
               WRITE PRINT-RECORD FROM WS-KEY-LINE
           END-IF.
       710-EXIT.
           EXIT.

       720-DESCRIBE-PRINT-STATE SECTION.
       720-START.
           EVALUATE WS-PRINT-STATE
               WHEN 'U'
                   MOVE 'UNLOADED' TO PRT-FILE-STATE
               WHEN 'R'
                   MOVE 'RESTORED' TO PRT-FILE-STATE
               WHEN 'A'
                   MOVE 'ABSENT'   TO PRT-FILE-STATE
               WHEN 'F'
                   MOVE 'FAILED'   TO PRT-FILE-STATE
               WHEN OTHER
                   MOVE SPACES     TO PRT-FILE-STATE
           END-EVALUATE.
       720-EXIT.
           EXIT.
