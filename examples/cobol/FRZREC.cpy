      ******************************************************************
      *    FRZREC.CPY
      *    CHANGE-FREEZE WINDOW RECORD ON THE KEYED FRZCAL FILE - ONE
      *    RECORD PER DATED BLACKOUT WINDOW (QUARTER-END, AUDIT AND
      *    SIMILAR FREEZES), KEYED BY A WINDOW ID CHOSEN BY OPERATIONS.
      *    A WINDOW COVERS ONE JOB, ONE OWNING AREA (JOBM-OWNING-AREA
      *    ON JOBMASTR) OR ALL JOBS, IN ONE ENVIRONMENT OR ALL
      *    ENVIRONMENTS, FROM THE FROM-DATE THROUGH THE TO-DATE
      *    INCLUSIVE. WHILE A WINDOW IS ACTIVE FOR THE BUSINESS DATE
      *    HELLO-WORLD REJECTS THE CARDS IT COVERS (OPERALRT REASON
      *    0026), AND HWMAINT AND HWGRLOAD REFUSE, AND HWAPPROV AND
      *    HWGRAPPR WILL NOT APPLY, GREETVSM CHANGES FOR ITS JOBS
      *    THAT WOULD TAKE EFFECT INSIDE IT, WHATEVER THE WINDOW'S
      *    ENVIRONMENT - A GREETING IS SHARED BY EVERY ENVIRONMENT THE
      *    JOB RUNS IN. AN EMERGENCY OVERRIDE CARD
      *    (FRZOVCRD) LETS A RUN THROUGH, AND EVERY USE IS LOGGED TO
      *    FRZOVLOG (FRZOVREC). MAINTAINED AND LISTED BY HWFRZMNT.
      *    SCOPE TYPE: J = ONE JOB      (SCOPE NAME = JOB NAME)
      *                A = ONE AREA     (SCOPE NAME = OWNING AREA)
      *                * = ALL JOBS     (SCOPE NAME = SPACES)
      *    ENVIRONMENT: AN ENVIRONMENT CODE, OR ALL
      ******************************************************************
       01  FREEZE-WINDOW-RECORD.
           03 FRZ-WINDOW-ID        PIC X(8).
           03 FRZ-SCOPE-TYPE       PIC X(1).
              88 FRZ-SCOPE-IS-JOB               VALUE 'J'.
              88 FRZ-SCOPE-IS-AREA              VALUE 'A'.
              88 FRZ-SCOPE-IS-ALL               VALUE '*'.
           03 FRZ-SCOPE-NAME       PIC X(8).
           03 FRZ-ENVIRONMENT      PIC X(4).
              88 FRZ-ALL-ENVIRONMENTS           VALUE 'ALL '.
           03 FRZ-FROM-DATE        PIC X(8).
           03 FRZ-TO-DATE          PIC X(8).
           03 FRZ-REASON           PIC X(30).
           03 FRZ-ENTERED-BY       PIC X(8).
           03 FRZ-ENTERED-DATE     PIC X(8).
