      ******************************************************************
      *    ONCALREC.CPY
      *    ON-CALL ROSTER RECORD ON THE KEYED ONCALL FILE - ONE RECORD
      *    PER OWNING AREA (JOBM-OWNING-AREA ON JOBMASTR) AND SHIFT,
      *    NAMING WHO IS ON CALL FOR THE AREA'S JOBS DURING THE SHIFT.
      *    THE SHIFT RUNS FROM THE START TIME UP TO BUT NOT INCLUDING
      *    THE END TIME (HHMM); AN END TIME NOT AFTER THE START TIME
      *    RUNS PAST MIDNIGHT, SO 0000-0000 COVERS THE WHOLE DAY.
      *    HWALRTRT ROUTES AN ALERT TO THE PRIMARY CONTACT, OR TO THE
      *    BACKUP CONTACT WHEN IT IS AN HWALRTMN ESCALATION (REASON
      *    0022), AT THE NOTIFICATION ADDRESS. THE AREA *DEFAULT IS
      *    THE OPERATIONS ROSTER FOR ALERTS WITH NO JOB NAME OR WHOSE
      *    AREA HAS NO ENTRY FOR THE TIME. MAINTAINED BY HWONCMNT.
      ******************************************************************
       01  ON-CALL-ROSTER-RECORD.
           03 ONC-KEY.
              05 ONC-OWNING-AREA    PIC X(8).
                 88 ONC-IS-DEFAULT-AREA         VALUE '*DEFAULT'.
              05 ONC-SHIFT-ID       PIC X(1).
           03 ONC-SHIFT-START       PIC X(4).
           03 ONC-SHIFT-END         PIC X(4).
           03 ONC-PRIMARY-CONTACT   PIC X(10).
           03 ONC-BACKUP-CONTACT    PIC X(10).
           03 ONC-NOTIFY-ADDRESS    PIC X(32).
           03 ONC-UPDATED-BY        PIC X(8).
           03 ONC-UPDATED-DATE      PIC X(8).
