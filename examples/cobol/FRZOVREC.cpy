      ******************************************************************
      *    FRZOVREC.CPY
      *    CHANGE-FREEZE OVERRIDE LOG RECORD, APPENDED TO THE
      *    SEQUENTIAL FRZOVLOG FILE EVERY TIME AN EMERGENCY OVERRIDE
      *    CARD (FRZOVCRD) LETS THROUGH A HELLO-WORLD CARD OR A
      *    GREETING CHANGE THAT A FREEZE WINDOW (FRZREC) WOULD HAVE
      *    STOPPED - ONE RECORD PER USE, FOR THE CHANGE BOARD. LISTED
      *    BY HWFRZMNT.
      *    PROGRAM: HELLO-WORLD (RUN), HWGRLOAD (GREETING CHANGE
      *             QUEUED) OR HWGRAPPR (GREETING CHANGE APPLIED)
      ******************************************************************
       01  FREEZE-OVERRIDE-RECORD.
           03 FOV-DATE             PIC X(8).
           03 FOV-TIME             PIC X(6).
           03 FOV-PROGRAM-NAME     PIC X(11).
           03 FOV-OPERATOR-ID      PIC X(8).
           03 FOV-CHANGE-REF       PIC X(12).
           03 FOV-WINDOW-ID        PIC X(8).
           03 FOV-JOB-NAME         PIC X(8).
           03 FOV-ENVIRONMENT      PIC X(4).
           03 FOV-OVERRIDE-REASON  PIC X(16).
