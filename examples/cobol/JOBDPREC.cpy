      ******************************************************************
      *    JOBDPREC.CPY
      *    JOB DEPENDENCY AND DEADLINE RECORD ON THE KEYED JOBDEPND
      *    FILE - ONE RECORD PER JOB IN THE NIGHTLY STREAM, KEYED ON
      *    THE SAME JOB NAME AS THE JOBMASTR REGISTRY. LISTS THE JOBS
      *    THAT MUST END CLEAN BEFORE THIS ONE MAY START AND THE
      *    WALL-CLOCK TIME (HHMMSS) BY WHICH IT MUST HAVE COMPLETED.
      *    MAINTAINED BY HWDEPMNT, READ BY THE HWFORCST BATCH-WINDOW
      *    FORECAST. UNUSED PREDECESSOR SLOTS ARE SPACES; A DEADLINE
      *    OF SPACES MEANS THE JOB HAS NO SLA OF ITS OWN.
      ******************************************************************
       01  JOB-DEPEND-RECORD.
           03 JDEP-JOB-NAME        PIC X(8).
           03 JDEP-PREDECESSORS.
              05 JDEP-PRED-JOB-NAME PIC X(8) OCCURS 5 TIMES.
           03 JDEP-DEADLINE-TIME   PIC X(6).
