      *    HELLO-WORLD VALIDATES EVERY PARM CARD AGAINST THE REGISTRY
      *    AND REJECTS UNKNOWN OR SUSPENDED JOBS AND ENVIRONMENTS THE
      *    JOB IS NOT PERMITTED TO RUN IN. MAINTAINED BY HWJOBMNT.
      *    UP TO EIGHT PERMITTED ENVIRONMENTS, EACH ON ENVMASTR
      *    (ENVREC); UNUSED PERMITTED-ENVIRONMENT SLOTS ARE SPACES.
      *    STATUS FLAG: A = ACTIVE
      *                 S = SUSPENDED
      ******************************************************************
       01  JOB-MASTER-RECORD.
           03 JOBM-JOB-NAME        PIC X(8).
           03 JOBM-ENVIRONMENTS.
              05 JOBM-PERMITTED-ENV PIC X(4) OCCURS 8 TIMES.
           03 JOBM-OWNING-AREA     PIC X(8).
           03 JOBM-DESCRIPTION     PIC X(30).
           03 JOBM-STATUS-FLAG     PIC X(1).
