      *                  0013 SCHEDCTL OPEN FAILED
      *                  0014 CNTRFILE OPEN FAILED
      *                  0015 JOBMASTR OPEN FAILED
      *                  0016 FRZCAL OPEN FAILED
      *                  0017 FRZOVLOG OPEN FAILED
      *                  0018 ENVMASTR OPEN FAILED - RUN REFUSED
      *                  0020 NON-PROCESSING DATE - RUN REFUSED
      *                  0021 BDATECAL NOT AVAILABLE
      *                  0022 E-ALERT UNACKNOWLEDGED - ESCALATED
      *                  0023 CALENDAR VALIDATION FAILED
      *                  0024 JOB EXCEEDED PROFILED DURATION
      *                  0025 PROJECTED FINISH MISSES JOB DEADLINE
      *                  0026 CARD REJECTED - CHANGE FREEZE IN EFFECT
      ******************************************************************
       01  ALERT-RECORD.
           03 ALERT-JOB-NAME        PIC X(8).
