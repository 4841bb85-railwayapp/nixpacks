      ******************************************************************
      *    ENVREC.CPY
      *    ENVIRONMENT MASTER RECORD ON THE KEYED ENVMASTR FILE - ONE
      *    RECORD PER ENVIRONMENT CODE THE SUITE MAY RUN IN. EVERY
      *    PROGRAM THAT EDITS AN ENVIRONMENT CODE (HELLO-WORLD,
      *    HWDECKED, HWJOBMNT, HWAUTMNT, HWFRZMNT) ACCEPTS ONLY A CODE
      *    ON FILE AND ACTIVE HERE, SO A NEW ENVIRONMENT IS STOOD UP BY
      *    ADDING A RECORD RATHER THAN CHANGING PROGRAMS. AN INACTIVE
      *    ENVIRONMENT STAYS ON FILE SO ITS HISTORY STILL REPORTS.
      *    THE PRODUCTION-CLASS FLAG MARKS ENVIRONMENTS THAT ARE RUN
      *    AND CONTROLLED AS PRODUCTION. THE RUN AND REJECT RATES ARE
      *    THE HWCHGBK CHARGEBACK PRICES FOR A COMPLETED AND FOR A
      *    REJECTED RUN, IN DOLLARS AND CENTS. MAINTAINED BY HWENVMNT.
      *    ACTIVE FLAG:          Y = ACTIVE     N = INACTIVE
      *    PRODUCTION-CLASS FLAG: Y = PRODUCTION N = NON-PRODUCTION
      ******************************************************************
       01  ENVIRONMENT-MASTER-RECORD.
           03 ENV-CODE             PIC X(4).
           03 ENV-DESCRIPTION      PIC X(30).
           03 ENV-ACTIVE-FLAG      PIC X(1).
              88 ENV-IS-ACTIVE                  VALUE 'Y'.
              88 ENV-IS-INACTIVE                VALUE 'N'.
           03 ENV-PROD-CLASS-FLAG  PIC X(1).
              88 ENV-IS-PROD-CLASS              VALUE 'Y'.
              88 ENV-IS-NON-PROD                VALUE 'N'.
           03 ENV-RUN-RATE         PIC 9(5)V99.
           03 ENV-REJECT-RATE      PIC 9(5)V99.
           03 ENV-UPDATED-BY       PIC X(8).
           03 ENV-UPDATED-DATE     PIC X(8).
