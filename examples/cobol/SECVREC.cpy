      ******************************************************************
      *    SECVREC.CPY
      *    SECURITY VIOLATION RECORD APPENDED TO SECVIOL WHENEVER AN
      *    OPERATOR IS REFUSED A FUNCTION BY THE OPERAUTH AUTHORITY
      *    FILE. BATCH PROGRAMS APPEND DIRECTLY; THE CICS SCREENS
      *    WRITE THROUGH THE SECV EXTRAPARTITION TD QUEUE ROUTED TO
      *    THE SAME DATASET. READ BY THE HWSECRPT WEEKLY REPORT.
      *    RESOURCE: GRTG = GREETING (HWMAINT, HWGRLOAD, HWAPPROV,
      *                     HWGRAPPR)
      *              REGY = JOB REGISTRY (HWJOBMNT)
      *              ALRT = ALERT STATUS (HWALRTMN)
      *    FUNCTION IS THE FUNCTION OR ACTION CODE THAT WAS REFUSED
      *    (P = APPROVE/REJECT A PENDING GREETING CHANGE). ENVIRONMENT
      *    IS THE FIRST ENVIRONMENT THE OPERATOR LACKED, SPACES WHEN
      *    THE REFUSAL WAS NOT ABOUT AN ENVIRONMENT.
      ******************************************************************
       01  SECURITY-VIOLATION-RECORD.
           03 SECV-DATE            PIC X(8).
           03 SECV-TIME            PIC X(6).
           03 SECV-PROGRAM-NAME    PIC X(8).
           03 SECV-OPERATOR-ID     PIC X(8).
           03 SECV-RESOURCE        PIC X(4).
              88 SECV-ON-GREETING               VALUE 'GRTG'.
              88 SECV-ON-REGISTRY               VALUE 'REGY'.
              88 SECV-ON-ALERT                  VALUE 'ALRT'.
           03 SECV-FUNCTION-CODE   PIC X(1).
           03 SECV-JOB-NAME        PIC X(8).
           03 SECV-ENVIRONMENT     PIC X(4).
           03 SECV-REASON          PIC X(30).
