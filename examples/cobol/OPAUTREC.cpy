      ******************************************************************
      *    OPAUTREC.CPY
      *    OPERATOR AUTHORITY RECORD ON THE KEYED OPERAUTH FILE - ONE
      *    RECORD PER CICS USER ID OR BATCH OPERATOR CODE (THE
      *    INITIALS KEYED ON AN HWALRTMN ACK CARD ARE LOOKED UP
      *    LEFT-JUSTIFIED IN THE SAME KEY). EACH FUNCTION FLAG IS Y
      *    WHEN THE OPERATOR MAY PERFORM IT, N WHEN NOT. AN OPERATOR
      *    MAY ONLY ACT ON A JOB WHEN EVERY ENVIRONMENT THE JOB IS
      *    PERMITTED TO RUN IN (JOBMASTR) - AND, ON A REGISTRY ADD OR
      *    CHANGE, EVERY ENVIRONMENT ON THE CARD - IS ALSO ONE OF THE
      *    OPERATOR'S PERMITTED ENVIRONMENTS BELOW (UP TO EIGHT, EACH
      *    ON ENVMASTR). UNUSED SLOTS ARE SPACES. EVERY REFUSAL IS
      *    WRITTEN TO SECVIOL (SECVREC).
      *    MAINTAINED BY HWAUTMNT, ENFORCED BY HWMAINT, HWAPPROV,
      *    HWGRLOAD, HWGRAPPR, HWJOBMNT AND HWALRTMN.
      *    STATUS FLAG: A = ACTIVE
      *                 R = REVOKED (EVERY FUNCTION REFUSED)
      ******************************************************************
       01  OPER-AUTH-RECORD.
           03 OPA-OPERATOR-ID      PIC X(8).
           03 OPA-OPERATOR-NAME    PIC X(30).
           03 OPA-STATUS-FLAG      PIC X(1).
              88 OPA-IS-ACTIVE                  VALUE 'A'.
              88 OPA-IS-REVOKED                 VALUE 'R'.
           03 OPA-FUNCTION-FLAGS.
              05 OPA-GREET-ADD     PIC X(1).
                 88 OPA-MAY-ADD-GREETING        VALUE 'Y'.
              05 OPA-GREET-CHANGE  PIC X(1).
                 88 OPA-MAY-CHANGE-GREETING     VALUE 'Y'.
              05 OPA-GREET-DELETE  PIC X(1).
                 88 OPA-MAY-DELETE-GREETING     VALUE 'Y'.
              05 OPA-GREET-APPROVE PIC X(1).
                 88 OPA-MAY-APPROVE-GREETING    VALUE 'Y'.
              05 OPA-REG-ADD       PIC X(1).
                 88 OPA-MAY-ADD-JOB             VALUE 'Y'.
              05 OPA-REG-CHANGE    PIC X(1).
                 88 OPA-MAY-CHANGE-JOB          VALUE 'Y'.
              05 OPA-REG-SUSPEND   PIC X(1).
                 88 OPA-MAY-SUSPEND-JOB         VALUE 'Y'.
              05 OPA-REG-REACTIVATE PIC X(1).
                 88 OPA-MAY-REACTIVATE-JOB      VALUE 'Y'.
              05 OPA-ALERT-ACK     PIC X(1).
                 88 OPA-MAY-ACK-ALERT           VALUE 'Y'.
              05 OPA-ALERT-RESOLVE PIC X(1).
                 88 OPA-MAY-RESOLVE-ALERT       VALUE 'Y'.
           03 OPA-FUNCTION-FLAG-TABLE REDEFINES OPA-FUNCTION-FLAGS.
              05 OPA-FUNCTION-FLAG PIC X(1) OCCURS 10 TIMES.
           03 OPA-ENVIRONMENTS.
              05 OPA-PERMITTED-ENV PIC X(4) OCCURS 8 TIMES.
