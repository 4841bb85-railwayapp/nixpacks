      ******************************************************************
      *    GRPNDREC.CPY
      *    PENDING GREETING CHANGE RECORD ON THE KEYED GRPENDNG FILE.
      *    NO ADD, CHANGE OR DELETE GOES STRAIGHT TO GREETVSM: THE
      *    HWMT SCREEN AND THE HWGRLOAD BATCH LOAD QUEUE EACH ONE HERE
      *    WITH THE REQUESTING OPERATOR AND THE DATE/TIME REQUESTED,
      *    AND A SECOND, DIFFERENT OPERATOR APPROVES OR REJECTS IT ON
      *    THE HWAP SCREEN (HWAPPROV) OR AN HWGRAPPR APPROVAL DECK.
      *    ONLY AN APPROVED CHANGE IS APPLIED TO GREETVSM AND
      *    JOURNALED TO GREETJRN. DECIDED RECORDS STAY ON FILE AS THE
      *    FOUR-EYES AUDIT TRAIL.
      *    KEY: JOB NAME + EFFECTIVE-FROM DATE OF THE GREETING, THEN
      *         REQUEST DATE + TIME + SEQUENCE, SO ALL CHANGES TO ONE
      *         GREETING SIT TOGETHER IN THE ORDER THEY WERE ASKED FOR.
      *    FUNCTION: A = ADD, C = CHANGE, D = DELETE
      *    SOURCE:   HWMT = HWMAINT SCREEN, LOAD = HWGRLOAD LOAD
      *    STATUS:   P = PENDING
      *              A = APPROVED AND APPLIED
      *              R = REJECTED
      ******************************************************************
       01  GREET-PENDING-RECORD.
           03 PND-KEY.
              05 PND-JOB-NAME      PIC X(8).
              05 PND-EFF-FROM-DATE PIC X(8).
              05 PND-REQ-DATE      PIC X(8).
              05 PND-REQ-TIME      PIC X(6).
              05 PND-REQ-SEQ       PIC 9(3).
           03 PND-FUNCTION-CODE    PIC X(1).
              88 PND-IS-ADD                     VALUE 'A'.
              88 PND-IS-CHANGE                  VALUE 'C'.
              88 PND-IS-DELETE                  VALUE 'D'.
           03 PND-SOURCE           PIC X(4).
              88 PND-FROM-HWMT                  VALUE 'HWMT'.
              88 PND-FROM-LOAD                  VALUE 'LOAD'.
           03 PND-REQUESTER        PIC X(8).
           03 PND-EFF-TO-DATE      PIC X(8).
           03 PND-HELLO            PIC X(11).
           03 PND-WORLD            PIC X(6).
           03 PND-STATUS           PIC X(1).
              88 PND-IS-PENDING                 VALUE 'P'.
              88 PND-IS-APPROVED                VALUE 'A'.
              88 PND-IS-REJECTED                VALUE 'R'.
           03 PND-CHECKER          PIC X(8).
           03 PND-ACTION-DATE      PIC X(8).
           03 PND-ACTION-TIME      PIC X(6).
           03 PND-REJECT-NOTE      PIC X(30).
