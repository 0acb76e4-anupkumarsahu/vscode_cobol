      *****************************************************************
      * Access Recertification Review Record Layout
      * One row per operator on OPERATOR-ROLE-FILE, written by the
      * quarterly recertification issue run (SAMPLE-PROGRAM-RECERT)
      * in manager order, so each manager's staff sit together. The
      * manager re-attests each row by marking it K (keep) or R
      * (remove) and signing it before the due date; the close run
      * then keeps what was attested and revokes everything else
      * through ROLEADM's audited path. A role with no audited use
      * (and no grant) inside the unused limit is flagged for the
      * manager's attention - flagged rows may still be kept.
      *****************************************************************
       01  RECERT-REVIEW-RECORD.
      * Operators with no manager on file are listed under
      * 'UNASSGND' and re-attested by a supervisor
           05  RCR-MANAGER-ID      PIC X(8).
           05  RCR-OPERATOR-ID     PIC X(8).
           05  RCR-ROLE-CODE       PIC X.
           05  RCR-CYCLE-DATE      PIC 9(8).
           05  RCR-DUE-DATE        PIC 9(8).
      * Latest ADD/CHANGE on ROLE-ADMIN-AUDIT-FILE, zero when the
      * role predates that audit
           05  RCR-GRANTED-DATE    PIC 9(8).
      * Latest audited action by the operator, and the trail it
      * came from - zero/spaces when none was found
           05  RCR-LAST-USED-DATE  PIC 9(8).
           05  RCR-LAST-USED-TRAIL PIC X(8).
           05  RCR-UNUSED-FLAG     PIC X.
               88  RCR-FLAGGED-UNUSED VALUE 'Y'.
           05  RCR-ATTEST-FLAG     PIC X.
               88  RCR-NOT-ATTESTED VALUE 'P'.
               88  RCR-ATTEST-KEEP VALUE 'K'.
               88  RCR-ATTEST-REMOVE VALUE 'R'.
           05  RCR-ATTESTED-BY     PIC X(8).
           05  RCR-ATTEST-DATE     PIC 9(8).
      * Spaces while the cycle is open; set by the close run
           05  RCR-OUTCOME         PIC X(8).
               88  RCR-OPEN        VALUE SPACES.
               88  RCR-KEPT        VALUE 'KEPT'.
               88  RCR-REMOVED     VALUE 'REMOVED'.
               88  RCR-LAPSED      VALUE 'LAPSED'.
               88  RCR-CHANGED     VALUE 'CHANGED'.
               88  RCR-REFUSED     VALUE 'REFUSED'.
