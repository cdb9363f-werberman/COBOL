      *-----------------------
      * OPRREC.CPY
      * Record layout for the OPERATOR-SECURITY sign-on file, keyed
      * on operator id. STUDENT-MAINT, CATALOG-MAINT, REJECT-MAINT,
      * AWARD-MAINT, SCHEDULE-MAINT and TERM-CLOSE sign every
      * session on against it, and the registrar's supervisor keeps
      * it through OPERATOR-MAINT.
      * OPR-ACTIVE-FLAG:
      *   A  active - may sign on
      *   L  locked - too many failed passwords in a row; only the
      *      supervisor's reset lets the operator back in
      *   R  revoked - the record stays on file so the audit trails
      *      still name a real person
      * The permission bytes are 'Y' where granted:
      *   OPR-PERM-STUDENT-INQUIRY  retrieve and view students
      *   OPR-PERM-STUDENT-CHANGE   change student fields
      *   OPR-PERM-HOLD-TYPES       the hold types (A, D) the
      *                             operator may place and release,
      *                             left-justified, blank for none
      *   OPR-PERM-CATALOG-MAINT    maintain the course catalog
      *   OPR-PERM-REJECT-RELEASE   release suspense records
      *   OPR-PERM-SECURITY-ADMIN   keep this file (the supervisor)
      *   OPR-PERM-AID-MAINT        maintain the award master
      *   OPR-PERM-SCHEDULE-MAINT   maintain the section schedule
      *   OPR-PERM-TERM-CLOSE       close and reopen a term
      * OPR-FAILED-COUNT counts failed passwords since the last good
      * sign-on; the lockout happens when it reaches the limit.
      *-----------------------
           05 OPR-OPERATOR-ID PIC X(8).
           05 OPR-OPERATOR-NAME PIC X(30).
           05 OPR-PASSWORD PIC X(8).
           05 OPR-ACTIVE-FLAG PIC X(1).
           05 OPR-PERMISSIONS.
               10 OPR-PERM-STUDENT-INQUIRY PIC X(1).
               10 OPR-PERM-STUDENT-CHANGE PIC X(1).
               10 OPR-PERM-HOLD-TYPES PIC X(3).
               10 OPR-PERM-CATALOG-MAINT PIC X(1).
               10 OPR-PERM-REJECT-RELEASE PIC X(1).
               10 OPR-PERM-SECURITY-ADMIN PIC X(1).
               10 OPR-PERM-AID-MAINT PIC X(1).
               10 OPR-PERM-SCHEDULE-MAINT PIC X(1).
               10 OPR-PERM-TERM-CLOSE PIC X(1).
           05 OPR-FAILED-COUNT PIC 9(2).
           05 OPR-LAST-SIGNON-DATE PIC 9(8).
           05 OPR-LOCKED-DATE PIC 9(8).
           05 OPR-ADDED-BY PIC X(8).
           05 OPR-ADDED-DATE PIC 9(8).
           05 OPR-REVOKED-BY PIC X(8).
           05 OPR-REVOKED-DATE PIC 9(8).
