      *-----------------------
      * SECREC.CPY
      * Record layout for the SECURITY-VIOLATIONS log, appended by
      * every program that signs operators on against
      * OPERATOR-SECURITY. It spans every term, like the security
      * file itself. Violation codes:
      *   UN  unknown operator id keyed at sign-on
      *   PW  wrong password
      *   LK  operator locked out - this failure reached the limit
      *   LO  sign-on attempted while locked out
      *   RV  sign-on attempted by a revoked operator
      *   NA  function refused - the operator is not authorized
      * SEC-OBJECT names what the refused function was aimed at (a
      * student number, hold type, course code or operator id) and
      * is blank on sign-on failures.
      *-----------------------
           05 SEC-TIMESTAMP PIC 9(14).
           05 SEC-PROGRAM PIC X(15).
           05 SEC-OPERATOR-ID PIC X(8).
           05 SEC-VIOLATION-CODE PIC X(2).
           05 SEC-FUNCTION PIC X(20).
           05 SEC-OBJECT PIC X(10).
