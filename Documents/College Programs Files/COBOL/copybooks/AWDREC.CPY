      *-----------------------
      * AWDREC.CPY
      * Record layout for the indexed AWARD-MASTER - one record per
      * student per award, keyed on student number plus award code.
      * AWARD-MAINT owns it; AID-DISBURSE reads it each term. The
      * award code names the fund the money comes from.
      * AWD-AWARD-TYPE:  S scholarship, G grant, L loan.
      * AWD-CONDITION-TYPE says what the student must show on the
      * most recent STUDENT-HISTORY term to renew:
      *   N  no condition - renews every term
      *   A  a term average of at least AWD-MIN-AVERAGE
      *   S  a standing of at least AWD-REQUIRED-STANDING, which
      *      is D (dean's list) or S (satisfactory or better) as
      *      the STANDING-POLICY in force that term names them
      * AWD-STATUS:  A active, S suspended for failing renewal,
      * C cancelled. AWD-LAST-TERM is the term the award last
      * disbursed, so no term is ever paid twice.
      * AWD-SUSPENDED-TERM is the history term AID-DISBURSE last
      * suspended the award on. AWD-WAIVED-TERM is the history term
      * an upheld appeal excused: AWARD-MAINT copies the suspended
      * term into it on reinstatement, and AID-DISBURSE does not
      * test renewal against that term again. Both are blank until
      * used.
      *-----------------------
           05 AWD-KEY.
               10 AWD-STUDENT-NUMBER PIC 9(6).
               10 AWD-AWARD-CODE PIC X(8).
           05 AWD-AWARD-TYPE PIC X(1).
           05 AWD-TERM-AMOUNT PIC 9(6)V99.
           05 AWD-CONDITION-TYPE PIC X(1).
           05 AWD-MIN-AVERAGE PIC 9(3).
           05 AWD-REQUIRED-STANDING PIC X(1).
           05 AWD-STATUS PIC X(1).
           05 AWD-LAST-TERM PIC X(10).
           05 AWD-SUSPENDED-TERM PIC X(10).
           05 AWD-WAIVED-TERM PIC X(10).
