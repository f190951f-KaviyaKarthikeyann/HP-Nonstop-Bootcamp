      ******************************************************************
      * SODTBL    - Segregation-of-duties rule table for the SODREVW
      *             conflict review.  The function table names each
      *             operator-stamped activity the review can see and
      *             the trail it is read from; the rule table pairs
      *             two functions one operator should not perform
      *             both of.  Security adds a pair by adding a rule
      *             entry (and raising SOD-RULE-COUNT); a new
      *             function also needs the scan for its trail in
      *             SODREVW.
      *
      *                 CUSTMNT   CUSTAUD   customer added, changed,
      *                                     deleted, reinstated
      *                 GRADECHG  GRADAUD   grade change applied
      *                 VOTERMNT  VOTEAUD   voter roll change applied
      *                 SECADMIN  SECLOG    operator account unlocked
      *                 JRNLENT   GLPENDJ   GL journal keyed
      *                 JRNLAPPR  GLPENDJ   GL journal approved or
      *                                     rejected
      *                 CREDRLSE  CREDRLOG  invoice released from
      *                                     credit hold
      *                 LOANDECN  LOANREFQ  loan referral approved or
      *                                     declined
      *
      * Mod history:
      *   2026-10-15  RJP  Segregation-of-duties rule table created.
      ******************************************************************
       01  SOD-FUNCTION-VALUES.
           05  FILLER PIC X(08) VALUE "CUSTMNT".
           05  FILLER PIC X(30) VALUE "CUSTOMER MASTER MAINTENANCE".
           05  FILLER PIC X(08) VALUE "GRADECHG".
           05  FILLER PIC X(30) VALUE "GRADE CHANGE".
           05  FILLER PIC X(08) VALUE "VOTERMNT".
           05  FILLER PIC X(30) VALUE "VOTER ROLL MAINTENANCE".
           05  FILLER PIC X(08) VALUE "SECADMIN".
           05  FILLER PIC X(30) VALUE "OPERATOR ACCOUNT UNLOCK".
           05  FILLER PIC X(08) VALUE "JRNLENT".
           05  FILLER PIC X(30) VALUE "GL JOURNAL ENTRY".
           05  FILLER PIC X(08) VALUE "JRNLAPPR".
           05  FILLER PIC X(30) VALUE "GL JOURNAL APPROVAL".
           05  FILLER PIC X(08) VALUE "CREDRLSE".
           05  FILLER PIC X(30) VALUE "CREDIT HOLD RELEASE".
           05  FILLER PIC X(08) VALUE "LOANDECN".
           05  FILLER PIC X(30) VALUE "LOAN REFERRAL DECISION".
       01  SOD-FUNCTION-TABLE REDEFINES SOD-FUNCTION-VALUES.
           05  SOD-FUNCTION-ENTRY OCCURS 8 TIMES.
               10  SOD-FUNCTION-CODE     PIC X(08).
               10  SOD-FUNCTION-DESC     PIC X(30).
       01  SOD-FUNCTION-COUNT            PIC 9(02) COMP VALUE 8.

       01  SOD-RULE-VALUES.
           05  FILLER PIC X(16) VALUE "CUSTMNT CREDRLSE".
           05  FILLER PIC X(40) VALUE
               "CHANGES CUSTOMERS AND RELEASES CREDIT".
           05  FILLER PIC X(16) VALUE "JRNLENT JRNLAPPR".
           05  FILLER PIC X(40) VALUE
               "KEYS GL JOURNALS AND APPROVES JOURNALS".
           05  FILLER PIC X(16) VALUE "LOANDECNJRNLAPPR".
           05  FILLER PIC X(40) VALUE
               "DECIDES LOANS AND APPROVES JOURNALS".
           05  FILLER PIC X(16) VALUE "CREDRLSEJRNLAPPR".
           05  FILLER PIC X(40) VALUE
               "RELEASES CREDIT AND APPROVES JOURNALS".
           05  FILLER PIC X(16) VALUE "SECADMINCUSTMNT".
           05  FILLER PIC X(40) VALUE
               "UNLOCKS OPERATORS AND CHANGES CUSTOMERS".
           05  FILLER PIC X(16) VALUE "SECADMINGRADECHG".
           05  FILLER PIC X(40) VALUE
               "UNLOCKS OPERATORS AND CHANGES GRADES".
           05  FILLER PIC X(16) VALUE "SECADMINVOTERMNT".
           05  FILLER PIC X(40) VALUE
               "UNLOCKS OPERATORS AND CHANGES VOTERS".
           05  FILLER PIC X(16) VALUE "SECADMINJRNLAPPR".
           05  FILLER PIC X(40) VALUE
               "UNLOCKS OPERATORS AND APPROVES JOURNALS".
           05  FILLER PIC X(16) VALUE "SECADMINCREDRLSE".
           05  FILLER PIC X(40) VALUE
               "UNLOCKS OPERATORS AND RELEASES CREDIT".
           05  FILLER PIC X(16) VALUE "SECADMINLOANDECN".
           05  FILLER PIC X(40) VALUE
               "UNLOCKS OPERATORS AND DECIDES LOANS".
       01  SOD-RULE-TABLE REDEFINES SOD-RULE-VALUES.
           05  SOD-RULE-ENTRY OCCURS 10 TIMES.
               10  SOD-RULE-FUNCTION-A   PIC X(08).
               10  SOD-RULE-FUNCTION-B   PIC X(08).
               10  SOD-RULE-DESC         PIC X(40).
       01  SOD-RULE-COUNT                PIC 9(02) COMP VALUE 10.
