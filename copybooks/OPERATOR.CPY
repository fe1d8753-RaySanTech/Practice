      *> OPERATOR.CPY - operator master, keyed by OP-ID. Every
      *> interactive program signs an operator on against this file
      *> before it does anything, and stamps OP-ID on the rows it
      *> writes. OP-LEVEL is the authority level: "C" clerk, "B"
      *> buyer, "S" supervisor - a buyer can do whatever a clerk
      *> can, a supervisor whatever a buyer can. A revoked operator
      *> (OP-STATUS "R") stays on file so old rows still name them,
      *> but can no longer sign on.
       01 Operator-Record.
           05 OP-ID       PIC X(05).
           05 OP-NAME     PIC X(30).
           05 OP-PASSWORD PIC X(10).
           05 OP-LEVEL    PIC X(01).
              88 OP-CLERK        VALUE "C".
              88 OP-BUYER        VALUE "B".
              88 OP-SUPERVISOR   VALUE "S".
           05 OP-STATUS   PIC X(01).
              88 OP-ACTIVE       VALUE "A", " ".
              88 OP-REVOKED      VALUE "R".
