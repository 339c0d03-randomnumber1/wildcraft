      * COPY into the FILE SECTION FD for DEPTMSTR (VSAM KSDS).
      * EMPMAINT validates EMP-DEPT against this file so the employee
      * master stops collecting ACCT/ACT/ACCTG spellings of the same
      * department; DEPTMNT maintains it.  DEPT-PARENT is the
      * department this one reports to (spaces for a top-level
      * division) and DEPT-MGR-ID the employee who manages it
      * (spaces while the post is vacant) - both taken out of what
      * was FILLER, so the record length and every existing record
      * are unchanged.  DEPTMNT keeps the parent chain free of loops
      * and the manager an active employee; P04AS24 prints the tree
      * with headcounts rolled up to each parent.
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE           PIC X(04).
           05  DEPT-DESC           PIC X(30).
           05  DEPT-PARENT         PIC X(04).
           05  DEPT-MGR-ID         PIC X(06).
