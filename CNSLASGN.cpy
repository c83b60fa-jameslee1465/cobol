      *    CNSLASGN.cpy -- counselor assignment record, one line per
      *    student : the operator ID of the counselor who owns the
      *    student and the date the student was put on that
      *    caseload. The counselor is an operator (operator.txt) so
      *    the notes inquiry can tell the assigned counselor from
      *    everyone else at login. Maintained in CnslMnt, one
      *    student at a time or in bulk by last-name range or grade
      *    level; read by CaseRpt for the caseload pages.
       01  CnslAsgnRecord.
           02 CS-IDNUM PIC 9(9).
           02 CS-COUNSELOR PIC X(10).
           02 CS-ASGNDATE PIC 9(8).
