      *> Shared operator master record layout for opermast.dat.
      *> Included by SignOn and OperatorMaint so both programs agree
      *> on field widths. One record per operator.
      *> OPER-ROLE: T = teller, S = supervisor, A = auditor,
      *> C = compliance officer.
      *> OPER-STATUS: A = active, X = revoked. Revoked operators stay
      *> on file so old audit records can still be attributed.
      *> OPER-BRANCH: the operator's home branch; postings the
      *> operator takes at the counter carry it (spaces = 001, the
      *> main office).
       01 OPERATOR-REC.
           05 OPER-ID       PIC X(4).
           05 OPER-NAME     PIC X(30).
           05 OPER-PASSWORD PIC X(8).
           05 OPER-ROLE     PIC X(1).
           05 OPER-STATUS   PIC X(1).
           05 OPER-BRANCH   PIC X(3).
