      *> Request block for the SignOn subprogram (signon.cbl).
      *> Callers fill the block and CALL 'SignOn' USING SGN-REQUEST.
      *> SGN-NEED-ROLE: space = any active operator may sign on,
      *> S = supervisor required, A = auditor or supervisor required,
      *> C = compliance officer required (watch-list review).
      *> SGN-RESULT: Y = signed on, N = refused (see SGN-MESSAGE).
      *> SGN-ROLE returns the operator's role on success so callers
      *> can skip a second approval when a supervisor is already
      *> signed on. SGN-BRANCH returns the operator's home branch.
       01 SGN-REQUEST.
           05 SGN-OPER-ID   PIC X(4).
           05 SGN-PASSWORD  PIC X(8).
           05 SGN-RESULT    PIC X(1).
           05 SGN-ROLE      PIC X(1).
           05 SGN-MESSAGE   PIC X(60).
           05 SGN-BRANCH    PIC X(3).
