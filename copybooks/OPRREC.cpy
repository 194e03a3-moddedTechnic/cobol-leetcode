      *> Shared record layout for the operator file (OPS.OPERATORS),
      *> the INDEXED dataset keyed by operator id that the
      *> operations console and the baseline approval step sign
      *> operators on against. OPR-LEVEL is the authority the id
      *> holds: VIEW may only look (status, reports, listings),
      *> OPERATE may also launch work, ADMIN may also archive,
      *> retire and promote. OPR-FAIL-COUNT counts consecutive bad
      *> sign-ons; the sign-on service sets OPR-LOCKED when it
      *> reaches the lockout limit, and only OperatorMaint's
      *> UNLOCK clears it. Maintained by ops/oprmaint.cob.
       02  OPR-ID            PIC X(8).
       02  OPR-NAME          PIC X(30).
       02  OPR-LEVEL         PIC X(8).
           88 OPR-VIEW           VALUE "VIEW".
           88 OPR-OPERATE        VALUE "OPERATE".
           88 OPR-ADMIN          VALUE "ADMIN".
       02  OPR-PASSWORD      PIC X(8).
       02  OPR-FAIL-COUNT    PIC 9(2).
       02  OPR-LOCK-FLAG     PIC X(1).
           88 OPR-LOCKED         VALUE "L".
           88 OPR-UNLOCKED       VALUE "U".
       02  OPR-LAST-SIGNON   PIC X(14).
