      *> WAIVER-AUTHORITY-WS.cpy
      *> Fee Waiver Authority Lookup - Working Storage
      *>
      *> Fields for LOOKUP-WAIVER-AUTHORITY
      *> (WAIVER-AUTHORITY-PARA.cpy). Callers set WAU-OPERATOR-ID,
      *> PERFORM LOOKUP-WAIVER-AUTHORITY, and then either test
      *> WAIVER-UNLIMITED (no roster or no authority table yet - the
      *> check is off, the way a missing reference table disables a
      *> check elsewhere in the suite) or compare a fee amount
      *> against WAU-MAX-WAIVER. WAU-ROLE carries the operator's
      *> roster role; WAU-DENY-REASON says why the operator may not
      *> act at all (NOT_ON_ROSTER, OPERATOR_INACTIVE) - a role with
      *> no row in force is not a denial, just a limit of zero.
      *> Declare the roster SELECT and FD and OPERATOR-AUTH-WS.cpy,
      *> and the companion SELECT and FD (WAIVER-AUTHORITY-REC.cpy
      *> against FCP-WAIVER-AUTHORITY), alongside.

       01  WAU-OPERATOR-ID             PIC X(10) VALUE SPACES.
       01  WAU-ROLE                    PIC X(10) VALUE SPACES.
       01  WAU-FILE-STATUS             PIC XX VALUE SPACES.
       01  WAU-EOF                     PIC X VALUE "N".
           88  WAU-AT-EOF              VALUE "Y".
       01  WAU-FOUND-FLAG              PIC X VALUE "N".
           88  WAU-ROLE-FOUND          VALUE "Y".
       01  WAU-UNLIMITED-FLAG          PIC X VALUE "N".
           88  WAIVER-UNLIMITED        VALUE "Y".
       01  WAU-MAX-WAIVER              PIC 9(8)V99 VALUE 0.
       01  WAU-DENY-REASON             PIC X(20) VALUE SPACES.
