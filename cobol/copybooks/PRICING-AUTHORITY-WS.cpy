      *> PRICING-AUTHORITY-WS.cpy
      *> Officer Pricing Authority Lookup - Working Storage
      *>
      *> Fields for LOOKUP-PRICING-AUTHORITY
      *> (PRICING-AUTHORITY-PARA.cpy). Callers set PAU-OFFICER-ID,
      *> PERFORM LOOKUP-PRICING-AUTHORITY, and then either test
      *> PRICING-UNLIMITED (no roster or no authority table yet - the
      *> check is off, the way a missing reference table disables a
      *> check elsewhere in the suite) or compare a discount in
      *> percentage points against PAU-MAX-DISCOUNT. PAU-ROLE carries
      *> the officer's roster role; PAU-DENY-REASON says why the
      *> authority is zero (NOT_ON_ROSTER, OPERATOR_INACTIVE,
      *> NO_PRICING_AUTHORITY). Declare the roster SELECT and FD and
      *> OPERATOR-AUTH-WS.cpy, and the companion SELECT and FD
      *> (PRICING-AUTHORITY-REC.cpy against FCP-PRICING-AUTHORITY),
      *> alongside.

       01  PAU-OFFICER-ID              PIC X(10) VALUE SPACES.
       01  PAU-ROLE                    PIC X(10) VALUE SPACES.
       01  PAU-FILE-STATUS             PIC XX VALUE SPACES.
       01  PAU-EOF                     PIC X VALUE "N".
           88  PAU-AT-EOF              VALUE "Y".
       01  PAU-FOUND-FLAG              PIC X VALUE "N".
           88  PAU-ROLE-FOUND          VALUE "Y".
       01  PAU-UNLIMITED-FLAG          PIC X VALUE "N".
           88  PRICING-UNLIMITED       VALUE "Y".
       01  PAU-MAX-DISCOUNT            PIC 9(2)V9(4) VALUE 0.
       01  PAU-DENY-REASON             PIC X(20) VALUE SPACES.
