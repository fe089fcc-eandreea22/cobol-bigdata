      *> LEGAL-STATUS-WS.cpy
      *> Legal Special-Handling Register Lookup - Working Storage
      *>
      *> Fields for CHECK-LEGAL-STATUS (LEGAL-STATUS-PARA.cpy).
      *> Callers set LGS-CUSTOMER-ID, PERFORM CHECK-LEGAL-STATUS, and
      *> test LEGAL-STATUS-APPLIES; when it does, LGS-STATUS-TYPE
      *> says what kind and LGS-CONTACT-NAME (spaces when none) plus
      *> the city / postal / country fields carry the trustee or
      *> estate address outbound paper goes to instead. Declare the
      *> companion SELECT and FD (LEGAL-STATUS-REC.cpy against
      *> FCP-LEGAL-STATUS) alongside.

       01  LGS-CUSTOMER-ID             PIC X(10) VALUE SPACES.
       01  LGS-FILE-STATUS             PIC XX VALUE SPACES.
       01  LGS-EOF                     PIC X VALUE "N".
           88  LGS-AT-EOF              VALUE "Y".
       01  LGS-FOUND                   PIC X VALUE "N".
       01  LGS-APPLIES                 PIC X VALUE "N".
           88  LEGAL-STATUS-APPLIES    VALUE "Y".
       01  LGS-STATUS-TYPE             PIC X(10) VALUE SPACES.
       01  LGS-EFFECTIVE-DATE          PIC X(8) VALUE SPACES.
       01  LGS-CASE-REF                PIC X(20) VALUE SPACES.
       01  LGS-CONTACT-NAME            PIC X(50) VALUE SPACES.
       01  LGS-CONTACT-CITY            PIC X(50) VALUE SPACES.
       01  LGS-CONTACT-POSTAL          PIC X(10) VALUE SPACES.
       01  LGS-CONTACT-COUNTRY         PIC X(3) VALUE SPACES.
