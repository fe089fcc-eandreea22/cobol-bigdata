      *> ID-DOCUMENT-WS.cpy
      *> Identity Document Register - Working Storage
      *>
      *> Drives the paragraphs in ID-DOCUMENT-PARA.cpy, shared by
      *> CUSTOMER-ONBOARD (the document a new customer is verified
      *> on) and ID-DOCUMENT (a renewal for an existing customer), so
      *> both hold a document to the same rules and record it the
      *> same way. Callers fill in the IDD- document fields and
      *> PERFORM VALIDATE-ID-DOCUMENT - IDD-ERROR comes back spaces
      *> when the document is acceptable, or says what is wrong -
      *> then, with IDD-CUSTOMER-ID and IDD-OPERATOR-ID set, PERFORM
      *> RECORD-ID-DOCUMENT and test IDD-DOCUMENT-RECORDED.
      *> CHECK-DOCUMENT-IN-USE, PERFORMed before recording, puts in
      *> IDD-HOLDER-ID any other customer whose CURRENT document is
      *> the same one (spaces when there is none). The
      *> caller declares ID-DOCUMENT-FILE (status IDD-FILE-STATUS,
      *> record ID-DOCUMENT-REC.cpy) and ID-DOCUMENT-NEW-FILE
      *> (ASSIGN "id-document-register.new", status IDD-NEW-STATUS,
      *> record ID-DOCUMENT-NEW-RECORD PIC X(92)), and copies in
      *> FILE-LOCK and BUSINESS-DATE.

       01  IDD-CUSTOMER-ID             PIC X(10) VALUE SPACES.
       01  IDD-DOC-TYPE                PIC X(10) VALUE SPACES.
           88  IDD-VALID-DOC-TYPE      VALUE "PASSPORT" "ID-CARD"
                                             "DRIVER-LIC"
                                             "RESIDENCE".
       01  IDD-DOC-NUMBER              PIC X(20) VALUE SPACES.
       01  IDD-COUNTRY                 PIC X(3) VALUE SPACES.
       01  IDD-EXPIRY-DATE             PIC X(8) VALUE SPACES.
       01  IDD-OPERATOR-ID             PIC X(10) VALUE SPACES.
       01  IDD-ERROR                   PIC X(70) VALUE SPACES.
       01  IDD-HOLDER-ID               PIC X(10) VALUE SPACES.
       01  IDD-FILE-STATUS             PIC XX VALUE SPACES.
       01  IDD-NEW-STATUS              PIC XX VALUE SPACES.
       01  IDD-EOF                     PIC X VALUE "N".
           88  IDD-AT-EOF              VALUE "Y".
       01  IDD-RECORDED                PIC X VALUE "N".
           88  IDD-DOCUMENT-RECORDED   VALUE "Y".
       01  IDD-SUPERSEDED-COUNT        PIC 9(3) VALUE 0.
       01  IDD-CMD                     PIC X(300) VALUE SPACES.
