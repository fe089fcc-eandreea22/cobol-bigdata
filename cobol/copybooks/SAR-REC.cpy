      *> SAR-REC.cpy
      *> Suspicious Activity Report Filing Register Record
      *> (239 bytes total)
      *>
      *> SAR-MAINTAIN keeps one of these on sar-register.dat for every
      *> suspicious activity report the shop owes the regulator,
      *> against the fraud case number that gave rise to it. The
      *> clock starts on the detected date - the day an analyst
      *> disposed the case CONFIRMED, or the day SANCTIONS-SWEEP
      *> opened a backsweep case - and the filing falls due a fixed
      *> number of calendar days later. A record is OPEN until the
      *> narrative is captured and the filing reference the
      *> regulator issued is recorded, when it becomes FILED.
      *>
      *> A case whose first report is filed may be opened again for
      *> a continuing-activity filing; that record carries filing
      *> type CONTINUE. SAR-DEADLINE reads the register daily for
      *> filings not yet made and for the continuing-activity reviews
      *> that fall due after a filed report.
      *>
      *> Layout:
      *>   Bytes 1-8:     Case number (PIC X(8), as on
      *>                  fraud-case-queue.dat)
      *>   Bytes 9-16:    Filing type (PIC X(8), INITIAL or CONTINUE)
      *>   Bytes 17-26:   Customer ID (PIC X(10))
      *>   Bytes 27-46:   Trigger (PIC X(20): CONFIRMED,
      *>                  SANCTIONS_BACKSWEEP, REFERRAL, or
      *>                  CONTINUING_ACTIVITY)
      *>   Bytes 47-54:   Detected date - the clock start (PIC X(8),
      *>                  YYYYMMDD)
      *>   Bytes 55-62:   Filing due date (PIC X(8), YYYYMMDD)
      *>   Bytes 63-70:   Status (PIC X(8), OPEN or FILED)
      *>   Bytes 71-80:   Operator who opened it (PIC X(10))
      *>   Bytes 81-101:  Opened timestamp (PIC X(21))
      *>   Bytes 102-201: Narrative (PIC X(100))
      *>   Bytes 202-221: Filing reference (PIC X(20))
      *>   Bytes 222-229: Filed date (PIC X(8), YYYYMMDD)
      *>   Bytes 230-239: Operator who filed it (PIC X(10))
      *> Total: 239 bytes

       01  SAR-RECORD.
           05  SR-CASE-NUMBER          PIC X(8).
           05  SR-FILING-TYPE          PIC X(8).
           05  SR-CUSTOMER-ID          PIC X(10).
           05  SR-TRIGGER              PIC X(20).
           05  SR-DETECTED-DATE        PIC X(8).
           05  SR-DUE-DATE             PIC X(8).
           05  SR-STATUS               PIC X(8).
           05  SR-OPENED-BY            PIC X(10).
           05  SR-OPENED-TS            PIC X(21).
           05  SR-NARRATIVE            PIC X(100).
           05  SR-FILING-REF           PIC X(20).
           05  SR-FILED-DATE           PIC X(8).
           05  SR-FILED-BY             PIC X(10).
