      *> LEGAL-STATUS-PARA.cpy
      *> Legal Special-Handling Register Lookup - Check Paragraph
      *>
      *> Answers "is this customer under bankruptcy or estate
      *> handling as of today" from legal-status-register.dat: the
      *> customer's entry must be ACTIVE and its effective date on or
      *> before the business date. No register file, or no entry,
      *> means ordinary handling. BUSINESS-DATE-WS.cpy must be loaded
      *> before the first check.

       CHECK-LEGAL-STATUS.
           MOVE "N" TO LGS-FOUND.
           MOVE "N" TO LGS-APPLIES.
           MOVE SPACES TO LGS-STATUS-TYPE.
           MOVE SPACES TO LGS-EFFECTIVE-DATE.
           MOVE SPACES TO LGS-CASE-REF.
           MOVE SPACES TO LGS-CONTACT-NAME.
           MOVE SPACES TO LGS-CONTACT-CITY.
           MOVE SPACES TO LGS-CONTACT-POSTAL.
           MOVE SPACES TO LGS-CONTACT-COUNTRY.

           OPEN INPUT LEGAL-STATUS-FILE.
           IF LGS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO LGS-EOF.
           PERFORM READ-LEGAL-STATUS-RECORD
               UNTIL LGS-AT-EOF OR LGS-FOUND = "Y".

           CLOSE LEGAL-STATUS-FILE.

       READ-LEGAL-STATUS-RECORD.
           READ LEGAL-STATUS-FILE
               AT END
                   MOVE "Y" TO LGS-EOF
               NOT AT END
                   IF LG-CUSTOMER-ID = LGS-CUSTOMER-ID
                       MOVE "Y" TO LGS-FOUND
                       IF LG-STATE = "ACTIVE"
                           AND LG-EFFECTIVE-DATE NOT >
                               BDT-BUSINESS-DATE
                           MOVE "Y" TO LGS-APPLIES
                           MOVE LG-STATUS-TYPE TO LGS-STATUS-TYPE
                           MOVE LG-EFFECTIVE-DATE
                               TO LGS-EFFECTIVE-DATE
                           MOVE LG-CASE-REF TO LGS-CASE-REF
                           MOVE LG-CONTACT-NAME TO LGS-CONTACT-NAME
                           MOVE LG-CONTACT-CITY TO LGS-CONTACT-CITY
                           MOVE LG-CONTACT-POSTAL
                               TO LGS-CONTACT-POSTAL
                           MOVE LG-CONTACT-COUNTRY
                               TO LGS-CONTACT-COUNTRY
                       END-IF
                   END-IF
           END-READ.
