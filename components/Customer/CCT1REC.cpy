           *> row - a customer with no row at all gets paper mail
           *> to the CAD1 address, the old behavior
           05  CONTACT-CHANNEL      PIC X(1).
           *> 'M'=paper mail, 'E'=email, 'P'=phone, 'F'=structured
           *> statement file (STMT only - see STF1)
           05  CONTACT-DETAIL       PIC X(60).
           *> The address for the channel (email address, phone
           *> number, file-transfer mailbox) - blank for 'M', which
           *> uses CAD1's address
           05  CONTACT-USER         PIC X(8).
           *> User who last maintained the preference
           05  FILE-FREQUENCY       PIC X(1).
           *> 'F' channel only: 'D'=a statement file every business
           *> day, 'M'=one per monthly cycle; blank otherwise
