           05  DOCUMENT-TYPE        PIC X(4).
           *> 'STMT', 'LETR' or 'ALL ' (see CCT1)
           05  CONTACT-CHANNEL      PIC X(1).
           *> 'M'=paper mail, 'E'=email, 'P'=phone, 'F'=structured
           *> statement file, STMT only (add only)
           05  CONTACT-DETAIL       PIC X(60).
           *> Channel address - email address, phone number or the
           *> customer's file-transfer mailbox
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  FILE-FREQUENCY       PIC X(1).
           *> 'F' channel only: 'D'=daily, 'M'=monthly (blank takes
           *> monthly)
           05  RESERVED-FIELDS      PIC X(49).
           *> Reserved for future use
