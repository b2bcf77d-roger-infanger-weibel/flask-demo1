      *> COBOL Copybook for Module Calls (ADS1)
      *> Shared correspondence-address selection - a letter or
      *> statement job hands over the customer, the document's
      *> address purpose and the CAD1 CUSTOMER-ADDRESS, and gets
      *> back the CAD1_ADDR address in force for that purpose, or
      *> the CAD1 address unchanged when the customer keeps none.
       01  ADS1-COMM-AREA.
           05  ADS1-CUSTOMER-ID     PIC X(10).
           *> Customer the document is for
           05  ADS1-PURPOSE         PIC X(4).
           *> 'REGD', 'MAIL', 'STMT' or 'LEGL' (see CAD1PREC)
           05  ADS1-AS-OF-DATE      PIC X(10).
           *> Document date (YYYY-MM-DD) - spaces for today
           05  ADS1-ADDRESS         PIC X(60).
           *> In: the CAD1 CUSTOMER-ADDRESS to fall back on;
           *> out: the address the document goes to
           05  ADS1-FOUND-SWITCH    PIC X(1).
           *> 'Y' if a purpose address replaced the CAD1 one
               88  ADS1-PURPOSE-FOUND VALUE 'Y'.
