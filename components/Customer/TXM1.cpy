      *> COBOL Copybook for Module Calls (TXM1)
      *> Contains basic fields for inter-module communication
       01  TXM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  CUSTOMER-ID          PIC X(10).
           *> Customer whose tax residency is maintained
           05  TAX-STATUS           PIC X(1).
           *> Status of the call ('S'=success, 'E'=error,
           *> 'V'=a field failed validation)
           05  ACTION-CODE          PIC X(1).
           *> 'A'=add or replace the residency and certificate,
           *> 'D'=delete it (back to a home-country resident)
           05  RESIDENCE-COUNTRY    PIC X(2).
           *> ISO country code of tax residence (add only)
           05  TAX-REFERENCE        PIC X(20).
           *> The customer's taxpayer number (add only)
           05  CERTIFICATE-REF      PIC X(20).
           *> Exemption or reduced-rate certificate reference -
           *> spaces if the customer has none (add only)
           05  CERTIFICATE-RATE     PIC S9(3)V99 COMP-3.
           *> Percentage withheld under the certificate, 0 to 100
           05  CERTIFICATE-FROM     PIC X(10).
           *> First day the certificate is in force (YYYY-MM-DD)
           05  CERTIFICATE-TO       PIC X(10).
           *> Last day the certificate is in force (YYYY-MM-DD)
           05  USER-ID              PIC X(8).
           *> UserID of person initiating call
           05  TIMESTAMP            PIC X(20).
           *> Timestamp of the call (formatted as
           *> YYYY-MM-DD HH:MM:SS)
           05  RESERVED-FIELDS      PIC X(50).
           *> Reserved for future use
