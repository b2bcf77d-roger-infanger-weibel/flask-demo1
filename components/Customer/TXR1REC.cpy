      *> COBOL Copybook for Db2 Host Variables (TXR1)
      *> Host structure matching the TXR1SQL declare table - each
      *> customer's tax residency and any withholding exemption
      *> certificate on file, maintained through TXM1. INA1 picks
      *> the withholding rate off it; a customer with no row is
      *> taken as resident in the home country with no certificate
       01  TXR1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the residency belongs to (see CAD1)
           05  RESIDENCE-COUNTRY    PIC X(2).
           *> ISO country code of tax residence (matched against
           *> WHR1)
           05  TAX-REFERENCE        PIC X(20).
           *> The customer's taxpayer number, reported to the
           *> authority on the TXY1 year-end file
           05  CERTIFICATE-REF      PIC X(20).
           *> Reference of the exemption or reduced-rate certificate
           *> the customer lodged - spaces if none
           05  CERTIFICATE-RATE     PIC S9(3)V99 COMP-3.
           *> Percentage withheld while the certificate is in force
           *> - zero for a full exemption
           05  CERTIFICATE-FROM     PIC X(10).
           *> First day the certificate is in force (YYYY-MM-DD)
           05  CERTIFICATE-TO       PIC X(10).
           *> Last day the certificate is in force (YYYY-MM-DD)
           05  MAINTAIN-DATE        PIC X(10).
           *> Date the row was last maintained (YYYY-MM-DD)
           05  MAINTAIN-USER        PIC X(8).
           *> UserID of the operator who last maintained it
