      *> COBOL Copybook for the TXY1 year-end tax record layouts
      *> The customer's annual tax certificate, in the letter
      *> shop's print layout, and the detail record of the annual
      *> interest file for the tax authority - one of each per
      *> customer INA1 credited interest to in the tax year. The
      *> authority file is wrapped in the BIF1 header and trailer
       01  TXY1-CERTIFICATE-RECORD.
           05  TXY1-CUSTOMER-NAME   PIC X(30).
           *> Customer the certificate is addressed to
           05  TXY1-CUSTOMER-ADDRESS PIC X(60).
           *> Mailing address from CAD1
           05  TXY1-TAX-YEAR        PIC X(4).
           *> Calendar year the certificate covers (YYYY)
           05  TXY1-CUSTOMER-ID     PIC X(10).
           *> Customer number (see CAD1)
           05  TXY1-RESIDENCE-COUNTRY PIC X(2).
           *> Country of tax residence (see TXR1)
           05  TXY1-TAX-REFERENCE   PIC X(20).
           *> The customer's taxpayer number, spaces if not held
           05  TXY1-GROSS-INTEREST  PIC 9(9)V99.
           *> Interest credited in the year before tax
           05  TXY1-TAX-WITHHELD    PIC 9(9)V99.
           *> Tax withheld from it in the year
           05  TXY1-NET-INTEREST    PIC 9(9)V99.
           *> Interest the customer kept after tax

       01  TXY1-AUTHORITY-RECORD.
           05  TXY1-AUT-RECORD-TYPE PIC X(1).
           *> 'D' on every detail record
           05  TXY1-AUT-TAX-YEAR    PIC X(4).
           *> Calendar year reported (YYYY)
           05  TXY1-AUT-CUSTOMER-ID PIC X(10).
           *> Our customer number
           05  TXY1-AUT-TAX-REFERENCE PIC X(20).
           *> The customer's taxpayer number, spaces if not held
           05  TXY1-AUT-RESIDENCE-COUNTRY PIC X(2).
           *> Country of tax residence
           05  TXY1-AUT-CUSTOMER-NAME PIC X(30).
           *> Customer name from CAD1
           05  TXY1-AUT-GROSS-INTEREST PIC 9(9)V99.
           *> Interest credited in the year before tax (implied
           *> decimal)
           05  TXY1-AUT-TAX-WITHHELD PIC 9(9)V99.
           *> Tax withheld in the year (implied decimal)
