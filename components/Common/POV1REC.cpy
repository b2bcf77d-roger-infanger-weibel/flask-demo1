      *> COBOL Copybook for Db2 Host Variables (POV1)
      *> Host structure matching the POV1SQL declare table - one row
      *> per pricing concession a relationship manager agreed for a
      *> customer and charge code, maintained through POM1. TBL1 and
      *> LFE1 price through it while it is in force, log what it
      *> cost on POF1, and POR1 reports both
       01  POV1-REC.
           05  CUSTOMER-ID          PIC X(10).
           *> Customer the concession was agreed with (see CAD1)
           05  CHARGE-CODE          PIC X(4).
           *> Charge it applies to - a TRF1 code ('PAYC', 'STMT',
           *> 'RTRN') or 'LATE' for the LFE1 late fee
           05  START-DATE           PIC X(10).
           *> First day the concession is in force (YYYY-MM-DD)
           05  END-DATE             PIC X(10).
           *> Last day the concession is in force (YYYY-MM-DD)
           05  OVERRIDE-TYPE        PIC X(1).
           *> 'W'=waived - nothing is charged, 'F'=fixed price per
           *> unit (TBL1) or per fee (LFE1), 'D'=percentage off the
           *> list charge
               88  OVERRIDE-WAIVER VALUE 'W'.
               88  OVERRIDE-FIXED-PRICE VALUE 'F'.
               88  OVERRIDE-DISCOUNT VALUE 'D'.
           05  OVERRIDE-VALUE       PIC S9(7)V99 COMP-3.
           *> The fixed price in the base currency ('F') or the
           *> percentage off ('D', 0.01 to 100.00); zero on 'W'
           05  OVERRIDE-STATUS      PIC X(1).
           *> 'A'=active, 'C'=cancelled before its end date
               88  OVERRIDE-ACTIVE VALUE 'A'.
               88  OVERRIDE-CANCELLED VALUE 'C'.
           05  ENTRY-USER           PIC X(8).
           *> UserID of the operator who keyed the concession
           05  APPROVED-USER        PIC X(8).
           *> UserID of the manager who approved it - never the
           *> operator who keyed it
           05  STATUS-DATE          PIC X(10).
           *> Date the status was last set (YYYY-MM-DD)
