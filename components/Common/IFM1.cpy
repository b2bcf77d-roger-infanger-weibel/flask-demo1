      *> COBOL Copybook for Module Calls (IFM1)
      *> Contains basic fields for inter-module communication
       01  IFM1-COMM-AREA.
           05  MAIN-NAME            PIC X(8).
           *> Name of the calling module
           05  RETURN-CODE          PIC S9(4) COMP.
           *> Return code from called module
           05  ERROR-MESSAGE        PIC X(100).
           *> Error message, if any
           05  FILE-ACTION-CODE     PIC X(1).
           *> 'A'=add one detail record to the file's count, hash and
           *> check value, 'R'=register the file (refusing it when
           *> it repeats one already loaded), 'E'=complete the row
           *> the same comm-area's 'R' call opened
           05  FILE-SOURCE          PIC X(8).
           *> Inbound file name (CLD1IN, PLD1IN, BLD1IN, PAC1IN,
           *> BRT1IN)
           05  FILE-LOAD-PROGRAM    PIC X(8).
           *> Loader receiving the file
           05  FILE-RUN-DATE        PIC X(10).
           *> Business date the loader runs for (YYYY-MM-DD)
           05  FILE-HEADER-DATE     PIC X(10).
           *> Run date on the file's BIF1 header, spaces when the
           *> feed carries none
           05  FILE-DETAIL-IMAGE    PIC X(200).
           *> One detail record, passed on each 'A' call
           05  FILE-DETAIL-LENGTH   PIC S9(4) COMP.
           *> Bytes of FILE-DETAIL-IMAGE the record occupies
           05  FILE-DETAIL-AMOUNT   PIC S9(11)V99 COMP-3.
           *> The record's amount field for the hash, zero if none
           05  FILE-RECORD-COUNT    PIC S9(9) COMP.
           *> Details counted by the 'A' calls
           05  FILE-HASH-TOTAL      PIC S9(13)V99 COMP-3.
           *> Amounts summed by the 'A' calls
           05  FILE-CONTENT-CHECK   PIC S9(15) COMP-3.
           *> Check value built by the 'A' calls
           05  FILE-RECEIVED-TIMESTAMP PIC X(20).
           *> Set by the 'R' call; the caller passes the comm-area
           *> back unchanged on its 'E' call
           05  FILE-DUPLICATE-SWITCH PIC X(1).
           *> Set by the 'R' call - 'Y' when the file repeats one
           *> already loaded or left half-loaded; the caller must
           *> not load it
               88  FILE-IS-DUPLICATE VALUE 'Y'.
           05  FILE-DUPLICATE-OF    PIC X(20).
           *> RECEIVED-TIMESTAMP of the earlier copy when refused
           05  FILE-LOAD-STATUS     PIC X(1).
           *> Outcome reported on the 'E' call - 'C'=loaded,
           *> 'D'=dry run only
           05  FILE-LOADED-COUNT    PIC S9(9) COMP.
           *> Details applied, reported on the 'E' call
           05  FILE-REJECTED-COUNT  PIC S9(9) COMP.
           *> Details rejected, reported on the 'E' call
           05  REGISTER-STATUS      PIC X(1).
           *> Status of the registration ('S'=success, 'E'=error) -
           *> a register failure never fails the load itself
           05  RESERVED-FIELDS      PIC X(30).
           *> Reserved for future use
