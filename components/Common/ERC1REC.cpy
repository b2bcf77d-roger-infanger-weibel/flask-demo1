      *> COBOL Copybook for Db2 Host Variables (ERC1)
      *> Host structure matching the ERC1SQL declare table - one row
      *> per ENT1 grant under review in a quarterly access
      *> recertification campaign. RCX1 extracts the grants, ERL1
      *> records the managers' answers, ERF1 closes the campaign and
      *> revokes through ENM1 whatever was not kept
       01  ERC1-REC.
           05  CAMPAIGN-ID          PIC X(7).
           *> Campaign the grant was extracted under (YYYY-Qn)
           05  USER-ID              PIC X(8).
           *> User holding the grant
           05  TRANSACTION-CODE     PIC X(4).
           *> Transaction code granted
           05  OPERATING-UNIT       PIC X(4).
           *> The user's OPU1 unit at extract ('HO' for head office,
           *> i.e. no OPU1 row)
           05  MANAGER-ID           PIC X(8).
           *> Manager answering for the unit (CFG1
           *> 'RECERT-MGR-' plus the unit)
           05  LAST-USE-DATE        PIC X(10).
           *> Last AUD1 activity behind the grant, '0001-01-01' when
           *> the user has none on file
           05  DEADLINE-DATE        PIC X(10).
           *> Answers after this date are refused and the grant lapses
           05  DECISION             PIC X(1).
           *> ' '=no answer yet, 'K'=keep, 'R'=revoke
           05  DECISION-USER        PIC X(8).
           *> Manager who answered, spaces until answered
           05  DECISION-DATE        PIC X(10).
           *> Date the answer was loaded, '0001-01-01' until answered
           05  OUTCOME              PIC X(1).
           *> ' '=campaign open, 'K'=kept, 'R'=revoked as answered,
           *> 'N'=revoked as not confirmed, 'E'=revoke failed
