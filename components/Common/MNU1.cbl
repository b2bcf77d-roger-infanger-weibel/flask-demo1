       01  CHB1-PGM                        PIC X(8) VALUE 'CHB1'.

      *> The update targets the blackout guards - everything else
      *> on the catalogue is inquiry and stays open. WQO1 stays open
      *> too: its list is inquiry, and it locks its own decisions.
      *> So does ALO1 - alerts are raised while the chain runs, and
      *> acknowledging one touches nothing the chain reads.
       01  WS-UPDATE-TARGET-LIST.
           05  FILLER               PIC X(4) VALUE 'PAO1'.
           05  FILLER               PIC X(4) VALUE 'PAP1'.
           05  FILLER               PIC X(4) VALUE 'ENO1'.
           05  FILLER               PIC X(4) VALUE 'PAP2'.
           05  FILLER               PIC X(4) VALUE 'CFO1'.
           05  FILLER               PIC X(4) VALUE 'BEO1'.
           05  FILLER               PIC X(4) VALUE 'UAO1'.
           05  FILLER               PIC X(4) VALUE 'EHO1'.
           05  FILLER               PIC X(4) VALUE 'SOO1'.
           05  FILLER               PIC X(4) VALUE 'DSO1'.
           05  FILLER               PIC X(4) VALUE 'OAO1'.
       01  WS-UPDATE-TARGET-TABLE REDEFINES WS-UPDATE-TARGET-LIST.
           05  WS-UPDATE-TARGET     PIC X(4) OCCURS 11 TIMES.
       77  WS-UPDATE-TARGET-COUNT   PIC 9(4) COMP VALUE 11.
       77  WS-UPDATE-IX             PIC 9(4) COMP.
       01  WS-TARGET-IS-UPDATE-SW   PIC X(1).
           88  WS-TARGET-IS-UPDATE  VALUE 'Y'.
       77  WS-OPTION-IX                    PIC 9(4) COMP.
       77  WS-LINE-IX                      PIC 9(4) COMP.

      *> The full option catalogue - option character, target
      *> program (also its ENT1 transaction code) and menu text.
      *> What the operator actually sees is the entitled subset.
      *> The digits ran out at ten options; later screens take
      *> letters.
       01  WS-OPTION-LIST.
           05  FILLER               PIC X(35) VALUE
               '1BAO1TRANSACTION INQUIRY        '.
               '9PAP2APPROVAL WORKLIST          '.
           05  FILLER               PIC X(35) VALUE
               '0CFO1PARAMETER MAINTENANCE      '.
           05  FILLER               PIC X(35) VALUE
               'ABEO1BENEFICIARY MAINTENANCE    '.
           05  FILLER               PIC X(35) VALUE
               'BUAO1UNAPPLIED CASH WORKLIST    '.
           05  FILLER               PIC X(35) VALUE
               'CEHO1HELD RATE RELEASE          '.
           05  FILLER               PIC X(35) VALUE
               'DWQO1OPERATOR WORK QUEUE        '.
           05  FILLER               PIC X(35) VALUE
               'EALO1OPERATOR ALERT CONSOLE     '.
           05  FILLER               PIC X(35) VALUE
               'FGLO1GL ACCOUNT INQUIRY         '.
           05  FILLER               PIC X(35) VALUE
               'GSOO1STANDING ORDERS AND MANDATES'.
           05  FILLER               PIC X(35) VALUE
               'HDSO1DISPUTE ENTRY AND TRACKING '.
           05  FILLER               PIC X(35) VALUE
               'IOAO1AUTHORITY LIMIT MAINTENANCE'.
       01  WS-OPTION-TABLE REDEFINES WS-OPTION-LIST.
           05  WS-OPTION-ENTRY      OCCURS 19 TIMES.
               10  WS-OPTION-DIGIT      PIC X(1).
               10  WS-OPTION-PROGRAM    PIC X(4).
               10  WS-OPTION-TEXT       PIC X(30).
       77  WS-OPTION-COUNT          PIC 9(4) COMP VALUE 19.

       01  WS-TARGET-PROGRAM                PIC X(4).

       BUILD-ENTITLED-OPTIONS.
           MOVE 0 TO WS-LINE-IX
           PERFORM VARYING WS-OPTION-IX FROM 1 BY 1
                   UNTIL WS-OPTION-IX > WS-OPTION-COUNT
               MOVE EIBUSERID TO AUTM1-USER-ID
               MOVE WS-OPTION-PROGRAM(WS-OPTION-IX)
                   TO AUTM1-TRANSACTION-CODE

           MOVE SPACES TO WS-TARGET-PROGRAM
           PERFORM VARYING WS-OPTION-IX FROM 1 BY 1
                   UNTIL WS-OPTION-IX > WS-OPTION-COUNT
               IF OPT = WS-OPTION-DIGIT(WS-OPTION-IX)
                   MOVE WS-OPTION-PROGRAM(WS-OPTION-IX)
                       TO WS-TARGET-PROGRAM
           IF WS-TARGET-PROGRAM NOT = SPACES
               MOVE 'N' TO WS-TARGET-IS-UPDATE-SW
               PERFORM VARYING WS-UPDATE-IX FROM 1 BY 1
                       UNTIL WS-UPDATE-IX > WS-UPDATE-TARGET-COUNT
                   IF WS-TARGET-PROGRAM
                       = WS-UPDATE-TARGET(WS-UPDATE-IX)
                       SET WS-TARGET-IS-UPDATE TO TRUE
