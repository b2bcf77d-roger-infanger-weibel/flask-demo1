           *> payment (see PAM3)
           05  ARCHIVE-DATE         PIC X(10).
           *> Date ARC1 moved this row out of PAD1 (YYYY-MM-DD)
      *> The rest of the payment as it stood on PAD1 - carried so a
      *> restore (see RST1) brings it back whole, and so MLP1 still
      *> sees an archived collection against its mandate.
           05  BENEFICIARY-ID       PIC X(10).
           *> Payee the money went to (see BEN1)
           05  URGENT-FLAG          PIC X(1).
           *> 'Y'=urgent clearing channel
           05  CLEARED-TIMESTAMP    PIC X(20).
           *> When the payment cleared (YYYY-MM-DD HH:MM:SS)
           05  SETTLE-DATE          PIC X(10).
           *> Date of the SET1 run that sent it to the bank
           05  SETTLE-WINDOW        PIC X(1).
           *> SWN1 settlement window it went out in
           05  MANDATE-ID           PIC X(10).
           *> MND1 mandate a collection was made under
           05  FX-QUOTE-NUMBER      PIC S9(9) COMP.
           *> FXQ1 quote that locked its FX rate, zero if none
           05  SIGNATORY-REF        PIC X(10).
           *> SIG1 signatory who signed the instruction
           05  SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 signatory who countersigned
           05  ENTRY-CHANNEL        PIC X(8).
           *> Program the payment came in through
           05  PURPOSE-CODE         PIC X(4).
           *> PPC1 economic purpose of a cross-border payment
           05  COUNTERPARTY-COUNTRY PIC X(2).
           *> ISO country of the counterparty, cross-border only
