           *> OPU1) - spaces on rows that predate the regional desks,
           *> read as head office; reversals and refunds inherit the
           *> original's unit
           05  BENEFICIARY-ID       PIC X(10).
           *> Payee the money goes to (see BEN1) - spaces on
           *> collections and on rows that predate the beneficiary
           *> master; reversals and refunds inherit the original's
           *> payee
           05  URGENT-FLAG          PIC X(1).
           *> 'Y'=urgent - SET1 routes it to the urgent clearing
           *> channel when an RTG1 rule says so; 'N' or space is an
           *> ordinary payment
           05  CLEARED-TIMESTAMP    PIC X(20).
           *> When the payment cleared (YYYY-MM-DD HH:MM:SS) - set by
           *> PAM5, and by PAM8 on a refund that lands Cleared; SET1
           *> settles a payment in the first window whose cut-off is
           *> at or after it. Spaces on rows cleared before windows
           05  SETTLE-DATE          PIC X(10).
           *> Date of the SET1 run that sent the payment to the bank
           *> (YYYY-MM-DD), spaces until it is sent
           05  SETTLE-WINDOW        PIC X(1).
           *> SWN1 settlement window it went out in ('N'=the single
           *> nightly run), spaces until it is sent - a payment is
           *> only ever stamped once, so it cannot go in two windows
           05  MANDATE-ID           PIC X(10).
           *> MND1 mandate a collection was made under (PAM2 records
           *> the one its mandate check found) - spaces on ordinary
           *> payments, reversals, and collections that predate it;
           *> MLP1 lapses a mandate with no collection against it
           05  FX-QUOTE-NUMBER      PIC S9(9) COMP.
           *> FXQ1 quote that locked the payment's FX rate from entry
           *> to clearing - zero when the rate was not locked
           05  SIGNATORY-REF        PIC X(10).
           *> SIG1 signatory who signed the instruction - spaces for
           *> a customer with no signatories on file, collections,
           *> and rows that predate the signatory register
           05  SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 signatory who countersigned - required before
           *> PAM5 clears a payment above the first signatory's
           *> individual limit (or signed by a joint-only one);
           *> spaces until then, or when one signature was enough
           05  ENTRY-CHANNEL        PIC X(8).
           *> Program the payment came in through - PAM2 records its
           *> caller (PAO1 online, PLD1 bulk load, SOG1 standing
           *> order, PAQ1 queue, PWR1 warehouse, ...); spaces on
           *> reversals, refunds and rows that predate it
           05  PURPOSE-CODE         PIC X(4).
           *> PPC1 economic purpose of a cross-border payment (one
           *> whose payee bank is outside the home country) - PAM2
           *> requires it there and leaves it spaces on a domestic
           *> payment; refunds and reversals inherit the original's.
           *> BOP1 classifies the monthly return by it
           05  COUNTERPARTY-COUNTRY PIC X(2).
           *> ISO country of the counterparty on a cross-border
           *> payment, spaces wherever PURPOSE-CODE is
