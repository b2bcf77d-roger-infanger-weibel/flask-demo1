           *> 'M'=COLLECTION-FLAG was set and the customer has no
           *> active MND1 mandate covering the amount,
           *> 'H'=the customer is under an LGH1 legal hold,
           *> 'K'=the customer's periodic KYC review is overdue
           *> past the grace period, or failed (see KYR1),
           *> 'D'=a high-risk customer's identity documents on IDD1
           *> have all expired,
           *> 'I'=the customer is Inactive - the payment parked as
           *> an RWQ1 reactivation work item (see RAM1),
           *> 'B'=an outbound payment named no BEN1 beneficiary, or
           *> one that is not an active payee of this customer, or
           *> whose bank is not on BNK1 or has closed,
           *> 'A'=the amount is above USER-ID's OAL1 authority to
           *> create a payment - a supervisor must key it,
           *> 'G'=the customer signs by SIG1 signatory and the
           *> instruction named none, or a reference that is not an
           *> active signatory of this customer on today's date,
           *> 'P'=the payee bank is outside the home country and
           *> PURPOSE-CODE is not an active PPC1 code, or
           *> COUNTERPARTY-COUNTRY is not a two-letter country code,
           *> 'Y'=DRY-RUN-FLAG was set - validation/duplicate check
           *> passed but no row was inserted - with FX-QUOTE-FLAG
           *> 'Q' the rate is locked all the same and the quote
           *> number returned for the real create to use)
           05  PAYMENT-AMOUNT       PIC S9(9)V99 COMP-3.
           *> Payment amount, in PAYMENT-CURRENCY
           05  PAYMENT-CURRENCY     PIC X(3).
           05  OPERATING-UNIT       PIC X(4).
           *> Branch/operating unit for the new payment - spaces
           *> derive the caller's unit from OPU1 by USER-ID
           05  BENEFICIARY-ID       PIC X(10).
           *> Payee of an outbound payment (see BEN1) - required
           *> unless COLLECTION-FLAG is set, ignored on a collection
           05  URGENT-FLAG          PIC X(1).
               88  URGENT-PAYMENT       VALUE 'Y'.
           *> 'Y'=urgent - carried onto PAD1 for SET1's channel
           *> routing; anything else is an ordinary payment
           05  ORIGINAL-PAYMENT-ID  PIC X(10).
           *> Returned collection this one re-presents (set by RPG1,
           *> carried onto PAD1 to link the series) - spaces on any
           *> other create, ignored unless COLLECTION-FLAG is set
           05  MANDATE-ID           PIC X(10).
           *> MND1 mandate to collect under - spaces takes the first
           *> active mandate covering the amount; ignored unless
           *> COLLECTION-FLAG is set
           05  FX-QUOTE-FLAG        PIC X(1).
               88  FX-QUOTE-REQUESTED   VALUE 'Q'.
               88  FX-QUOTE-SUPPLIED    VALUE 'U'.
           *> 'Q'=lock today's rate (mid plus margin) on a new FXQ1
           *> quote for the CFG1 validity period and return its number
           *> in FX-QUOTE-NUMBER; 'U'=create at the rate already locked
           *> under FX-QUOTE-NUMBER - a quote that has expired or does
           *> not fit the payment falls back to today's rate with a
           *> warning in ERROR-MESSAGE; anything else takes today's
           *> rate. Ignored on a base-currency payment
           05  FX-QUOTE-NUMBER      PIC S9(9) COMP.
           *> FXQ1 quote used or issued - see FX-QUOTE-FLAG
           05  SIGNATORY-REF        PIC X(10).
           *> SIG1 signatory who signed the instruction - required
           *> on an outbound payment when the customer has active
           *> signatories on file, ignored on a collection
           05  SECOND-SIGNATORY-REF PIC X(10).
           *> SIG1 signatory who countersigned, if any - needed
           *> before PAM5 clears a payment above the first one's
           *> individual limit (or signed by a joint-only one); it
           *> may instead be given to PAM5 at clearing. Spaces with
           *> a second signature needed creates the payment all the
           *> same, with a warning in ERROR-MESSAGE
           05  PURPOSE-CODE         PIC X(4).
           *> PPC1 economic purpose - required on a cross-border
           *> payment (payee bank outside the home country on BNK1),
           *> not carried onto a domestic one; ignored on a collection
           05  COUNTERPARTY-COUNTRY PIC X(2).
           *> ISO country of the counterparty - required wherever
           *> PURPOSE-CODE is
           05  RESERVED-FIELDS      PIC X(1).
           *> Reserved for future use
