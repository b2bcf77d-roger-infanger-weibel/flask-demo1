           *> First leg suffix of the generated LEDGER-ENTRY-IDs -
           *> spaces default to '01'/'02', the original scheme; the
           *> suspense clearing step (GSC1) re-posts under '05'/'06'
           *> so its legs never collide with the parked ones; GLX1
           *> posts FX margin income under '07'/'08'. A cross-unit
           *> posting's due-to/due-from legs take the suffix plus 10
           05  POST-AMOUNT-FLAG     PIC X(1).
               88  POST-CALLER-AMOUNT   VALUE 'Y'.
           *> 'Y'=post POST-AMOUNT in POST-CURRENCY instead of the
           *> payment's own amount (the FX margin on a cross-currency
           *> payment); anything else posts the PAD1 amount as before
           05  POST-AMOUNT          PIC S9(9)V99 COMP-3.
           *> Amount to post - used only when POST-AMOUNT-FLAG is 'Y'
           05  POST-CURRENCY        PIC X(3).
           *> Currency of POST-AMOUNT - used only when
           *> POST-AMOUNT-FLAG is 'Y'
           05  RESERVED-FIELDS      PIC X(38).
           *> Reserved for future use
