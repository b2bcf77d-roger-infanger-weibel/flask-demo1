           *> CICS-signed-on user ID asking to update
           05  CHB1-BLACKOUT-SWITCH PIC X(1).
           *> 'Y' if tonight's chain is mid-flight (the BDR1 date's
           *> CHS1 rows hold a step at 'S' or 'F') - update
           *> functions must refuse, inquiry functions stay open
               88  CHB1-BLACKOUT-ON VALUE 'Y'.
           05  CHB1-OVERRIDE-SWITCH PIC X(1).
           *> 'Y' if the user holds the OVRD entitlement - a
