       READ-PARM-CARD.

      *> One parm card, read and acknowledged like every other chain
      *> member's - the CHN1 controller hands each step the one card
      *> stacked for it, and a step run by hand from an old deck
      *> still expects to read exactly one.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE NOT = SPACES
