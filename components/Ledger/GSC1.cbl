               " parked " SUSPENSE-DATE OF GSQ1-REC
               " - " SUSPENSE-REASON OF GSQ1-REC(1:60)
      *> The parked legs come off first - GAM2 only offsets the
      *> '01'/'02' pair and refuses once its '03'/'04' offsets
      *> exist, so the order keeps a re-run restartable. An
      *> 'X' from GAM2 means a prior run already took the legs off
      *> and died before re-posting; the re-post picks up from there.
           PERFORM OFFSET-PARKED-LEGS
