           *> The run's headline record count (read/loaded/archived)
           05  RETURN-CODE          PIC S9(9) COMP.
           *> Final return code recorded at run end (0 = clean)
           05  RESTART-POINT        PIC X(40).
           *> Checkpoint a restarted run resumed from (phase and
           *> last committed key), spaces for a run from the top
