       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Runs after the reconciliations. A break the day's RCN1/
      *> RCN2/NRC1/SLR1 no longer re-aged means the underlying
      *> numbers agree again - it clears automatically. What
      *> remains reports by age band, the way AGE1 buckets its
      *> pending payments, so the desk can finally say whether a
      *> break is one problem five days old or five problems one
      *> day old.
           PERFORM READ-PARM-CARD
           DISPLAY "===== RBR1 OPEN RECONCILIATION BREAKS "
               WS-PARM-RUN-DATE " ====="
       CLEAR-RECOVERED-BREAKS.
      *> An open break the day's reconciliations did not re-age was
      *> not found again - the numbers agree, it closes. This runs
      *> behind RCN1/RCN2/NRC1/SLR1 in the chain so "not re-aged
      *> today" means exactly that.
           EXEC SQL
               UPDATE RBK1
               SET BREAK_STATUS = 'C',
