       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPG1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layouts
       COPY RPQ1SQL.
       COPY DUN1SQL.
       COPY BDR1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY RPQ1REC.
       COPY DUN1REC.
       COPY BDR1REC.

      *> Include the communication area copybook
       COPY PAM2.
       01  PAM2-PGM                         PIC X(8) VALUE 'PAM2'.

       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE             PIC X(10).
           05  WS-PARM-USER-ID              PIC X(8).

       01  WS-QUEUE-SWITCH                  PIC X(1) VALUE 'N'.
           88  WS-QUEUE-DONE                VALUE 'Y'.

       01  WS-REPRESENTED-COUNT             PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT                   PIC 9(7) VALUE 0.

      *> Generated key for each re-presentation - a '2' lead byte
      *> plus the run month/day and a per-run sequence keeps the
      *> generator's keys out of the operator-assigned ranges, the
      *> same scheme PAX1, LFE1 and SOG1 use.
       01  WS-PAYMENT-SEQUENCE              PIC 9(5) VALUE 0.
       01  WS-GENERATED-ID.
           05  FILLER                       PIC X(1) VALUE '2'.
           05  WS-GEN-MONTH-DAY             PIC X(4).
           05  WS-GEN-SEQUENCE              PIC 9(5).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *> Every queued re-presentation due by the run date - one missed
      *> by a skipped nightly stays due and is caught up by the next
      *> run.
       EXEC SQL
           DECLARE DUE-REPRESENT-CURSOR CURSOR FOR
               SELECT ORIGINAL_PAYMENT_ID, ATTEMPT_NUMBER,
                      RETURNED_PAYMENT_ID, CUSTOMER_ID, MANDATE_ID,
                      PAYMENT_AMOUNT, PAYMENT_CURRENCY, DUE_DATE
               FROM RPQ1
               WHERE QUEUE_STATUS = 'P'
                 AND DUE_DATE <= :WS-PARM-RUN-DATE
               ORDER BY DUE_DATE, ORIGINAL_PAYMENT_ID, ATTEMPT_NUMBER
       END-EXEC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *> Nightly - a direct debit the bank returned for a reason with
      *> an RPR1 rule was queued by BRT1; on its due date it is
      *> collected again through PAM2 against the same mandate and
      *> linked back to the first collection of its series. PAM2
      *> refusing it (mandate gone, legal hold) ends the series in
      *> DUN1 dunning, the same as running out of tries.
           PERFORM READ-PARM-CARD
           DISPLAY "===== RPG1 DIRECT-DEBIT RE-PRESENTATION "
               WS-PARM-RUN-DATE " ====="
           PERFORM REPRESENT-DUE-ITEMS
           DISPLAY " "
           DISPLAY "Direct debits re-presented:        "
               WS-REPRESENTED-COUNT
           DISPLAY "Refused by PAM2 - sent to dunning: "
               WS-REFUSED-COUNT
           DISPLAY "Items in error:                    "
               WS-ERROR-COUNT
           DISPLAY "================================================="
           STOP RUN.

       READ-PARM-CARD.
      *> Run date and user come in on a parm card, same idiom as the
      *> other batch drivers' parm cards - blank reads the BDR1
      *> register.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-RUN-DATE = SPACES
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF WS-PARM-USER-ID = SPACES
               MOVE 'BATCHUSR' TO WS-PARM-USER-ID
           END-IF
           STRING WS-PARM-RUN-DATE(6:2) WS-PARM-RUN-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-GEN-MONTH-DAY.

       READ-BUSINESS-DATE.
           EXEC SQL
               SELECT PROCESS_DATE
               INTO :BDR1-REC.PROCESS-DATE
               FROM BDR1
           END-EXEC
           IF SQLCODE = 0
               MOVE PROCESS-DATE OF BDR1-REC TO WS-PARM-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:10) TO WS-PARM-RUN-DATE
           END-IF.

       REPRESENT-DUE-ITEMS.
           MOVE 'N' TO WS-QUEUE-SWITCH
           EXEC SQL
               OPEN DUE-REPRESENT-CURSOR
           END-EXEC
           PERFORM UNTIL WS-QUEUE-DONE
               EXEC SQL
                   FETCH DUE-REPRESENT-CURSOR
                   INTO :RPQ1-REC.ORIGINAL-PAYMENT-ID,
                        :RPQ1-REC.ATTEMPT-NUMBER,
                        :RPQ1-REC.RETURNED-PAYMENT-ID,
                        :RPQ1-REC.CUSTOMER-ID,
                        :RPQ1-REC.MANDATE-ID,
                        :RPQ1-REC.PAYMENT-AMOUNT,
                        :RPQ1-REC.PAYMENT-CURRENCY,
                        :RPQ1-REC.DUE-DATE
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-QUEUE-DONE TO TRUE
               ELSE
                   PERFORM REPRESENT-ONE-ITEM
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE DUE-REPRESENT-CURSOR
           END-EXEC.

       REPRESENT-ONE-ITEM.
      *> The collection goes through PAM2, not a raw INSERT, so the
      *> mandate, legal-hold, limit and screening checks and the
      *> PAM2AUD audit row all apply exactly as to SOG1's
      *> collections.
           ADD 1 TO WS-PAYMENT-SEQUENCE
           MOVE WS-PAYMENT-SEQUENCE TO WS-GEN-SEQUENCE
           MOVE SPACES TO PAM2-COMM-AREA
           MOVE 0 TO RETURN-CODE OF PAM2-COMM-AREA
           MOVE 'RPG1' TO MAIN-NAME OF PAM2-COMM-AREA
           MOVE WS-GENERATED-ID TO PAYMENT-ID OF PAM2-COMM-AREA
           MOVE PAYMENT-AMOUNT OF RPQ1-REC
               TO PAYMENT-AMOUNT OF PAM2-COMM-AREA
           MOVE PAYMENT-CURRENCY OF RPQ1-REC
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
           MOVE CUSTOMER-ID OF RPQ1-REC
               TO CUSTOMER-ID OF PAM2-COMM-AREA
           MOVE WS-PARM-USER-ID TO USER-ID OF PAM2-COMM-AREA
           MOVE 'Y' TO COLLECTION-FLAG
           MOVE ORIGINAL-PAYMENT-ID OF RPQ1-REC
               TO ORIGINAL-PAYMENT-ID OF PAM2-COMM-AREA
           MOVE MANDATE-ID OF RPQ1-REC
               TO MANDATE-ID OF PAM2-COMM-AREA
           CALL PAM2-PGM USING PAM2-COMM-AREA
           IF PAYMENT-STATUS OF PAM2-COMM-AREA = 'S'
               MOVE 'D' TO QUEUE-STATUS OF RPQ1-REC
               MOVE WS-GENERATED-ID TO NEW-PAYMENT-ID OF RPQ1-REC
               PERFORM UPDATE-QUEUE-ROW
               ADD 1 TO WS-REPRESENTED-COUNT
               DISPLAY "  Direct debit " ORIGINAL-PAYMENT-ID OF RPQ1-REC
                   " re-presented as " WS-GENERATED-ID
                   " (try " ATTEMPT-NUMBER OF RPQ1-REC ")"
           ELSE
               MOVE 'F' TO QUEUE-STATUS OF RPQ1-REC
               MOVE SPACES TO NEW-PAYMENT-ID OF RPQ1-REC
               PERFORM UPDATE-QUEUE-ROW
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "  Direct debit " ORIGINAL-PAYMENT-ID OF RPQ1-REC
                   " not re-presented: "
                   ERROR-MESSAGE OF PAM2-COMM-AREA
               PERFORM OPEN-RETURNED-DEBT
           END-IF.

       UPDATE-QUEUE-ROW.
           EXEC SQL
               UPDATE RPQ1
               SET QUEUE_STATUS = :RPQ1-REC.QUEUE-STATUS,
                   NEW_PAYMENT_ID = :RPQ1-REC.NEW-PAYMENT-ID
               WHERE ORIGINAL_PAYMENT_ID
                     = :RPQ1-REC.ORIGINAL-PAYMENT-ID
                 AND ATTEMPT_NUMBER = :RPQ1-REC.ATTEMPT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  Direct debit " ORIGINAL-PAYMENT-ID OF RPQ1-REC
                   " queue row not updated, SQLCODE " SQLCODE
           END-IF.

       OPEN-RETURNED-DEBT.
      *> The same stage-zero DUN1 row BRT1 opens for a series out of
      *> tries - the DUN1 run sends the reminder the same night.
           MOVE CUSTOMER-ID OF RPQ1-REC TO CUSTOMER-ID OF DUN1-REC
           MOVE PAYMENT-CURRENCY OF RPQ1-REC
               TO BALANCE-CURRENCY OF DUN1-REC
           MOVE 0 TO DUNNING-STAGE OF DUN1-REC
           MOVE WS-PARM-RUN-DATE TO OPEN-DATE OF DUN1-REC
           MOVE WS-PARM-RUN-DATE TO STAGE-DATE OF DUN1-REC
           MOVE 'O' TO DUNNING-STATUS OF DUN1-REC
           MOVE '0001-01-01' TO CLOSE-DATE OF DUN1-REC
           MOVE 'R' TO DEBT-SOURCE OF DUN1-REC
           MOVE ORIGINAL-PAYMENT-ID OF RPQ1-REC
               TO DEBT-REFERENCE OF DUN1-REC
           MOVE PAYMENT-AMOUNT OF RPQ1-REC TO DEBT-AMOUNT OF DUN1-REC
           EXEC SQL
               SELECT COALESCE(MAX(CASE_NUMBER), 0) + 1
               INTO :DUN1-REC.CASE-NUMBER
               FROM DUN1
           END-EXEC
           EXEC SQL
               INSERT INTO DUN1
                   (CUSTOMER_ID, BALANCE_CURRENCY, DUNNING_STAGE,
                    OPEN_DATE, STAGE_DATE, DUNNING_STATUS,
                    CLOSE_DATE, DEBT_SOURCE, DEBT_REFERENCE,
                    DEBT_AMOUNT, CASE_NUMBER)
               VALUES
                   (:DUN1-REC.CUSTOMER-ID,
                    :DUN1-REC.BALANCE-CURRENCY,
                    :DUN1-REC.DUNNING-STAGE, :DUN1-REC.OPEN-DATE,
                    :DUN1-REC.STAGE-DATE, :DUN1-REC.DUNNING-STATUS,
                    :DUN1-REC.CLOSE-DATE, :DUN1-REC.DEBT-SOURCE,
                    :DUN1-REC.DEBT-REFERENCE, :DUN1-REC.DEBT-AMOUNT,
                    :DUN1-REC.CASE-NUMBER)
           END-EXEC
           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  Direct debit " ORIGINAL-PAYMENT-ID OF RPQ1-REC
                   " dunning case not opened, SQLCODE " SQLCODE
           END-IF.
