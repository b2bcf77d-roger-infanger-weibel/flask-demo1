       COPY DSP1SQL.
       COPY BAD1SQL.
       COPY PAD1SQL.
       COPY CFG1SQL.
       COPY AUD1SQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY DSP1REC.
       COPY CFG1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> Provisional credits and their reversals post as proper
      *> BAD1 transactions
       COPY BAM3.
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

      *> A resolution for the customer above the supervisor limit
      *> needs the resolving user to hold the DSPV entitlement
       COPY AUTM1.
       01  AUTM1-PGM                          PIC X(8) VALUE 'AUTM1'.

      *> The limit lives on CFG1 so it can be moved without a code
      *> change - no row means the standing 1000.00.
       01  WS-SUPERVISOR-LIMIT-PARM           PIC X(20)
           VALUE 'DISPUTE-SUPV-LIMIT'.
       01  WS-SUPERVISOR-LIMIT                PIC S9(9)V99 COMP-3.

       01  WS-CURRENT-DATE                    PIC X(21).

       01  WS-DISPUTED-AMOUNT                 PIC S9(9)V99 COMP-3.

       RESOLVE-DISPUTE.
           PERFORM FETCH-OPEN-DISPUTE
           IF DISPUTE-STATUS OF DSM1-COMM-AREA = 'S'
               AND ACTION-CODE OF DSM1-COMM-AREA = 'C'
               PERFORM CHECK-RESOLUTION-AUTHORITY
           END-IF
           IF DISPUTE-STATUS OF DSM1-COMM-AREA = 'S'
               AND ACTION-CODE OF DSM1-COMM-AREA = 'B'
               AND PROV-CREDIT-ID OF DSP1-REC NOT = SPACES

       FETCH-OPEN-DISPUTE.
           EXEC SQL
               SELECT DISPUTED_ID, DISPUTE_TYPE, CUSTOMER_ID,
                      PROV_CREDIT_ID, DISPUTE_STATUS
               INTO :DSP1-REC.DISPUTED-ID, :DSP1-REC.DISPUTE-TYPE,
                    :DSP1-REC.CUSTOMER-ID,
                    :DSP1-REC.PROV-CREDIT-ID,
                    :DSP1-REC.DISPUTE-STATUS
               FROM DSP1
                   MOVE 'S' TO DISPUTE-STATUS OF DSM1-COMM-AREA
           END-EVALUATE.

       CHECK-RESOLUTION-AUTHORITY.
      *> Finding for the customer lets the money stand, so above the
      *> limit it takes a supervisor - whichever desk resolves it.
      *> A disputed item no longer on file cannot show it is under
      *> the limit and is held to the supervisor too.
           MOVE 1000.00 TO WS-SUPERVISOR-LIMIT
           MOVE WS-SUPERVISOR-LIMIT-PARM TO PARM-NAME OF CFG1-REC
           EXEC SQL
               SELECT PARM_VALUE
               INTO :CFG1-REC.PARM-VALUE
               FROM CFG1
               WHERE PARM_NAME = :CFG1-REC.PARM-NAME
           END-EXEC
           IF SQLCODE = 0
               COMPUTE WS-SUPERVISOR-LIMIT =
                   FUNCTION NUMVAL(PARM-VALUE OF CFG1-REC)
           END-IF
           IF DISPUTE-TYPE OF DSP1-REC = 'T'
               EXEC SQL
                   SELECT TRANSACTION_AMOUNT
                   INTO :WS-DISPUTED-AMOUNT
                   FROM BAD1
                   WHERE TRANSACTION_ID = :DSP1-REC.DISPUTED-ID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT PAYMENT_AMOUNT
                   INTO :WS-DISPUTED-AMOUNT
                   FROM PAD1
                   WHERE PAYMENT_ID = :DSP1-REC.DISPUTED-ID
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               COMPUTE WS-DISPUTED-AMOUNT = WS-SUPERVISOR-LIMIT + 1
           END-IF
           IF WS-DISPUTED-AMOUNT < 0
               COMPUTE WS-DISPUTED-AMOUNT = WS-DISPUTED-AMOUNT * -1
           END-IF
           IF WS-DISPUTED-AMOUNT > WS-SUPERVISOR-LIMIT
               MOVE USER-ID OF DSM1-COMM-AREA TO AUTM1-USER-ID
               MOVE 'DSPV' TO AUTM1-TRANSACTION-CODE
               CALL AUTM1-PGM USING AUTM1-COMM-AREA
               IF AUTM1-AUTHORIZED-SWITCH NOT = 'Y'
                   MOVE 'V' TO DISPUTE-STATUS OF DSM1-COMM-AREA
                   STRING 'Over the limit - only a DSPV supervisor '
                          'may resolve for the customer'
                          DELIMITED BY SIZE
                          INTO ERROR-MESSAGE OF DSM1-COMM-AREA
               END-IF
           END-IF.

       REVERSE-PROVISIONAL-CREDIT.
      *> Resolution for the bank takes the provisional money back -
      *> a BAD1 'D' debit for the credit's amount, linked to the
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF DSM1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "DSM1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
