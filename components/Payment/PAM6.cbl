
      *> Include the dclgen Db2 layouts
       COPY APQ1SQL.
       COPY PAD1SQL.

       FILE SECTION.
       FD  AUDIT-FILE.

      *> Include the Db2 host fields
       COPY APQ1REC.
       COPY PAD1REC.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       COPY IDV1.
       01  IDV1-PGM                           PIC X(8) VALUE 'IDV1'.

      *> Per-operator monetary authority - the approver must hold
      *> the clearing authority the requester lacked
       COPY OAC1.
       01  OAC1-PGM                           PIC X(8) VALUE 'OAC1'.

      *> Audit rows land on a date-stamped daily generation
      *> (PAM6AUD.YYYYMMDD) - today's calls go to today's file, AUL1
      *> sweeps exactly the requested day, and AHK1 retires
           IF PAYMENT-STATUS NOT = 'V'
               PERFORM FETCH-APPROVAL-REQUEST
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM CHECK-APPROVER-AUTHORITY
           END-IF
           IF PAYMENT-STATUS = 'S'
               PERFORM APPROVE-CLEARING
           END-IF
                   MOVE 'S' TO PAYMENT-STATUS
           END-EVALUATE.

       CHECK-APPROVER-AUTHORITY.
      *> A supervisor approves only what their own OAL1 authority to
      *> clear would let them clear alone - otherwise the clearing
      *> stays waiting for someone who holds it.
           EXEC SQL
               SELECT PAYMENT_AMOUNT, PAYMENT_CURRENCY
               INTO :PAD1-REC.PAYMENT-AMOUNT,
                    :PAD1-REC.PAYMENT-CURRENCY
               FROM PAD1
               WHERE PAYMENT_ID = :PAM6-COMM-AREA.PAYMENT-ID
           END-EXEC
           IF SQLCODE = 0
               MOVE USER-ID OF PAM6-COMM-AREA TO OAC1-USER-ID
               MOVE 'L' TO OAC1-FUNCTION-CODE
               MOVE PAYMENT-AMOUNT OF PAD1-REC TO OAC1-AMOUNT
               MOVE PAYMENT-CURRENCY OF PAD1-REC TO OAC1-CURRENCY
               CALL OAC1-PGM USING OAC1-COMM-AREA
               IF OAC1-RESULT = 'N'
                   MOVE 'A' TO PAYMENT-STATUS
                   MOVE OAC1-MESSAGE TO ERROR-MESSAGE OF PAM6-COMM-AREA
               END-IF
           END-IF.

       APPROVE-CLEARING.
      *> The WHERE repeats the waiting-status check so a second
      *> approver racing this one is caught as "no longer waiting"
