       COPY CAD1ASQL.
       COPY BAD1SQL.
       COPY CAD1HSQL.
       COPY UDA1SQL.
       COPY ARQ1SQL.

       FILE SECTION.
       FD  AUDIT-FILE.
       COPY CAD1AREC.
       COPY BAD1REC.
       COPY CAD1HREC.
       COPY UDA1REC.
       COPY ARQ1REC.

       *> Shared SQLCODE-to-message translation
       COPY ERRM1.
                        :CAD1-HIST-REC.CHANGE-USER)
               END-EXEC
               IF SQLCODE = 0
                   IF WS-LAST-ADDRESS NOT = SPACES AND
                      WS-LAST-ADDRESS NOT =
                          CUSTOMER-ADDRESS OF CAD1-REC
                       PERFORM CLEAR-RETURNED-MAIL
                   END-IF
               ELSE
                   MOVE 'E' TO CUSTOMER-STATUS
                   MOVE SQLCODE TO ERRM1-SQLCODE
                   MOVE SQLCODE TO RETURN-CODE OF CAM1-COMM-AREA
               END-IF.

       CLEAR-RETURNED-MAIL.
      *> A new address is the answer to returned mail - the UDA1
      *> undeliverable flags RML1 raised against the customer are
      *> cleared so paper flows again, and any open ARQ1 research
      *> item is closed. A failure here leaves the flag for the desk
      *> to clear and does not fail the call.
           MOVE CUSTOMER-ID OF CAD1-REC TO CUSTOMER-ID OF UDA1-REC
           MOVE EFFECTIVE-DATE OF CAD1-HIST-REC
               TO CLEAR-DATE OF UDA1-REC
           EXEC SQL
               UPDATE UDA1
               SET FLAG_STATUS = 'C',
                   CLEAR_DATE = :UDA1-REC.CLEAR-DATE
               WHERE CUSTOMER_ID = :UDA1-REC.CUSTOMER-ID
                 AND FLAG_STATUS = 'U'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "CAM1: returned-mail flag not cleared, SQLCODE "
                   SQLCODE
           END-IF
           MOVE CUSTOMER-ID OF CAD1-REC TO CUSTOMER-ID OF ARQ1-REC
           MOVE EFFECTIVE-DATE OF CAD1-HIST-REC
               TO CLOSE-DATE OF ARQ1-REC
           EXEC SQL
               UPDATE ARQ1
               SET QUEUE_STATUS = 'C',
                   CLOSE_DATE = :ARQ1-REC.CLOSE-DATE
               WHERE CUSTOMER_ID = :ARQ1-REC.CUSTOMER-ID
                 AND QUEUE_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "CAM1: address research item not closed, "
                   "SQLCODE " SQLCODE
           END-IF.

       RETURN-TO-CALLER.
           DISPLAY "Module CAM1 ended with status: " CUSTOMER-STATUS.
           IF CUSTOMER-STATUS = 'E'
