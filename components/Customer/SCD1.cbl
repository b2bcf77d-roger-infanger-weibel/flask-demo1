       COPY SCQ1REC.
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> The approved customer is created through CAM2
       COPY CAM2.
       01  CAM2-PGM                           PIC X(8) VALUE 'CAM2'.

      *> A cleared rescreen hit has its legal hold lifted through
      *> LGM1
       COPY LGM1.
       01  LGM1-PGM                           PIC X(8) VALUE 'LGM1'.

      *> Shared SQLCODE-to-message translation
       COPY ERRM1.
       01  ERRM1-PGM                          PIC X(8) VALUE 'ERRM1'.
      *> The human decision on a queued sanctions match - approve
      *> creates the customer from the attributes SCQ1 held, with
      *> the screening waived for that one create; deny closes the
      *> queue item and no customer exists. An SRS1 rescreen hit
      *> names a customer who already exists - approve lifts the
      *> hold SRS1 put on them, deny leaves it. Either way the
      *> decision lands on the AUD1 audit trail.
           PERFORM INITIALIZE-COMM-AREA
           PERFORM VALIDATE-INPUT
           IF QUEUE-STATUS OF SCD1-COMM-AREA NOT = 'V'
           END-IF
           IF QUEUE-STATUS OF SCD1-COMM-AREA = 'S'
               AND ACTION-CODE OF SCD1-COMM-AREA = 'A'
               EVALUATE QUEUE-SOURCE OF SCQ1-REC
                   WHEN 'R'
                       PERFORM RELEASE-RESCREEN-HOLD
                   WHEN 'H'
                       CONTINUE
                   WHEN OTHER
                       PERFORM CREATE-APPROVED-CUSTOMER
               END-EVALUATE
           END-IF
           IF QUEUE-STATUS OF SCD1-COMM-AREA = 'S'
               PERFORM CLOSE-QUEUE-ITEM
           EXEC SQL
               SELECT CUSTOMER_NAME, CUSTOMER_ADDRESS,
                      CUSTOMER_STATUS_CODE, OPERATING_UNIT,
                      QUEUE_STATUS, QUEUE_SOURCE
               INTO :SCQ1-REC.CUSTOMER-NAME,
                    :SCQ1-REC.CUSTOMER-ADDRESS,
                    :SCQ1-REC.CUSTOMER-STATUS-CODE,
                    :SCQ1-REC.OPERATING-UNIT,
                    :SCQ1-REC.QUEUE-STATUS,
                    :SCQ1-REC.QUEUE-SOURCE
               FROM SCQ1
               WHERE CUSTOMER_ID = :SCD1-COMM-AREA.CUSTOMER-ID
           END-EXEC
                   TO ERROR-MESSAGE OF SCD1-COMM-AREA
           END-IF.

       RELEASE-RESCREEN-HOLD.
      *> Only the hold SRS1 itself placed is lifted - 'X' (none
      *> standing) means someone released it already, which is the
      *> state approval wants anyway.
           MOVE SPACES TO LGM1-COMM-AREA
           MOVE 0 TO RETURN-CODE OF LGM1-COMM-AREA
           MOVE 'SCD1' TO MAIN-NAME OF LGM1-COMM-AREA
           MOVE CUSTOMER-ID OF SCD1-COMM-AREA
               TO CUSTOMER-ID OF LGM1-COMM-AREA
           MOVE 'R' TO ACTION-CODE OF LGM1-COMM-AREA
           MOVE USER-ID OF SCD1-COMM-AREA TO USER-ID OF LGM1-COMM-AREA
           CALL LGM1-PGM USING LGM1-COMM-AREA
           IF HOLD-STATUS OF LGM1-COMM-AREA NOT = 'S'
               AND HOLD-STATUS OF LGM1-COMM-AREA NOT = 'X'
               MOVE 'E' TO QUEUE-STATUS OF SCD1-COMM-AREA
               MOVE ERROR-MESSAGE OF LGM1-COMM-AREA
                   TO ERROR-MESSAGE OF SCD1-COMM-AREA
           END-IF.

       CLOSE-QUEUE-ITEM.
           IF ACTION-CODE OF SCD1-COMM-AREA = 'A'
               MOVE 'A' TO WS-NEW-QUEUE-STATUS
               TO AUD1-ERROR-MESSAGE
           MOVE TIMESTAMP OF SCD1-COMM-AREA TO AUD1-TIMESTAMP
           MOVE SPACES TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS NOT = 'S'
               DISPLAY "SCD1: audit row not written, SQLCODE "
                   AUW1-SQLCODE
           END-IF.
