       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ADS1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

      *> Include the dclgen Db2 layout
       COPY CAD1PSQL.

       WORKING-STORAGE SECTION.

      *> Include the Db2 host fields
       COPY CAD1PREC.

       01  WS-AS-OF-DATE                   PIC X(10).
       01  WS-CURRENT-DATE                 PIC X(21).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.

       COPY ADS1.

       PROCEDURE DIVISION USING ADS1-COMM-AREA.

       MAIN-PROCESS.

           PERFORM SELECT-PURPOSE-ADDRESS
           GOBACK.

       SELECT-PURPOSE-ADDRESS.

      *> STM2, RJL1, DUN1, NGW1, BCF1 and ESC1 call here for the
      *> address their document goes to. The CAD1_ADDR row in force
      *> on the document date wins; no row, or a removal (spaces),
      *> leaves the caller's CAD1 address where it is. A lookup
      *> failure is not an error to the caller - the letter still
      *> goes to CAD1's address, the old behavior.
           MOVE 'N' TO ADS1-FOUND-SWITCH
           IF ADS1-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2)
                      '-' WS-CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-AS-OF-DATE
           ELSE
               MOVE ADS1-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           MOVE ADS1-CUSTOMER-ID TO CUSTOMER-ID OF CAD1-ADDR-REC
           MOVE ADS1-PURPOSE TO ADDRESS-PURPOSE OF CAD1-ADDR-REC
           EXEC SQL
               SELECT PURPOSE_ADDRESS
               INTO :CAD1-ADDR-REC.PURPOSE-ADDRESS
               FROM CAD1_ADDR
               WHERE CUSTOMER_ID = :CAD1-ADDR-REC.CUSTOMER-ID
                 AND ADDRESS_PURPOSE = :CAD1-ADDR-REC.ADDRESS-PURPOSE
                 AND EFFECTIVE_DATE =
                     (SELECT MAX(EFFECTIVE_DATE) FROM CAD1_ADDR
                      WHERE CUSTOMER_ID = :CAD1-ADDR-REC.CUSTOMER-ID
                        AND ADDRESS_PURPOSE =
                            :CAD1-ADDR-REC.ADDRESS-PURPOSE
                        AND EFFECTIVE_DATE <= :WS-AS-OF-DATE)
           END-EXEC
           IF SQLCODE = 0
               AND PURPOSE-ADDRESS OF CAD1-ADDR-REC NOT = SPACES
               MOVE PURPOSE-ADDRESS OF CAD1-ADDR-REC TO ADS1-ADDRESS
               MOVE 'Y' TO ADS1-FOUND-SWITCH
           END-IF.
