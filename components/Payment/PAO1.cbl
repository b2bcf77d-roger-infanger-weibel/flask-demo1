       77  WS-SCREEN-AMOUNT                PIC S9(9)V99 COMP-3.

       01  WS-MASKED-PAYMENT-ID             PIC X(10).
       01  WS-EDIT-QUOTE-NUMBER             PIC Z(8)9.

      *> COMMAREA carried between pseudo-conversational turns - the
      *> turn flag plus the update a previous turn asked for, held
           05  WS-PENDING-AMT               PIC X(11).
           05  WS-PENDING-CUR               PIC X(3).
           05  WS-PENDING-RVSL              PIC X(10).
           05  WS-PENDING-BENF              PIC X(10).
           05  WS-PENDING-LOCK              PIC X(1).
           05  WS-PENDING-SIGN              PIC X(10).
           05  WS-PENDING-COSIGN            PIC X(10).
           05  WS-PENDING-PURP              PIC X(4).
           05  WS-PENDING-CTRY              PIC X(2).

       LINKAGE SECTION.

       01  DFHCOMMAREA                      PIC X(83).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PROCESS.
                   MOVE 'AMOUNT AND CURRENCY ARE REQUIRED'
                       TO MSGO(1:33)
               END-IF
               IF WS-SCREEN-STATUS NOT = 'V'
                   MOVE BENF TO IDV1-ID
                   CALL IDV1-PGM USING IDV1-COMM-AREA
                   IF NOT IDV1-ID-VALID
                       MOVE 'V' TO WS-SCREEN-STATUS
                       MOVE 'BENEFICIARY ID INVALID' TO MSGO(1:23)
                   END-IF
               END-IF
               IF WS-SCREEN-STATUS NOT = 'V' AND SGN1 NOT = SPACES
                   MOVE SGN1 TO IDV1-ID
                   CALL IDV1-PGM USING IDV1-COMM-AREA
                   IF NOT IDV1-ID-VALID
                       MOVE 'V' TO WS-SCREEN-STATUS
                       MOVE 'SIGNATORY REF INVALID' TO MSGO(1:22)
                   END-IF
               END-IF
               IF WS-SCREEN-STATUS NOT = 'V'
                   PERFORM VALIDATE-PURPOSE-INPUT
               END-IF
           END-IF
      *> A countersignature can come with the create or, for a
      *> payment created short of one, with the clear.
           IF WS-SCREEN-STATUS NOT = 'V'
               AND (FUNC = 'C' OR FUNC = 'L') AND SGN2 NOT = SPACES
               MOVE SGN2 TO IDV1-ID
               CALL IDV1-PGM USING IDV1-COMM-AREA
               IF NOT IDV1-ID-VALID
                   MOVE 'V' TO WS-SCREEN-STATUS
                   MOVE 'COSIGNATORY REF INVALID' TO MSGO(1:24)
               END-IF
           END-IF
           IF WS-SCREEN-STATUS NOT = 'V' AND FUNC = 'R'
               MOVE RVSL TO IDV1-ID
               END-IF
           END-IF.

       VALIDATE-PURPOSE-INPUT.
      *> Only PAM2 knows from the payee bank whether the payment is
      *> cross-border and the purpose code is live on PPC1 - the
      *> screen catches the keying slips: a purpose without its
      *> country or the other way round, or a country that is not
      *> two letters.
           INSPECT PURP REPLACING ALL LOW-VALUES BY SPACES
           INSPECT CTRY REPLACING ALL LOW-VALUES BY SPACES
           EVALUATE TRUE
               WHEN PURP = SPACES AND CTRY = SPACES
                   CONTINUE
               WHEN PURP = SPACES OR CTRY = SPACES
                   MOVE 'V' TO WS-SCREEN-STATUS
                   MOVE 'KEY PURPOSE CODE AND COUNTRY TOGETHER'
                       TO MSGO(1:37)
               WHEN CTRY IS NOT ALPHABETIC-UPPER
                 OR CTRY(1:1) = SPACE OR CTRY(2:1) = SPACE
                   MOVE 'V' TO WS-SCREEN-STATUS
                   MOVE 'COUNTRY MUST BE A 2-LETTER ISO CODE'
                       TO MSGO(1:35)
           END-EVALUATE.

       SAVE-PENDING-UPDATE.
           MOVE FUNC TO WS-PENDING-FUNC
           MOVE PID TO WS-PENDING-PID
           MOVE AMTI TO WS-PENDING-AMT
           MOVE CURI TO WS-PENDING-CUR
           MOVE RVSL TO WS-PENDING-RVSL
           MOVE BENF TO WS-PENDING-BENF
           MOVE FXLK TO WS-PENDING-LOCK
           MOVE SGN1 TO WS-PENDING-SIGN
           MOVE SGN2 TO WS-PENDING-COSIGN
           MOVE PURP TO WS-PENDING-PURP
           MOVE CTRY TO WS-PENDING-CTRY
           MOVE '******' TO WS-MASKED-PAYMENT-ID(1:6)
           MOVE WS-PENDING-PID(7:4) TO WS-MASKED-PAYMENT-ID(7:4)
           STRING 'PRESS ENTER TO CONFIRM ' WS-PENDING-FUNC
           MOVE SPACES TO WS-PENDING-CUST
           MOVE SPACES TO WS-PENDING-AMT
           MOVE SPACES TO WS-PENDING-CUR
           MOVE SPACES TO WS-PENDING-RVSL
           MOVE SPACES TO WS-PENDING-BENF
           MOVE SPACES TO WS-PENDING-LOCK
           MOVE SPACES TO WS-PENDING-SIGN
           MOVE SPACES TO WS-PENDING-COSIGN
           MOVE SPACES TO WS-PENDING-PURP
           MOVE SPACES TO WS-PENDING-CTRY.

       APPLY-CREATE-FUNCTION.
           MOVE SPACES TO PAM2-COMM-AREA
               TO PAYMENT-AMOUNT OF PAM2-COMM-AREA
           MOVE WS-PENDING-CUR
               TO PAYMENT-CURRENCY OF PAM2-COMM-AREA
           MOVE WS-PENDING-BENF
               TO BENEFICIARY-ID OF PAM2-COMM-AREA
           MOVE WS-PENDING-SIGN TO SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE WS-PENDING-COSIGN
               TO SECOND-SIGNATORY-REF OF PAM2-COMM-AREA
           MOVE WS-PENDING-PURP TO PURPOSE-CODE OF PAM2-COMM-AREA
           MOVE WS-PENDING-CTRY
               TO COUNTERPARTY-COUNTRY OF PAM2-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF PAM2-COMM-AREA
      *> 'Y' in FXLK holds today's rate on an FXQ1 quote until the
      *> payment clears - the rate the customer is quoted at the
      *> counter is the rate PAM5 settles at.
           IF WS-PENDING-LOCK = 'Y'
               MOVE 'Q' TO FX-QUOTE-FLAG OF PAM2-COMM-AREA
           END-IF
           CALL PAM2-PGM USING PAM2-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call PAM2."
           END-CALL
           MOVE PAYMENT-STATUS OF PAM2-COMM-AREA TO WS-SCREEN-STATUS
           IF PAYMENT-STATUS OF PAM2-COMM-AREA = 'S'
               EVALUATE TRUE
                   WHEN ERROR-MESSAGE OF PAM2-COMM-AREA NOT = SPACES
                       STRING 'PAYMENT CREATED - '
                           ERROR-MESSAGE OF PAM2-COMM-AREA
                           DELIMITED BY SIZE INTO MSGO
                   WHEN WS-PENDING-LOCK = 'Y'
                       AND FX-QUOTE-NUMBER OF PAM2-COMM-AREA > 0
                       MOVE FX-QUOTE-NUMBER OF PAM2-COMM-AREA
                           TO WS-EDIT-QUOTE-NUMBER
                       STRING 'PAYMENT CREATED - RATE LOCKED UNDER FX '
                           'QUOTE ' WS-EDIT-QUOTE-NUMBER
                           DELIMITED BY SIZE INTO MSGO
                   WHEN OTHER
                       MOVE 'PAYMENT CREATED' TO MSGO(1:16)
               END-EVALUATE
           ELSE
               MOVE ERROR-MESSAGE OF PAM2-COMM-AREA TO MSGO(1:79)
           END-IF.
           MOVE 'PAO1' TO MAIN-NAME OF PAM5-COMM-AREA
           MOVE WS-PENDING-PID TO PAYMENT-ID OF PAM5-COMM-AREA
           MOVE EIBUSERID TO USER-ID OF PAM5-COMM-AREA
           MOVE WS-PENDING-COSIGN
               TO SECOND-SIGNATORY-REF OF PAM5-COMM-AREA
           CALL PAM5-PGM USING PAM5-COMM-AREA
           ON EXCEPTION
               DISPLAY "Error: Unable to call PAM5."
           END-CALL
           MOVE PAYMENT-STATUS OF PAM5-COMM-AREA TO WS-SCREEN-STATUS
           IF PAYMENT-STATUS OF PAM5-COMM-AREA = 'S'
               IF ERROR-MESSAGE OF PAM5-COMM-AREA NOT = SPACES
                   STRING 'PAYMENT CLEARED - '
                       ERROR-MESSAGE OF PAM5-COMM-AREA
                       DELIMITED BY SIZE INTO MSGO
               ELSE
                   MOVE 'PAYMENT CLEARED' TO MSGO(1:16)
               END-IF
           ELSE
               MOVE ERROR-MESSAGE OF PAM5-COMM-AREA TO MSGO(1:79)
           END-IF.
