       EXEC SQL DECLARE PMT1 TABLE

           (
              PAYMENT_ID CHAR(10) NOT NULL,
           TOUCH_REASON CHAR(4) NOT NULL,
           TOUCH_DATE DATE NOT NULL,
           TOUCH_PROGRAM CHAR(8) NOT NULL,
           TOUCH_USER CHAR(8) NOT NULL
           )
           END-EXEC.
