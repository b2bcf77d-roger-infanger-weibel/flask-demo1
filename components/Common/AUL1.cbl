      *> Include the Db2 host fields
       COPY AUD1REC.

      *> Every AUD1 row goes on through the shared chain writer
       COPY AUW1.
       01  AUW1-PGM                         PIC X(8) VALUE 'AUW1'.

      *> One AUDT1REC-shaped work area every file's rows pass
      *> through on their way to the table
       COPY AUDT1REC.

       01  WS-LOADED-COUNT                 PIC 9(8) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(8) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(8) VALUE 0.
       01  WS-SWEEP-MODULE                 PIC X(8).
       01  WS-RESUME-COUNT                 PIC S9(9) COMP.
       01  WS-RETIRED-COUNT                PIC S9(9) COMP VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      *> swept files empty behind a clean run. The retention delete
      *> keeps the table from growing unbounded.
           PERFORM READ-PARM-CARD
           PERFORM SWEEP-AUDIT-FILES
           PERFORM RETIRE-OLD-AUDIT-ROWS
           DISPLAY "AUL1 audit sweep for " WS-PARM-RUN-DATE
           DISPLAY "  rows loaded to AUD1:  " WS-LOADED-COUNT
           DISPLAY "  rows already loaded:  " WS-SKIPPED-COUNT
           DISPLAY "  rows failing insert:  " WS-FAILED-COUNT
           DISPLAY "  rows past retention:  " WS-RETIRED-COUNT
           STOP RUN.
           STRING 'ENM1AUD.' WS-GEN-DATE-STAMP
               DELIMITED BY SIZE INTO WS-ENM1-AUDIT-NAME.

       COUNT-ROWS-ALREADY-LOADED.
      *> The swept files are only re-allocated empty behind a fully
      *> clean run, so a resubmission after an abend partway would
      *> insert every already-loaded row a second time. Rows on the
      *> chain cannot simply be cleared and re-loaded, so each file
      *> resumes past the rows its earlier attempt got onto AUD1 -
      *> a file is always loaded in its own record order, and every
      *> row on a day's generation carries that day's timestamp, so
      *> the count is exactly the records to step over.
           MOVE 0 TO WS-RESUME-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RESUME-COUNT
               FROM AUD1
               WHERE MODULE_NAME = :WS-SWEEP-MODULE
                 AND SUBSTR(AUDIT_TIMESTAMP, 1, 10)
                     = :WS-PARM-RUN-DATE
                 AND ROW_TYPE = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO ERRM1-SQLCODE
               CALL ERRM1-PGM USING ERRM1-COMM-AREA
               DISPLAY "AUL1: prior-sweep count failed - "
                   ERRM1-MESSAGE " - ending"
               STOP RUN
           END-IF.

       LOAD-ONE-AUDIT-ROW.
           IF WS-RESUME-COUNT > 0
               SUBTRACT 1 FROM WS-RESUME-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM INSERT-ONE-AUDIT-ROW
           END-IF.

       SWEEP-AUDIT-FILES.

           PERFORM SWEEP-ONE-AUDIT-FILE-BAM1
               TO AUD1-TIMESTAMP
           MOVE AUDT1-CORRELATION-ID OF AUDT1-AUDIT-RECORD
               TO AUD1-CORRELATION-ID
           MOVE 'W' TO AUW1-FUNCTION
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS = 'S'
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "  AUD1 insert failed for "
                   AUD1-MODULE-NAME " " AUD1-AUDIT-ID ": "
                   AUW1-MESSAGE
           END-IF.

       RETIRE-OLD-AUDIT-ROWS.
      *> Retired through the chain writer, which takes the oldest
      *> rows as a clean prefix and chains a removal checkpoint
      *> behind them - a bare DELETE would read to AUV1 as history
      *> torn out of the chain.
           MOVE 'R' TO AUW1-FUNCTION
           MOVE 'AUL1' TO AUW1-CALLER
           MOVE 'BATCHUSR' TO AUW1-USER-ID
           MOVE WS-RETAIN-CUTOFF TO AUW1-CUTOFF-DATE
           MOVE 0 TO AUW1-KEEP-FROM
           CALL AUW1-PGM USING AUW1-COMM-AREA AUD1-REC
           IF AUW1-STATUS = 'S'
               MOVE AUW1-ROW-COUNT TO WS-RETIRED-COUNT
           ELSE
               MOVE 0 TO WS-RETIRED-COUNT
               DISPLAY "AUL1: retention delete failed - "
                   AUW1-MESSAGE
           END-IF.

       SWEEP-ONE-AUDIT-FILE-BAM1.

           MOVE 'BAM1' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BAM1-AUDIT-FILE
           IF WS-BAM1-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE BAM1-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE BAM1-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-CAM1.

           MOVE 'CAM1' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CAM1-AUDIT-FILE
           IF WS-CAM1-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE CAM1-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE CAM1-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-PAM1.

           MOVE 'PAM1' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAM1-AUDIT-FILE
           IF WS-PAM1-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE PAM1-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE PAM1-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-BAM2.

           MOVE 'BAM2' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BAM2-AUDIT-FILE
           IF WS-BAM2-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE BAM2-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE BAM2-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-BAM3.

           MOVE 'BAM3' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BAM3-AUDIT-FILE
           IF WS-BAM3-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE BAM3-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE BAM3-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-BAM4.

           MOVE 'BAM4' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BAM4-AUDIT-FILE
           IF WS-BAM4-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE BAM4-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE BAM4-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-CAM2.

           MOVE 'CAM2' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CAM2-AUDIT-FILE
           IF WS-CAM2-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE CAM2-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE CAM2-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-CAM3.

           MOVE 'CAM3' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CAM3-AUDIT-FILE
           IF WS-CAM3-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE CAM3-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE CAM3-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-CAM4.

           MOVE 'CAM4' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CAM4-AUDIT-FILE
           IF WS-CAM4-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE CAM4-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE CAM4-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-PAM2.

           MOVE 'PAM2' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAM2-AUDIT-FILE
           IF WS-PAM2-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE PAM2-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE PAM2-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-PAM3.

           MOVE 'PAM3' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAM3-AUDIT-FILE
           IF WS-PAM3-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE PAM3-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE PAM3-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-PAM4.

           MOVE 'PAM4' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAM4-AUDIT-FILE
           IF WS-PAM4-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE PAM4-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE PAM4-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-PAM5.

           MOVE 'PAM5' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAM5-AUDIT-FILE
           IF WS-PAM5-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE PAM5-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE PAM5-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-PAM6.

           MOVE 'PAM6' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAM6-AUDIT-FILE
           IF WS-PAM6-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE PAM6-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE PAM6-AUDIT-FILE

       SWEEP-ONE-AUDIT-FILE-ENM1.

           MOVE 'ENM1' TO WS-SWEEP-MODULE
           PERFORM COUNT-ROWS-ALREADY-LOADED
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ENM1-AUDIT-FILE
           IF WS-ENM1-AUDIT-STATUS = '00'
                       NOT AT END
                           MOVE ENM1-AUDIT-RECORD
                               TO AUDT1-AUDIT-RECORD
                           PERFORM LOAD-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE ENM1-AUDIT-FILE
