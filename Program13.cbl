      *> MFUSER.BNKRUNLOG run log so every batch
      *> registers its start and end the same way,
      *> instead of duplicating the SQL in each
      *> program. Four functions:
      *>   C - check: is the maintenance program
      *>       holding the maintenance-in-progress
      *>       flag (a RUNNING run-log row)? Callers
      *>       with end time, rows processed and
      *>       return code (FAILED when the return
      *>       code is nonzero, ENDED otherwise).
      *>   K - capped: record on the caller's RUNNING
      *>       row how many customers the contact caps
      *>       held back (passed in the row count), so
      *>       the feed reconciliation has the exact
      *>       figure. Called just before E.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
           88 LK-FUNC-CHECK                  VALUE "C".
           88 LK-FUNC-START                  VALUE "S".
           88 LK-FUNC-END                    VALUE "E".
           88 LK-FUNC-CAPPED                 VALUE "K".
       01 LK-RC-PROGRAM          PIC X(10).
       01 LK-RC-ROW-COUNT        PIC 9(7).
       01 LK-RC-RETCODE          PIC 9(2).
                   PERFORM Register-Start
               WHEN LK-FUNC-END
                   PERFORM Register-End
               WHEN LK-FUNC-CAPPED
                   PERFORM Register-Capped
               WHEN OTHER
                   DISPLAY "PROGRAM13 - INVALID FUNCTION '"
                       LK-RC-FUNCTION "'"
           MOVE SPACES        TO BNKRUNLOG-RLG-END-TIME
           MOVE ZERO          TO BNKRUNLOG-RLG-ROW-COUNT
           MOVE ZERO          TO BNKRUNLOG-RLG-RETURN-CODE
           MOVE ZERO          TO BNKRUNLOG-RLG-CAPPED-COUNT

           EXEC SQL
               INSERT INTO MFUSER.BNKRUNLOG
                   ( RLG_RUN_DATE, RLG_PROGRAM, RLG_START_TIME
                   , RLG_END_TIME, RLG_STATUS, RLG_ROW_COUNT
                   , RLG_RETURN_CODE, RLG_CAPPED_COUNT )
               VALUES
                   ( :BNKRUNLOG-RLG-RUN-DATE
                   , :BNKRUNLOG-RLG-PROGRAM
                   , :BNKRUNLOG-RLG-END-TIME
                   , :BNKRUNLOG-RLG-STATUS
                   , :BNKRUNLOG-RLG-ROW-COUNT
                   , :BNKRUNLOG-RLG-RETURN-CODE
                   , :BNKRUNLOG-RLG-CAPPED-COUNT )
           END-EXEC.

       Register-End Section.
                  AND RLG_STATUS  = 'RUNNING'
           END-EXEC.

      *> only the extracts that apply contact caps call this - every
      *> other row keeps the zero it was started with
       Register-Capped Section.

           MOVE LK-RC-PROGRAM     TO BNKRUNLOG-RLG-PROGRAM
           MOVE LK-RC-ROW-COUNT   TO BNKRUNLOG-RLG-CAPPED-COUNT

           EXEC SQL
               UPDATE MFUSER.BNKRUNLOG
                  SET RLG_CAPPED_COUNT = :BNKRUNLOG-RLG-CAPPED-COUNT
                WHERE RLG_PROGRAM = :BNKRUNLOG-RLG-PROGRAM
                  AND RLG_STATUS  = 'RUNNING'
           END-EXEC.

       Stamp-Date-Time Section.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
