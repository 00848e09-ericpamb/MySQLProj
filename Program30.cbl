      *> OUT-OF-BALANCE, and the program ends with
      *> return code 8 so the cycle driver holds
      *> the transmit step.
      *> A customer under a fraud-desk hold is left
      *> off both feeds, so the held opt-ins are
      *> taken off the BNKCUST counts before they
      *> are compared - a hold placed or cleared
      *> between the extract and this report shows
      *> as out of balance by that customer.
      *> Likewise an opted-in customer the contact
      *> caps stopped is left off the feed: the
      *> extract records how many it held back on
      *> its run-log row, and that figure from the
      *> same row as the extract's own count is
      *> taken off the opt-ins too.
      *> Balancing assumes a full-file cycle; a
      *> delta extract legitimately carries fewer
      *> details than the opted-in base.
       01 WS-EML-FEED-OK-SW        PIC X(1)  VALUE "Y".
           88 EML-FEED-READABLE                VALUE "Y".

      *> the opt-in count less the opt-ins under a fraud hold and
      *> the extract's own count of those the contact caps stopped
      *> - what the extracts should have written
       01 WS-MAIL-EXPECTED         PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-EMAIL-EXPECTED        PIC S9(9) COMP-5 VALUE ZERO.

       01 WS-VERDICT               PIC X(14).
       01 WS-BALANCED-SW           PIC X(1)  VALUE "Y".
           88 ALL-IN-BALANCE                   VALUE "Y".
            01 WS-CUST-TOTAL     PIC S9(9) COMP-5.
            01 WS-CUST-MAIL-Y    PIC S9(9) COMP-5.
            01 WS-CUST-EMAIL-Y   PIC S9(9) COMP-5.
            01 WS-HELD-MAIL-Y    PIC S9(9) COMP-5.
            01 WS-HELD-EMAIL-Y   PIC S9(9) COMP-5.
            01 WS-LOG-ROW-COUNT  PIC S9(9) COMP-5.
            01 WS-LOG-CAPPED     PIC S9(9) COMP-5.

           EXEC SQL END DECLARE SECTION END-EXEC

               INTO :WS-CUST-EMAIL-Y
               FROM MFUSER.BNKCUST A
              WHERE A.BCS_SEND_EMAIL = 'Y'
           END-EXEC

           MOVE ZERO TO WS-HELD-MAIL-Y
           MOVE ZERO TO WS-HELD-EMAIL-Y

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HELD-MAIL-Y
               FROM MFUSER.BNKCUST A
              WHERE A.BCS_SEND_MAIL = 'Y'
                AND EXISTS
                  ( SELECT 1
                      FROM MFUSER.BNKHOLD H
                     WHERE H.HLD_PID    = A.BCS_PID
                       AND H.HLD_STATUS = 'H' )
           END-EXEC

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HELD-EMAIL-Y
               FROM MFUSER.BNKCUST A
              WHERE A.BCS_SEND_EMAIL = 'Y'
                AND EXISTS
                  ( SELECT 1
                      FROM MFUSER.BNKHOLD H
                     WHERE H.HLD_PID    = A.BCS_PID
                       AND H.HLD_STATUS = 'H' )
           END-EXEC.

      *> the latest ENDED row wins when a rerun left more than one
      *> for the date - that is the run whose file went out, and
      *> whose cap count goes with it
       Fetch-Runlog-Count Section.

           MOVE "N" TO WS-LOG-FOUND-SW
           MOVE ZERO TO WS-LOG-ROW-COUNT
           MOVE ZERO TO WS-LOG-CAPPED

           EXEC SQL
           DECLARE CSR-LOG CURSOR FOR SELECT
                  R.RLG_ROW_COUNT
                 ,R.RLG_CAPPED_COUNT
             FROM MFUSER.BNKRUNLOG R
            WHERE R.RLG_RUN_DATE = :BNKRUNLOG-RLG-RUN-DATE
              AND R.RLG_PROGRAM  = :BNKRUNLOG-RLG-PROGRAM
              EXEC SQL
                FETCH CSR-LOG INTO
                   :BNKRUNLOG-RLG-ROW-COUNT
                  ,:BNKRUNLOG-RLG-CAPPED-COUNT
              END-EXEC
              IF SQLCODE = 0
                  SET LOG-ROW-FOUND TO TRUE
                  MOVE BNKRUNLOG-RLG-ROW-COUNT TO WS-LOG-ROW-COUNT
                  MOVE BNKRUNLOG-RLG-CAPPED-COUNT TO WS-LOG-CAPPED
              END-IF
           END-PERFORM
           EXEC SQL
           MOVE SPACES TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           MOVE "  LESS UNDER FRAUD HOLD     " TO RC-LABEL
           MOVE WS-HELD-MAIL-Y TO RC-COUNT
           MOVE SPACES TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

      *> the cap count comes off the same run-log row as the
      *> extract's own count
           MOVE "PROGRAM2"
               TO BNKRUNLOG-RLG-PROGRAM
           PERFORM Fetch-Runlog-Count
           COMPUTE WS-MAIL-EXPECTED =
               WS-CUST-MAIL-Y - WS-HELD-MAIL-Y - WS-LOG-CAPPED

           MOVE "  LESS STOPPED BY CAPS      " TO RC-LABEL
           MOVE WS-LOG-CAPPED TO RC-COUNT
           MOVE "SEE MAILCAP.RPT" TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           MOVE "  EXPECTED ON FEED          " TO RC-LABEL
           MOVE WS-MAIL-EXPECTED TO RC-COUNT
           MOVE SPACES TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           MOVE "RUN LOG PROGRAM2 ROWS       " TO RC-LABEL
           MOVE WS-LOG-ROW-COUNT TO RC-COUNT
           IF LOG-ROW-FOUND
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           IF MAIL-FEED-READABLE AND LOG-ROW-FOUND
                   AND WS-MAIL-FEED-COUNT = WS-MAIL-EXPECTED
                   AND WS-MAIL-FEED-COUNT = WS-LOG-ROW-COUNT
               MOVE "IN-BALANCE" TO WS-VERDICT
           ELSE
           MOVE SPACES TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           MOVE "  LESS UNDER FRAUD HOLD     " TO RC-LABEL
           MOVE WS-HELD-EMAIL-Y TO RC-COUNT
           MOVE SPACES TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

      *> the cap count comes off the same run-log row as the
      *> extract's own count
           MOVE "PROGRAM3"
               TO BNKRUNLOG-RLG-PROGRAM
           PERFORM Fetch-Runlog-Count
           COMPUTE WS-EMAIL-EXPECTED =
               WS-CUST-EMAIL-Y - WS-HELD-EMAIL-Y - WS-LOG-CAPPED

           MOVE "  LESS STOPPED BY CAPS      " TO RC-LABEL
           MOVE WS-LOG-CAPPED TO RC-COUNT
           MOVE "SEE EMAILCAP.RPT" TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           MOVE "  EXPECTED ON FEED          " TO RC-LABEL
           MOVE WS-EMAIL-EXPECTED TO RC-COUNT
           MOVE SPACES TO RC-NOTE
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           MOVE "RUN LOG PROGRAM3 ROWS       " TO RC-LABEL
           MOVE WS-LOG-ROW-COUNT TO RC-COUNT
           IF LOG-ROW-FOUND
           WRITE BALANCE-RPT-LINE FROM RPT-COUNT-LINE

           IF EML-FEED-READABLE AND LOG-ROW-FOUND
                   AND WS-EML-COUNT = WS-EMAIL-EXPECTED
                   AND WS-EML-COUNT = WS-LOG-ROW-COUNT
               MOVE "IN-BALANCE" TO WS-VERDICT
           ELSE
