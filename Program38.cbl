      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program38.

      *> -------------------------------------------
      *> Callable fraud-hold check. Every outbound
      *> extract asks here whether a PID is under a
      *> fraud-desk hold (a BNKHOLD row with
      *> HLD_STATUS 'H') before it writes the PID to
      *> a feed, so the postal, email and campaign
      *> files all skip a held customer the same way
      *> until the desk clears the hold.
      *> Two functions:
      *>   I - initialize: called once at the start
      *>       of the caller's run. Loads the PIDs
      *>       held right now into a table, so the
      *>       whole run works from one consistent
      *>       list and no per-row SQL is needed.
      *>   C - check: is the PID passed held? Y or N.
      *> If the hold list cannot be read the result
      *> is E, and the caller must not extract - a
      *> feed that might include a held customer is
      *> worse than a feed that runs late.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-LOADED-SW              PIC X(1)  VALUE "N".
           88 HOLDS-LOADED                     VALUE "Y".
           88 HOLDS-UNAVAILABLE                VALUE "E".

       01 WS-HOLD-MAX               PIC 9(5)  COMP-5 VALUE 5000.
       01 WS-HOLD-COUNT             PIC 9(5)  COMP-5 VALUE ZERO.
       01 WS-HOLD-IDX               PIC 9(5)  COMP-5.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-PID           OCCURS 5000 TIMES PIC X(5).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKHOLD END-EXEC.

           EXEC SQL END DECLARE SECTION END-EXEC

       LINKAGE SECTION.

       01 LK-HC-FUNCTION         PIC X(1).
           88 LK-FUNC-INIT                   VALUE "I".
           88 LK-FUNC-CHECK                  VALUE "C".
       01 LK-HC-PID              PIC X(5).
       01 LK-HC-HELD-SW          PIC X(1).
           88 LK-PID-HELD                    VALUE "Y".
           88 LK-PID-NOT-HELD                VALUE "N".
           88 LK-HOLDS-UNAVAILABLE           VALUE "E".

       PROCEDURE DIVISION USING LK-HC-FUNCTION, LK-HC-PID,
           LK-HC-HELD-SW.

       Main-Line Section.

           EXEC SQL
               WHENEVER SQLERROR GOTO Sql-Error-Exit
            END-EXEC

           EVALUATE TRUE
               WHEN LK-FUNC-INIT
                   PERFORM Load-Active-Holds
               WHEN LK-FUNC-CHECK
                   PERFORM Check-One-Pid
               WHEN OTHER
                   DISPLAY "PROGRAM38 - INVALID FUNCTION '"
                       LK-HC-FUNCTION "' - HOLD LIST UNAVAILABLE"
                   SET LK-HOLDS-UNAVAILABLE TO TRUE
           END-EVALUATE

           GOBACK.

      *> a PID can carry several episodes over the years but only
      *> one open hold at a time - the maintenance program refuses
      *> a second - so DISTINCT only guards against a bad row
       Load-Active-Holds Section.

           MOVE "N" TO WS-LOADED-SW
           MOVE ZERO TO WS-HOLD-COUNT
           SET LK-PID-NOT-HELD TO TRUE

           EXEC SQL
           DECLARE CSR-HOLD CURSOR FOR SELECT DISTINCT
                  H.HLD_PID
             FROM MFUSER.BNKHOLD H
            WHERE H.HLD_STATUS = 'H'
            ORDER BY H.HLD_PID
          END-EXEC
           EXEC SQL
              OPEN CSR-HOLD
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-HOLD  INTO
                   :BNKHOLD-HLD-PID
              END-EXEC
              IF SQLCODE = 0
                   IF WS-HOLD-COUNT >= WS-HOLD-MAX
                       DISPLAY "ERROR - MORE THAN " WS-HOLD-MAX
                           " HELD PIDS IN BNKHOLD - HOLD LIST "
                           "UNAVAILABLE"
                       SET HOLDS-UNAVAILABLE TO TRUE
                   ELSE
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE BNKHOLD-HLD-PID
                           TO WS-HOLD-PID(WS-HOLD-COUNT)
                   END-IF
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-HOLD
           END-EXEC

           IF HOLDS-UNAVAILABLE
               SET LK-HOLDS-UNAVAILABLE TO TRUE
           ELSE
               SET HOLDS-LOADED TO TRUE
               DISPLAY "PROGRAM38 - " WS-HOLD-COUNT
                   " PIDS UNDER FRAUD HOLD"
           END-IF.

      *> a check before the list is loaded (or after it failed to
      *> load) is answered E, never N - the caller stops rather than
      *> risk writing a held PID
       Check-One-Pid Section.

           IF NOT HOLDS-LOADED
               SET LK-HOLDS-UNAVAILABLE TO TRUE
           ELSE
               SET LK-PID-NOT-HELD TO TRUE
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                          OR LK-PID-HELD
                   IF WS-HOLD-PID(WS-HOLD-IDX) = LK-HC-PID
                       SET LK-PID-HELD TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       Sql-Error-Exit Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            DISPLAY "PROGRAM38 - BNKHOLD NOT READ - HOLD LIST "
                "UNAVAILABLE"
            MOVE "E" TO WS-LOADED-SW
            SET LK-HOLDS-UNAVAILABLE TO TRUE
            GOBACK.
