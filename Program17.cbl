      *> rejecting any PID now on file, the same
      *> duplicate check the maintenance add uses.
      *> Both modes print a register of every PID and
      *> what happened to it, with the customer's name
      *> and SIN - the SIN through the shared masking
      *> rule (Program32).
      *> An image whose details have since been
      *> erased on a privacy request (Program35) is
      *> never restored.
      *> A purge withdraws the row's opt-in consents
      *> and a restore re-establishes them, so both
      *> record consent events through Program21 the
       01 WS-CE-PROGRAM            PIC X(10) VALUE "PROGRAM17".
       01 WS-CE-REASON             PIC X(20).

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM17".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

      *> restore works off this candidate table - the archive is
      *> read once and the most recent image of each selected PID
      *> is kept, so a customer purged and re-purged restores to
           05 FILLER                PIC X(5)   VALUE "PID".
           05 FILLER                PIC X(4)   VALUE SPACE.
           05 FILLER                PIC X(18)  VALUE "STATUS".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(26)  VALUE "NAME".
           05 FILLER                PIC X(9)   VALUE "SIN".

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".
           05 RD-PID                PIC X(5).
           05 FILLER                PIC X(4)   VALUE SPACE.
           05 RD-STATUS             PIC X(18).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-NAME               PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-SIN                PIC X(9).

       01 RPT-TRAILER.
           05 FILLER                PIC X(1)   VALUE SPACE.
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-CAND-READ-COUNT
           MOVE ZERO TO WS-ACTIONED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

       Purge-Candidates Section.

           END-EXEC

           IF SQLCODE = +100
               MOVE SPACES TO DCLBNKCUST
               MOVE "NOT ON FILE" TO WS-REG-STATUS
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
           MOVE CAND-PID(WS-CAND-IDX) TO RD-PID

           IF CAND-FOUND-SW(WS-CAND-IDX) NOT = "Y"
               MOVE SPACES TO DCLBNKCUST
               MOVE "NOT IN ARCHIVE" TO WS-REG-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM Write-Register-Detail-Line
                    WHERE BCS_PID = :BNKCUST-BCS-PID
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-EXIST-COUNT > 0
                       MOVE "PID ALREADY EXISTS" TO WS-REG-STATUS
                       ADD 1 TO WS-REJECTED-COUNT
      *> an image whose details were erased on a privacy request
      *> stays archived for the counts, but is never put back
                   WHEN BNKCUST-BCS-NAME = "ERASED"
                       MOVE "IMAGE ERASED" TO WS-REG-STATUS
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       EXEC SQL
                           INSERT INTO MFUSER.BNKCUST
                               ( BCS_PID, BCS_NAME, BCS_NAME_FF, BCS_SIN
                               , BCS_ADDR1, BCS_ADDR2, BCS_STATE
                               , BCS_COUNTRY, BCS_POST_CODE, BCS_TEL
                               , BCS_EMAIL, BCS_SEND_MAIL
                               , BCS_SEND_EMAIL, BCS_FILLER )
                           VALUES
                               ( :BNKCUST-BCS-PID, :BNKCUST-BCS-NAME
                               , :BNKCUST-BCS-NAME-FF, :BNKCUST-BCS-SIN
                               , :BNKCUST-BCS-ADDR1, :BNKCUST-BCS-ADDR2
                               , :BNKCUST-BCS-STATE
                               , :BNKCUST-BCS-COUNTRY
                               , :BNKCUST-BCS-POST-CODE
                               , :BNKCUST-BCS-TEL
                               , :BNKCUST-BCS-EMAIL
                               , :BNKCUST-BCS-SEND-MAIL
                               , :BNKCUST-BCS-SEND-EMAIL
                               , :BNKCUST-BCS-FILLER )
                       END-EXEC
      *> the restore re-establishes whatever consents the archived
      *> image carried - without these events an auditor would see
      *> a withdrawal at purge time and an opt-in working afterwards
      *> with nothing on the trail to explain it
                       MOVE BNKCUST-BCS-PID        TO WS-CE-PID
                       MOVE "PURGE RESTORE"        TO WS-CE-REASON
                       MOVE "MAIL"                 TO WS-CE-FLAG
                       MOVE SPACE                  TO WS-CE-OLD-VALUE
                       MOVE BNKCUST-BCS-SEND-MAIL  TO WS-CE-NEW-VALUE
                       CALL "Program21" USING WS-CE-PID, WS-CE-FLAG,
                           WS-CE-OLD-VALUE, WS-CE-NEW-VALUE,
                           WS-CE-PROGRAM, WS-CE-REASON
                       MOVE "EMAIL"                TO WS-CE-FLAG
                       MOVE SPACE                  TO WS-CE-OLD-VALUE
                       MOVE BNKCUST-BCS-SEND-EMAIL TO WS-CE-NEW-VALUE
                       CALL "Program21" USING WS-CE-PID, WS-CE-FLAG,
                           WS-CE-OLD-VALUE, WS-CE-NEW-VALUE,
                           WS-CE-PROGRAM, WS-CE-REASON
                       MOVE "RESTORED" TO WS-REG-STATUS
                       ADD 1 TO WS-ACTIONED-COUNT
               END-EVALUATE
               PERFORM Write-Register-Detail-Line
           END-IF.

           END-IF

           MOVE WS-REG-STATUS TO RD-STATUS
      *> the row just purged or the archived image just restored
           MOVE BNKCUST-BCS-NAME TO RD-NAME
           MOVE BNKCUST-BCS-SIN  TO WS-SM-SIN-IN
           PERFORM Mask-Sin
           MOVE WS-SM-SIN-OUT    TO RD-SIN

           WRITE PURGE-REGISTER-RPT-LINE FROM RPT-DETAIL

           ADD 1 TO WS-LINE-CTR.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

       Write-Register-Trailer Section.

           IF WS-PAGE-NO = 0
