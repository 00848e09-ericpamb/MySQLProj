      *> edits - the shared Program25 rules (which
      *> validate state/country through Program8)
      *> plus SIN and telephone format checks at
      *> entry time. A transaction that passes goes
      *> onto the CUSTPEND.DAT approval queue in the
      *> exact maintenance layout, stamped with the
      *> rep ID keyed at sign-on. Nothing reaches
      *> CUSTMAINT.TRN until a second person releases
      *> it on the supervisor approval screen
      *> (Program31), so updates still flow through
      *> the nightly maintenance program's edits,
      *> BNKCUSTH audit trail and consent ledger -
      *> the screen only takes the column counting
      *> out of building the record.
      *> A change or delete is prefilled from the
      *> unload image so the rep edits real data
      *> instead of rekeying all of it.
                   WITH DUPLICATES
               FILE STATUS IS WS-LOOKUP-FILE-STATUS.

      *> the approval queue - shared with the supervisor approval
      *> screen, which updates entries in place as it decides them
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "CUSTPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 UNL-SEND-EMAIL         PIC X(1).
           05 UNL-FILLER             PIC X(78).

      *> one entry per keyed transaction - the key orders the queue
      *> by time of entry. PD-STATUS is P until a supervisor
      *> releases (R) or declines (D) it
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PD-KEY.
              10 PD-ENTRY-DATE       PIC X(10).
              10 PD-ENTRY-TIME       PIC X(11).
              10 PD-MAKER-ID         PIC X(8).
           05 PD-STATUS              PIC X(1).
           05 PD-CHECKER-ID          PIC X(8).
           05 PD-DECIDED-DATE        PIC X(10).
           05 PD-DECIDED-TIME        PIC X(8).
           05 PD-DECLINE-REASON      PIC X(30).
           05 PD-TRAN-IMAGE          PIC X(148).

       WORKING-STORAGE SECTION.

           88 LOOKUP-REC-NOT-FOUND             VALUE "23".
           88 LOOKUP-AT-END                    VALUE "10".

       01 WS-PEND-FILE-STATUS       PIC X(2).
           88 PEND-FILE-OK                     VALUE "00".
           88 PEND-FILE-CREATED                VALUE "05".
           88 PEND-DUPLICATE-KEY               VALUE "22".

      *> the rep signs on once per session - every entry keyed in
      *> the session carries this ID onto the queue and, once
      *> released, onto the BNKCUSTH history row
       01 WS-REP-ID                 PIC X(8)  VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-TIME.
           05 WS-RUN-TIME-HH        PIC 9(2).
           05 WS-RUN-TIME-MM        PIC 9(2).
           05 WS-RUN-TIME-SS        PIC 9(2).
           05 WS-RUN-TIME-HS        PIC 9(2).

       01 WS-MENU-CHOICE            PIC X(1)  VALUE SPACE.
           88 CHOICE-PID-SEARCH                VALUE "1".

       SCREEN SECTION.

       01  SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 20 VALUE "CUSTOMER SERVICE DESK".
           05 LINE 4  COL 10 VALUE "REP ID (BLANK TO EXIT): ".
           05 LINE 4  COL 35 PIC X(8) USING WS-REP-ID.

       01  MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 20 VALUE "CUSTOMER SERVICE DESK".

       Main-Line Section.

           ACCEPT SIGNON-SCREEN
           IF WS-REP-ID = SPACES
               DISPLAY "SERVICE DESK SESSION ENDED - NO REP ID"
               EXIT PROGRAM
               STOP RUN
           END-IF

           OPEN INPUT CUST-LOOKUP-FILE

           IF NOT LOOKUP-FILE-OK
               STOP RUN
           END-IF

           OPEN I-O PENDING-FILE
           IF NOT PEND-FILE-OK AND NOT PEND-FILE-CREATED
               DISPLAY "ERROR - CUSTPEND.DAT OPEN FAILED - STATUS "
                   WS-PEND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM

           CLOSE CUST-LOOKUP-FILE
           CLOSE PENDING-FILE

           DISPLAY "SERVICE DESK SESSION ENDED - "
               WS-TRANS-WRITTEN " TRANSACTIONS QUEUED FOR "
               "SUPERVISOR APPROVAL BY " WS-REP-ID

           EXIT PROGRAM.
           STOP RUN.
                   INTO WS-MESSAGE-LINE
               END-STRING
           ELSE
               PERFORM Queue-For-Approval
           END-IF.

      *> the entry is stamped with the keying rep and the time it
      *> was keyed, and waits as P for a supervisor - the key is the
      *> time to the hundredth, so one rep cannot collide with
      *> themselves
       Queue-For-Approval Section.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           MOVE SPACES TO PENDING-RECORD
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO PD-ENTRY-DATE
           END-STRING
           STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
               WS-RUN-TIME-SS "." WS-RUN-TIME-HS DELIMITED BY SIZE
               INTO PD-ENTRY-TIME
           END-STRING
           MOVE WS-REP-ID      TO PD-MAKER-ID
           MOVE "P"            TO PD-STATUS
           MOVE WS-ENTRY-TRANS TO PD-TRAN-IMAGE

           WRITE PENDING-RECORD
           END-WRITE

           IF PEND-FILE-OK
               ADD 1 TO WS-TRANS-WRITTEN
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "TRANSACTION " EN-CODE " FOR PID " EN-PID
                   " QUEUED FOR SUPERVISOR APPROVAL"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
           ELSE
               MOVE SPACES TO WS-MESSAGE-LINE
               IF PEND-DUPLICATE-KEY
                   MOVE "ENTRY NOT QUEUED - RESUBMIT IT"
                       TO WS-MESSAGE-LINE
               ELSE
                   STRING "WRITE FAILED - STATUS "
                       WS-PEND-FILE-STATUS
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
