      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program42.

      *> -------------------------------------------
      *> Callable contact ledger and contact-
      *> frequency caps. Every outbound extract
      *> calls here for each customer it is about to
      *> write a D record for, so every piece lands
      *> in MFUSER.BNKCONTL the same way and the
      *> marketing extracts all honour one set of
      *> caps.
      *> CONTCAP.CTL holds the caps, one per record:
      *> a channel (M mail, E email, C campaign, or
      *> * for all channels together), the most
      *> marketing contacts allowed and the number
      *> of days they are counted over - "no more
      *> than 2 emails in 7 days", "no more than 4
      *> marketing pieces of any kind in 30 days".
      *> With no control file there are no caps and
      *> contacts are only recorded.
      *> Functions:
      *>   I - initialize: called once at the start
      *>       of the caller's run with the program,
      *>       channel and purpose. Fixes the run
      *>       date, loads the caps for a marketing
      *>       caller, and removes any rows the
      *>       program wrote earlier today - a rerun
      *>       replaces the night's feed, so its
      *>       contacts replace the night's rows.
      *>   A - initialize to add: as I, but today's
      *>       earlier rows are kept, for an extract
      *>       where each run is its own drop (the
      *>       campaign selection).
      *>   C - contact: for a marketing caller,
      *>       count the customer's marketing rows
      *>       inside each cap's window; if any cap
      *>       is already reached the answer is N
      *>       and the cap is described in the note,
      *>       otherwise the contact is recorded and
      *>       the answer is Y. Regulatory and
      *>       service pieces are always recorded and
      *>       never capped, and do not count towards
      *>       the marketing caps.
      *>   B - back out: removes the rows the
      *>       caller wrote today under its cycle
      *>       number, for a run that fails part way
      *>       after an A initialize - pieces that
      *>       never went out must not count against
      *>       the caps on the rerun.
      *> The result is E when the ledger cannot be
      *> read or written or the caps are invalid,
      *> and the caller must not extract - a feed
      *> whose contacts are not on the ledger would
      *> let the next one break the caps.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAP-CTL-FILE ASSIGN TO "CONTCAP.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAP-CTL-FILE
           RECORDING MODE IS F.
       01  CAP-CTL-RECORD.
           05 CC-CHANNEL            PIC X(1).
           05 CC-MAX-CONTACTS       PIC X(3).
           05 CC-MAX-CONTACTS-NUM REDEFINES CC-MAX-CONTACTS
                                    PIC 9(3).
           05 CC-DAYS               PIC X(3).
           05 CC-DAYS-NUM REDEFINES CC-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-CTL-FILE-STATUS        PIC X(2).
           88 CTL-FILE-OK                      VALUE "00".

       01 WS-CTL-EOF-SW             PIC X(1)  VALUE "N".
           88 CTL-AT-EOF                       VALUE "Y".

       01 WS-CTL-ERROR-SW           PIC X(1)  VALUE "N".
           88 CTL-HAS-ERROR                    VALUE "Y".

       01 WS-READY-SW               PIC X(1)  VALUE "N".
           88 LEDGER-READY                     VALUE "Y".

       01 WS-CAPPED-SW              PIC X(1)  VALUE "N".
           88 CONTACT-IS-CAPPED                VALUE "Y".

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-TIME.
           05 WS-RUN-TIME-HH        PIC 9(2).
           05 WS-RUN-TIME-MM        PIC 9(2).
           05 WS-RUN-TIME-SS        PIC 9(2).
           05 WS-RUN-TIME-HS        PIC 9(2).

       01 WS-DATE-DIGITS           PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05 WS-DATE-YYYY          PIC 9(4).
           05 WS-DATE-MM            PIC 9(2).
           05 WS-DATE-DD            PIC 9(2).
       01 WS-TODAY-INT             PIC S9(9) COMP-5.
       01 WS-START-INT             PIC S9(9) COMP-5.

      *> the caps in force - CAP-START-DATE is the first day of the
      *> cap's window, worked out once at initialize
       01 WS-CAP-MAX               PIC 9(3)  COMP-5 VALUE 20.
       01 WS-CAP-COUNT             PIC 9(3)  COMP-5 VALUE ZERO.
       01 WS-CAP-IDX               PIC 9(3)  COMP-5.
       01 WS-CAP-TABLE.
           05 WS-CAP-ENTRY         OCCURS 20 TIMES.
              10 CAP-CHANNEL       PIC X(1).
              10 CAP-MAX-CONTACTS  PIC 9(3).
              10 CAP-DAYS          PIC 9(3).
              10 CAP-START-DATE    PIC X(10).

       01 WS-CAP-NOTE.
           05 CN-CHANNEL            PIC X(8).
           05 FILLER                PIC X(5)   VALUE " CAP ".
           05 CN-MAX-CONTACTS       PIC ZZ9.
           05 FILLER                PIC X(4)   VALUE " IN ".
           05 CN-DAYS               PIC ZZ9.
           05 FILLER                PIC X(5)   VALUE " DAYS".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKCONTL END-EXEC.

            01 WS-RUN-DATE-HV     PIC X(10) VALUE SPACES.
            01 WS-PROGRAM-HV      PIC X(10).
            01 WS-PID-HV          PIC X(5).
            01 WS-CHANNEL-HV      PIC X(1).
            01 WS-START-DATE-HV   PIC X(10).
            01 WS-CONTACT-COUNT   PIC S9(9) COMP-5.
            01 WS-CYCLE-HV        PIC S9(9) COMP-5.

           EXEC SQL END DECLARE SECTION END-EXEC

       LINKAGE SECTION.

       01 LK-CL-FUNCTION         PIC X(1).
           88 LK-FUNC-INIT                   VALUE "I".
           88 LK-FUNC-INIT-ADD               VALUE "A".
           88 LK-FUNC-CONTACT                VALUE "C".
           88 LK-FUNC-BACK-OUT               VALUE "B".
       01 LK-CL-PROGRAM          PIC X(10).
       01 LK-CL-CHANNEL          PIC X(1).
       01 LK-CL-PURPOSE          PIC X(1).
           88 LK-PURPOSE-MARKETING           VALUE "M".
       01 LK-CL-FEED-NAME        PIC X(8).
       01 LK-CL-CYCLE-NO         PIC 9(5).
       01 LK-CL-PID              PIC X(5).
       01 LK-CL-RESULT-SW        PIC X(1).
           88 LK-CONTACT-RECORDED            VALUE "Y".
           88 LK-CONTACT-CAPPED              VALUE "N".
           88 LK-LEDGER-UNAVAILABLE          VALUE "E".
       01 LK-CL-CAP-NOTE         PIC X(30).

       PROCEDURE DIVISION USING LK-CL-FUNCTION, LK-CL-PROGRAM,
           LK-CL-CHANNEL, LK-CL-PURPOSE, LK-CL-FEED-NAME,
           LK-CL-CYCLE-NO, LK-CL-PID, LK-CL-RESULT-SW,
           LK-CL-CAP-NOTE.

       Main-Line Section.

           EXEC SQL
               WHENEVER SQLERROR GOTO Sql-Error-Exit
            END-EXEC

           SET LK-CONTACT-RECORDED TO TRUE
           MOVE SPACES TO LK-CL-CAP-NOTE

           EVALUATE TRUE
               WHEN LK-FUNC-INIT
               WHEN LK-FUNC-INIT-ADD
                   PERFORM Initialize-Ledger
               WHEN LK-FUNC-CONTACT
                   PERFORM Record-One-Contact
               WHEN LK-FUNC-BACK-OUT
                   PERFORM Back-Out-Run
               WHEN OTHER
                   DISPLAY "PROGRAM42 - INVALID FUNCTION '"
                       LK-CL-FUNCTION "' - CONTACT LEDGER UNAVAILABLE"
                   SET LK-LEDGER-UNAVAILABLE TO TRUE
           END-EVALUATE

           GOBACK.

       Initialize-Ledger Section.

           MOVE "N" TO WS-READY-SW
           MOVE ZERO TO WS-CAP-COUNT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE-HV
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-HV
           END-STRING

           IF LK-PURPOSE-MARKETING
               PERFORM Load-Contact-Caps
           END-IF

           IF CTL-HAS-ERROR
               DISPLAY "ERROR - CONTCAP.CTL INVALID - CONTACT "
                   "LEDGER UNAVAILABLE TO " LK-CL-PROGRAM
               SET LK-LEDGER-UNAVAILABLE TO TRUE
           ELSE
               IF LK-FUNC-INIT
                   MOVE LK-CL-PROGRAM TO WS-PROGRAM-HV
                   EXEC SQL
                       DELETE FROM MFUSER.BNKCONTL
                        WHERE CNL_PROGRAM      = :WS-PROGRAM-HV
                          AND CNL_CONTACT_DATE = :WS-RUN-DATE-HV
                   END-EXEC
               END-IF
               SET LEDGER-READY TO TRUE
               DISPLAY "PROGRAM42 - " WS-CAP-COUNT
                   " CONTACT CAPS IN FORCE FOR " LK-CL-PROGRAM
           END-IF.

      *> a feed run on a mis-keyed cap would flood customers or go
      *> quiet - every record is checked and one bad entry makes the
      *> ledger unavailable, so the caller stops before extracting
       Load-Contact-Caps Section.

           MOVE "N" TO WS-CTL-ERROR-SW

           OPEN INPUT CAP-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "WARNING - CONTCAP.CTL NOT FOUND - NO CONTACT "
                   "CAPS APPLIED"
               CLOSE CAP-CTL-FILE
           ELSE
               MOVE "N" TO WS-CTL-EOF-SW
               PERFORM UNTIL CTL-AT-EOF
                   READ CAP-CTL-FILE
                       AT END
                           SET CTL-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM Load-One-Cap
                   END-READ
               END-PERFORM
               CLOSE CAP-CTL-FILE
           END-IF

      *> the window runs back from today, today included - a seven
      *> day window on the 14th starts on the 8th
           MOVE WS-RUN-DATE TO WS-DATE-DIGITS
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
               COMPUTE WS-START-INT =
                   WS-TODAY-INT - CAP-DAYS(WS-CAP-IDX) + 1
               COMPUTE WS-DATE-DIGITS =
                   FUNCTION DATE-OF-INTEGER(WS-START-INT)
               MOVE SPACES TO CAP-START-DATE(WS-CAP-IDX)
               STRING WS-DATE-YYYY "-" WS-DATE-MM "-"
                   WS-DATE-DD DELIMITED BY SIZE
                   INTO CAP-START-DATE(WS-CAP-IDX)
               END-STRING
           END-PERFORM.

       Load-One-Cap Section.

           IF CAP-CTL-RECORD = SPACES
               CONTINUE
           ELSE
               IF CC-CHANNEL NOT = "M" AND CC-CHANNEL NOT = "E"
                       AND CC-CHANNEL NOT = "C"
                       AND CC-CHANNEL NOT = "*"
                   DISPLAY "CAP CHANNEL '" CC-CHANNEL
                       "' MUST BE M, E, C OR *"
                   SET CTL-HAS-ERROR TO TRUE
               END-IF
               IF CC-MAX-CONTACTS NOT NUMERIC
                   DISPLAY "CAP CONTACTS '" CC-MAX-CONTACTS
                       "' MUST BE THREE DIGITS"
                   SET CTL-HAS-ERROR TO TRUE
               ELSE
                   IF CC-MAX-CONTACTS-NUM = ZERO
                       DISPLAY "CAP CONTACTS MUST BE AT LEAST 1 - "
                           "CHANNEL " CC-CHANNEL
                       SET CTL-HAS-ERROR TO TRUE
                   END-IF
               END-IF
               IF CC-DAYS NOT NUMERIC
                   DISPLAY "CAP DAYS '" CC-DAYS
                       "' MUST BE THREE DIGITS"
                   SET CTL-HAS-ERROR TO TRUE
               ELSE
                   IF CC-DAYS-NUM = ZERO OR CC-DAYS-NUM > 366
                       DISPLAY "CAP DAYS " CC-DAYS
                           " MUST BE 1 TO 366 - CHANNEL " CC-CHANNEL
                       SET CTL-HAS-ERROR TO TRUE
                   END-IF
               END-IF
               IF WS-CAP-COUNT >= WS-CAP-MAX
                   DISPLAY "MORE THAN " WS-CAP-MAX
                       " CAPS ON CONTCAP.CTL"
                   SET CTL-HAS-ERROR TO TRUE
               END-IF
               IF NOT CTL-HAS-ERROR
                   ADD 1 TO WS-CAP-COUNT
                   MOVE CC-CHANNEL
                       TO CAP-CHANNEL(WS-CAP-COUNT)
                   MOVE CC-MAX-CONTACTS-NUM
                       TO CAP-MAX-CONTACTS(WS-CAP-COUNT)
                   MOVE CC-DAYS-NUM
                       TO CAP-DAYS(WS-CAP-COUNT)
               END-IF
           END-IF.

      *> a contact before initialize (or after it failed) is
      *> answered E, never Y - the caller stops rather than write a
      *> piece that is not on the ledger
       Record-One-Contact Section.

           IF NOT LEDGER-READY
               SET LK-LEDGER-UNAVAILABLE TO TRUE
           ELSE
               MOVE "N" TO WS-CAPPED-SW
               IF LK-PURPOSE-MARKETING
                   PERFORM Check-Contact-Caps
               END-IF
               IF CONTACT-IS-CAPPED
                   SET LK-CONTACT-CAPPED TO TRUE
               ELSE
                   PERFORM Insert-Contact-Row
                   SET LK-CONTACT-RECORDED TO TRUE
               END-IF
           END-IF.

      *> a cap applies to the caller's own channel or to all
      *> channels together; only marketing rows are counted, and the
      *> first cap found already reached stops the piece
       Check-Contact-Caps Section.

           MOVE LK-CL-PID TO WS-PID-HV

           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                   UNTIL WS-CAP-IDX > WS-CAP-COUNT
                      OR CONTACT-IS-CAPPED
               MOVE ZERO TO WS-CONTACT-COUNT
               MOVE CAP-START-DATE(WS-CAP-IDX) TO WS-START-DATE-HV
               EVALUATE TRUE
                   WHEN CAP-CHANNEL(WS-CAP-IDX) = "*"
                       EXEC SQL
                         SELECT COUNT(*)
                           INTO :WS-CONTACT-COUNT
                           FROM MFUSER.BNKCONTL L
                          WHERE L.CNL_PID          = :WS-PID-HV
                            AND L.CNL_PURPOSE      = 'M'
                            AND L.CNL_CONTACT_DATE >= :WS-START-DATE-HV
                       END-EXEC
                       PERFORM Test-Cap-Reached
                   WHEN CAP-CHANNEL(WS-CAP-IDX) = LK-CL-CHANNEL
                       MOVE LK-CL-CHANNEL TO WS-CHANNEL-HV
                       EXEC SQL
                         SELECT COUNT(*)
                           INTO :WS-CONTACT-COUNT
                           FROM MFUSER.BNKCONTL L
                          WHERE L.CNL_PID          = :WS-PID-HV
                            AND L.CNL_CHANNEL      = :WS-CHANNEL-HV
                            AND L.CNL_PURPOSE      = 'M'
                            AND L.CNL_CONTACT_DATE >= :WS-START-DATE-HV
                       END-EXEC
                       PERFORM Test-Cap-Reached
               END-EVALUATE
           END-PERFORM.

       Test-Cap-Reached Section.

           IF WS-CONTACT-COUNT >= CAP-MAX-CONTACTS(WS-CAP-IDX)
               SET CONTACT-IS-CAPPED TO TRUE
               EVALUATE CAP-CHANNEL(WS-CAP-IDX)
                   WHEN "M"
                       MOVE "MAIL"     TO CN-CHANNEL
                   WHEN "E"
                       MOVE "EMAIL"    TO CN-CHANNEL
                   WHEN "C"
                       MOVE "CAMPAIGN" TO CN-CHANNEL
                   WHEN OTHER
                       MOVE "OVERALL"  TO CN-CHANNEL
               END-EVALUATE
               MOVE CAP-MAX-CONTACTS(WS-CAP-IDX) TO CN-MAX-CONTACTS
               MOVE CAP-DAYS(WS-CAP-IDX)         TO CN-DAYS
               MOVE WS-CAP-NOTE TO LK-CL-CAP-NOTE
           END-IF.

       Insert-Contact-Row Section.

           ACCEPT WS-RUN-TIME FROM TIME

           MOVE LK-CL-PID         TO BNKCONTL-CNL-PID
           MOVE WS-RUN-DATE-HV    TO BNKCONTL-CNL-CONTACT-DATE
           MOVE SPACES TO BNKCONTL-CNL-CONTACT-TIME
           STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
               WS-RUN-TIME-SS DELIMITED BY SIZE
               INTO BNKCONTL-CNL-CONTACT-TIME
           END-STRING
           MOVE LK-CL-CHANNEL     TO BNKCONTL-CNL-CHANNEL
           MOVE LK-CL-PURPOSE     TO BNKCONTL-CNL-PURPOSE
           MOVE LK-CL-PROGRAM     TO BNKCONTL-CNL-PROGRAM
           MOVE LK-CL-FEED-NAME   TO BNKCONTL-CNL-FEED-NAME
           MOVE LK-CL-CYCLE-NO    TO BNKCONTL-CNL-CYCLE-NO

           EXEC SQL
               INSERT INTO MFUSER.BNKCONTL
                   ( CNL_PID, CNL_CONTACT_DATE, CNL_CONTACT_TIME
                   , CNL_CHANNEL, CNL_PURPOSE, CNL_PROGRAM
                   , CNL_FEED_NAME, CNL_CYCLE_NO )
               VALUES
                   ( :BNKCONTL-CNL-PID
                   , :BNKCONTL-CNL-CONTACT-DATE
                   , :BNKCONTL-CNL-CONTACT-TIME
                   , :BNKCONTL-CNL-CHANNEL
                   , :BNKCONTL-CNL-PURPOSE
                   , :BNKCONTL-CNL-PROGRAM
                   , :BNKCONTL-CNL-FEED-NAME
                   , :BNKCONTL-CNL-CYCLE-NO )
           END-EXEC.

      *> the run date was fixed at initialize, so every row this run
      *> wrote carries it - a run that never initialized wrote none.
      *> The ledger is not left ready: nothing more is recorded for
      *> a run that is backing out
       Back-Out-Run Section.

           MOVE "N" TO WS-READY-SW

           IF WS-RUN-DATE-HV NOT = SPACES
               MOVE LK-CL-PROGRAM  TO WS-PROGRAM-HV
               MOVE LK-CL-CYCLE-NO TO WS-CYCLE-HV
               EXEC SQL
                   DELETE FROM MFUSER.BNKCONTL
                    WHERE CNL_PROGRAM      = :WS-PROGRAM-HV
                      AND CNL_CYCLE_NO     = :WS-CYCLE-HV
                      AND CNL_CONTACT_DATE = :WS-RUN-DATE-HV
               END-EXEC
               DISPLAY "PROGRAM42 - CONTACT LEDGER ROWS BACKED OUT FOR "
                   LK-CL-PROGRAM " CYCLE " LK-CL-CYCLE-NO
           END-IF.

       Sql-Error-Exit Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            DISPLAY "PROGRAM42 - BNKCONTL NOT UPDATED FOR "
                LK-CL-PROGRAM " - CONTACT LEDGER UNAVAILABLE"
            MOVE "N" TO WS-READY-SW
            SET LK-LEDGER-UNAVAILABLE TO TRUE
            GOBACK.
