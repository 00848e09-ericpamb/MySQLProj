      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program31.

      *> -------------------------------------------
      *> Supervisor approval screen for service-desk
      *> maintenance entries. Works through the
      *> CUSTPEND.DAT approval queue the service-desk
      *> screen (Program29) fills, oldest entry
      *> first, and shows each pending transaction
      *> next to the customer's current MFUSER.BNKCUST
      *> row so the supervisor sees exactly what the
      *> add, change or delete would do. The
      *> supervisor releases or declines it (a decline
      *> needs a reason) or skips it for later.
      *> A supervisor can never decide an entry they
      *> keyed themselves. A released entry is
      *> appended to CUSTMAINT.TRN in the maintenance
      *> layout with the maker and checker IDs after
      *> it, so the nightly maintenance program puts
      *> both on the BNKCUSTH history row; a declined
      *> entry stays on the queue with the checker,
      *> the date and the reason, and goes no further.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO "CUSTPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT OPTIONAL TRANS-OUT-FILE ASSIGN TO "CUSTMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
              88 PD-IS-PENDING                  VALUE "P".
              88 PD-IS-RELEASED                 VALUE "R".
              88 PD-IS-DECLINED                 VALUE "D".
           05 PD-CHECKER-ID          PIC X(8).
           05 PD-DECIDED-DATE        PIC X(10).
           05 PD-DECIDED-TIME        PIC X(8).
           05 PD-DECLINE-REASON      PIC X(30).
           05 PD-TRAN-IMAGE          PIC X(148).

      *> the maintenance layout plus the maker and checker - the
      *> nightly maintenance program reads a shorter, batch-fed
      *> record with both IDs blank
       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.
       01  TRANS-OUT-RECORD.
           05 TO-TRAN-IMAGE          PIC X(148).
           05 TO-MAKER-ID            PIC X(8).
           05 TO-CHECKER-ID          PIC X(8).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-PEND-FILE-STATUS       PIC X(2).
           88 PEND-FILE-OK                     VALUE "00".
           88 PEND-FILE-CREATED                VALUE "05".
           88 PEND-AT-END                      VALUE "10".
           88 PEND-REC-NOT-FOUND               VALUE "23".

       01 WS-TRANS-FILE-STATUS      PIC X(2).
           88 TRANS-FILE-OK                    VALUE "00".
           88 TRANS-FILE-CREATED               VALUE "05".

       01 WS-SUPER-ID               PIC X(8)  VALUE SPACES.

       01 WS-ACTION                 PIC X(1)  VALUE SPACE.
           88 ACTION-RELEASE                   VALUE "R" "r".
           88 ACTION-DECLINE                   VALUE "D" "d".
           88 ACTION-SKIP                      VALUE "S" "s".
           88 ACTION-EXIT                      VALUE "X" "x".

       01 WS-DECLINE-REASON         PIC X(30) VALUE SPACES.

       01 WS-QUEUE-DONE-SW          PIC X(1)  VALUE "N".
           88 QUEUE-DONE                       VALUE "Y".

       01 WS-ENTRY-DONE-SW          PIC X(1)  VALUE "N".
           88 ENTRY-DONE                       VALUE "Y".

       01 WS-OWN-ENTRY-SW           PIC X(1)  VALUE "N".
           88 OWN-ENTRY                        VALUE "Y".

       01 WS-MESSAGE-LINE           PIC X(60) VALUE SPACES.
       01 WS-ON-FILE-NOTE           PIC X(40) VALUE SPACES.
       01 WS-CURRENT-KEY            PIC X(29).

       01 WS-RELEASED-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-DECLINED-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-SKIPPED-COUNT          PIC 9(5)  VALUE ZERO.

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-TIME.
           05 WS-RUN-TIME-HH        PIC 9(2).
           05 WS-RUN-TIME-MM        PIC 9(2).
           05 WS-RUN-TIME-SS        PIC 9(2).
           05 WS-RUN-TIME-HS        PIC 9(2).

      *> the queued transaction, in the maintenance layout
       01 WS-PEND-TRANS.
           05 PT-CODE               PIC X(1).
           05 PT-PID                PIC X(5).
           05 PT-NAME               PIC X(25).
           05 PT-SIN                PIC X(9).
           05 PT-ADDR1              PIC X(25).
           05 PT-ADDR2              PIC X(25).
           05 PT-STATE              PIC X(2).
           05 PT-COUNTRY            PIC X(6).
           05 PT-POST-CODE          PIC X(6).
           05 PT-TEL                PIC X(12).
           05 PT-EMAIL              PIC X(30).
           05 PT-SEND-MAIL          PIC X(1).
           05 PT-SEND-EMAIL         PIC X(1).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKCUST END-EXEC.

           EXEC SQL END DECLARE SECTION END-EXEC

       SCREEN SECTION.

       01  SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 20 VALUE "SUPERVISOR APPROVAL".
           05 LINE 4  COL 10 VALUE "SUPERVISOR ID (BLANK TO EXIT): ".
           05 LINE 4  COL 42 PIC X(8) USING WS-SUPER-ID.

       01  APPROVAL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COL 20 VALUE "SUPERVISOR APPROVAL".
           05 LINE 2  COL 5  VALUE "KEYED BY ".
           05 LINE 2  COL 14 PIC X(8)  FROM PD-MAKER-ID.
           05 LINE 2  COL 24 VALUE "ON ".
           05 LINE 2  COL 27 PIC X(10) FROM PD-ENTRY-DATE.
           05 LINE 2  COL 38 PIC X(8)  FROM PD-ENTRY-TIME.
           05 LINE 3  COL 5  VALUE "CODE: ".
           05 LINE 3  COL 11 PIC X(1)  FROM PT-CODE.
           05 LINE 3  COL 20 VALUE "PID: ".
           05 LINE 3  COL 25 PIC X(5)  FROM PT-PID.
           05 LINE 3  COL 35 PIC X(40) FROM WS-ON-FILE-NOTE.
           05 LINE 5  COL 17 VALUE "ENTERED".
           05 LINE 5  COL 49 VALUE "ON FILE".
           05 LINE 6  COL 5  VALUE "NAME:      ".
           05 LINE 6  COL 17 PIC X(25) FROM PT-NAME.
           05 LINE 6  COL 49 PIC X(25) FROM BNKCUST-BCS-NAME.
           05 LINE 7  COL 5  VALUE "SIN:       ".
           05 LINE 7  COL 17 PIC X(9)  FROM PT-SIN.
           05 LINE 7  COL 49 PIC X(9)  FROM BNKCUST-BCS-SIN.
           05 LINE 8  COL 5  VALUE "ADDRESS 1: ".
           05 LINE 8  COL 17 PIC X(25) FROM PT-ADDR1.
           05 LINE 8  COL 49 PIC X(25) FROM BNKCUST-BCS-ADDR1.
           05 LINE 9  COL 5  VALUE "ADDRESS 2: ".
           05 LINE 9  COL 17 PIC X(25) FROM PT-ADDR2.
           05 LINE 9  COL 49 PIC X(25) FROM BNKCUST-BCS-ADDR2.
           05 LINE 10 COL 5  VALUE "STATE:     ".
           05 LINE 10 COL 17 PIC X(2)  FROM PT-STATE.
           05 LINE 10 COL 49 PIC X(2)  FROM BNKCUST-BCS-STATE.
           05 LINE 11 COL 5  VALUE "COUNTRY:   ".
           05 LINE 11 COL 17 PIC X(6)  FROM PT-COUNTRY.
           05 LINE 11 COL 49 PIC X(6)  FROM BNKCUST-BCS-COUNTRY.
           05 LINE 12 COL 5  VALUE "POST CODE: ".
           05 LINE 12 COL 17 PIC X(6)  FROM PT-POST-CODE.
           05 LINE 12 COL 49 PIC X(6)  FROM BNKCUST-BCS-POST-CODE.
           05 LINE 13 COL 5  VALUE "TELEPHONE: ".
           05 LINE 13 COL 17 PIC X(12) FROM PT-TEL.
           05 LINE 13 COL 49 PIC X(12) FROM BNKCUST-BCS-TEL.
           05 LINE 14 COL 5  VALUE "EMAIL:     ".
           05 LINE 14 COL 17 PIC X(30) FROM PT-EMAIL.
           05 LINE 14 COL 49 PIC X(30) FROM BNKCUST-BCS-EMAIL.
           05 LINE 15 COL 5  VALUE "SEND MAIL: ".
           05 LINE 15 COL 17 PIC X(1)  FROM PT-SEND-MAIL.
           05 LINE 15 COL 49 PIC X(1)  FROM BNKCUST-BCS-SEND-MAIL.
           05 LINE 16 COL 5  VALUE "SEND EMAIL:".
           05 LINE 16 COL 17 PIC X(1)  FROM PT-SEND-EMAIL.
           05 LINE 16 COL 49 PIC X(1)  FROM BNKCUST-BCS-SEND-EMAIL.
           05 LINE 18 COL 5  VALUE
               "R - RELEASE  D - DECLINE  S - SKIP  X - EXIT: ".
           05 LINE 18 COL 52 PIC X(1)  USING WS-ACTION.
           05 LINE 19 COL 5  VALUE "DECLINE REASON: ".
           05 LINE 19 COL 21 PIC X(30) USING WS-DECLINE-REASON.
           05 LINE 21 COL 5  PIC X(60) FROM WS-MESSAGE-LINE.

       PROCEDURE DIVISION.

       Main-Line Section.

           ACCEPT SIGNON-SCREEN
           IF WS-SUPER-ID = SPACES
               DISPLAY "SUPERVISOR APPROVAL ENDED - NO SUPERVISOR ID"
               EXIT PROGRAM
               STOP RUN
           END-IF

           OPEN I-O PENDING-FILE
           IF NOT PEND-FILE-OK AND NOT PEND-FILE-CREATED
               DISPLAY "ERROR - CUSTPEND.DAT OPEN FAILED - STATUS "
                   WS-PEND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND TRANS-OUT-FILE
           IF NOT TRANS-FILE-OK AND NOT TRANS-FILE-CREATED
               DISPLAY "ERROR - CUSTMAINT.TRN OPEN FAILED - STATUS "
                   WS-TRANS-FILE-STATUS
               CLOSE PENDING-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           MOVE LOW-VALUES TO PD-KEY
           START PENDING-FILE
               KEY IS NOT LESS THAN PD-KEY
           END-START
           IF NOT PEND-FILE-OK
               SET QUEUE-DONE TO TRUE
           ELSE
               PERFORM Read-Next-Pending
           END-IF

           PERFORM UNTIL QUEUE-DONE
               PERFORM Review-Entry
               IF NOT QUEUE-DONE
                   PERFORM Read-Next-Pending
               END-IF
           END-PERFORM

           CLOSE PENDING-FILE
           CLOSE TRANS-OUT-FILE

           DISPLAY "SUPERVISOR APPROVAL ENDED - " WS-SUPER-ID " "
               WS-RELEASED-COUNT " RELEASED TO CUSTMAINT.TRN, "
               WS-DECLINED-COUNT " DECLINED, "
               WS-SKIPPED-COUNT " SKIPPED"

           EXIT PROGRAM.
           STOP RUN.

      *> released and declined entries stay on the queue as the
      *> record of the decision - only P entries are shown
       Read-Next-Pending Section.

           MOVE "N" TO WS-ENTRY-DONE-SW
           PERFORM UNTIL ENTRY-DONE
               READ PENDING-FILE NEXT
               END-READ
               IF NOT PEND-FILE-OK
                   SET QUEUE-DONE TO TRUE
                   SET ENTRY-DONE TO TRUE
               ELSE
                   IF PD-IS-PENDING
                       SET ENTRY-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       Review-Entry Section.

           MOVE PD-KEY        TO WS-CURRENT-KEY
           MOVE PD-TRAN-IMAGE TO WS-PEND-TRANS

           PERFORM Fetch-On-File-Row

      *> the message line still carries the outcome of the previous
      *> decision unless this entry is the supervisor's own
           MOVE "N" TO WS-OWN-ENTRY-SW
           IF PD-MAKER-ID = WS-SUPER-ID
               SET OWN-ENTRY TO TRUE
               MOVE "OWN ENTRY - ANOTHER SUPERVISOR MUST DECIDE IT"
                   TO WS-MESSAGE-LINE
           END-IF

           MOVE "N" TO WS-ENTRY-DONE-SW
           PERFORM UNTIL ENTRY-DONE
               MOVE SPACE  TO WS-ACTION
               MOVE SPACES TO WS-DECLINE-REASON
               ACCEPT APPROVAL-SCREEN
               MOVE SPACES TO WS-MESSAGE-LINE
               EVALUATE TRUE
                   WHEN ACTION-RELEASE OR ACTION-DECLINE
                       IF OWN-ENTRY
                           MOVE "OWN ENTRY - S TO SKIP OR X TO EXIT"
                               TO WS-MESSAGE-LINE
                       ELSE
                           IF ACTION-DECLINE
                                   AND WS-DECLINE-REASON = SPACES
                               MOVE "ENTER A DECLINE REASON"
                                   TO WS-MESSAGE-LINE
                           ELSE
                               PERFORM Record-Decision
                               SET ENTRY-DONE TO TRUE
                           END-IF
                       END-IF
                   WHEN ACTION-SKIP
                       ADD 1 TO WS-SKIPPED-COUNT
                       SET ENTRY-DONE TO TRUE
                   WHEN ACTION-EXIT
                       SET QUEUE-DONE TO TRUE
                       SET ENTRY-DONE TO TRUE
                   WHEN OTHER
                       MOVE "ENTER R, D, S OR X" TO WS-MESSAGE-LINE
               END-EVALUATE
           END-PERFORM.

      *> the live row, not the night-old unload, so the supervisor
      *> judges the entry against what the maintenance run will
      *> actually change
       Fetch-On-File-Row Section.

           MOVE SPACES TO DCLBNKCUST
           MOVE PT-PID TO BNKCUST-BCS-PID

           EXEC SQL
               SELECT BCS_NAME, BCS_SIN
                    , BCS_ADDR1, BCS_ADDR2, BCS_STATE, BCS_COUNTRY
                    , BCS_POST_CODE, BCS_TEL, BCS_EMAIL
                    , BCS_SEND_MAIL, BCS_SEND_EMAIL
                 INTO :BNKCUST-BCS-NAME
                    , :BNKCUST-BCS-SIN
                    , :BNKCUST-BCS-ADDR1
                    , :BNKCUST-BCS-ADDR2
                    , :BNKCUST-BCS-STATE
                    , :BNKCUST-BCS-COUNTRY
                    , :BNKCUST-BCS-POST-CODE
                    , :BNKCUST-BCS-TEL
                    , :BNKCUST-BCS-EMAIL
                    , :BNKCUST-BCS-SEND-MAIL
                    , :BNKCUST-BCS-SEND-EMAIL
                 FROM MFUSER.BNKCUST
                WHERE BCS_PID = :BNKCUST-BCS-PID
           END-EXEC

           IF SQLCODE = +100
               MOVE SPACES TO DCLBNKCUST
               IF PT-CODE = "A"
                   MOVE "NEW CUSTOMER - NOT ON FILE"
                       TO WS-ON-FILE-NOTE
               ELSE
                   MOVE "PID NOT ON FILE - WILL BE REJECTED"
                       TO WS-ON-FILE-NOTE
               END-IF
           ELSE
               IF PT-CODE = "A"
                   MOVE "PID ALREADY ON FILE - WILL BE REJECTED"
                       TO WS-ON-FILE-NOTE
               ELSE
                   MOVE SPACES TO WS-ON-FILE-NOTE
               END-IF
           END-IF.

      *> the queue entry is re-read first so an entry another
      *> supervisor decided while this screen was up is not decided
      *> twice, and it is marked decided before the transaction is
      *> released - a failed release puts it back to pending
       Record-Decision Section.

           MOVE WS-CURRENT-KEY TO PD-KEY
           READ PENDING-FILE
               KEY IS PD-KEY
           END-READ

           IF NOT PEND-FILE-OK OR NOT PD-IS-PENDING
               STRING "PID " PT-PID " ALREADY DECIDED BY "
                   PD-CHECKER-ID " - NOT CHANGED"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES TO PD-DECIDED-DATE
               STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
                   WS-RUN-DATE-DD DELIMITED BY SIZE
                   INTO PD-DECIDED-DATE
               END-STRING
               MOVE SPACES TO PD-DECIDED-TIME
               STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
                   WS-RUN-TIME-SS DELIMITED BY SIZE
                   INTO PD-DECIDED-TIME
               END-STRING
               MOVE WS-SUPER-ID TO PD-CHECKER-ID

               IF ACTION-RELEASE
                   MOVE "R"    TO PD-STATUS
                   MOVE SPACES TO PD-DECLINE-REASON
               ELSE
                   MOVE "D"    TO PD-STATUS
                   MOVE WS-DECLINE-REASON TO PD-DECLINE-REASON
               END-IF

               REWRITE PENDING-RECORD
               END-REWRITE

               IF NOT PEND-FILE-OK
                   STRING "QUEUE REWRITE FAILED - STATUS "
                       WS-PEND-FILE-STATUS " - PID " PT-PID
                       " LEFT PENDING"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   END-STRING
               ELSE
                   IF PD-IS-RELEASED
                       PERFORM Release-Transaction
                   ELSE
                       ADD 1 TO WS-DECLINED-COUNT
                       STRING "TRANSACTION " PT-CODE " FOR PID "
                           PT-PID " DECLINED"
                           DELIMITED BY SIZE
                           INTO WS-MESSAGE-LINE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       Release-Transaction Section.

           MOVE PD-TRAN-IMAGE TO TO-TRAN-IMAGE
           MOVE PD-MAKER-ID   TO TO-MAKER-ID
           MOVE WS-SUPER-ID   TO TO-CHECKER-ID

           WRITE TRANS-OUT-RECORD

           IF TRANS-FILE-OK
               ADD 1 TO WS-RELEASED-COUNT
               STRING "TRANSACTION " PT-CODE " FOR PID " PT-PID
                   " RELEASED FOR TONIGHT'S RUN"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
           ELSE
               STRING "CUSTMAINT.TRN WRITE FAILED - STATUS "
                   WS-TRANS-FILE-STATUS " - PID " PT-PID
                   " PUT BACK TO PENDING"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               MOVE "P"    TO PD-STATUS
               MOVE SPACES TO PD-CHECKER-ID
               MOVE SPACES TO PD-DECIDED-DATE
               MOVE SPACES TO PD-DECIDED-TIME
               REWRITE PENDING-RECORD
               END-REWRITE
           END-IF.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            CLOSE PENDING-FILE
            CLOSE TRANS-OUT-FILE
            MOVE 16 TO RETURN-CODE
           stop run.
