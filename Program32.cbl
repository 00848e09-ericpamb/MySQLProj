      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program32.

      *> -------------------------------------------
      *> Callable SIN masking rule. Every program
      *> that prints a BCS_SIN on a report passes it
      *> through here, so the reports in the shared
      *> print queues all show the same thing: the
      *> last three digits only, as ******123.
      *> Two functions:
      *>   I - initialize: called once at the start
      *>       of the caller's run. The run is masked
      *>       unless SINMASK.CTL carries a record for
      *>       the calling program dated today that
      *>       names a requester and a reason - and
      *>       the unmasked run is then written to the
      *>       SINDISC.LOG disclosure log before any
      *>       SIN is released. No log entry, no
      *>       unmasked run.
      *>   M - mask: return the SIN as the caller's
      *>       run is allowed to print it.
      *> The unmask decision is held against the
      *> program that asked for it, so a cycle that
      *> calls several report steps in one run unit
      *> cannot carry one step's unmasked run into
      *> the next.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASK-CTL-FILE ASSIGN TO "SINMASK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT OPTIONAL DISCLOSURE-LOG ASSIGN TO "SINDISC.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> one record per program to be run unmasked, good only on
      *> the run date it carries
       FD  MASK-CTL-FILE
           RECORDING MODE IS F.
       01  MASK-CTL-RECORD.
           05 SC-PROGRAM            PIC X(10).
           05 SC-RUN-DATE           PIC X(10).
           05 SC-REQUESTER          PIC X(20).
           05 SC-REASON             PIC X(40).

       FD  DISCLOSURE-LOG
           RECORDING MODE IS F.
       01  DISCLOSURE-RECORD.
           05 DL-RUN-DATE           PIC X(10).
           05 DL-RUN-TIME           PIC X(8).
           05 DL-PROGRAM            PIC X(10).
           05 DL-REQUESTER          PIC X(20).
           05 DL-REASON             PIC X(40).

       WORKING-STORAGE SECTION.

       01 WS-CTL-FILE-STATUS        PIC X(2).
           88 CTL-FILE-OK                      VALUE "00".

       01 WS-LOG-FILE-STATUS        PIC X(2).
           88 LOG-FILE-OK                      VALUE "00".
           88 LOG-FILE-CREATED                 VALUE "05".

       01 WS-CTL-EOF-SW             PIC X(1).
           88 CTL-AT-EOF                       VALUE "Y".

       01 WS-UNMASKED-SW            PIC X(1)  VALUE "N".
           88 RUN-IS-UNMASKED                  VALUE "Y".
       01 WS-UNMASK-PROGRAM         PIC X(10) VALUE SPACES.
       01 WS-UNMASK-REQUESTER       PIC X(20) VALUE SPACES.
       01 WS-UNMASK-REASON          PIC X(40) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-DATE-FMT          PIC X(10).

       01 WS-RUN-TIME.
           05 WS-RUN-TIME-HH        PIC 9(2).
           05 WS-RUN-TIME-MM        PIC 9(2).
           05 WS-RUN-TIME-SS        PIC 9(2).
           05 WS-RUN-TIME-HS        PIC 9(2).

       01 WS-MASKED-SIN.
           05 FILLER                PIC X(6)  VALUE "******".
           05 WS-MASKED-LAST-3      PIC X(3).

       LINKAGE SECTION.

       01 LK-SM-FUNCTION         PIC X(1).
           88 LK-FUNC-INIT                   VALUE "I".
           88 LK-FUNC-MASK                   VALUE "M".
       01 LK-SM-PROGRAM          PIC X(10).
       01 LK-SM-SIN-IN           PIC X(9).
       01 LK-SM-SIN-OUT          PIC X(9).

       PROCEDURE DIVISION USING LK-SM-FUNCTION, LK-SM-PROGRAM,
           LK-SM-SIN-IN, LK-SM-SIN-OUT.

       Main-Line Section.

           EVALUATE TRUE
               WHEN LK-FUNC-INIT
                   PERFORM Decide-Run-Mode
               WHEN LK-FUNC-MASK
                   PERFORM Mask-One-Sin
               WHEN OTHER
                   DISPLAY "PROGRAM32 - INVALID FUNCTION '"
                       LK-SM-FUNCTION "' - SIN MASKED"
                   PERFORM Mask-One-Sin
           END-EVALUATE

           GOBACK.

      *> a missing requester or reason, or a record left over from
      *> another day, is reported and ignored - the run stays masked
       Decide-Run-Mode Section.

           MOVE "N"    TO WS-UNMASKED-SW
           MOVE SPACES TO WS-UNMASK-PROGRAM
           MOVE SPACES TO WS-UNMASK-REQUESTER
           MOVE SPACES TO WS-UNMASK-REASON

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE-FMT
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-FMT
           END-STRING

           OPEN INPUT MASK-CTL-FILE
           IF CTL-FILE-OK
               MOVE "N" TO WS-CTL-EOF-SW
               PERFORM UNTIL CTL-AT-EOF
                   READ MASK-CTL-FILE
                       AT END
                           SET CTL-AT-EOF TO TRUE
                       NOT AT END
                           IF SC-PROGRAM = LK-SM-PROGRAM
                               PERFORM Check-Unmask-Request
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MASK-CTL-FILE

           IF RUN-IS-UNMASKED
               PERFORM Write-Disclosure-Entry
           END-IF.

       Check-Unmask-Request Section.

           EVALUATE TRUE
               WHEN SC-RUN-DATE NOT = WS-RUN-DATE-FMT
                   DISPLAY "WARNING - SINMASK.CTL REQUEST FOR "
                       SC-PROGRAM " DATED " SC-RUN-DATE
                       " IGNORED - SIN MASKED"
               WHEN SC-REQUESTER = SPACES OR SC-REASON = SPACES
                   DISPLAY "WARNING - SINMASK.CTL REQUEST FOR "
                       SC-PROGRAM " HAS NO REQUESTER OR REASON"
                       " - SIN MASKED"
               WHEN OTHER
                   SET RUN-IS-UNMASKED TO TRUE
                   MOVE SC-PROGRAM   TO WS-UNMASK-PROGRAM
                   MOVE SC-REQUESTER TO WS-UNMASK-REQUESTER
                   MOVE SC-REASON    TO WS-UNMASK-REASON
           END-EVALUATE.

      *> the log entry is the condition for the unmasked run, not a
      *> by-product of it - if it can't be written the run is masked
       Write-Disclosure-Entry Section.

           ACCEPT WS-RUN-TIME FROM TIME

           OPEN EXTEND DISCLOSURE-LOG
           IF NOT LOG-FILE-OK AND NOT LOG-FILE-CREATED
               DISPLAY "WARNING - SINDISC.LOG OPEN FAILED - STATUS "
                   WS-LOG-FILE-STATUS " - SIN MASKED"
               MOVE "N" TO WS-UNMASKED-SW
           ELSE
               MOVE WS-RUN-DATE-FMT     TO DL-RUN-DATE
               MOVE SPACES              TO DL-RUN-TIME
               STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
                   WS-RUN-TIME-SS DELIMITED BY SIZE
                   INTO DL-RUN-TIME
               END-STRING
               MOVE WS-UNMASK-PROGRAM   TO DL-PROGRAM
               MOVE WS-UNMASK-REQUESTER TO DL-REQUESTER
               MOVE WS-UNMASK-REASON    TO DL-REASON
               WRITE DISCLOSURE-RECORD
               IF NOT LOG-FILE-OK
                   DISPLAY "WARNING - SINDISC.LOG WRITE FAILED - "
                       "STATUS " WS-LOG-FILE-STATUS " - SIN MASKED"
                   MOVE "N" TO WS-UNMASKED-SW
               END-IF
               CLOSE DISCLOSURE-LOG
           END-IF

           IF RUN-IS-UNMASKED
               DISPLAY WS-UNMASK-PROGRAM " SIN UNMASKED FOR "
                   WS-UNMASK-REQUESTER " - " WS-UNMASK-REASON
           END-IF.

       Mask-One-Sin Section.

           IF RUN-IS-UNMASKED AND LK-SM-PROGRAM = WS-UNMASK-PROGRAM
               MOVE LK-SM-SIN-IN TO LK-SM-SIN-OUT
           ELSE
               IF LK-SM-SIN-IN = SPACES
                   MOVE SPACES TO LK-SM-SIN-OUT
               ELSE
                   MOVE LK-SM-SIN-IN(7:3) TO WS-MASKED-LAST-3
                   MOVE WS-MASKED-SIN     TO LK-SM-SIN-OUT
               END-IF
           END-IF.
