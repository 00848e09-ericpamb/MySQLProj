      *> moves is printed on the merge audit report,
      *> so one controlled batch step replaces a day
      *> of hand-built change/delete transactions.
      *> An applied merge also prints the key it
      *> matched on; a SIN match shows the SIN
      *> through the shared masking rule (Program32).
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-CE-PROGRAM            PIC X(10) VALUE "PROGRAM16".
       01 WS-CE-REASON             PIC X(20).

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM16".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
           MOVE ZERO TO WS-MERGE-COUNT
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-CARRIED-COUNT
           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

       Process-Merge Section.

                   INTO RD-DETAIL
               END-STRING
               PERFORM Write-Merge-Detail-Line
               PERFORM Write-Match-Key-Line
           ELSE
               MOVE "REJECTED" TO WS-APPLY-STATUS
               ADD 1 TO WS-REJECTED-COUNT
               WS-CE-OLD-VALUE, WS-CE-NEW-VALUE, WS-CE-PROGRAM,
               WS-CE-REASON.

      *> which duplicate key the pair was merged on - the same two
      *> keys the validation accepts
       Write-Match-Key-Line Section.

           MOVE SPACES TO RD-DETAIL
           IF BNKCUST-BCS-SIN = WS-DUP-SIN
               MOVE WS-DUP-SIN TO WS-SM-SIN-IN
               PERFORM Mask-Sin
               STRING "MATCHED ON SIN " WS-SM-SIN-OUT
                   DELIMITED BY SIZE
                   INTO RD-DETAIL
               END-STRING
           ELSE
               MOVE "MATCHED ON NAME AND TELEPHONE" TO RD-DETAIL
           END-IF
           PERFORM Write-Merge-Detail-Line.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

       Write-Merge-Headings Section.

           ADD 1 TO WS-PAGE-NO
