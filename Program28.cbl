      *>       customer's archived events in the
      *>       change-history inquiry's layout, so
      *>       a dispute older than the retention
      *>       cutoff can still be answered. SINs
      *>       print through the shared masking
      *>       rule (Program32).
      *> Images archived before the maker/checker
      *> columns were added are shorter and read
      *> back with both IDs blank, as batch rows.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05 AH-HIST-IMAGE         PIC X(432).

       FD  RETN-REGISTER-RPT
           RECORDING MODE IS F.
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "CODE ".
           05 RE-TRAN-CODE          PIC X(1).
           05 FILLER                PIC X(11)  VALUE "  KEYED BY ".
           05 RE-MAKER-ID           PIC X(8).
           05 FILLER                PIC X(14)  VALUE
               "  APPROVED BY ".
           05 RE-CHECKER-ID         PIC X(8).

       01 RPT-IMAGE-1.
           05 FILLER                PIC X(3)   VALUE SPACE.
      *> record area) cannot clobber the line being printed
       01 WS-PRINT-LINE             PIC X(132) VALUE SPACE.

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM28".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-MOVED-COUNT
           MOVE ZERO TO WS-RQST-COUNT
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

      *> archive first, delete second - the DELETE runs only after
      *> every aged row is safely on HISTARCH.DAT, so a failure in
                 ,H.HST_NEW_EMAIL
                 ,H.HST_NEW_SEND_MAIL
                 ,H.HST_NEW_SEND_EMAIL
                 ,H.HST_MAKER_ID
                 ,H.HST_CHECKER_ID
             FROM MFUSER.BNKCUSTH H
            WHERE H.HST_RUN_DATE < :WS-CUTOFF-DATE-HV
            ORDER BY H.HST_PID, H.HST_RUN_DATE, H.HST_RUN_TIME
                  ,:BNKCUSTH-HST-NEW-EMAIL
                  ,:BNKCUSTH-HST-NEW-SEND-MAIL
                  ,:BNKCUSTH-HST-NEW-SEND-EMAIL
                  ,:BNKCUSTH-HST-MAKER-ID
                  ,:BNKCUSTH-HST-CHECKER-ID
              END-EXEC
              IF SQLCODE = 0
                   PERFORM Archive-One-Row
           MOVE BNKCUSTH-HST-RUN-DATE  TO RE-RUN-DATE
           MOVE BNKCUSTH-HST-RUN-TIME  TO RE-RUN-TIME
           MOVE BNKCUSTH-HST-TRAN-CODE TO RE-TRAN-CODE
      *> only desk entries carry a maker and checker - a change fed
      *> in by a batch file says so rather than printing blanks
           IF BNKCUSTH-HST-MAKER-ID = SPACES
               MOVE "BATCH"                 TO RE-MAKER-ID
               MOVE "-"                     TO RE-CHECKER-ID
           ELSE
               MOVE BNKCUSTH-HST-MAKER-ID   TO RE-MAKER-ID
               MOVE BNKCUSTH-HST-CHECKER-ID TO RE-CHECKER-ID
           END-IF
           MOVE RPT-EVENT-LINE TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE "BEFORE: "                  TO RI1-LABEL
           MOVE BNKCUSTH-HST-OLD-NAME       TO RI1-NAME
           MOVE BNKCUSTH-HST-OLD-SIN        TO WS-SM-SIN-IN
           PERFORM Mask-Sin
           MOVE WS-SM-SIN-OUT               TO RI1-SIN
           MOVE BNKCUSTH-HST-OLD-STATE      TO RI1-STATE
           MOVE BNKCUSTH-HST-OLD-COUNTRY    TO RI1-COUNTRY
           MOVE BNKCUSTH-HST-OLD-POST-CODE  TO RI1-POST-CODE

           MOVE "AFTER : "                  TO RI1-LABEL
           MOVE BNKCUSTH-HST-NEW-NAME       TO RI1-NAME
           MOVE BNKCUSTH-HST-NEW-SIN        TO WS-SM-SIN-IN
           PERFORM Mask-Sin
           MOVE WS-SM-SIN-OUT               TO RI1-SIN
           MOVE BNKCUSTH-HST-NEW-STATE      TO RI1-STATE
           MOVE BNKCUSTH-HST-NEW-COUNTRY    TO RI1-COUNTRY
           MOVE BNKCUSTH-HST-NEW-POST-CODE  TO RI1-POST-CODE
           MOVE RPT-IMAGE-2 TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

       Write-Register-Headings Section.

           ADD 1 TO WS-PAGE-NO
