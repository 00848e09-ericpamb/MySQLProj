      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program35.

      *> -------------------------------------------
      *> Privacy request processor. A customer's
      *> data is held in BNKCUST, BNKCUSTH, the
      *> BNKCONSNT ledger, the purge and history
      *> archives (CUSTARCH.DAT, HISTARCH.DAT), the
      *> maintenance suspense file CUSTSUSP.DAT, the
      *> desk approval queue CUSTPEND.DAT and the
      *> household file HSEHOLD.DAT - this is
      *> the one program that looks at all of them.
      *> PRIVRQST.TRN names the customers, by
      *> BCS_PID, by SIN or both; a SIN is resolved
      *> to every PID that has ever carried it, in
      *> the table, the history or the archives.
      *> PRIVRQST.CTL selects the mode:
      *>   A - access: prints one dossier per
      *>       customer on PRIVRQST.RPT covering
      *>       every store in turn, SINs through the
      *>       shared masking rule (Program32).
      *>   E - erasure: for a customer already
      *>       purged (archived on CUSTARCH.DAT and
      *>       no longer on BNKCUST) the name, SIN,
      *>       address, telephone and email are
      *>       overwritten with placeholders in
      *>       BNKCUSTH, HISTARCH.DAT, CUSTARCH.DAT
      *>       and CUSTSUSP.DAT, and in the keyed
      *>       image of every CUSTPEND.DAT entry the
      *>       supervisor has already released or
      *>       declined. PIDs, dates, codes, user
      *>       IDs, flags and record counts are left
      *>       as they were, so the balancing report,
      *>       the audit trails and the approval
      *>       queue still add up. A customer still
      *>       on file is refused, and so is one with
      *>       an entry still awaiting a decision.
      *>       Each request is written to the
      *>       erasure register PRIVERAS.LOG, which
      *>       holds only the PID, the run date and
      *>       time, the outcome and the count of
      *>       records touched in each store.
      *> The BNKCONSNT ledger and HSEHOLD.DAT hold
      *> nothing but PIDs, flags and dates, so an
      *> erasure leaves them alone; the ledger
      *> count is still carried on the register.
      *> The fraud-desk hold register BNKHOLD is
      *> listed too; its rows hold only the PID,
      *> dates, desk user IDs and the reason the
      *> desk recorded, so an erasure leaves them
      *> alone as well.
      *> The contact ledger BNKCONTL is listed after
      *> the holds - every piece the extracts sent
      *> the customer. Its rows hold only the PID,
      *> dates, codes, program and feed names and
      *> cycle numbers, so an erasure leaves them
      *> alone too.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIV-CTL-FILE ASSIGN TO "PRIVRQST.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RQST-FILE ASSIGN TO "PRIVRQST.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQST-FILE-STATUS.

           SELECT OPTIONAL HIST-ARCHIVE-FILE ASSIGN TO "HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC-FILE-STATUS.

           SELECT OPTIONAL CUST-ARCHIVE-FILE ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARC-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "CUSTSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO "CUSTPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HSEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "PRIVWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT OPTIONAL ERASURE-LOG ASSIGN TO "PRIVERAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT PRIV-RPT ASSIGN TO "PRIVRQST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIV-CTL-FILE
           RECORDING MODE IS F.
       01  PRIV-CTL-RECORD.
           05 PC-MODE               PIC X(1).

      *> either field may be blank, not both
       FD  RQST-FILE
           RECORDING MODE IS F.
       01  RQST-RECORD.
           05 RQ-PID                PIC X(5).
           05 RQ-SIN                PIC X(9).

       FD  HIST-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  HIST-ARCHIVE-RECORD.
           05 AH-HIST-IMAGE         PIC X(432).

       FD  CUST-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  CUST-ARCHIVE-RECORD.
           05 AR-RUN-DATE           PIC X(10).
           05 AR-CUST-IMAGE         PIC X(250).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05 SU-FIRST-DATE         PIC X(10).
           05 SU-ATTEMPT-CNT        PIC 9(3).
           05 SU-REASON             PIC X(30).
           05 SU-TRAN-IMAGE         PIC X(148).

      *> the desk approval queue - PD-STATUS is P until a
      *> supervisor releases (R) or declines (D) the entry
       FD  PENDING-FILE.
       01  PENDING-RECORD.
           05 PD-KEY.
              10 PD-ENTRY-DATE       PIC X(10).
              10 PD-ENTRY-TIME       PIC X(11).
              10 PD-MAKER-ID         PIC X(8).
           05 PD-STATUS              PIC X(1).
              88 PD-AWAITING-DECISION          VALUE "P".
              88 PD-RELEASED                   VALUE "R".
           05 PD-CHECKER-ID          PIC X(8).
           05 PD-DECIDED-DATE        PIC X(10).
           05 PD-DECIDED-TIME        PIC X(8).
           05 PD-DECLINE-REASON      PIC X(30).
           05 PD-TRAN-IMAGE          PIC X(148).

       FD  HOUSEHOLD-FILE
           RECORDING MODE IS F.
       01  HOUSEHOLD-RECORD.
           05 HH-KEY                PIC 9(7).
           05 HH-PID                PIC X(5).
           05 HH-ADDRESSEE-SW       PIC X(1).

      *> an archive being erased is copied here with the
      *> placeholders in, then copied back over the original
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD.
           05 WK-IMAGE              PIC X(432).

       FD  ERASURE-LOG
           RECORDING MODE IS F.
       01  ERASURE-LOG-RECORD.
           05 EL-RUN-DATE           PIC X(10).
           05 EL-RUN-TIME           PIC X(8).
           05 EL-PID                PIC X(5).
           05 EL-STATUS             PIC X(20).
           05 EL-HIST-ROWS          PIC 9(7).
           05 EL-LEDGER-ROWS        PIC 9(7).
           05 EL-HARC-RECS          PIC 9(7).
           05 EL-CARC-RECS          PIC 9(7).
           05 EL-SUSP-RECS          PIC 9(7).
           05 EL-PEND-RECS          PIC 9(7).

       FD  PRIV-RPT
           RECORDING MODE IS F.
       01  PRIV-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-CTL-FILE-STATUS        PIC X(2).
           88 CTL-FILE-OK                      VALUE "00".

       01 WS-RQST-FILE-STATUS       PIC X(2).
           88 RQST-FILE-OK                     VALUE "00".

       01 WS-HARC-FILE-STATUS       PIC X(2).
           88 HARC-FILE-OK                     VALUE "00".
           88 HARC-FILE-CREATED                VALUE "05".
           88 HARC-FILE-NOT-FOUND              VALUE "35".

       01 WS-CARC-FILE-STATUS       PIC X(2).
           88 CARC-FILE-OK                     VALUE "00".
           88 CARC-FILE-CREATED                VALUE "05".
           88 CARC-FILE-NOT-FOUND              VALUE "35".

       01 WS-SUSP-FILE-STATUS       PIC X(2).
           88 SUSP-FILE-OK                     VALUE "00".
           88 SUSP-FILE-CREATED                VALUE "05".
           88 SUSP-FILE-NOT-FOUND              VALUE "35".

       01 WS-PEND-FILE-STATUS       PIC X(2).
           88 PEND-FILE-OK                     VALUE "00".
           88 PEND-FILE-CREATED                VALUE "05".
           88 PEND-FILE-NOT-FOUND              VALUE "35".

       01 WS-HH-FILE-STATUS         PIC X(2).
           88 HH-FILE-OK                       VALUE "00".
           88 HH-FILE-CREATED                  VALUE "05".
           88 HH-FILE-NOT-FOUND                VALUE "35".

       01 WS-WORK-FILE-STATUS       PIC X(2).
           88 WORK-FILE-OK                     VALUE "00".

       01 WS-LOG-FILE-STATUS        PIC X(2).
           88 LOG-FILE-OK                      VALUE "00".
           88 LOG-FILE-CREATED                 VALUE "05".

       01 WS-RUN-MODE               PIC X(1).
           88 ACCESS-MODE                      VALUE "A".
           88 ERASURE-MODE                     VALUE "E".

       01 WS-EOF-SW                 PIC X(1)  VALUE "N".
           88 RQST-AT-EOF                      VALUE "Y".

       01 WS-HARC-EOF-SW            PIC X(1).
           88 HARC-AT-EOF                      VALUE "Y".
       01 WS-HARC-OPEN-SW           PIC X(1).
           88 HARC-IS-OPEN                     VALUE "Y".

       01 WS-CARC-EOF-SW            PIC X(1).
           88 CARC-AT-EOF                      VALUE "Y".
       01 WS-CARC-OPEN-SW           PIC X(1).
           88 CARC-IS-OPEN                     VALUE "Y".

       01 WS-SUSP-EOF-SW            PIC X(1).
           88 SUSP-AT-EOF                      VALUE "Y".
       01 WS-SUSP-OPEN-SW           PIC X(1).
           88 SUSP-IS-OPEN                     VALUE "Y".

       01 WS-PEND-EOF-SW            PIC X(1).
           88 PEND-AT-EOF                      VALUE "Y".
       01 WS-PEND-OPEN-SW           PIC X(1).
           88 PEND-IS-OPEN                     VALUE "Y".

       01 WS-HH-EOF-SW              PIC X(1).
           88 HH-AT-EOF                        VALUE "Y".
       01 WS-HH-OPEN-SW             PIC X(1).
           88 HH-IS-OPEN                       VALUE "Y".

       01 WS-WORK-EOF-SW            PIC X(1).
           88 WORK-AT-EOF                      VALUE "Y".

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

       01 WS-RUN-TIME-FMT          PIC X(8).

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.
       01 WS-RQST-READ-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-ITEM-COUNT            PIC 9(7)  VALUE ZERO.
       01 WS-STORE-ITEMS           PIC 9(7)  VALUE ZERO.
       01 WS-ERASED-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-REFUSED-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(7)  VALUE ZERO.

      *> one entry per request record - the SIN is kept only to say
      *> whether it matched anyone, and never leaves this program
      *> unmasked
       01 WS-RQST-MAX              PIC 9(4)  COMP-5 VALUE 500.
       01 WS-RQST-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01 WS-RQST-IDX              PIC 9(4)  COMP-5.
       01 WS-RQST-TABLE.
           05 WS-RQST-ENTRY        OCCURS 500 TIMES.
              10 RQT-PID           PIC X(5).
              10 RQT-SIN           PIC X(9).
              10 RQT-HIT-COUNT     PIC 9(5).

      *> one entry per customer the requests resolve to
       01 WS-SUBJ-MAX              PIC 9(4)  COMP-5 VALUE 500.
       01 WS-SUBJ-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01 WS-SUBJ-IDX              PIC 9(4)  COMP-5.
       01 WS-FIND-IDX              PIC 9(4)  COMP-5.
       01 WS-FOUND-IDX             PIC 9(4)  COMP-5.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ENTRY        OCCURS 500 TIMES.
              10 SJT-PID           PIC X(5).
              10 SJT-BY-SIN        PIC X(9).
              10 SJT-PURGED-SW     PIC X(1).
                 88 SJT-IS-PURGED              VALUE "Y".
              10 SJT-ERASE-SW      PIC X(1).
                 88 SJT-TO-ERASE               VALUE "Y".
              10 SJT-STATUS        PIC X(20).
              10 SJT-HIST-ROWS     PIC 9(7).
              10 SJT-LEDGER-ROWS   PIC 9(7).
              10 SJT-HARC-RECS     PIC 9(7).
              10 SJT-CARC-RECS     PIC 9(7).
              10 SJT-SUSP-RECS     PIC 9(7).
              10 SJT-PEND-RECS     PIC 9(7).
              10 SJT-AWAITING-SW   PIC X(1).
                 88 SJT-IS-AWAITING            VALUE "Y".

       01 WS-FIND-PID              PIC X(5).
       01 WS-ADD-BY-SIN            PIC X(9).

      *> the suspense file is rewritten in place the same way the
      *> repair run rewrites it - loaded whole, then written back
       01 WS-SUSP-MAX              PIC 9(4)  COMP-5 VALUE 1000.
       01 WS-SUSP-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01 WS-SUSP-IDX              PIC 9(4)  COMP-5.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY        OCCURS 1000 TIMES.
              10 SUT-FIRST-DATE    PIC X(10).
              10 SUT-ATTEMPT-CNT   PIC 9(3).
              10 SUT-REASON        PIC X(30).
              10 SUT-IMAGE         PIC X(148).

      *> the maintenance transaction as it sits in suspense or on
      *> the approval queue
       01 WS-SUSP-TRANS.
           05 ST-CODE               PIC X(1).
           05 ST-PID                PIC X(5).
           05 ST-NAME               PIC X(25).
           05 ST-SIN                PIC X(9).
           05 ST-ADDR1              PIC X(25).
           05 ST-ADDR2              PIC X(25).
           05 ST-STATE              PIC X(2).
           05 ST-COUNTRY            PIC X(6).
           05 ST-POST-CODE          PIC X(6).
           05 ST-TEL                PIC X(12).
           05 ST-EMAIL              PIC X(30).
           05 ST-SEND-MAIL          PIC X(1).
           05 ST-SEND-EMAIL         PIC X(1).

      *> a customer image in the DCLBNKCUST layout, whichever store
      *> it came from, staged for printing
       01 WS-PRINT-IMAGE.
           05 PI-PID                PIC X(5).
           05 PI-NAME               PIC X(25).
           05 PI-NAME-FF            PIC X(25).
           05 PI-SIN                PIC X(9).
           05 PI-ADDR1              PIC X(25).
           05 PI-ADDR2              PIC X(25).
           05 PI-STATE              PIC X(2).
           05 PI-COUNTRY            PIC X(6).
           05 PI-POST-CODE          PIC X(6).
           05 PI-TEL                PIC X(12).
           05 PI-EMAIL              PIC X(30).
           05 PI-SEND-MAIL          PIC X(1).
           05 PI-SEND-EMAIL         PIC X(1).
           05 PI-FILLER             PIC X(78).

       01 WS-IMAGE-LABEL           PIC X(8).

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "PRIVACY REQUEST REGISTER".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-1B.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(6)   VALUE "MODE: ".
           05 RH1B-MODE             PIC X(9).

       01 RPT-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "PID".
           05 FILLER                PIC X(22)  VALUE "OUTCOME".
           05 FILLER                PIC X(10)  VALUE "  HISTORY".
           05 FILLER                PIC X(10)  VALUE "   LEDGER".
           05 FILLER                PIC X(11)  VALUE " HIST ARCH".
           05 FILLER                PIC X(11)  VALUE " CUST ARCH".
           05 FILLER                PIC X(9)   VALUE " SUSPENSE".
           05 FILLER                PIC X(10)  VALUE " APPROVALS".

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-SIN-LINE.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(12)  VALUE "REQUEST SIN ".
           05 RSL-SIN               PIC X(9).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RSL-RESULT            PIC X(30).

       01 RPT-CUST-HDR.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE "CUSTOMER ".
           05 RCH-PID               PIC X(5).
           05 FILLER                PIC X(8)   VALUE " DOSSIER".
           05 RCH-SIN-LABEL         PIC X(21).
           05 RCH-SIN               PIC X(9).

       01 RPT-STORE-HDR.
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RSH-TITLE             PIC X(40).

       01 RPT-NONE-HELD.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE "NONE HELD".

       01 RPT-EVENT-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 RE-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RE-RUN-TIME           PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "CODE ".
           05 RE-TRAN-CODE          PIC X(1).
           05 FILLER                PIC X(11)  VALUE "  KEYED BY ".
           05 RE-MAKER-ID           PIC X(8).
           05 FILLER                PIC X(14)  VALUE
               "  APPROVED BY ".
           05 RE-CHECKER-ID         PIC X(8).

       01 RPT-CONSENT-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 RC-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RC-RUN-TIME           PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RC-FLAG               PIC X(5).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RC-OLD-VALUE          PIC X(1).
           05 FILLER                PIC X(4)   VALUE " -> ".
           05 RC-NEW-VALUE          PIC X(1).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RC-PROGRAM            PIC X(10).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RC-REASON             PIC X(20).

       01 RPT-HOLD-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 RHD-STATUS            PIC X(7).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RHD-SET-DATE          PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RHD-SET-TIME          PIC X(8).
           05 FILLER                PIC X(4)   VALUE " BY ".
           05 RHD-SET-BY            PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RHD-REASON            PIC X(30).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RHD-CLEAR-LABEL       PIC X(8).
           05 RHD-CLEAR-DATE        PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RHD-CLEAR-TIME        PIC X(8).
           05 RHD-CLEAR-BY-LABEL    PIC X(4).
           05 RHD-CLEAR-BY          PIC X(8).

       01 RPT-CONTACT-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 RCL-CONTACT-DATE      PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RCL-CONTACT-TIME      PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-CHANNEL           PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-PURPOSE           PIC X(10).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-PROGRAM           PIC X(10).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-FEED-NAME         PIC X(8).
           05 FILLER                PIC X(7)   VALUE "  CYCLE".
           05 RCL-CYCLE-NO          PIC ZZZZ9.

       01 RPT-PURGE-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "PURGED ".
           05 RP-RUN-DATE           PIC X(10).

       01 RPT-SUSP-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 FILLER                PIC X(11)  VALUE "FIRST SEEN ".
           05 RS-FIRST-DATE         PIC X(10).
           05 FILLER                PIC X(8)   VALUE "  TRIES ".
           05 RS-ATTEMPTS           PIC ZZ9.
           05 FILLER                PIC X(7)   VALUE "  CODE ".
           05 RS-CODE               PIC X(1).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RS-REASON             PIC X(30).

       01 RPT-PEND-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 FILLER                PIC X(6)   VALUE "KEYED ".
           05 RPD-ENTRY-DATE        PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RPD-ENTRY-TIME        PIC X(11).
           05 FILLER                PIC X(4)   VALUE " BY ".
           05 RPD-MAKER-ID          PIC X(8).
           05 FILLER                PIC X(7)   VALUE "  CODE ".
           05 RPD-CODE              PIC X(1).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RPD-STATUS            PIC X(8).
           05 RPD-DECIDED-LABEL     PIC X(4).
           05 RPD-CHECKER-ID        PIC X(8).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RPD-DECIDED-DATE      PIC X(10).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RPD-DECLINE-REASON    PIC X(30).

       01 RPT-HH-LINE.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 FILLER                PIC X(10)  VALUE "HOUSEHOLD ".
           05 RHH-KEY               PIC 9(7).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RHH-ROLE              PIC X(9).

       01 RPT-IMAGE-1.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 RI1-LABEL             PIC X(8).
           05 RI1-NAME              PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-SIN               PIC X(9).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-STATE             PIC X(2).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-COUNTRY           PIC X(6).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-POST-CODE         PIC X(6).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-TEL               PIC X(12).
           05 FILLER                PIC X(3)   VALUE " M=".
           05 RI1-SEND-MAIL         PIC X(1).
           05 FILLER                PIC X(3)   VALUE " E=".
           05 RI1-SEND-EMAIL        PIC X(1).

       01 RPT-IMAGE-2.
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 FILLER                PIC X(8)   VALUE SPACE.
           05 RI2-ADDR1             PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI2-ADDR2             PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI2-EMAIL             PIC X(30).

       01 RPT-ERASE-LINE.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-PID                PIC X(5).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-STATUS             PIC X(20).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-HIST-ROWS          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-LEDGER-ROWS        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-HARC-RECS          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-CARC-RECS          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-SUSP-RECS          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-PEND-RECS          PIC Z,ZZZ,ZZ9.

       01 RPT-TRAILER.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT-COUNT-1            PIC ZZZ,ZZZ,ZZ9.
           05 RT-LABEL-1            PIC X(20).
           05 RT-COUNT-2            PIC ZZZ,ZZZ,ZZ9.
           05 RT-LABEL-2            PIC X(15).

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> report lines are staged here rather than in the FD record
      *> area so a page break (which writes the headings through the
      *> record area) cannot clobber the line being printed
       01 WS-PRINT-LINE             PIC X(132) VALUE SPACE.

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM35".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
       01 WS-RC-FUNCTION           PIC X(1).
       01 WS-RC-PROGRAM            PIC X(10) VALUE "PROGRAM35".
       01 WS-RC-ROW-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RC-RETCODE            PIC 9(2)  VALUE ZERO.
       01 WS-RC-RESULT-SW          PIC X(1)  VALUE "Y".
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKCUST END-EXEC.
            EXEC SQL INCLUDE BNKCUSTH END-EXEC.
            EXEC SQL INCLUDE BNKCONSNT END-EXEC.
            EXEC SQL INCLUDE BNKHOLD END-EXEC.
            EXEC SQL INCLUDE BNKCONTL END-EXEC.

            01 WS-SUBJ-PID-HV     PIC X(5).
            01 WS-MATCH-PID-HV    PIC X(5).
            01 WS-SIN-HV          PIC X(9).
            01 WS-ON-FILE-COUNT   PIC S9(9) COMP-5.
            01 WS-HIST-ROW-COUNT  PIC S9(9) COMP-5.
            01 WS-LEDGER-COUNT    PIC S9(9) COMP-5.
      *> the placeholders an erased customer's details are
      *> overwritten with - a field that was blank stays blank
            01 WS-ERASED-TEXT     PIC X(6)  VALUE "ERASED".
            01 WS-ERASED-SIN      PIC X(9)  VALUE ALL "*".
            01 WS-ERASED-STATE    PIC X(2)  VALUE "**".

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

      *> an erasure rewrites BNKCUSTH, the suspense file and the
      *> approval queue, so like every reader of the customer data
      *> this waits for a maintenance run to finish
           MOVE "C" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           IF RUN-HELD-BY-MAINT
               DISPLAY "PROGRAM35 HELD - BNKCUST MAINTENANCE "
                   "IN PROGRESS - RERUN AFTER PROGRAM5 ENDS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           PERFORM Initialize-Run

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           PERFORM Load-Requests
           PERFORM Resolve-Request-Sins

           IF ACCESS-MODE
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
                   PERFORM Print-Dossier
               END-PERFORM
           ELSE
               PERFORM Erase-Purged-Customers
           END-IF

           PERFORM Write-Privacy-Trailer
           CLOSE PRIV-RPT

           MOVE WS-SUBJ-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           EXIT PROGRAM.
           STOP RUN.

       Initialize-Run Section.

           OPEN INPUT PRIV-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "ERROR - PRIVRQST.CTL OPEN FAILED - STATUS "
                   WS-CTL-FILE-STATUS
               PERFORM Abend-Request-Run
           END-IF

           MOVE SPACES TO WS-RUN-MODE
           READ PRIV-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PC-MODE TO WS-RUN-MODE
           END-READ
           CLOSE PRIV-CTL-FILE

           IF NOT ACCESS-MODE AND NOT ERASURE-MODE
               DISPLAY "ERROR - PRIVRQST.CTL MODE '" WS-RUN-MODE
                   "' INVALID - USE A (ACCESS) OR E (ERASURE)"
               PERFORM Abend-Request-Run
           END-IF

           OPEN INPUT RQST-FILE
           IF NOT RQST-FILE-OK
               DISPLAY "ERROR - PRIVRQST.TRN OPEN FAILED - STATUS "
                   WS-RQST-FILE-STATUS
               PERFORM Abend-Request-Run
           END-IF

           OPEN OUTPUT PRIV-RPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           MOVE SPACES TO WS-RUN-DATE-FMT
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-FMT
           END-STRING
           MOVE SPACES TO WS-RUN-TIME-FMT
           STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
               WS-RUN-TIME-SS DELIMITED BY SIZE
               INTO WS-RUN-TIME-FMT
           END-STRING
           MOVE WS-RUN-DATE-FMT TO RH1-RUN-DATE

           IF ACCESS-MODE
               MOVE "ACCESS"  TO RH1B-MODE
           ELSE
               MOVE "ERASURE" TO RH1B-MODE
           END-IF

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-RQST-COUNT
           MOVE ZERO TO WS-SUBJ-COUNT
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ERASED-COUNT
           MOVE ZERO TO WS-REFUSED-COUNT
           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

      *> a PID on the request is taken as it stands - a customer
      *> with nothing held anywhere still gets a dossier saying so
       Load-Requests Section.

           PERFORM UNTIL RQST-AT-EOF
               READ RQST-FILE
                   AT END
                       SET RQST-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RQST-READ-COUNT
                       PERFORM Load-One-Request
               END-READ
           END-PERFORM

           CLOSE RQST-FILE.

       Load-One-Request Section.

           IF RQ-PID = SPACES AND RQ-SIN = SPACES
               DISPLAY "WARNING - PRIVRQST.TRN RECORD "
                   WS-RQST-READ-COUNT " HAS NO PID OR SIN - SKIPPED"
           ELSE
               IF WS-RQST-COUNT >= WS-RQST-MAX
                   DISPLAY "ERROR - MORE THAN " WS-RQST-MAX
                       " PRIVACY REQUESTS"
                   PERFORM Abend-Request-Run
               END-IF
               ADD 1 TO WS-RQST-COUNT
               MOVE RQ-PID TO RQT-PID(WS-RQST-COUNT)
               MOVE RQ-SIN TO RQT-SIN(WS-RQST-COUNT)
               MOVE ZERO   TO RQT-HIT-COUNT(WS-RQST-COUNT)
               IF RQ-PID NOT = SPACES
                   MOVE RQ-PID TO WS-FIND-PID
                   MOVE SPACES TO WS-ADD-BY-SIN
                   PERFORM Add-Subject
               END-IF
           END-IF.

      *> a SIN finds every PID that has ever carried it - the live
      *> row, either side of a history event, an archived image or
      *> a transaction still sitting in suspense or on the queue
       Resolve-Request-Sins Section.

           PERFORM VARYING WS-RQST-IDX FROM 1 BY 1
                   UNTIL WS-RQST-IDX > WS-RQST-COUNT
               IF RQT-SIN(WS-RQST-IDX) NOT = SPACES
                   PERFORM Match-Sin-In-Tables
               END-IF
           END-PERFORM

           PERFORM Match-Sins-In-Hist-Archive
           PERFORM Match-Sins-In-Cust-Archive
           PERFORM Match-Sins-In-Suspense
           PERFORM Match-Sins-In-Pending

           PERFORM VARYING WS-RQST-IDX FROM 1 BY 1
                   UNTIL WS-RQST-IDX > WS-RQST-COUNT
               IF RQT-SIN(WS-RQST-IDX) NOT = SPACES
                   MOVE RQT-SIN(WS-RQST-IDX) TO WS-SM-SIN-IN
                   PERFORM Mask-Sin
                   MOVE WS-SM-SIN-OUT TO RSL-SIN
                   IF RQT-HIT-COUNT(WS-RQST-IDX) = ZERO
                       MOVE "NO CUSTOMER FOUND" TO RSL-RESULT
                   ELSE
                       MOVE "MATCHED - SEE DOSSIERS BELOW"
                           TO RSL-RESULT
                       IF ERASURE-MODE
                           MOVE "MATCHED - SEE OUTCOMES BELOW"
                               TO RSL-RESULT
                       END-IF
                   END-IF
                   MOVE RPT-SIN-LINE TO WS-PRINT-LINE
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM.

       Match-Sin-In-Tables Section.

           MOVE RQT-SIN(WS-RQST-IDX) TO WS-SIN-HV

           EXEC SQL
           DECLARE CSR-SIN CURSOR FOR
               SELECT C.BCS_PID
                 FROM MFUSER.BNKCUST C
                WHERE C.BCS_SIN = :WS-SIN-HV
               UNION
               SELECT H.HST_PID
                 FROM MFUSER.BNKCUSTH H
                WHERE H.HST_OLD_SIN = :WS-SIN-HV
                   OR H.HST_NEW_SIN = :WS-SIN-HV
           END-EXEC
           EXEC SQL
              OPEN CSR-SIN
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-SIN INTO :WS-MATCH-PID-HV
              END-EXEC
              IF SQLCODE = 0
                  MOVE WS-MATCH-PID-HV TO WS-FIND-PID
                  PERFORM Add-Sin-Subject
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE CSR-SIN
           END-EXEC.

       Match-Sins-In-Hist-Archive Section.

           PERFORM Open-Hist-Archive

           PERFORM UNTIL HARC-AT-EOF
               READ HIST-ARCHIVE-FILE
                   AT END
                       SET HARC-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AH-HIST-IMAGE TO DCLBNKCUSTH
                       MOVE BNKCUSTH-HST-PID TO WS-FIND-PID
                       PERFORM VARYING WS-RQST-IDX FROM 1 BY 1
                               UNTIL WS-RQST-IDX > WS-RQST-COUNT
                           IF RQT-SIN(WS-RQST-IDX) NOT = SPACES
                              AND (RQT-SIN(WS-RQST-IDX)
                                     = BNKCUSTH-HST-OLD-SIN
                               OR  RQT-SIN(WS-RQST-IDX)
                                     = BNKCUSTH-HST-NEW-SIN)
                               PERFORM Add-Sin-Subject
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           IF HARC-IS-OPEN
               CLOSE HIST-ARCHIVE-FILE
           END-IF.

       Match-Sins-In-Cust-Archive Section.

           PERFORM Open-Cust-Archive

           PERFORM UNTIL CARC-AT-EOF
               READ CUST-ARCHIVE-FILE
                   AT END
                       SET CARC-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AR-CUST-IMAGE TO WS-PRINT-IMAGE
                       MOVE PI-PID TO WS-FIND-PID
                       PERFORM VARYING WS-RQST-IDX FROM 1 BY 1
                               UNTIL WS-RQST-IDX > WS-RQST-COUNT
                           IF RQT-SIN(WS-RQST-IDX) NOT = SPACES
                              AND RQT-SIN(WS-RQST-IDX) = PI-SIN
                               PERFORM Add-Sin-Subject
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           IF CARC-IS-OPEN
               CLOSE CUST-ARCHIVE-FILE
           END-IF.

       Match-Sins-In-Suspense Section.

           PERFORM Open-Suspense

           PERFORM UNTIL SUSP-AT-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET SUSP-AT-EOF TO TRUE
                   NOT AT END
                       MOVE SU-TRAN-IMAGE TO WS-SUSP-TRANS
                       MOVE ST-PID TO WS-FIND-PID
                       PERFORM VARYING WS-RQST-IDX FROM 1 BY 1
                               UNTIL WS-RQST-IDX > WS-RQST-COUNT
                           IF RQT-SIN(WS-RQST-IDX) NOT = SPACES
                              AND RQT-SIN(WS-RQST-IDX) = ST-SIN
                               PERFORM Add-Sin-Subject
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           IF SUSP-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF.

       Match-Sins-In-Pending Section.

           PERFORM Open-Pending-Input

           PERFORM UNTIL PEND-AT-EOF
               READ PENDING-FILE NEXT
                   AT END
                       SET PEND-AT-EOF TO TRUE
                   NOT AT END
                       MOVE PD-TRAN-IMAGE TO WS-SUSP-TRANS
                       MOVE ST-PID TO WS-FIND-PID
                       PERFORM VARYING WS-RQST-IDX FROM 1 BY 1
                               UNTIL WS-RQST-IDX > WS-RQST-COUNT
                           IF RQT-SIN(WS-RQST-IDX) NOT = SPACES
                              AND RQT-SIN(WS-RQST-IDX) = ST-SIN
                               PERFORM Add-Sin-Subject
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM

           IF PEND-IS-OPEN
               CLOSE PENDING-FILE
           END-IF.

       Add-Sin-Subject Section.

           ADD 1 TO RQT-HIT-COUNT(WS-RQST-IDX)
           MOVE RQT-SIN(WS-RQST-IDX) TO WS-ADD-BY-SIN
           PERFORM Add-Subject.

      *> a customer named more than once - by PID and by SIN, or by
      *> a SIN found in several stores - is still processed once
       Add-Subject Section.

           PERFORM Find-Subject

           IF WS-FOUND-IDX = ZERO
               IF WS-SUBJ-COUNT >= WS-SUBJ-MAX
                   DISPLAY "ERROR - MORE THAN " WS-SUBJ-MAX
                       " CUSTOMERS ON PRIVACY REQUESTS"
                   PERFORM Abend-Request-Run
               END-IF
               ADD 1 TO WS-SUBJ-COUNT
               MOVE WS-FIND-PID   TO SJT-PID(WS-SUBJ-COUNT)
               MOVE WS-ADD-BY-SIN TO SJT-BY-SIN(WS-SUBJ-COUNT)
               MOVE "N"    TO SJT-PURGED-SW(WS-SUBJ-COUNT)
               MOVE "N"    TO SJT-ERASE-SW(WS-SUBJ-COUNT)
               MOVE SPACES TO SJT-STATUS(WS-SUBJ-COUNT)
               MOVE ZERO   TO SJT-HIST-ROWS(WS-SUBJ-COUNT)
               MOVE ZERO   TO SJT-LEDGER-ROWS(WS-SUBJ-COUNT)
               MOVE ZERO   TO SJT-HARC-RECS(WS-SUBJ-COUNT)
               MOVE ZERO   TO SJT-CARC-RECS(WS-SUBJ-COUNT)
               MOVE ZERO   TO SJT-SUSP-RECS(WS-SUBJ-COUNT)
               MOVE ZERO   TO SJT-PEND-RECS(WS-SUBJ-COUNT)
               MOVE "N"    TO SJT-AWAITING-SW(WS-SUBJ-COUNT)
           END-IF.

       Find-Subject Section.

           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-SUBJ-COUNT
                      OR WS-FOUND-IDX > ZERO
               IF SJT-PID(WS-FIND-IDX) = WS-FIND-PID
                   MOVE WS-FIND-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------
      *> access mode - one dossier per customer, every store in
      *> the same order each time, "NONE HELD" where it has none
      *> ---------------------------------------------------------
       Print-Dossier Section.

           MOVE SJT-PID(WS-SUBJ-IDX) TO WS-SUBJ-PID-HV

           MOVE SJT-PID(WS-SUBJ-IDX) TO RCH-PID
           IF SJT-BY-SIN(WS-SUBJ-IDX) = SPACES
               MOVE SPACES TO RCH-SIN-LABEL
               MOVE SPACES TO RCH-SIN
           ELSE
               MOVE "  - REQUESTED BY SIN " TO RCH-SIN-LABEL
               MOVE SJT-BY-SIN(WS-SUBJ-IDX) TO WS-SM-SIN-IN
               PERFORM Mask-Sin
               MOVE WS-SM-SIN-OUT TO RCH-SIN
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Report-Line
           MOVE RPT-CUST-HDR TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           PERFORM List-Current-Row
           PERFORM List-Change-History
           PERFORM List-Consent-Ledger
           PERFORM List-Fraud-Holds
           PERFORM List-Contact-Ledger
           PERFORM List-History-Archive
           PERFORM List-Purge-Archive
           PERFORM List-Suspense
           PERFORM List-Pending-Approvals
           PERFORM List-Household.

       Start-Store Section.

           MOVE ZERO TO WS-STORE-ITEMS
           MOVE RPT-STORE-HDR TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

       End-Store Section.

           IF WS-STORE-ITEMS = ZERO
               MOVE RPT-NONE-HELD TO WS-PRINT-LINE
               PERFORM Write-Report-Line
           END-IF.

       List-Current-Row Section.

           MOVE "CUSTOMER TABLE (BNKCUST)" TO RSH-TITLE
           PERFORM Start-Store

           EXEC SQL
               SELECT BCS_PID, BCS_NAME, BCS_NAME_FF, BCS_SIN
                     ,BCS_ADDR1, BCS_ADDR2, BCS_STATE, BCS_COUNTRY
                     ,BCS_POST_CODE, BCS_TEL, BCS_EMAIL
                     ,BCS_SEND_MAIL, BCS_SEND_EMAIL, BCS_FILLER
                 INTO :BNKCUST-BCS-PID, :BNKCUST-BCS-NAME
                     ,:BNKCUST-BCS-NAME-FF, :BNKCUST-BCS-SIN
                     ,:BNKCUST-BCS-ADDR1, :BNKCUST-BCS-ADDR2
                     ,:BNKCUST-BCS-STATE, :BNKCUST-BCS-COUNTRY
                     ,:BNKCUST-BCS-POST-CODE, :BNKCUST-BCS-TEL
                     ,:BNKCUST-BCS-EMAIL, :BNKCUST-BCS-SEND-MAIL
                     ,:BNKCUST-BCS-SEND-EMAIL, :BNKCUST-BCS-FILLER
                 FROM MFUSER.BNKCUST
                WHERE BCS_PID = :WS-SUBJ-PID-HV
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-STORE-ITEMS
               ADD 1 TO WS-ITEM-COUNT
               MOVE DCLBNKCUST TO WS-PRINT-IMAGE
               MOVE "ON FILE:" TO WS-IMAGE-LABEL
               PERFORM Print-Image
           END-IF

           PERFORM End-Store.

       List-Change-History Section.

           MOVE "CHANGE HISTORY (BNKCUSTH)" TO RSH-TITLE
           PERFORM Start-Store

           EXEC SQL
           DECLARE CSR-HIST CURSOR FOR SELECT
                  H.HST_PID
                 ,H.HST_RUN_DATE
                 ,H.HST_RUN_TIME
                 ,H.HST_TRAN_CODE
                 ,H.HST_OLD_PID
                 ,H.HST_OLD_NAME
                 ,H.HST_OLD_NAME_FF
                 ,H.HST_OLD_SIN
                 ,H.HST_OLD_ADDR1
                 ,H.HST_OLD_ADDR2
                 ,H.HST_OLD_STATE
                 ,H.HST_OLD_COUNTRY
                 ,H.HST_OLD_POST_CODE
                 ,H.HST_OLD_TEL
                 ,H.HST_OLD_EMAIL
                 ,H.HST_OLD_SEND_MAIL
                 ,H.HST_OLD_SEND_EMAIL
                 ,H.HST_OLD_FILLER
                 ,H.HST_NEW_NAME
                 ,H.HST_NEW_SIN
                 ,H.HST_NEW_ADDR1
                 ,H.HST_NEW_ADDR2
                 ,H.HST_NEW_STATE
                 ,H.HST_NEW_COUNTRY
                 ,H.HST_NEW_POST_CODE
                 ,H.HST_NEW_TEL
                 ,H.HST_NEW_EMAIL
                 ,H.HST_NEW_SEND_MAIL
                 ,H.HST_NEW_SEND_EMAIL
                 ,H.HST_MAKER_ID
                 ,H.HST_CHECKER_ID
             FROM MFUSER.BNKCUSTH H
            WHERE H.HST_PID = :WS-SUBJ-PID-HV
            ORDER BY H.HST_RUN_DATE, H.HST_RUN_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-HIST
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-HIST INTO
                   :BNKCUSTH-HST-PID
                  ,:BNKCUSTH-HST-RUN-DATE
                  ,:BNKCUSTH-HST-RUN-TIME
                  ,:BNKCUSTH-HST-TRAN-CODE
                  ,:BNKCUSTH-HST-OLD-PID
                  ,:BNKCUSTH-HST-OLD-NAME
                  ,:BNKCUSTH-HST-OLD-NAME-FF
                  ,:BNKCUSTH-HST-OLD-SIN
                  ,:BNKCUSTH-HST-OLD-ADDR1
                  ,:BNKCUSTH-HST-OLD-ADDR2
                  ,:BNKCUSTH-HST-OLD-STATE
                  ,:BNKCUSTH-HST-OLD-COUNTRY
                  ,:BNKCUSTH-HST-OLD-POST-CODE
                  ,:BNKCUSTH-HST-OLD-TEL
                  ,:BNKCUSTH-HST-OLD-EMAIL
                  ,:BNKCUSTH-HST-OLD-SEND-MAIL
                  ,:BNKCUSTH-HST-OLD-SEND-EMAIL
                  ,:BNKCUSTH-HST-OLD-FILLER
                  ,:BNKCUSTH-HST-NEW-NAME
                  ,:BNKCUSTH-HST-NEW-SIN
                  ,:BNKCUSTH-HST-NEW-ADDR1
                  ,:BNKCUSTH-HST-NEW-ADDR2
                  ,:BNKCUSTH-HST-NEW-STATE
                  ,:BNKCUSTH-HST-NEW-COUNTRY
                  ,:BNKCUSTH-HST-NEW-POST-CODE
                  ,:BNKCUSTH-HST-NEW-TEL
                  ,:BNKCUSTH-HST-NEW-EMAIL
                  ,:BNKCUSTH-HST-NEW-SEND-MAIL
                  ,:BNKCUSTH-HST-NEW-SEND-EMAIL
                  ,:BNKCUSTH-HST-MAKER-ID
                  ,:BNKCUSTH-HST-CHECKER-ID
              END-EXEC
              IF SQLCODE = 0
                  PERFORM Print-History-Event
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE CSR-HIST
           END-EXEC

           PERFORM End-Store.

       List-Consent-Ledger Section.

           MOVE "CONSENT LEDGER (BNKCONSNT)" TO RSH-TITLE
           PERFORM Start-Store

      *> CSR-CONS returns the customer's consent events in the order
      *> they were recorded - date then time-of-day
           EXEC SQL
           DECLARE CSR-CONS CURSOR FOR SELECT
                  C.CEV_FLAG
                 ,C.CEV_OLD_VALUE
                 ,C.CEV_NEW_VALUE
                 ,C.CEV_RUN_DATE
                 ,C.CEV_RUN_TIME
                 ,C.CEV_PROGRAM
                 ,C.CEV_REASON
             FROM MFUSER.BNKCONSNT C
            WHERE C.CEV_PID = :WS-SUBJ-PID-HV
            ORDER BY C.CEV_RUN_DATE, C.CEV_RUN_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-CONS
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-CONS INTO
                   :BNKCONSNT-CEV-FLAG
                  ,:BNKCONSNT-CEV-OLD-VALUE
                  ,:BNKCONSNT-CEV-NEW-VALUE
                  ,:BNKCONSNT-CEV-RUN-DATE
                  ,:BNKCONSNT-CEV-RUN-TIME
                  ,:BNKCONSNT-CEV-PROGRAM
                  ,:BNKCONSNT-CEV-REASON
              END-EXEC
              IF SQLCODE = 0
                  ADD 1 TO WS-STORE-ITEMS
                  ADD 1 TO WS-ITEM-COUNT
                  MOVE BNKCONSNT-CEV-RUN-DATE  TO RC-RUN-DATE
                  MOVE BNKCONSNT-CEV-RUN-TIME  TO RC-RUN-TIME
                  MOVE BNKCONSNT-CEV-FLAG      TO RC-FLAG
                  MOVE BNKCONSNT-CEV-OLD-VALUE TO RC-OLD-VALUE
                  MOVE BNKCONSNT-CEV-NEW-VALUE TO RC-NEW-VALUE
                  MOVE BNKCONSNT-CEV-PROGRAM   TO RC-PROGRAM
                  MOVE BNKCONSNT-CEV-REASON    TO RC-REASON
                  MOVE RPT-CONSENT-LINE TO WS-PRINT-LINE
                  PERFORM Write-Report-Line
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE CSR-CONS
           END-EXEC

           PERFORM End-Store.

       List-Fraud-Holds Section.

           MOVE "FRAUD HOLDS (BNKHOLD)" TO RSH-TITLE
           PERFORM Start-Store

      *> CSR-HOLDS returns every hold episode for the customer, the
      *> open one (if any) last since it was set most recently
           EXEC SQL
           DECLARE CSR-HOLDS CURSOR FOR SELECT
                  H.HLD_STATUS
                 ,H.HLD_SET_DATE
                 ,H.HLD_SET_TIME
                 ,H.HLD_SET_BY
                 ,H.HLD_REASON
                 ,H.HLD_CLEAR_DATE
                 ,H.HLD_CLEAR_TIME
                 ,H.HLD_CLEAR_BY
             FROM MFUSER.BNKHOLD H
            WHERE H.HLD_PID = :WS-SUBJ-PID-HV
            ORDER BY H.HLD_SET_DATE, H.HLD_SET_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-HOLDS
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-HOLDS INTO
                   :BNKHOLD-HLD-STATUS
                  ,:BNKHOLD-HLD-SET-DATE
                  ,:BNKHOLD-HLD-SET-TIME
                  ,:BNKHOLD-HLD-SET-BY
                  ,:BNKHOLD-HLD-REASON
                  ,:BNKHOLD-HLD-CLEAR-DATE
                  ,:BNKHOLD-HLD-CLEAR-TIME
                  ,:BNKHOLD-HLD-CLEAR-BY
              END-EXEC
              IF SQLCODE = 0
                  ADD 1 TO WS-STORE-ITEMS
                  ADD 1 TO WS-ITEM-COUNT
                  MOVE BNKHOLD-HLD-SET-DATE TO RHD-SET-DATE
                  MOVE BNKHOLD-HLD-SET-TIME TO RHD-SET-TIME
                  MOVE BNKHOLD-HLD-SET-BY   TO RHD-SET-BY
                  MOVE BNKHOLD-HLD-REASON   TO RHD-REASON
                  IF BNKHOLD-HLD-STATUS = "H"
                      MOVE "HELD"    TO RHD-STATUS
                      MOVE SPACES    TO RHD-CLEAR-LABEL
                      MOVE SPACES    TO RHD-CLEAR-DATE
                      MOVE SPACES    TO RHD-CLEAR-TIME
                      MOVE SPACES    TO RHD-CLEAR-BY-LABEL
                      MOVE SPACES    TO RHD-CLEAR-BY
                  ELSE
                      MOVE "CLEARED" TO RHD-STATUS
                      MOVE "CLEARED " TO RHD-CLEAR-LABEL
                      MOVE BNKHOLD-HLD-CLEAR-DATE TO RHD-CLEAR-DATE
                      MOVE BNKHOLD-HLD-CLEAR-TIME TO RHD-CLEAR-TIME
                      MOVE " BY " TO RHD-CLEAR-BY-LABEL
                      MOVE BNKHOLD-HLD-CLEAR-BY   TO RHD-CLEAR-BY
                  END-IF
                  MOVE RPT-HOLD-LINE TO WS-PRINT-LINE
                  PERFORM Write-Report-Line
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE CSR-HOLDS
           END-EXEC

           PERFORM End-Store.

       List-Contact-Ledger Section.

           MOVE "CONTACT LEDGER (BNKCONTL)" TO RSH-TITLE
           PERFORM Start-Store

           EXEC SQL
           DECLARE CSR-CONTACTS CURSOR FOR SELECT
                  L.CNL_CONTACT_DATE
                 ,L.CNL_CONTACT_TIME
                 ,L.CNL_CHANNEL
                 ,L.CNL_PURPOSE
                 ,L.CNL_PROGRAM
                 ,L.CNL_FEED_NAME
                 ,L.CNL_CYCLE_NO
             FROM MFUSER.BNKCONTL L
            WHERE L.CNL_PID = :WS-SUBJ-PID-HV
            ORDER BY L.CNL_CONTACT_DATE, L.CNL_CONTACT_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-CONTACTS
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-CONTACTS INTO
                   :BNKCONTL-CNL-CONTACT-DATE
                  ,:BNKCONTL-CNL-CONTACT-TIME
                  ,:BNKCONTL-CNL-CHANNEL
                  ,:BNKCONTL-CNL-PURPOSE
                  ,:BNKCONTL-CNL-PROGRAM
                  ,:BNKCONTL-CNL-FEED-NAME
                  ,:BNKCONTL-CNL-CYCLE-NO
              END-EXEC
              IF SQLCODE = 0
                  ADD 1 TO WS-STORE-ITEMS
                  ADD 1 TO WS-ITEM-COUNT
                  MOVE BNKCONTL-CNL-CONTACT-DATE TO RCL-CONTACT-DATE
                  MOVE BNKCONTL-CNL-CONTACT-TIME TO RCL-CONTACT-TIME
                  EVALUATE BNKCONTL-CNL-CHANNEL
                      WHEN "M"
                          MOVE "MAIL"     TO RCL-CHANNEL
                      WHEN "E"
                          MOVE "EMAIL"    TO RCL-CHANNEL
                      WHEN "C"
                          MOVE "CAMPAIGN" TO RCL-CHANNEL
                      WHEN OTHER
                          MOVE BNKCONTL-CNL-CHANNEL TO RCL-CHANNEL
                  END-EVALUATE
                  EVALUATE BNKCONTL-CNL-PURPOSE
                      WHEN "M"
                          MOVE "MARKETING"  TO RCL-PURPOSE
                      WHEN "R"
                          MOVE "REGULATORY" TO RCL-PURPOSE
                      WHEN "S"
                          MOVE "SERVICE"    TO RCL-PURPOSE
                      WHEN OTHER
                          MOVE BNKCONTL-CNL-PURPOSE TO RCL-PURPOSE
                  END-EVALUATE
                  MOVE BNKCONTL-CNL-PROGRAM   TO RCL-PROGRAM
                  MOVE BNKCONTL-CNL-FEED-NAME TO RCL-FEED-NAME
                  MOVE BNKCONTL-CNL-CYCLE-NO  TO RCL-CYCLE-NO
                  MOVE RPT-CONTACT-LINE TO WS-PRINT-LINE
                  PERFORM Write-Report-Line
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE CSR-CONTACTS
           END-EXEC

           PERFORM End-Store.

       List-History-Archive Section.

           MOVE "ARCHIVED HISTORY (HISTARCH.DAT)" TO RSH-TITLE
           PERFORM Start-Store

           PERFORM Open-Hist-Archive

           PERFORM UNTIL HARC-AT-EOF
               READ HIST-ARCHIVE-FILE
                   AT END
                       SET HARC-AT-EOF TO TRUE
                   NOT AT END
                       IF AH-HIST-IMAGE(1:5) = SJT-PID(WS-SUBJ-IDX)
                           MOVE AH-HIST-IMAGE TO DCLBNKCUSTH
                           PERFORM Print-History-Event
                       END-IF
               END-READ
           END-PERFORM

           IF HARC-IS-OPEN
               CLOSE HIST-ARCHIVE-FILE
           END-IF

           PERFORM End-Store.

       List-Purge-Archive Section.

           MOVE "PURGE ARCHIVE (CUSTARCH.DAT)" TO RSH-TITLE
           PERFORM Start-Store

           PERFORM Open-Cust-Archive

           PERFORM UNTIL CARC-AT-EOF
               READ CUST-ARCHIVE-FILE
                   AT END
                       SET CARC-AT-EOF TO TRUE
                   NOT AT END
                       IF AR-CUST-IMAGE(1:5) = SJT-PID(WS-SUBJ-IDX)
                           ADD 1 TO WS-STORE-ITEMS
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE AR-RUN-DATE TO RP-RUN-DATE
                           MOVE RPT-PURGE-LINE TO WS-PRINT-LINE
                           PERFORM Write-Report-Line
                           MOVE AR-CUST-IMAGE TO WS-PRINT-IMAGE
                           MOVE "IMAGE : " TO WS-IMAGE-LABEL
                           PERFORM Print-Image
                       END-IF
               END-READ
           END-PERFORM

           IF CARC-IS-OPEN
               CLOSE CUST-ARCHIVE-FILE
           END-IF

           PERFORM End-Store.

       List-Suspense Section.

           MOVE "MAINTENANCE SUSPENSE (CUSTSUSP.DAT)" TO RSH-TITLE
           PERFORM Start-Store

           PERFORM Open-Suspense

           PERFORM UNTIL SUSP-AT-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET SUSP-AT-EOF TO TRUE
                   NOT AT END
                       MOVE SU-TRAN-IMAGE TO WS-SUSP-TRANS
                       IF ST-PID = SJT-PID(WS-SUBJ-IDX)
                           PERFORM Print-Suspense-Entry
                       END-IF
               END-READ
           END-PERFORM

           IF SUSP-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF

           PERFORM End-Store.

       Print-Suspense-Entry Section.

           ADD 1 TO WS-STORE-ITEMS
           ADD 1 TO WS-ITEM-COUNT

           MOVE SU-FIRST-DATE  TO RS-FIRST-DATE
           MOVE SU-ATTEMPT-CNT TO RS-ATTEMPTS
           MOVE ST-CODE        TO RS-CODE
           MOVE SU-REASON      TO RS-REASON
           MOVE RPT-SUSP-LINE TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE SPACES        TO WS-PRINT-IMAGE
           MOVE ST-PID        TO PI-PID
           MOVE ST-NAME       TO PI-NAME
           MOVE ST-SIN        TO PI-SIN
           MOVE ST-ADDR1      TO PI-ADDR1
           MOVE ST-ADDR2      TO PI-ADDR2
           MOVE ST-STATE      TO PI-STATE
           MOVE ST-COUNTRY    TO PI-COUNTRY
           MOVE ST-POST-CODE  TO PI-POST-CODE
           MOVE ST-TEL        TO PI-TEL
           MOVE ST-EMAIL      TO PI-EMAIL
           MOVE ST-SEND-MAIL  TO PI-SEND-MAIL
           MOVE ST-SEND-EMAIL TO PI-SEND-EMAIL
           MOVE "KEYED : " TO WS-IMAGE-LABEL
           PERFORM Print-Image.

      *> every entry the desk keyed for the customer, whatever the
      *> supervisor has done with it - the queue is never cleared
       List-Pending-Approvals Section.

           MOVE "DESK APPROVAL QUEUE (CUSTPEND.DAT)" TO RSH-TITLE
           PERFORM Start-Store

           PERFORM Open-Pending-Input

           PERFORM UNTIL PEND-AT-EOF
               READ PENDING-FILE NEXT
                   AT END
                       SET PEND-AT-EOF TO TRUE
                   NOT AT END
                       MOVE PD-TRAN-IMAGE TO WS-SUSP-TRANS
                       IF ST-PID = SJT-PID(WS-SUBJ-IDX)
                           PERFORM Print-Pending-Entry
                       END-IF
               END-READ
           END-PERFORM

           IF PEND-IS-OPEN
               CLOSE PENDING-FILE
           END-IF

           PERFORM End-Store.

       Print-Pending-Entry Section.

           ADD 1 TO WS-STORE-ITEMS
           ADD 1 TO WS-ITEM-COUNT

           MOVE PD-ENTRY-DATE  TO RPD-ENTRY-DATE
           MOVE PD-ENTRY-TIME  TO RPD-ENTRY-TIME
           MOVE PD-MAKER-ID    TO RPD-MAKER-ID
           MOVE ST-CODE        TO RPD-CODE
           EVALUATE TRUE
               WHEN PD-AWAITING-DECISION
                   MOVE "PENDING"  TO RPD-STATUS
                   MOVE SPACES     TO RPD-DECIDED-LABEL
                   MOVE SPACES     TO RPD-CHECKER-ID
                   MOVE SPACES     TO RPD-DECIDED-DATE
               WHEN PD-RELEASED
                   MOVE "RELEASED" TO RPD-STATUS
                   MOVE " BY "     TO RPD-DECIDED-LABEL
                   MOVE PD-CHECKER-ID   TO RPD-CHECKER-ID
                   MOVE PD-DECIDED-DATE TO RPD-DECIDED-DATE
               WHEN OTHER
                   MOVE "DECLINED" TO RPD-STATUS
                   MOVE " BY "     TO RPD-DECIDED-LABEL
                   MOVE PD-CHECKER-ID   TO RPD-CHECKER-ID
                   MOVE PD-DECIDED-DATE TO RPD-DECIDED-DATE
           END-EVALUATE
           MOVE PD-DECLINE-REASON TO RPD-DECLINE-REASON
           MOVE RPT-PEND-LINE TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE SPACES        TO WS-PRINT-IMAGE
           MOVE ST-PID        TO PI-PID
           MOVE ST-NAME       TO PI-NAME
           MOVE ST-SIN        TO PI-SIN
           MOVE ST-ADDR1      TO PI-ADDR1
           MOVE ST-ADDR2      TO PI-ADDR2
           MOVE ST-STATE      TO PI-STATE
           MOVE ST-COUNTRY    TO PI-COUNTRY
           MOVE ST-POST-CODE  TO PI-POST-CODE
           MOVE ST-TEL        TO PI-TEL
           MOVE ST-EMAIL      TO PI-EMAIL
           MOVE ST-SEND-MAIL  TO PI-SEND-MAIL
           MOVE ST-SEND-EMAIL TO PI-SEND-EMAIL
           MOVE "KEYED : " TO WS-IMAGE-LABEL
           PERFORM Print-Image.

       List-Household Section.

           MOVE "HOUSEHOLDING (HSEHOLD.DAT)" TO RSH-TITLE
           PERFORM Start-Store

           PERFORM Open-Household

           PERFORM UNTIL HH-AT-EOF
               READ HOUSEHOLD-FILE
                   AT END
                       SET HH-AT-EOF TO TRUE
                   NOT AT END
                       IF HH-PID = SJT-PID(WS-SUBJ-IDX)
                           ADD 1 TO WS-STORE-ITEMS
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE HH-KEY TO RHH-KEY
                           IF HH-ADDRESSEE-SW = "Y"
                               MOVE "ADDRESSEE" TO RHH-ROLE
                           ELSE
                               MOVE "MEMBER"    TO RHH-ROLE
                           END-IF
                           MOVE RPT-HH-LINE TO WS-PRINT-LINE
                           PERFORM Write-Report-Line
                       END-IF
               END-READ
           END-PERFORM

           IF HH-IS-OPEN
               CLOSE HOUSEHOLD-FILE
           END-IF

           PERFORM End-Store.

       Print-History-Event Section.

           ADD 1 TO WS-STORE-ITEMS
           ADD 1 TO WS-ITEM-COUNT

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

           MOVE SPACES                      TO WS-PRINT-IMAGE
           MOVE BNKCUSTH-HST-OLD-NAME       TO PI-NAME
           MOVE BNKCUSTH-HST-OLD-SIN        TO PI-SIN
           MOVE BNKCUSTH-HST-OLD-ADDR1      TO PI-ADDR1
           MOVE BNKCUSTH-HST-OLD-ADDR2      TO PI-ADDR2
           MOVE BNKCUSTH-HST-OLD-STATE      TO PI-STATE
           MOVE BNKCUSTH-HST-OLD-COUNTRY    TO PI-COUNTRY
           MOVE BNKCUSTH-HST-OLD-POST-CODE  TO PI-POST-CODE
           MOVE BNKCUSTH-HST-OLD-TEL        TO PI-TEL
           MOVE BNKCUSTH-HST-OLD-EMAIL      TO PI-EMAIL
           MOVE BNKCUSTH-HST-OLD-SEND-MAIL  TO PI-SEND-MAIL
           MOVE BNKCUSTH-HST-OLD-SEND-EMAIL TO PI-SEND-EMAIL
           MOVE "BEFORE: " TO WS-IMAGE-LABEL
           PERFORM Print-Image

           MOVE SPACES                      TO WS-PRINT-IMAGE
           MOVE BNKCUSTH-HST-NEW-NAME       TO PI-NAME
           MOVE BNKCUSTH-HST-NEW-SIN        TO PI-SIN
           MOVE BNKCUSTH-HST-NEW-ADDR1      TO PI-ADDR1
           MOVE BNKCUSTH-HST-NEW-ADDR2      TO PI-ADDR2
           MOVE BNKCUSTH-HST-NEW-STATE      TO PI-STATE
           MOVE BNKCUSTH-HST-NEW-COUNTRY    TO PI-COUNTRY
           MOVE BNKCUSTH-HST-NEW-POST-CODE  TO PI-POST-CODE
           MOVE BNKCUSTH-HST-NEW-TEL        TO PI-TEL
           MOVE BNKCUSTH-HST-NEW-EMAIL      TO PI-EMAIL
           MOVE BNKCUSTH-HST-NEW-SEND-MAIL  TO PI-SEND-MAIL
           MOVE BNKCUSTH-HST-NEW-SEND-EMAIL TO PI-SEND-EMAIL
           MOVE "AFTER : " TO WS-IMAGE-LABEL
           PERFORM Print-Image.

       Print-Image Section.

           MOVE WS-IMAGE-LABEL TO RI1-LABEL
           MOVE PI-NAME        TO RI1-NAME
           MOVE PI-SIN         TO WS-SM-SIN-IN
           PERFORM Mask-Sin
           MOVE WS-SM-SIN-OUT  TO RI1-SIN
           MOVE PI-STATE       TO RI1-STATE
           MOVE PI-COUNTRY     TO RI1-COUNTRY
           MOVE PI-POST-CODE   TO RI1-POST-CODE
           MOVE PI-TEL         TO RI1-TEL
           MOVE PI-SEND-MAIL   TO RI1-SEND-MAIL
           MOVE PI-SEND-EMAIL  TO RI1-SEND-EMAIL
           MOVE RPT-IMAGE-1 TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE PI-ADDR1       TO RI2-ADDR1
           MOVE PI-ADDR2       TO RI2-ADDR2
           MOVE PI-EMAIL       TO RI2-EMAIL
           MOVE RPT-IMAGE-2 TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

      *> ---------------------------------------------------------
      *> erasure mode - only a customer who has already been
      *> purged is erased. Anyone still on BNKCUST is refused: the
      *> live row is still being used, and erasing its history
      *> would leave the row with no trail behind it.
      *> ---------------------------------------------------------
       Erase-Purged-Customers Section.

           PERFORM Mark-Purged-Customers
           PERFORM Mark-Awaiting-Customers

           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               PERFORM Check-Erasure-Allowed
           END-PERFORM

           IF WS-ERASED-COUNT > ZERO
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
                   IF SJT-TO-ERASE(WS-SUBJ-IDX)
                       PERFORM Erase-Change-History
                   END-IF
               END-PERFORM
               PERFORM Erase-History-Archive
               PERFORM Erase-Purge-Archive
               PERFORM Erase-Suspense
               PERFORM Erase-Pending-Queue
           END-IF

      *> the register is written once every store has been done,
      *> so an entry on it means the erasure is complete
           PERFORM Open-Erasure-Log
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               PERFORM Record-Erasure-Outcome
           END-PERFORM
           CLOSE ERASURE-LOG.

       Mark-Purged-Customers Section.

           PERFORM Open-Cust-Archive

           PERFORM UNTIL CARC-AT-EOF
               READ CUST-ARCHIVE-FILE
                   AT END
                       SET CARC-AT-EOF TO TRUE
                   NOT AT END
                       MOVE AR-CUST-IMAGE(1:5) TO WS-FIND-PID
                       PERFORM Find-Subject
                       IF WS-FOUND-IDX > ZERO
                           MOVE "Y" TO SJT-PURGED-SW(WS-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM

           IF CARC-IS-OPEN
               CLOSE CUST-ARCHIVE-FILE
           END-IF.

      *> an entry still awaiting a decision may yet be released
      *> to maintenance, so its image is left for the supervisor
       Mark-Awaiting-Customers Section.

           PERFORM Open-Pending-Input

           PERFORM UNTIL PEND-AT-EOF
               READ PENDING-FILE NEXT
                   AT END
                       SET PEND-AT-EOF TO TRUE
                   NOT AT END
                       IF PD-AWAITING-DECISION
                           MOVE PD-TRAN-IMAGE(2:5) TO WS-FIND-PID
                           PERFORM Find-Subject
                           IF WS-FOUND-IDX > ZERO
                               MOVE "Y"
                                   TO SJT-AWAITING-SW(WS-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF PEND-IS-OPEN
               CLOSE PENDING-FILE
           END-IF.

       Check-Erasure-Allowed Section.

           MOVE SJT-PID(WS-SUBJ-IDX) TO WS-SUBJ-PID-HV

           EXEC SQL
               SELECT COUNT(*) INTO :WS-ON-FILE-COUNT
                 FROM MFUSER.BNKCUST
                WHERE BCS_PID = :WS-SUBJ-PID-HV
           END-EXEC

           EVALUATE TRUE
               WHEN WS-ON-FILE-COUNT > 0
                   MOVE "REFUSED - ON FILE" TO SJT-STATUS(WS-SUBJ-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT SJT-IS-PURGED(WS-SUBJ-IDX)
                   MOVE "REFUSED - NOT PURGED"
                       TO SJT-STATUS(WS-SUBJ-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN SJT-IS-AWAITING(WS-SUBJ-IDX)
                   MOVE "REFUSED - UNDECIDED"
                       TO SJT-STATUS(WS-SUBJ-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   MOVE "Y" TO SJT-ERASE-SW(WS-SUBJ-IDX)
                   MOVE "ERASED" TO SJT-STATUS(WS-SUBJ-IDX)
                   ADD 1 TO WS-ERASED-COUNT
           END-EVALUATE.

      *> the consent ledger is counted for the register but not
      *> changed - it holds nothing but the PID, the flag values and
      *> where and when they changed
       Erase-Change-History Section.

           MOVE SJT-PID(WS-SUBJ-IDX) TO WS-SUBJ-PID-HV

           EXEC SQL
               SELECT COUNT(*) INTO :WS-HIST-ROW-COUNT
                 FROM MFUSER.BNKCUSTH
                WHERE HST_PID = :WS-SUBJ-PID-HV
           END-EXEC
           MOVE WS-HIST-ROW-COUNT TO SJT-HIST-ROWS(WS-SUBJ-IDX)

           EXEC SQL
               SELECT COUNT(*) INTO :WS-LEDGER-COUNT
                 FROM MFUSER.BNKCONSNT
                WHERE CEV_PID = :WS-SUBJ-PID-HV
           END-EXEC
           MOVE WS-LEDGER-COUNT TO SJT-LEDGER-ROWS(WS-SUBJ-IDX)

           IF WS-HIST-ROW-COUNT > 0
               EXEC SQL
                   UPDATE MFUSER.BNKCUSTH
                      SET HST_OLD_NAME = CASE WHEN HST_OLD_NAME = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_OLD_NAME_FF = CASE
                              WHEN HST_OLD_NAME_FF = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_OLD_SIN = CASE WHEN HST_OLD_SIN = ' '
                              THEN ' ' ELSE :WS-ERASED-SIN END
                         ,HST_OLD_ADDR1 = CASE WHEN HST_OLD_ADDR1 = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_OLD_ADDR2 = CASE WHEN HST_OLD_ADDR2 = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_OLD_STATE = CASE WHEN HST_OLD_STATE = ' '
                              THEN ' ' ELSE :WS-ERASED-STATE END
                         ,HST_OLD_COUNTRY = CASE
                              WHEN HST_OLD_COUNTRY = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_OLD_POST_CODE = CASE
                              WHEN HST_OLD_POST_CODE = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_OLD_TEL = CASE WHEN HST_OLD_TEL = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_OLD_EMAIL = CASE WHEN HST_OLD_EMAIL = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_NEW_NAME = CASE WHEN HST_NEW_NAME = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_NEW_SIN = CASE WHEN HST_NEW_SIN = ' '
                              THEN ' ' ELSE :WS-ERASED-SIN END
                         ,HST_NEW_ADDR1 = CASE WHEN HST_NEW_ADDR1 = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_NEW_ADDR2 = CASE WHEN HST_NEW_ADDR2 = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_NEW_STATE = CASE WHEN HST_NEW_STATE = ' '
                              THEN ' ' ELSE :WS-ERASED-STATE END
                         ,HST_NEW_COUNTRY = CASE
                              WHEN HST_NEW_COUNTRY = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_NEW_POST_CODE = CASE
                              WHEN HST_NEW_POST_CODE = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_NEW_TEL = CASE WHEN HST_NEW_TEL = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                         ,HST_NEW_EMAIL = CASE WHEN HST_NEW_EMAIL = ' '
                              THEN ' ' ELSE :WS-ERASED-TEXT END
                    WHERE HST_PID = :WS-SUBJ-PID-HV
               END-EXEC
           END-IF.

      *> the archives are cumulative and can be large, so rather
      *> than hold one in storage it is copied to PRIVWORK.TMP with
      *> the placeholders in and then copied back. If the copy back
      *> fails part way, PRIVWORK.TMP still holds the whole archive.
       Erase-History-Archive Section.

           MOVE ZERO TO WS-CHANGED-COUNT
           PERFORM Open-Hist-Archive

           IF HARC-IS-OPEN
               PERFORM Open-Work-Output
               PERFORM UNTIL HARC-AT-EOF
                   READ HIST-ARCHIVE-FILE
                       AT END
                           SET HARC-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM Erase-One-History-Image
                   END-READ
               END-PERFORM
               CLOSE HIST-ARCHIVE-FILE
               CLOSE WORK-FILE
           END-IF

           IF WS-CHANGED-COUNT > ZERO
               OPEN OUTPUT HIST-ARCHIVE-FILE
               IF NOT HARC-FILE-OK
                   DISPLAY "ERROR - HISTARCH.DAT OPEN FAILED - "
                       "STATUS " WS-HARC-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
               PERFORM Open-Work-Input
               PERFORM UNTIL WORK-AT-EOF
                   READ WORK-FILE
                       AT END
                           SET WORK-AT-EOF TO TRUE
                       NOT AT END
                           MOVE WK-IMAGE TO AH-HIST-IMAGE
                           WRITE HIST-ARCHIVE-RECORD
                           IF NOT HARC-FILE-OK
                               DISPLAY "ERROR - HISTARCH.DAT WRITE "
                                   "FAILED - STATUS "
                                   WS-HARC-FILE-STATUS
                                   " - FULL COPY IS ON PRIVWORK.TMP"
                               PERFORM Abend-Request-Run
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE HIST-ARCHIVE-FILE
           END-IF.

       Erase-One-History-Image Section.

           MOVE AH-HIST-IMAGE TO WK-IMAGE
           MOVE AH-HIST-IMAGE(1:5) TO WS-FIND-PID
           PERFORM Find-Subject

           IF WS-FOUND-IDX > ZERO
               IF SJT-TO-ERASE(WS-FOUND-IDX)
                   MOVE AH-HIST-IMAGE TO DCLBNKCUSTH
                   PERFORM Erase-History-Fields
                   MOVE DCLBNKCUSTH TO WK-IMAGE
                   ADD 1 TO SJT-HARC-RECS(WS-FOUND-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF

           PERFORM Write-Work-Record.

       Erase-Purge-Archive Section.

           MOVE ZERO TO WS-CHANGED-COUNT
           PERFORM Open-Cust-Archive

           IF CARC-IS-OPEN
               PERFORM Open-Work-Output
               PERFORM UNTIL CARC-AT-EOF
                   READ CUST-ARCHIVE-FILE
                       AT END
                           SET CARC-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM Erase-One-Purge-Image
                   END-READ
               END-PERFORM
               CLOSE CUST-ARCHIVE-FILE
               CLOSE WORK-FILE
           END-IF

           IF WS-CHANGED-COUNT > ZERO
               OPEN OUTPUT CUST-ARCHIVE-FILE
               IF NOT CARC-FILE-OK
                   DISPLAY "ERROR - CUSTARCH.DAT OPEN FAILED - "
                       "STATUS " WS-CARC-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
               PERFORM Open-Work-Input
               PERFORM UNTIL WORK-AT-EOF
                   READ WORK-FILE
                       AT END
                           SET WORK-AT-EOF TO TRUE
                       NOT AT END
                           MOVE WK-IMAGE TO CUST-ARCHIVE-RECORD
                           WRITE CUST-ARCHIVE-RECORD
                           IF NOT CARC-FILE-OK
                               DISPLAY "ERROR - CUSTARCH.DAT WRITE "
                                   "FAILED - STATUS "
                                   WS-CARC-FILE-STATUS
                                   " - FULL COPY IS ON PRIVWORK.TMP"
                               PERFORM Abend-Request-Run
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE CUST-ARCHIVE-FILE
           END-IF.

       Erase-One-Purge-Image Section.

           MOVE CUST-ARCHIVE-RECORD TO WK-IMAGE
           MOVE AR-CUST-IMAGE(1:5) TO WS-FIND-PID
           PERFORM Find-Subject

           IF WS-FOUND-IDX > ZERO
               IF SJT-TO-ERASE(WS-FOUND-IDX)
                   MOVE AR-CUST-IMAGE TO DCLBNKCUST
                   PERFORM Erase-Customer-Fields
                   MOVE DCLBNKCUST TO AR-CUST-IMAGE
                   MOVE CUST-ARCHIVE-RECORD TO WK-IMAGE
                   ADD 1 TO SJT-CARC-RECS(WS-FOUND-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF

           PERFORM Write-Work-Record.

       Erase-Suspense Section.

           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE ZERO TO WS-SUSP-COUNT
           PERFORM Open-Suspense

           PERFORM UNTIL SUSP-AT-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET SUSP-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM Erase-One-Suspense-Entry
               END-READ
           END-PERFORM

           IF SUSP-IS-OPEN
               CLOSE SUSPENSE-FILE
           END-IF

           IF WS-CHANGED-COUNT > ZERO
               OPEN OUTPUT SUSPENSE-FILE
               IF NOT SUSP-FILE-OK
                   DISPLAY "ERROR - CUSTSUSP.DAT OPEN FAILED - "
                       "STATUS " WS-SUSP-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   MOVE SUT-FIRST-DATE(WS-SUSP-IDX)  TO SU-FIRST-DATE
                   MOVE SUT-ATTEMPT-CNT(WS-SUSP-IDX) TO SU-ATTEMPT-CNT
                   MOVE SUT-REASON(WS-SUSP-IDX)      TO SU-REASON
                   MOVE SUT-IMAGE(WS-SUSP-IDX)       TO SU-TRAN-IMAGE
                   WRITE SUSPENSE-RECORD
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       Erase-One-Suspense-Entry Section.

           IF WS-SUSP-COUNT >= WS-SUSP-MAX
               DISPLAY "ERROR - MORE THAN " WS-SUSP-MAX
                   " SUSPENSE ENTRIES - CUSTSUSP.DAT LEFT UNCHANGED"
               PERFORM Abend-Request-Run
           END-IF

           ADD 1 TO WS-SUSP-COUNT
           MOVE SU-FIRST-DATE  TO SUT-FIRST-DATE(WS-SUSP-COUNT)
           MOVE SU-ATTEMPT-CNT TO SUT-ATTEMPT-CNT(WS-SUSP-COUNT)
           MOVE SU-REASON      TO SUT-REASON(WS-SUSP-COUNT)

           MOVE SU-TRAN-IMAGE TO WS-SUSP-TRANS
           MOVE ST-PID TO WS-FIND-PID
           PERFORM Find-Subject

           IF WS-FOUND-IDX > ZERO
               IF SJT-TO-ERASE(WS-FOUND-IDX)
                   PERFORM Erase-Suspense-Fields
                   ADD 1 TO SJT-SUSP-RECS(WS-FOUND-IDX)
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF

           MOVE WS-SUSP-TRANS TO SUT-IMAGE(WS-SUSP-COUNT).

      *> the queue is keyed, so a decided entry is rewritten where
      *> it stands - its key, status and decision are unchanged and
      *> the approval screen reads it as before
       Erase-Pending-Queue Section.

           MOVE "N" TO WS-PEND-EOF-SW
           MOVE "N" TO WS-PEND-OPEN-SW
           OPEN INPUT PENDING-FILE
           IF PEND-FILE-CREATED
               CLOSE PENDING-FILE
           END-IF
           IF PEND-FILE-OK
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
               IF NOT PEND-FILE-OK
                   DISPLAY "ERROR - CUSTPEND.DAT OPEN FAILED - "
                       "STATUS " WS-PEND-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
               PERFORM UNTIL PEND-AT-EOF
                   READ PENDING-FILE NEXT
                       AT END
                           SET PEND-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM Erase-One-Pending-Entry
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       Erase-One-Pending-Entry Section.

           MOVE PD-TRAN-IMAGE TO WS-SUSP-TRANS
           MOVE ST-PID TO WS-FIND-PID
           PERFORM Find-Subject

           IF WS-FOUND-IDX > ZERO
               IF SJT-TO-ERASE(WS-FOUND-IDX)
                       AND NOT PD-AWAITING-DECISION
                   PERFORM Erase-Suspense-Fields
                   MOVE WS-SUSP-TRANS TO PD-TRAN-IMAGE
                   REWRITE PENDING-RECORD
                   IF NOT PEND-FILE-OK
                       DISPLAY "ERROR - CUSTPEND.DAT REWRITE FAILED - "
                           "STATUS " WS-PEND-FILE-STATUS
                           " PID " ST-PID
                       PERFORM Abend-Request-Run
                   END-IF
                   ADD 1 TO SJT-PEND-RECS(WS-FOUND-IDX)
               END-IF
           END-IF.

      *> a field that was blank stays blank, so an add's empty
      *> before-image still reads as an add
       Erase-History-Fields Section.

           IF BNKCUSTH-HST-OLD-NAME NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-NAME
           END-IF
           IF BNKCUSTH-HST-OLD-NAME-FF NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-NAME-FF
           END-IF
           IF BNKCUSTH-HST-OLD-SIN NOT = SPACES
               MOVE WS-ERASED-SIN   TO BNKCUSTH-HST-OLD-SIN
           END-IF
           IF BNKCUSTH-HST-OLD-ADDR1 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-ADDR1
           END-IF
           IF BNKCUSTH-HST-OLD-ADDR2 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-ADDR2
           END-IF
           IF BNKCUSTH-HST-OLD-STATE NOT = SPACES
               MOVE WS-ERASED-STATE TO BNKCUSTH-HST-OLD-STATE
           END-IF
           IF BNKCUSTH-HST-OLD-COUNTRY NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-COUNTRY
           END-IF
           IF BNKCUSTH-HST-OLD-POST-CODE NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-POST-CODE
           END-IF
           IF BNKCUSTH-HST-OLD-TEL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-TEL
           END-IF
           IF BNKCUSTH-HST-OLD-EMAIL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-OLD-EMAIL
           END-IF

           IF BNKCUSTH-HST-NEW-NAME NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-NEW-NAME
           END-IF
           IF BNKCUSTH-HST-NEW-SIN NOT = SPACES
               MOVE WS-ERASED-SIN   TO BNKCUSTH-HST-NEW-SIN
           END-IF
           IF BNKCUSTH-HST-NEW-ADDR1 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-NEW-ADDR1
           END-IF
           IF BNKCUSTH-HST-NEW-ADDR2 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-NEW-ADDR2
           END-IF
           IF BNKCUSTH-HST-NEW-STATE NOT = SPACES
               MOVE WS-ERASED-STATE TO BNKCUSTH-HST-NEW-STATE
           END-IF
           IF BNKCUSTH-HST-NEW-COUNTRY NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-NEW-COUNTRY
           END-IF
           IF BNKCUSTH-HST-NEW-POST-CODE NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-NEW-POST-CODE
           END-IF
           IF BNKCUSTH-HST-NEW-TEL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-NEW-TEL
           END-IF
           IF BNKCUSTH-HST-NEW-EMAIL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUSTH-HST-NEW-EMAIL
           END-IF.

       Erase-Customer-Fields Section.

           IF BNKCUST-BCS-NAME NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-NAME
           END-IF
           IF BNKCUST-BCS-NAME-FF NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-NAME-FF
           END-IF
           IF BNKCUST-BCS-SIN NOT = SPACES
               MOVE WS-ERASED-SIN   TO BNKCUST-BCS-SIN
           END-IF
           IF BNKCUST-BCS-ADDR1 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-ADDR1
           END-IF
           IF BNKCUST-BCS-ADDR2 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-ADDR2
           END-IF
           IF BNKCUST-BCS-STATE NOT = SPACES
               MOVE WS-ERASED-STATE TO BNKCUST-BCS-STATE
           END-IF
           IF BNKCUST-BCS-COUNTRY NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-COUNTRY
           END-IF
           IF BNKCUST-BCS-POST-CODE NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-POST-CODE
           END-IF
           IF BNKCUST-BCS-TEL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-TEL
           END-IF
           IF BNKCUST-BCS-EMAIL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO BNKCUST-BCS-EMAIL
           END-IF.

       Erase-Suspense-Fields Section.

           IF ST-NAME NOT = SPACES
               MOVE WS-ERASED-TEXT  TO ST-NAME
           END-IF
           IF ST-SIN NOT = SPACES
               MOVE WS-ERASED-SIN   TO ST-SIN
           END-IF
           IF ST-ADDR1 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO ST-ADDR1
           END-IF
           IF ST-ADDR2 NOT = SPACES
               MOVE WS-ERASED-TEXT  TO ST-ADDR2
           END-IF
           IF ST-STATE NOT = SPACES
               MOVE WS-ERASED-STATE TO ST-STATE
           END-IF
           IF ST-COUNTRY NOT = SPACES
               MOVE WS-ERASED-TEXT  TO ST-COUNTRY
           END-IF
           IF ST-POST-CODE NOT = SPACES
               MOVE WS-ERASED-TEXT  TO ST-POST-CODE
           END-IF
           IF ST-TEL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO ST-TEL
           END-IF
           IF ST-EMAIL NOT = SPACES
               MOVE WS-ERASED-TEXT  TO ST-EMAIL
           END-IF.

      *> register and report carry the PID, the outcome and the
      *> counts only - never a name, SIN or address, and not the
      *> SIN a request may have been made under
       Record-Erasure-Outcome Section.

           MOVE WS-RUN-DATE-FMT              TO EL-RUN-DATE
           MOVE WS-RUN-TIME-FMT              TO EL-RUN-TIME
           MOVE SJT-PID(WS-SUBJ-IDX)         TO EL-PID
           MOVE SJT-STATUS(WS-SUBJ-IDX)      TO EL-STATUS
           MOVE SJT-HIST-ROWS(WS-SUBJ-IDX)   TO EL-HIST-ROWS
           MOVE SJT-LEDGER-ROWS(WS-SUBJ-IDX) TO EL-LEDGER-ROWS
           MOVE SJT-HARC-RECS(WS-SUBJ-IDX)   TO EL-HARC-RECS
           MOVE SJT-CARC-RECS(WS-SUBJ-IDX)   TO EL-CARC-RECS
           MOVE SJT-SUSP-RECS(WS-SUBJ-IDX)   TO EL-SUSP-RECS
           MOVE SJT-PEND-RECS(WS-SUBJ-IDX)   TO EL-PEND-RECS
           WRITE ERASURE-LOG-RECORD
           IF NOT LOG-FILE-OK
               DISPLAY "ERROR - PRIVERAS.LOG WRITE FAILED - STATUS "
                   WS-LOG-FILE-STATUS " PID " SJT-PID(WS-SUBJ-IDX)
               PERFORM Abend-Request-Run
           END-IF

           MOVE SJT-PID(WS-SUBJ-IDX)         TO RD-PID
           MOVE SJT-STATUS(WS-SUBJ-IDX)      TO RD-STATUS
           MOVE SJT-HIST-ROWS(WS-SUBJ-IDX)   TO RD-HIST-ROWS
           MOVE SJT-LEDGER-ROWS(WS-SUBJ-IDX) TO RD-LEDGER-ROWS
           MOVE SJT-HARC-RECS(WS-SUBJ-IDX)   TO RD-HARC-RECS
           MOVE SJT-CARC-RECS(WS-SUBJ-IDX)   TO RD-CARC-RECS
           MOVE SJT-SUSP-RECS(WS-SUBJ-IDX)   TO RD-SUSP-RECS
           MOVE SJT-PEND-RECS(WS-SUBJ-IDX)   TO RD-PEND-RECS
           MOVE RPT-ERASE-LINE TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

      *> ---------------------------------------------------------
      *> file handling shared by both modes
      *> ---------------------------------------------------------
       Open-Hist-Archive Section.

           MOVE "N" TO WS-HARC-EOF-SW
           MOVE "N" TO WS-HARC-OPEN-SW
           OPEN INPUT HIST-ARCHIVE-FILE
           IF HARC-FILE-OK
               SET HARC-IS-OPEN TO TRUE
           ELSE
      *> an OPTIONAL file that isn't there opens with status 05 and
      *> reads straight to end-of-file - treat it like not-found
               IF HARC-FILE-NOT-FOUND OR HARC-FILE-CREATED
                   IF HARC-FILE-CREATED
                       CLOSE HIST-ARCHIVE-FILE
                   END-IF
                   SET HARC-AT-EOF TO TRUE
               ELSE
                   DISPLAY "ERROR - HISTARCH.DAT OPEN FAILED - "
                       "STATUS " WS-HARC-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
           END-IF.

       Open-Cust-Archive Section.

           MOVE "N" TO WS-CARC-EOF-SW
           MOVE "N" TO WS-CARC-OPEN-SW
           OPEN INPUT CUST-ARCHIVE-FILE
           IF CARC-FILE-OK
               SET CARC-IS-OPEN TO TRUE
           ELSE
               IF CARC-FILE-NOT-FOUND OR CARC-FILE-CREATED
                   IF CARC-FILE-CREATED
                       CLOSE CUST-ARCHIVE-FILE
                   END-IF
                   SET CARC-AT-EOF TO TRUE
               ELSE
                   DISPLAY "ERROR - CUSTARCH.DAT OPEN FAILED - "
                       "STATUS " WS-CARC-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
           END-IF.

       Open-Suspense Section.

           MOVE "N" TO WS-SUSP-EOF-SW
           MOVE "N" TO WS-SUSP-OPEN-SW
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-FILE-OK
               SET SUSP-IS-OPEN TO TRUE
           ELSE
               IF SUSP-FILE-NOT-FOUND OR SUSP-FILE-CREATED
                   IF SUSP-FILE-CREATED
                       CLOSE SUSPENSE-FILE
                   END-IF
                   SET SUSP-AT-EOF TO TRUE
               ELSE
                   DISPLAY "ERROR - CUSTSUSP.DAT OPEN FAILED - "
                       "STATUS " WS-SUSP-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
           END-IF.

       Open-Pending-Input Section.

           MOVE "N" TO WS-PEND-EOF-SW
           MOVE "N" TO WS-PEND-OPEN-SW
           OPEN INPUT PENDING-FILE
           IF PEND-FILE-OK
               SET PEND-IS-OPEN TO TRUE
           ELSE
               IF PEND-FILE-NOT-FOUND OR PEND-FILE-CREATED
                   IF PEND-FILE-CREATED
                       CLOSE PENDING-FILE
                   END-IF
                   SET PEND-AT-EOF TO TRUE
               ELSE
                   DISPLAY "ERROR - CUSTPEND.DAT OPEN FAILED - "
                       "STATUS " WS-PEND-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
           END-IF.

       Open-Household Section.

           MOVE "N" TO WS-HH-EOF-SW
           MOVE "N" TO WS-HH-OPEN-SW
           OPEN INPUT HOUSEHOLD-FILE
           IF HH-FILE-OK
               SET HH-IS-OPEN TO TRUE
           ELSE
               IF HH-FILE-NOT-FOUND OR HH-FILE-CREATED
                   IF HH-FILE-CREATED
                       CLOSE HOUSEHOLD-FILE
                   END-IF
                   SET HH-AT-EOF TO TRUE
               ELSE
                   DISPLAY "ERROR - HSEHOLD.DAT OPEN FAILED - "
                       "STATUS " WS-HH-FILE-STATUS
                   PERFORM Abend-Request-Run
               END-IF
           END-IF.

       Open-Work-Output Section.

           OPEN OUTPUT WORK-FILE
           IF NOT WORK-FILE-OK
               DISPLAY "ERROR - PRIVWORK.TMP OPEN FAILED - STATUS "
                   WS-WORK-FILE-STATUS
               PERFORM Abend-Request-Run
           END-IF.

       Open-Work-Input Section.

           MOVE "N" TO WS-WORK-EOF-SW
           OPEN INPUT WORK-FILE
           IF NOT WORK-FILE-OK
               DISPLAY "ERROR - PRIVWORK.TMP OPEN FAILED - STATUS "
                   WS-WORK-FILE-STATUS
               PERFORM Abend-Request-Run
           END-IF.

       Write-Work-Record Section.

           WRITE WORK-RECORD
           IF NOT WORK-FILE-OK
               DISPLAY "ERROR - PRIVWORK.TMP WRITE FAILED - STATUS "
                   WS-WORK-FILE-STATUS " - ARCHIVE LEFT UNCHANGED"
               PERFORM Abend-Request-Run
           END-IF.

       Open-Erasure-Log Section.

           OPEN EXTEND ERASURE-LOG
           IF NOT LOG-FILE-OK AND NOT LOG-FILE-CREATED
               DISPLAY "ERROR - PRIVERAS.LOG OPEN FAILED - STATUS "
                   WS-LOG-FILE-STATUS
               PERFORM Abend-Request-Run
           END-IF.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

       Write-Privacy-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE PRIV-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE PRIV-RPT-LINE FROM RPT-HEADER-1
           WRITE PRIV-RPT-LINE FROM RPT-HEADER-1B
           IF ERASURE-MODE
               WRITE PRIV-RPT-LINE FROM RPT-HEADER-2
               WRITE PRIV-RPT-LINE FROM RPT-HEADER-3
               MOVE 5 TO WS-LINE-CTR
           ELSE
               WRITE PRIV-RPT-LINE FROM RPT-HEADER-3
               MOVE 4 TO WS-LINE-CTR
           END-IF.

       Write-Report-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Privacy-Headings
           END-IF

           WRITE PRIV-RPT-LINE FROM WS-PRINT-LINE

           ADD 1 TO WS-LINE-CTR.

       Write-Privacy-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Privacy-Headings
           END-IF

           IF ACCESS-MODE
               MOVE WS-SUBJ-COUNT      TO RT-COUNT-1
               MOVE " CUSTOMERS LISTED," TO RT-LABEL-1
               MOVE WS-ITEM-COUNT      TO RT-COUNT-2
               MOVE " ITEMS HELD"      TO RT-LABEL-2
           ELSE
               MOVE WS-ERASED-COUNT    TO RT-COUNT-1
               MOVE " CUSTOMERS ERASED," TO RT-LABEL-1
               MOVE WS-REFUSED-COUNT   TO RT-COUNT-2
               MOVE " REFUSED"         TO RT-LABEL-2
           END-IF
           WRITE PRIV-RPT-LINE FROM WS-BLANK-LINE
           WRITE PRIV-RPT-LINE FROM RPT-TRAILER.

      *> a request run cut short ends its run log row as failed
       Abend-Request-Run Section.

           MOVE WS-SUBJ-COUNT TO WS-RC-ROW-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            MOVE WS-SUBJ-COUNT TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE PRIV-RPT
           stop run.
