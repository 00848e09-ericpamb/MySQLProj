      *> -------------------------------------------
      *> DECLARE TABLE for BNKCONTL
      *> customer contact ledger - one row per
      *> customer per outbound piece: the date and
      *> time it was extracted, the channel (M mail,
      *> E email, C campaign), the purpose (M
      *> marketing, R regulatory, S service), the
      *> extract program, the feed name and the
      *> cycle number on the feed header. Written
      *> through Program42, which also applies the
      *> marketing contact-frequency caps from it.
      *> A rerun of an extract on the same day
      *> replaces that day's rows for the program.
      *> -------------------------------------------
           EXEC SQL DECLARE BNKCONTL TABLE
           ( CNL_PID              CHAR(5)      NOT NULL
           , CNL_CONTACT_DATE     CHAR(10)     NOT NULL
           , CNL_CONTACT_TIME     CHAR(8)      NOT NULL
           , CNL_CHANNEL          CHAR(1)      NOT NULL
           , CNL_PURPOSE          CHAR(1)      NOT NULL
           , CNL_PROGRAM          CHAR(10)     NOT NULL
           , CNL_FEED_NAME        CHAR(8)      NOT NULL
           , CNL_CYCLE_NO         INTEGER      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BNKCONTL
      *> -------------------------------------------
       01  DCLBNKCONTL.
           03 BNKCONTL-CNL-PID                PIC X(5).
           03 BNKCONTL-CNL-CONTACT-DATE       PIC X(10).
           03 BNKCONTL-CNL-CONTACT-TIME       PIC X(8).
           03 BNKCONTL-CNL-CHANNEL            PIC X(1).
           03 BNKCONTL-CNL-PURPOSE            PIC X(1).
           03 BNKCONTL-CNL-PROGRAM            PIC X(10).
           03 BNKCONTL-CNL-FEED-NAME          PIC X(8).
           03 BNKCONTL-CNL-CYCLE-NO           PIC S9(9) COMP-5.
