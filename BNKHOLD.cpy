      *> -------------------------------------------
      *> DECLARE TABLE for BNKHOLD
      *> fraud-desk hold register - one row per hold
      *> placed on a customer, recording when, by
      *> whom and why it was placed and, once the
      *> desk is satisfied, when and by whom it was
      *> cleared. A PID is held while it has a row
      *> with HLD_STATUS 'H'; a cleared row ('C')
      *> stays on file as the audit of the episode.
      *> -------------------------------------------
           EXEC SQL DECLARE BNKHOLD TABLE
           ( HLD_PID              CHAR(5)      NOT NULL
           , HLD_STATUS           CHAR(1)      NOT NULL
           , HLD_SET_DATE         CHAR(10)     NOT NULL
           , HLD_SET_TIME         CHAR(8)      NOT NULL
           , HLD_SET_BY           CHAR(8)      NOT NULL
           , HLD_REASON           CHAR(30)     NOT NULL
           , HLD_CLEAR_DATE       CHAR(10)     NOT NULL
           , HLD_CLEAR_TIME       CHAR(8)      NOT NULL
           , HLD_CLEAR_BY         CHAR(8)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BNKHOLD
      *> -------------------------------------------
       01  DCLBNKHOLD.
           03 BNKHOLD-HLD-PID                 PIC X(5).
           03 BNKHOLD-HLD-STATUS              PIC X(1).
           03 BNKHOLD-HLD-SET-DATE            PIC X(10).
           03 BNKHOLD-HLD-SET-TIME            PIC X(8).
           03 BNKHOLD-HLD-SET-BY              PIC X(8).
           03 BNKHOLD-HLD-REASON              PIC X(30).
           03 BNKHOLD-HLD-CLEAR-DATE          PIC X(10).
           03 BNKHOLD-HLD-CLEAR-TIME          PIC X(8).
           03 BNKHOLD-HLD-CLEAR-BY            PIC X(8).
