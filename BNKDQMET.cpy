      *> -------------------------------------------
      *> DECLARE TABLE for BNKDQMET
      *> data-quality metrics - one row per run
      *> date, validation program and exception
      *> category, carrying the night's exception
      *> count and the BNKCUST row count at the time
      *> so a rate can be worked out. A rerun on the
      *> same day replaces that day's row. Posted
      *> through Program39, read by the scorecard.
      *> -------------------------------------------
           EXEC SQL DECLARE BNKDQMET TABLE
           ( DQM_RUN_DATE         CHAR(10)     NOT NULL
           , DQM_PROGRAM          CHAR(10)     NOT NULL
           , DQM_CATEGORY         CHAR(20)     NOT NULL
           , DQM_EXCEPT_COUNT     INTEGER      NOT NULL
           , DQM_CUST_COUNT       INTEGER      NOT NULL
           , DQM_POST_TIME        CHAR(8)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BNKDQMET
      *> -------------------------------------------
       01  DCLBNKDQMET.
           03 BNKDQMET-DQM-RUN-DATE           PIC X(10).
           03 BNKDQMET-DQM-PROGRAM            PIC X(10).
           03 BNKDQMET-DQM-CATEGORY           PIC X(20).
           03 BNKDQMET-DQM-EXCEPT-COUNT       PIC S9(9) COMP-5.
           03 BNKDQMET-DQM-CUST-COUNT         PIC S9(9) COMP-5.
           03 BNKDQMET-DQM-POST-TIME          PIC X(8).
