      *> completed in place at end-of-job. A RUNNING
      *> row for the maintenance program doubles as
      *> the maintenance-in-progress flag that holds
      *> the extract and report programs off. The
      *> capped count is what an extract held back
      *> under the contact caps, so the feed can be
      *> balanced against the customer table.
      *> -------------------------------------------
           EXEC SQL DECLARE BNKRUNLOG TABLE
           ( RLG_RUN_DATE         CHAR(10)     NOT NULL
           , RLG_STATUS           CHAR(8)      NOT NULL
           , RLG_ROW_COUNT        INTEGER      NOT NULL
           , RLG_RETURN_CODE      INTEGER      NOT NULL
           , RLG_CAPPED_COUNT     INTEGER      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BNKRUNLOG
           03 BNKRUNLOG-RLG-STATUS            PIC X(8).
           03 BNKRUNLOG-RLG-ROW-COUNT         PIC S9(9) COMP-5.
           03 BNKRUNLOG-RLG-RETURN-CODE       PIC S9(9) COMP-5.
           03 BNKRUNLOG-RLG-CAPPED-COUNT      PIC S9(9) COMP-5.
