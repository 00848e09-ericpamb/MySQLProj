      *> -------------------------------------------
      *> DECLARE TABLE for STATECTRYH
      *> STATECTRY change history - one row per add,
      *> rename or retire applied by the reference
      *> maintenance program (Program41), carrying
      *> the state name as it was before the change
      *> (blank for an add) and as it is after (blank
      *> for a retire), who keyed it, and for a
      *> retire the replacement code the customers
      *> were moved to and how many were moved.
      *> -------------------------------------------
           EXEC SQL DECLARE STATECTRYH TABLE
           ( SCH_STATE            CHAR(2)      NOT NULL
           , SCH_COUNTRY          CHAR(6)      NOT NULL
           , SCH_RUN_DATE         CHAR(10)     NOT NULL
           , SCH_RUN_TIME         CHAR(8)      NOT NULL
           , SCH_ACTION           CHAR(1)      NOT NULL
           , SCH_OLD_STATE_NAME   CHAR(25)     NOT NULL
           , SCH_NEW_STATE_NAME   CHAR(25)     NOT NULL
           , SCH_REPL_STATE       CHAR(2)      NOT NULL
           , SCH_REPL_COUNTRY     CHAR(6)      NOT NULL
           , SCH_CUST_COUNT       INTEGER      NOT NULL
           , SCH_USER_ID          CHAR(8)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE STATECTRYH
      *> -------------------------------------------
       01  DCLSTATECTRYH.
           03 STATECTRYH-SCH-STATE            PIC X(2).
           03 STATECTRYH-SCH-COUNTRY          PIC X(6).
           03 STATECTRYH-SCH-RUN-DATE         PIC X(10).
           03 STATECTRYH-SCH-RUN-TIME         PIC X(8).
           03 STATECTRYH-SCH-ACTION           PIC X(1).
           03 STATECTRYH-SCH-OLD-STATE-NAME   PIC X(25).
           03 STATECTRYH-SCH-NEW-STATE-NAME   PIC X(25).
           03 STATECTRYH-SCH-REPL-STATE       PIC X(2).
           03 STATECTRYH-SCH-REPL-COUNTRY     PIC X(6).
           03 STATECTRYH-SCH-CUST-COUNT       PIC S9(9) COMP-5.
           03 STATECTRYH-SCH-USER-ID          PIC X(8).
