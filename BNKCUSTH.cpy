      *> before-image change history for BNKCUST -
      *> one row per applied add/change/delete, with
      *> the prior row image (all fourteen BNKCUST
      *> columns) and the transaction's new values,
      *> plus the service-desk rep who keyed the
      *> transaction and the supervisor who released
      *> it (both blank for batch-fed transactions)
      *> -------------------------------------------
           EXEC SQL DECLARE BNKCUSTH TABLE
           ( HST_PID              CHAR(5)      NOT NULL
           , HST_NEW_EMAIL        CHAR(30)     NOT NULL
           , HST_NEW_SEND_MAIL    CHAR(1)      NOT NULL
           , HST_NEW_SEND_EMAIL   CHAR(1)      NOT NULL
           , HST_MAKER_ID         CHAR(8)      NOT NULL
           , HST_CHECKER_ID       CHAR(8)      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE BNKCUSTH
           03 BNKCUSTH-HST-NEW-EMAIL          PIC X(30).
           03 BNKCUSTH-HST-NEW-SEND-MAIL      PIC X(1).
           03 BNKCUSTH-HST-NEW-SEND-EMAIL     PIC X(1).
           03 BNKCUSTH-HST-MAKER-ID           PIC X(8).
           03 BNKCUSTH-HST-CHECKER-ID         PIC X(8).
