      *> ---------------------------------------------------------
      *> SESSION-WS - shared working-storage for the session
      *> registry SESSION.REGISTRY.IDX, one row per terminal keyed
      *> on the terminal id, holding the user the last successful
      *> login on that terminal authenticated and when (see
      *> session-write.cpy and session-check.cpy). COPY into
      *> WORKING-STORAGE. The calling program declares SELECT
      *> SESSION-FILE ASSIGN TO "SESSION.REGISTRY.IDX" (INDEXED,
      *> ACCESS DYNAMIC, RECORD KEY SESSION-REC-TERMINAL, FILE
      *> STATUS SESSION-STATUS) with FD SESSION-FILE / 01
      *> SESSION-RECORD: SESSION-REC-TERMINAL X(8),
      *> SESSION-REC-USER-ID X(8), SESSION-REC-ACCESS 9,
      *> SESSION-REC-DATE 9(8), SESSION-REC-TIME 9(8). The validity
      *> window (minutes a session stays good) comes from the
      *> SESSION_VALIDITY_MINUTES environment variable, defaulting
      *> to 480 -- one shift.
      *> ---------------------------------------------------------
       01  SESSION-STATUS          PIC XX.
       01  WS-SES-VALIDITY-TXT     PIC X(6).
       01  WS-SES-NOW-MM           PIC 9(2).
       01  WS-SES-LOG-HH           PIC 9(2).
       01  WS-SES-LOG-MM           PIC 9(2).
      *> Terminal binding: the terminal this program is running on,
      *> from the BANK_TERMINAL_ID environment variable (CONSOLE
      *> when unset, for single-terminal sites). It is the key every
      *> gated program reads its operator under.
       01  WS-SES-TERMINAL         PIC X(8) VALUE SPACES.
      *> Set by WRITE-SESSION when the user already holds a live
      *> session on another terminal (WS-SES-OTHER-TERM) and the new
      *> one was refused.
       01  WS-SES-REFUSED          PIC X VALUE "N".
       01  WS-SES-OTHER-TERM       PIC X(8) VALUE SPACES.
       01  WS-SES-LIVE             PIC X VALUE "N".
       01  WS-SES-EOF              PIC X VALUE "N".
