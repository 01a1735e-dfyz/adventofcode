000005*  LG-RETRY-COUNT counts REQUEUE attempts for the push; the
000006*  reconciler takes the highest count across an account's entries
000007*  before deciding whether to requeue again.
000008*  A push DSYNC-HANDOFF holds during a change freeze is marked
000009*  FREEZE-HELD with its LG-ACTION-CODE and LG-EFFECTIVE-DATE kept,
000010*  so it can be released unchanged after the window; a released
000011*  push is marked RELEASED until the directory confirms it.
000012*  LG-TARGET-ENTRY holds the push status in each directory target
000013*  (1 AD, 2 LDAP, 3 RACF): "H" handed off, "A" applied, "E"
000014*  acknowledged with an error, space when the push is not routed
000015*  to that target.  DSYNC-HANDOFF sets the routing; the push is
000016*  APPLIED only when every routed target has acknowledged it.
000017*  LEDGER-CONVERSION rebuilds a ledger still in the layout that
000018*  ended at LG-RETRY-COUNT: LG-ACTION-CODE "U" ("D" on an offboard
000019*  entry) and target 1 taken from the applied and hand-off dates.
000020*  Shared by ADVENT-OF-CODE-11, DSYNC-HANDOFF, DSYNC-RECONCILER,
000021*  ROTATION-BACKOUT, ACCOUNT-OFFBOARD, VAULT-PURGE,
000022*  INTEGRITY-CHECK, TICKET-INTAKE, TICKET-CLOSURE,
000023*  ROTATION-ATTESTATION and LEDGER-CONVERSION.
000024 01  SyncLedgerRecord.
000025     05  LG-LEDGER-KEY.
000026         10  LG-ACCOUNT-ID         PIC X(8).
000027         10  LG-ROTATION-SEQ       PIC 99.
000028         10  LG-STORED-DATE        PIC 9(8).
000029     05  LG-PUSH-STATUS            PIC X(12).
000030     05  LG-GENERATED-DATE         PIC 9(8).
000031     05  LG-HANDOFF-DATE           PIC 9(8).
000032     05  LG-ACK-STATUS             PIC X(2).
000033     05  LG-APPLIED-DATE           PIC 9(8).
000034     05  LG-RETRY-COUNT            PIC 9(3).
000035     05  LG-ACTION-CODE            PIC X(01).
000036     05  LG-EFFECTIVE-DATE         PIC 9(8).
000037     05  LG-TARGET-ENTRY OCCURS 3 TIMES.
000038         10  LG-TARGET-STATE       PIC X(01).
000039         10  LG-TARGET-ACK-STATUS  PIC X(2).
000040         10  LG-TARGET-APPLIED-DATE PIC 9(8).
