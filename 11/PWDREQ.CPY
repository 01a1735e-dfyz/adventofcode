000002*  the password to rotate and how many rotations to perform.
000003*  The trailing FILLER keeps the record long enough to hold the
000004*  integrity-envelope header and trailer records (see ENVLP).
000005*  PR-TICKET-NUMBER carries the help-desk ticket a request was
000006*  raised for; it is blank on scheduled, forced and requeued
000007*  requests.
000008*  Shared by ADVENT-OF-CODE-11, ROTATION-SCHEDULER,
000009*  TICKET-INTAKE, BREACH-RESPONSE, DSYNC-RECONCILER,
000010*  ROSTER-SPLITTER, FEED-MERGER and POLICY-WHATIF.
000011 01  PasswordRequestRecord.
000012     05  PR-ACCOUNT-ID             PIC X(8).
000013     05  PR-CURRENT-PASSWORD       PIC A(20).
000014     05  PR-ROTATION-COUNT         PIC 99.
000015     05  PR-TICKET-NUMBER          PIC X(10).
000016     05  FILLER                    PIC X(2).
