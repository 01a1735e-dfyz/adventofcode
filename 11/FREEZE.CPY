000001*  Change-freeze calendar record (FREEZCAL).  One card per freeze
000002*  window, kept by operations alongside the other control cards.
000003*  The window runs from FZ-START-DATE to FZ-END-DATE inclusive.
000004*  FZ-SCOPE-TYPE "A" freezes every account, "D" the accounts of
000005*  the department in FZ-SCOPE-VALUE and "P" the accounts whose
000006*  id begins with the non-blank characters of FZ-SCOPE-VALUE.
000007*  ROTATION-SCHEDULER holds due rotations and DSYNC-HANDOFF holds
000008*  directory pushes while a window covers the run date; both pick
000009*  the held work up again on the first run after the window ends.
000010*  Shared by ROTATION-SCHEDULER and DSYNC-HANDOFF.
000011 01  FreezeCalendarRecord.
000012     05  FZ-START-DATE             PIC 9(8).
000013     05  FZ-END-DATE               PIC 9(8).
000014     05  FZ-SCOPE-TYPE             PIC X(01).
000015         88  FreezeScopeAll                VALUE "A".
000016         88  FreezeScopeDepartment         VALUE "D".
000017         88  FreezeScopePrefix             VALUE "P".
000018     05  FZ-SCOPE-VALUE            PIC X(8).
000019     05  FZ-REASON                 PIC X(40).
