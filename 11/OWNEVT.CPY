000001*  Owner-event record (OWNEREVT).  Appended by BREACH-RESPONSE,
000002*  ACCOUNT-OFFBOARD and ROTATION-BACKOUT for every account they
000003*  force, disable or revert, with the owner details copied from
000004*  the master at the time - an offboarded account is gone from
000005*  the master by the time anyone reads the event.  OWNER-NOTIFY
000006*  collects the events for its run date, together with the
000007*  night's DEFEROUT deferrals, into the per-owner NOTIFYOUT
000008*  extract.
000009*  OE-EVENT-CODE is FORCED, DISABLED, REVERTED or DEFERRED.
000010 01  OwnerEventRecord.
000011     05  OE-ACCOUNT-ID             PIC X(8).
000012     05  OE-OWNER-ID               PIC X(8).
000013     05  OE-OWNER-CONTACT          PIC X(40).
000014     05  OE-DEPARTMENT-CODE        PIC X(4).
000015     05  OE-EVENT-CODE             PIC X(8).
000016     05  OE-EVENT-DATE             PIC 9(8).
000017     05  OE-EVENT-PROGRAM          PIC X(18).
000018     05  OE-EVENT-REASON           PIC X(60).
