000001*  Account-master record (ACCTMSTR).  One record per managed
000002*  account, rewritten to ACCTMOUT by every program that changes
000003*  it.  AM-OWNER-ID, AM-OWNER-CONTACT and AM-DEPARTMENT-CODE
000004*  name the person and department answerable for the account;
000005*  they are maintained through MASTER-MAINTENANCE and carried on
000006*  owner events so OWNER-NOTIFY can tell the owner what happened.
000007*  Records written before the owner fields existed read back with
000008*  them blank; such accounts are reported as unowned.
000009*  AM-TARGET-CODE names the directory systems the account lives
000010*  in ("AD", "LDAP" or "RACF"), in any order; DSYNC-HANDOFF sends
000011*  each push to every target named.  An account with no target
000012*  code is treated as living in Active Directory only.
000013*  Shared by ROTATION-SCHEDULER, MASTER-MAINTENANCE,
000014*  BREACH-RESPONSE, ACCOUNT-OFFBOARD, ROTATION-BACKOUT,
000015*  VAULT-PURGE, INTEGRITY-CHECK, OWNER-NOTIFY, DSYNC-HANDOFF,
000016*  EXEMPT-MAINTENANCE, TICKET-INTAKE and ROTATION-ATTESTATION.
000017 01  AccountMasterRecord.
000018     05  AM-ACCOUNT-ID             PIC X(8).
000019     05  AM-CURRENT-PASSWORD       PIC A(20).
000020     05  AM-LAST-ROTATION-DATE     PIC 9(8).
000021     05  AM-ROTATION-INTERVAL      PIC 9(3).
000022     05  AM-ROTATION-COUNT         PIC 99.
000023     05  AM-OWNER-ID               PIC X(8).
000024     05  AM-OWNER-CONTACT          PIC X(40).
000025     05  AM-DEPARTMENT-CODE        PIC X(4).
000026     05  AM-DIRECTORY-TARGETS.
000027         10  AM-TARGET-CODE        PIC X(4) OCCURS 3 TIMES.
