000001*  Rotation-exemption register record (EXEMPREG).  Indexed file
000002*  keyed by account id, maintained by EXEMPT-MAINTENANCE from
000003*  EXEMPTIN transactions.  An exemption is in force from
000004*  EX-GRANTED-DATE to EX-EXPIRY-DATE inclusive; while it is,
000005*  ROTATION-SCHEDULER raises no rotation for the account and
000006*  lists it separately on FORECAST.  Once it lapses the account
000007*  is scheduled on its AM-ROTATION-INTERVAL again.  EXEMPT-REVIEW
000008*  reports exemptions close to expiry and those already lapsed.
000009*  Shared by EXEMPT-MAINTENANCE, EXEMPT-REVIEW,
000010*  ROTATION-SCHEDULER and ROTATION-ATTESTATION.
000011 01  ExemptionRecord.
000012     05  EX-ACCOUNT-ID             PIC X(8).
000013     05  EX-REASON                 PIC X(40).
000014     05  EX-APPROVER-ID            PIC X(8).
000015     05  EX-GRANTED-DATE           PIC 9(8).
000016     05  EX-EXPIRY-DATE            PIC 9(8).
000017     05  EX-LAST-CHANGED-DATE      PIC 9(8).
