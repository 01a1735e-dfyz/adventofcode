000001*  Audit-archive record (AUDARCH).  Permanent indexed history of
000002*  every AUDITOUT and AUDITBKO record, appended nightly by
000003*  AUDIT-ARCHIVER and never rewritten.  Keyed by account and run
000004*  date and time, then the source of the entry and its rotation
000005*  sequence, so the several rotations one run makes for an account
000006*  stay distinct and a rerun of the nightly step finds its records
000007*  already on file.  Password fields carry the masked form exactly
000008*  as audited; the cleartext lives in the vault under AR-VAULT-REF.
000009*  Shared by AUDIT-ARCHIVER, AUDIT-INQUIRY and
000010*  ROTATION-ATTESTATION.
000011 01  AuditArchiveRecord.
000012     05  AR-ARCHIVE-KEY.
000013         10  AR-ACCOUNT-ID         PIC X(8).
000014         10  AR-RUN-DATE           PIC 9(8).
000015         10  AR-RUN-TIME           PIC 9(8).
000016         10  AR-ENTRY-SOURCE       PIC X(01).
000017             88  ArchivedRotation          VALUE "R".
000018             88  ArchivedBackout           VALUE "B".
000019         10  AR-ROTATION-SEQ       PIC 99.
000020     05  AR-OLD-PASSWORD           PIC A(20).
000021     05  AR-NEW-PASSWORD           PIC A(20).
000022     05  AR-VAULT-REF              PIC X(18).
000023     05  AR-ARCHIVED-DATE          PIC 9(8).
