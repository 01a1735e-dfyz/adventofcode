000002*  password, stamped with the run date and time.
000003*  Password fields carry the masked form; the cleartext lives in
000004*  the vault file under AT-VAULT-REF.
000005*  Shared by ADVENT-OF-CODE-11, MORNING-REPORT, AUDIT-ARCHIVER
000006*  and ROTATION-BACKOUT.
000007 01  AuditTrailRecord.
000008     05  AT-ACCOUNT-ID             PIC X(8).
000009     05  AT-OLD-PASSWORD           PIC A(20).
000010     05  AT-NEW-PASSWORD           PIC A(20).
000011     05  AT-RUN-DATE               PIC 9(8).
000012     05  AT-RUN-TIME               PIC 9(8).
000013     05  AT-VAULT-REF              PIC X(18).
