000005*  candidate so a restart can resume without cleartext in CKPTFILE.
000006*  VA-EXPOSED-FLAG is set by BREACH-RESPONSE when security declares
000007*  the old cleartext compromised.
000008*  VAULT-PURGE moves entries past the retention period to the
000009*  sealed VLTARCH archive and removes them from this file; each
000010*  run appends its own enveloped group to the archive.
000011*  Shared by ADVENT-OF-CODE-11, ROTATION-SCHEDULER,
000012*  DSYNC-RECONCILER, DSYNC-HANDOFF, BREACH-RESPONSE,
000013*  VAULT-PURGE, ROTATION-BACKOUT, ACCOUNT-OFFBOARD, FEED-MERGER,
000014*  INTEGRITY-CHECK and ROTATION-ATTESTATION.
000015 01  PasswordVaultRecord.
000016     05  VA-VAULT-KEY.
000017         10  VA-ACCOUNT-ID         PIC X(8).
000018         10  VA-ROTATION-SEQ       PIC 99.
000019     05  VA-VAULT-REF              PIC X(18).
000020     05  VA-OLD-PASSWORD           PIC A(20).
000021     05  VA-NEW-PASSWORD           PIC A(20).
000022     05  VA-STORED-DATE            PIC 9(8).
000023     05  VA-EXPOSED-FLAG           PIC X(01).
000024         88  VaultCleartextExposed         VALUE "Y".
