000001*  Approval log record (APPRLOG).  Permanent file, only ever
000002*  opened EXTEND: one record for every approval a dual-control
000003*  run used or refused, with the approval as presented and the
000004*  count and hash the program computed from its own input.
000005*  AL-DECISION is USED or REFUSED; AL-REASON says why a run was
000006*  refused.
000007*  Shared by BREACH-RESPONSE, ROTATION-BACKOUT and
000008*  ACCOUNT-OFFBOARD.
000009 01  ApprovalLogRecord.
000010     05  AL-PROGRAM-ID             PIC X(18).
000011     05  AL-RUN-DATE               PIC 9(8).
000012     05  AL-RUN-TIME               PIC 9(8).
000013     05  AL-REQUESTER-ID           PIC X(8).
000014     05  AL-APPROVER-ID            PIC X(8).
000015     05  AL-APPROVAL-DATE          PIC 9(8).
000016     05  AL-APPROVED-COUNT         PIC 9(9).
000017     05  AL-APPROVED-HASH          PIC 9(12).
000018     05  AL-INPUT-COUNT            PIC 9(9).
000019     05  AL-INPUT-HASH             PIC 9(12).
000020     05  AL-DECISION               PIC X(8).
000021     05  AL-REASON                 PIC X(40).
