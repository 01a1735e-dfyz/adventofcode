000001*  Dual-control approval record (APPROVIN).  Supplied with every
000002*  BREACH-RESPONSE, ROTATION-BACKOUT and ACCOUNT-OFFBOARD run.
000003*  AP-PROGRAM-ID names the program the approval is for; the run
000004*  uses the first card carrying its own name.  The approver must
000005*  be a different person from the requester, the approval must be
000006*  dated the run date or the day before, and AP-RECORD-COUNT and
000007*  AP-HASH-TOTAL must tie to the list being acted on, summed the
000008*  same way as an envelope trailer: BREACHIN and TERMIN records
000009*  for breach and offboard runs, the accounts selected by the
000010*  BACKPRM date for a backout.  A run that fails any check is
000011*  refused before anything is changed.
000012*  Shared by BREACH-RESPONSE, ROTATION-BACKOUT and
000013*  ACCOUNT-OFFBOARD.
000014 01  ApprovalRecord.
000015     05  AP-PROGRAM-ID             PIC X(18).
000016     05  AP-REQUESTER-ID           PIC X(8).
000017     05  AP-APPROVER-ID            PIC X(8).
000018     05  AP-APPROVAL-DATE          PIC 9(8).
000019     05  AP-RECORD-COUNT           PIC 9(9).
000020     05  AP-HASH-TOTAL             PIC 9(12).
