000001*  Interface-file integrity envelope.  PWDIN, the SHARDn request
000002*  files, DSYNCOUT, DSFEEDxx, DIRACKxx, REQUEUE, DEFEROUT,
000003*  NOTIFYOUT, TICKETIN, TICKCLOS, ATTESTOUT and VLTARCH are
000004*  wrapped with a header record naming the creating program and a
000005*  trailer record carrying the data-record count and a hash total
000006*  (the sum of ORD() over the 8 account-id bytes of every data
000007*  record).  Readers stop the run with RETURN-CODE 16 when the
000008*  trailer is missing or either figure fails to tie.  VLTARCH is
000009*  appended to by every VAULT-PURGE run, so it holds one header
000010*  and trailer group per run.
000011*  Held in WORKING-STORAGE and moved to and from the file record.
000012 01  EnvelopeHeaderRecord.
000013     05  EH-RECORD-TAG             PIC X(8).
000014         88  EnvelopeHeaderTag             VALUE "HDR*****".
000015     05  EH-CREATOR-PROGRAM        PIC X(18).
000016     05  EH-CREATED-DATE           PIC 9(8).
000017     05  EH-CREATED-TIME           PIC 9(8).
000018
000019 01  EnvelopeTrailerRecord.
000020     05  ET-RECORD-TAG             PIC X(8).
000021         88  EnvelopeTrailerTag            VALUE "TRL*****".
000022     05  ET-RECORD-COUNT           PIC 9(9).
000023     05  ET-HASH-TOTAL             PIC 9(12).
