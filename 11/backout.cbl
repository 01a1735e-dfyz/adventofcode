000029         ORGANIZATION LINE SEQUENTIAL.
000030     SELECT BackoutReportFile ASSIGN TO "BACKRPT"
000031         ORGANIZATION LINE SEQUENTIAL.
000032     SELECT ApprovalFile ASSIGN TO "APPROVIN"
000033         ORGANIZATION LINE SEQUENTIAL
000034         FILE STATUS ApprovalFileStatus.
000035     SELECT OPTIONAL ApprovalLogFile ASSIGN TO "APPRLOG"
000036         ORGANIZATION LINE SEQUENTIAL.
000037     SELECT OPTIONAL OwnerEventFile ASSIGN TO "OWNEREVT"
000038         ORGANIZATION LINE SEQUENTIAL.
000039
000040 DATA DIVISION.
000041 FILE SECTION.
000042 FD  BackoutParmFile.
000043 01  BackoutParmRecord.
000044     05  BK-RUN-DATE               PIC 9(8).
000045
000046 FD  AccountMasterFile.
000047     COPY ACCOUNT.
000048
000049 FD  UpdatedMasterFile.
000050 01  UpdatedMasterRecord           PIC X(105).
000051
000052 FD  DirectorySyncFile.
000053     COPY DSYNC.
000054
000055 FD  PasswordVaultFile.
000056     COPY VAULT.
000057
000058 FD  SyncLedgerFile.
000059     COPY LEDGER.
000060
000061 FD  BackoutAuditFile.
000062     COPY AUDIT.
000063
000064 FD  BackoutReportFile.
000065 01  BackoutReportLine             PIC X(80).
000066
000067 FD  ApprovalFile.
000068     COPY APPROVE.
000069
000070 FD  ApprovalLogFile.
000071     COPY APPRLOG.
000072
000073 FD  OwnerEventFile.
000074     COPY OWNEVT.
000075
000076 WORKING-STORAGE SECTION.
000077 01 BackoutParmFileStatus  PIC XX VALUE SPACES.
000078 01 DirectorySyncFileStatus PIC XX VALUE SPACES.
000079 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000080 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000081
000082 01 BackoutDate            PIC 9(8) VALUE ZERO.
000083 01 TargetIdx              PIC 9 VALUE ZERO.
000084
000085 01 BackoutTable.
000086     05 BackoutCount        PIC 9(4) VALUE ZERO.
000087     05 BackoutEntry OCCURS 1000 TIMES.
000088         10 BO-ACCOUNT-ID          PIC X(8).
000089         10 BO-LOW-SEQ             PIC 99.
000090         10 BO-OLD-PASSWORD        PIC A(20).
000091         10 BO-NEW-PASSWORD        PIC A(20).
000092         10 BO-ELIGIBLE            PIC X(01).
000093         10 BO-RESTORED            PIC X(01).
000094         10 BO-OWNER-ID            PIC X(8).
000095         10 BO-OWNER-CONTACT       PIC X(40).
000096         10 BO-DEPARTMENT-CODE     PIC X(4).
000097
000098 01 ExistingSyncTable.
000099     05 ExistingSyncCount   PIC 9(4) VALUE ZERO.
000100     05 ExistingSyncRecord OCCURS 5000 TIMES PIC X(55).
000101
000102 01 Idx                    PIC 9(4) VALUE ZERO.
000103 01 TblIdx                 PIC 9(4) VALUE ZERO.
000104 01 LookupAccountId        PIC X(8) VALUE SPACES.
000105 01 ReportText             PIC X(80) VALUE SPACES.
000106
000107 01 MaskSourcePassword     PIC A(20) VALUE SPACES.
000108 01 MaskedPassword         PIC A(20) VALUE SPACES.
000109 01 MaskWorkLength         PIC 99 VALUE ZERO.
000110 01 CharIdx                PIC 99 VALUE ZERO.
000111
000112 01 CurrentDateTimeField   PIC X(21).
000113 01 ApprovalFileStatus     PIC XX VALUE SPACES.
000114 01 ApprovalRunDate        PIC 9(8) VALUE ZERO.
000115 01 ApprovalRunTime        PIC 9(8) VALUE ZERO.
000116 01 ApprovalCardState      PIC X(01) VALUE "N".
000117     88 ApprovalCardFound          VALUE "Y".
000118 01 EndOfApprovalRecords   PIC X(01) VALUE "N".
000119     88 NoMoreApprovalRecords      VALUE "Y".
000120 01 ApprovedRequesterId    PIC X(8) VALUE SPACES.
000121 01 ApprovedApproverId     PIC X(8) VALUE SPACES.
000122 01 ApprovedDate           PIC 9(8) VALUE ZERO.
000123 01 ApprovedCount          PIC 9(9) VALUE ZERO.
000124 01 ApprovedHash           PIC 9(12) VALUE ZERO.
000125 01 ApprovalInputCount     PIC 9(9) VALUE ZERO.
000126 01 ApprovalInputHash      PIC 9(12) VALUE ZERO.
000127 01 ApprovalMaxAgeDays     PIC 9(3) VALUE 1.
000128 01 ApprovalAgeDays        PIC S9(9) VALUE ZERO.
000129 01 ApprovalRefusalText    PIC X(40) VALUE SPACES.
000130 01 RunDateValue           PIC 9(8) VALUE ZERO.
000131 01 RunTimeValue           PIC 9(8) VALUE ZERO.
000132
000133     COPY ENVLP.
000134
000135 01 EnvelopeHashId         PIC X(8).
000136 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000137 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000138 01 SyncEnvelopeCount      PIC 9(9) VALUE ZERO.
000139 01 SyncEnvelopeHash       PIC 9(12) VALUE ZERO.
000140 01 SyncTrailerState       PIC X(01) VALUE "N".
000141     88 SyncTrailerSeen            VALUE "Y".
000142 01 OutputEnvelopeCount    PIC 9(9) VALUE ZERO.
000143 01 OutputEnvelopeHash     PIC 9(12) VALUE ZERO.
000144
000145 01 VaultRecordsScanned    PIC 9(9) VALUE ZERO.
000146 01 AccountsSelected       PIC 9(9) VALUE ZERO.
000147 01 AccountsBackedOut      PIC 9(9) VALUE ZERO.
000148 01 AccountsRefused        PIC 9(9) VALUE ZERO.
000149 01 ReverseRecordsWritten  PIC 9(9) VALUE ZERO.
000150 01 LedgerEntriesMarked    PIC 9(9) VALUE ZERO.
000151 01 OwnerEventsWritten     PIC 9(9) VALUE ZERO.
000152
000153 01 EndOfVaultScan         PIC X(01) VALUE "N".
000154     88 VaultScanComplete          VALUE "Y".
000155 01 EndOfLedgerScan        PIC X(01) VALUE "N".
000156     88 LedgerScanComplete         VALUE "Y".
000157 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000158     88 NoMoreMasterRecords        VALUE "Y".
000159 01 EndOfSyncRecords       PIC X(01) VALUE "N".
000160     88 NoMoreSyncRecords          VALUE "Y".
000161
000162 PROCEDURE DIVISION.
000163 BackOutRotationRun.
000164     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000165     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000166     MOVE CurrentDateTimeField(9:8) TO RunTimeValue
000167     PERFORM LoadBackoutParameters
000168     PERFORM ScanVaultForBackoutDate
000169     IF BackoutCount EQUAL ZERO
000170         DISPLAY "NO VAULT RECORDS STORED ON " BackoutDate
000171         MOVE 8 TO RETURN-CODE
000172         STOP RUN
000173     END-IF
000174     PERFORM ComputeBackoutApprovalTotals
000175     PERFORM VerifyDualControlApproval
000176     PERFORM CheckLedgerForLaterRotations
000177     PERFORM ApplyMasterRestores
000178     PERFORM MarkLedgerEntries
000179     PERFORM LoadExistingSyncRecords
000180     PERFORM RewriteSyncFileWithReverses
000181     PERFORM WriteBackoutAudit
000182     PERFORM WriteBackoutReport
000183     PERFORM WriteOwnerEvents
000184     DISPLAY "VAULT RECORDS SCANNED: " VaultRecordsScanned
000185     DISPLAY "ACCOUNTS SELECTED:     " AccountsSelected
000186     DISPLAY "ACCOUNTS BACKED OUT:   " AccountsBackedOut
000187     DISPLAY "ACCOUNTS REFUSED:      " AccountsRefused
000188     DISPLAY "REVERSE RECORDS:       " ReverseRecordsWritten
000189     DISPLAY "LEDGER ENTRIES MARKED: " LedgerEntriesMarked
000190     DISPLAY "OWNER EVENTS WRITTEN:  " OwnerEventsWritten
000191     IF AccountsRefused GREATER THAN ZERO
000192         MOVE 4 TO RETURN-CODE
000193     END-IF
000194     STOP RUN.
000195
000196 LoadBackoutParameters.
000197     MOVE ZERO TO BackoutDate
000198     OPEN INPUT BackoutParmFile
000199     IF BackoutParmFileStatus EQUAL "00"
000200         READ BackoutParmFile
000201             AT END
000202                 CONTINUE
000203             NOT AT END
000204                 IF BK-RUN-DATE NUMERIC
000205                     MOVE BK-RUN-DATE TO BackoutDate
000206                 END-IF
000207         END-READ
000208         CLOSE BackoutParmFile
000209     END-IF
000210     IF BackoutDate EQUAL ZERO
000211         DISPLAY "BACKOUT RUN DATE MISSING - RUN STOPPED"
000212         MOVE 8 TO RETURN-CODE
000213         STOP RUN
000214     END-IF.
000215
000216 ScanVaultForBackoutDate.
000217     OPEN INPUT PasswordVaultFile
000218     IF PasswordVaultFileStatus NOT EQUAL "00"
000219         DISPLAY "VAULT UNAVAILABLE - RUN STOPPED"
000220         MOVE 8 TO RETURN-CODE
000221         STOP RUN
000222     END-IF
000223     MOVE "N" TO EndOfVaultScan
000224     MOVE LOW-VALUES TO VA-VAULT-KEY
000225     START PasswordVaultFile KEY GREATER THAN OR EQUAL
000226             VA-VAULT-KEY
000227         INVALID KEY
000228             SET VaultScanComplete TO TRUE
000229     END-START
000230     IF PasswordVaultFileStatus NOT EQUAL "00"
000231         SET VaultScanComplete TO TRUE
000232     END-IF
000233     PERFORM ScanOneVaultRecord UNTIL VaultScanComplete
000234     CLOSE PasswordVaultFile.
000235
000236 ScanOneVaultRecord.
000237     READ PasswordVaultFile NEXT
000238         AT END
000239             SET VaultScanComplete TO TRUE
000240         NOT AT END
000241             ADD 1 TO VaultRecordsScanned
000242             IF VA-STORED-DATE EQUAL BackoutDate
000243                 PERFORM NoteOneBackoutCandidate
000244             END-IF
000245     END-READ
000246     IF PasswordVaultFileStatus NOT EQUAL "00"
000247         SET VaultScanComplete TO TRUE
000248     END-IF.
000249
000250 NoteOneBackoutCandidate.
000251     MOVE VA-ACCOUNT-ID TO LookupAccountId
000252     PERFORM LocateBackoutEntry
000253     IF Idx EQUAL ZERO
000254         IF BackoutCount LESS THAN 1000
000255             ADD 1 TO BackoutCount
000256             ADD 1 TO AccountsSelected
000257             MOVE VA-ACCOUNT-ID TO BO-ACCOUNT-ID(BackoutCount)
000258             MOVE VA-ROTATION-SEQ TO BO-LOW-SEQ(BackoutCount)
000259             MOVE VA-OLD-PASSWORD TO
000260                     BO-OLD-PASSWORD(BackoutCount)
000261             MOVE VA-NEW-PASSWORD TO
000262                     BO-NEW-PASSWORD(BackoutCount)
000263             MOVE "Y" TO BO-ELIGIBLE(BackoutCount)
000264             MOVE "N" TO BO-RESTORED(BackoutCount)
000265         ELSE
000266             DISPLAY "BACKOUT TABLE FULL - ACCOUNT SKIPPED"
000267         END-IF
000268     ELSE
000269         IF VA-ROTATION-SEQ LESS THAN BO-LOW-SEQ(Idx)
000270             MOVE VA-ROTATION-SEQ TO BO-LOW-SEQ(Idx)
000271             MOVE VA-OLD-PASSWORD TO BO-OLD-PASSWORD(Idx)
000272         END-IF
000273         IF VA-ROTATION-SEQ GREATER THAN BO-LOW-SEQ(Idx)
000274             MOVE VA-NEW-PASSWORD TO BO-NEW-PASSWORD(Idx)
000275         END-IF
000276     END-IF.
000277
000278 ComputeBackoutApprovalTotals.
000279     PERFORM VARYING Idx FROM 1 BY 1
000280             UNTIL Idx GREATER THAN BackoutCount
000281         ADD 1 TO ApprovalInputCount
000282         MOVE BO-ACCOUNT-ID(Idx) TO EnvelopeHashId
000283         PERFORM AddToEnvelopeHash
000284         ADD EnvelopeHashWork TO ApprovalInputHash
000285     END-PERFORM.
000286
000287 LocateBackoutEntry.
000288     PERFORM VARYING Idx FROM 1 BY 1
000289             UNTIL Idx GREATER THAN BackoutCount
000290         IF BO-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000291             EXIT PERFORM
000292         END-IF
000293     END-PERFORM
000294     IF Idx GREATER THAN BackoutCount
000295         MOVE ZERO TO Idx
000296     END-IF.
000297
000298 CheckLedgerForLaterRotations.
000299     OPEN I-O SyncLedgerFile
000300     IF SyncLedgerFileStatus EQUAL "35"
000301         OPEN OUTPUT SyncLedgerFile
000302         CLOSE SyncLedgerFile
000303         OPEN I-O SyncLedgerFile
000304     END-IF
000305     IF SyncLedgerFileStatus NOT EQUAL "00"
000306         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000307         MOVE 8 TO RETURN-CODE
000308         STOP RUN
000309     END-IF
000310     PERFORM VARYING Idx FROM 1 BY 1
000311             UNTIL Idx GREATER THAN BackoutCount
000312         PERFORM CheckOneAccountLedger
000313     END-PERFORM.
000314
000315 CheckOneAccountLedger.
000316     MOVE "N" TO EndOfLedgerScan
000317     MOVE BO-ACCOUNT-ID(Idx) TO LG-ACCOUNT-ID
000318     MOVE ZERO TO LG-ROTATION-SEQ
000319     MOVE ZERO TO LG-STORED-DATE
000320     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000321             LG-LEDGER-KEY
000322         INVALID KEY
000323             SET LedgerScanComplete TO TRUE
000324     END-START
000325     IF SyncLedgerFileStatus NOT EQUAL "00"
000326         SET LedgerScanComplete TO TRUE
000327     END-IF
000328     PERFORM CheckOneLedgerEntry UNTIL LedgerScanComplete.
000329
000330 CheckOneLedgerEntry.
000331     READ SyncLedgerFile NEXT
000332         AT END
000333             SET LedgerScanComplete TO TRUE
000334         NOT AT END
000335             IF LG-ACCOUNT-ID EQUAL BO-ACCOUNT-ID(Idx)
000336                 IF LG-STORED-DATE GREATER THAN BackoutDate
000337                     PERFORM CheckLaterLedgerApplied
000338                 END-IF
000339             ELSE
000340                 SET LedgerScanComplete TO TRUE
000341             END-IF
000342     END-READ
000343     IF SyncLedgerFileStatus NOT EQUAL "00"
000344         SET LedgerScanComplete TO TRUE
000345     END-IF.
000346
000347 CheckLaterLedgerApplied.
000348     IF LG-APPLIED-DATE GREATER THAN ZERO
000349         MOVE "N" TO BO-ELIGIBLE(Idx)
000350     END-IF
000351     PERFORM VARYING TargetIdx FROM 1 BY 1
000352             UNTIL TargetIdx GREATER THAN 3
000353         IF LG-TARGET-STATE(TargetIdx) EQUAL "A"
000354             MOVE "N" TO BO-ELIGIBLE(Idx)
000355         END-IF
000356     END-PERFORM.
000357
000358 ApplyMasterRestores.
000359     OPEN INPUT AccountMasterFile
000360     OPEN OUTPUT UpdatedMasterFile
000361     PERFORM ReadNextMasterRecord
000362     PERFORM RestoreOneMasterRecord UNTIL NoMoreMasterRecords
000363     CLOSE AccountMasterFile
000364     CLOSE UpdatedMasterFile.
000365
000366 ReadNextMasterRecord.
000367     READ AccountMasterFile
000368         AT END
000369             SET NoMoreMasterRecords TO TRUE
000370     END-READ.
000371
000372 RestoreOneMasterRecord.
000373     MOVE AM-ACCOUNT-ID TO LookupAccountId
000374     PERFORM LocateBackoutEntry
000375     IF Idx GREATER THAN ZERO AND BO-ELIGIBLE(Idx) EQUAL "Y"
000376         MOVE BO-OLD-PASSWORD(Idx) TO AM-CURRENT-PASSWORD
000377         MOVE "Y" TO BO-RESTORED(Idx)
000378         MOVE AM-OWNER-ID TO BO-OWNER-ID(Idx)
000379         MOVE AM-OWNER-CONTACT TO BO-OWNER-CONTACT(Idx)
000380         MOVE AM-DEPARTMENT-CODE TO BO-DEPARTMENT-CODE(Idx)
000381         ADD 1 TO AccountsBackedOut
000382     END-IF
000383     MOVE AccountMasterRecord TO UpdatedMasterRecord
000384     WRITE UpdatedMasterRecord
000385     PERFORM ReadNextMasterRecord.
000386
000387 MarkLedgerEntries.
000388     PERFORM VARYING Idx FROM 1 BY 1
000389             UNTIL Idx GREATER THAN BackoutCount
000390         IF BO-ELIGIBLE(Idx) EQUAL "Y"
000391             PERFORM MarkOneAccountLedger
000392         ELSE
000393             ADD 1 TO AccountsRefused
000394         END-IF
000395     END-PERFORM
000396     CLOSE SyncLedgerFile.
000397
000398 MarkOneAccountLedger.
000399     MOVE "N" TO EndOfLedgerScan
000400     MOVE BO-ACCOUNT-ID(Idx) TO LG-ACCOUNT-ID
000401     MOVE ZERO TO LG-ROTATION-SEQ
000402     MOVE BackoutDate TO LG-STORED-DATE
000403     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000404             LG-LEDGER-KEY
000405         INVALID KEY
000406             SET LedgerScanComplete TO TRUE
000407     END-START
000408     IF SyncLedgerFileStatus NOT EQUAL "00"
000409         SET LedgerScanComplete TO TRUE
000410     END-IF
000411     PERFORM MarkOneLedgerEntry UNTIL LedgerScanComplete.
000412
000413 MarkOneLedgerEntry.
000414     READ SyncLedgerFile NEXT
000415         AT END
000416             SET LedgerScanComplete TO TRUE
000417         NOT AT END
000418             IF LG-ACCOUNT-ID EQUAL BO-ACCOUNT-ID(Idx)
000419                 IF LG-STORED-DATE EQUAL BackoutDate
000420                     MOVE "BACKED-OUT" TO LG-PUSH-STATUS
000421                     REWRITE SyncLedgerRecord
000422                     ADD 1 TO LedgerEntriesMarked
000423                 END-IF
000424             ELSE
000425                 SET LedgerScanComplete TO TRUE
000426             END-IF
000427     END-READ
000428     IF SyncLedgerFileStatus NOT EQUAL "00"
000429         SET LedgerScanComplete TO TRUE
000430     END-IF.
000431
000432 LoadExistingSyncRecords.
000433     MOVE ZERO TO ExistingSyncCount
000434     OPEN INPUT DirectorySyncFile
000435     IF DirectorySyncFileStatus NOT EQUAL "00"
000436         DISPLAY "NO DIRECTORY SYNC FILE - STARTING EMPTY"
000437         SET NoMoreSyncRecords TO TRUE
000438     END-IF
000439     PERFORM ReadNextSyncRecord UNTIL NoMoreSyncRecords
000440     IF DirectorySyncFileStatus EQUAL "00" OR
000441             DirectorySyncFileStatus EQUAL "10"
000442         CLOSE DirectorySyncFile
000443     END-IF.
000444
000445 ReadNextSyncRecord.
000446     READ DirectorySyncFile
000447         AT END
000448             IF NOT SyncTrailerSeen
000449                 PERFORM AbendSyncEnvelope
000450             END-IF
000451             SET NoMoreSyncRecords TO TRUE
000452         NOT AT END
000453             PERFORM ClassifyOneSyncRecord
000454     END-READ.
000455
000456 ClassifyOneSyncRecord.
000457     EVALUATE DS-ACCOUNT-ID
000458         WHEN "HDR*****"
000459             CONTINUE
000460         WHEN "TRL*****"
000461             PERFORM VerifySyncTrailer
000462         WHEN OTHER
000463             IF SyncTrailerSeen
000464                 PERFORM AbendSyncEnvelope
000465             END-IF
000466             ADD 1 TO SyncEnvelopeCount
000467             MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000468             PERFORM AddToEnvelopeHash
000469             ADD EnvelopeHashWork TO SyncEnvelopeHash
000470             PERFORM StoreOneSyncRecord
000471     END-EVALUATE.
000472
000473 StoreOneSyncRecord.
000474     IF ExistingSyncCount LESS THAN 5000
000475         ADD 1 TO ExistingSyncCount
000476         MOVE DirectorySyncRecord TO
000477                 ExistingSyncRecord(ExistingSyncCount)
000478     ELSE
000479         DISPLAY "EXISTING SYNC TABLE FULL - RECORD LOST"
000480     END-IF.
000481
000482 VerifySyncTrailer.
000483     MOVE DirectorySyncRecord TO EnvelopeTrailerRecord
000484     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000485         PERFORM AbendSyncEnvelope
000486     END-IF
000487     IF ET-RECORD-COUNT NOT EQUAL SyncEnvelopeCount OR
000488             ET-HASH-TOTAL NOT EQUAL SyncEnvelopeHash
000489         PERFORM AbendSyncEnvelope
000490     END-IF
000491     SET SyncTrailerSeen TO TRUE.
000492
000493 AbendSyncEnvelope.
000494     DISPLAY "DSYNCOUT TRAILER MISSING OR COUNTS DO NOT TIE"
000495     MOVE 16 TO RETURN-CODE
000496     STOP RUN.
000497
000498 AddToEnvelopeHash.
000499     MOVE ZERO TO EnvelopeHashWork
000500     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000501             UNTIL EnvelopeCharIdx GREATER THAN 8
000502         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000503                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000504     END-PERFORM.
000505
000506 RewriteSyncFileWithReverses.
000507     OPEN OUTPUT DirectorySyncFile
000508     PERFORM WriteSyncHeader
000509     PERFORM VARYING TblIdx FROM 1 BY 1
000510             UNTIL TblIdx GREATER THAN ExistingSyncCount
000511         PERFORM CopyOneSyncRecord
000512     END-PERFORM
000513     PERFORM VARYING Idx FROM 1 BY 1
000514             UNTIL Idx GREATER THAN BackoutCount
000515         IF BO-RESTORED(Idx) EQUAL "Y"
000516             PERFORM WriteOneReverseRecord
000517         END-IF
000518     END-PERFORM
000519     PERFORM WriteSyncTrailer
000520     CLOSE DirectorySyncFile.
000521
000522 CopyOneSyncRecord.
000523     MOVE ExistingSyncRecord(TblIdx) TO DirectorySyncRecord
000524     WRITE DirectorySyncRecord
000525     MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000526     PERFORM AddToEnvelopeHash
000527     ADD EnvelopeHashWork TO OutputEnvelopeHash
000528     ADD 1 TO OutputEnvelopeCount.
000529
000530 WriteOneReverseRecord.
000531     MOVE BO-ACCOUNT-ID(Idx) TO DS-ACCOUNT-ID
000532     MOVE BO-OLD-PASSWORD(Idx) TO MaskSourcePassword
000533     PERFORM MaskOnePassword
000534     MOVE MaskedPassword TO DS-NEW-PASSWORD
000535     MOVE RunDateValue TO DS-EFFECTIVE-DATE
000536     MOVE BO-ACCOUNT-ID(Idx) TO DS-VR-ACCOUNT-ID
000537     MOVE BO-LOW-SEQ(Idx) TO DS-VR-ROTATION-SEQ
000538     MOVE BackoutDate TO DS-VR-STORED-DATE
000539     MOVE "R" TO DS-ACTION-CODE
000540     WRITE DirectorySyncRecord
000541     MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000542     PERFORM AddToEnvelopeHash
000543     ADD EnvelopeHashWork TO OutputEnvelopeHash
000544     ADD 1 TO OutputEnvelopeCount
000545     ADD 1 TO ReverseRecordsWritten.
000546
000547 WriteSyncHeader.
000548     MOVE "HDR*****" TO EH-RECORD-TAG
000549     MOVE "ROTATION-BACKOUT" TO EH-CREATOR-PROGRAM
000550     MOVE RunDateValue TO EH-CREATED-DATE
000551     MOVE RunTimeValue TO EH-CREATED-TIME
000552     WRITE DirectorySyncRecord FROM EnvelopeHeaderRecord.
000553
000554 WriteSyncTrailer.
000555     MOVE "TRL*****" TO ET-RECORD-TAG
000556     MOVE OutputEnvelopeCount TO ET-RECORD-COUNT
000557     MOVE OutputEnvelopeHash TO ET-HASH-TOTAL
000558     WRITE DirectorySyncRecord FROM EnvelopeTrailerRecord.
000559
000560 WriteBackoutAudit.
000561     OPEN OUTPUT BackoutAuditFile
000562     PERFORM VARYING Idx FROM 1 BY 1
000563             UNTIL Idx GREATER THAN BackoutCount
000564         IF BO-RESTORED(Idx) EQUAL "Y"
000565             PERFORM WriteOneAuditRecord
000566         END-IF
000567     END-PERFORM
000568     CLOSE BackoutAuditFile.
000569
000570 WriteOneAuditRecord.
000571     MOVE BO-ACCOUNT-ID(Idx) TO AT-ACCOUNT-ID
000572     MOVE BO-NEW-PASSWORD(Idx) TO MaskSourcePassword
000573     PERFORM MaskOnePassword
000574     MOVE MaskedPassword TO AT-OLD-PASSWORD
000575     MOVE BO-OLD-PASSWORD(Idx) TO MaskSourcePassword
000576     PERFORM MaskOnePassword
000577     MOVE MaskedPassword TO AT-NEW-PASSWORD
000578     MOVE RunDateValue TO AT-RUN-DATE
000579     MOVE RunTimeValue TO AT-RUN-TIME
000580     MOVE BO-ACCOUNT-ID(Idx) TO AT-VAULT-REF(1:8)
000581     MOVE BO-LOW-SEQ(Idx) TO AT-VAULT-REF(9:2)
000582     MOVE BackoutDate TO AT-VAULT-REF(11:8)
000583     WRITE AuditTrailRecord.
000584
000585 MaskOnePassword.
000586     MOVE SPACES TO MaskedPassword
000587     MOVE ZERO TO MaskWorkLength
000588     PERFORM VARYING CharIdx FROM 20 BY -1
000589             UNTIL CharIdx LESS THAN 1 OR
000590             MaskWorkLength GREATER THAN ZERO
000591         IF MaskSourcePassword(CharIdx:1) NOT EQUAL SPACE
000592             MOVE CharIdx TO MaskWorkLength
000593         END-IF
000594     END-PERFORM
000595     IF MaskWorkLength GREATER THAN ZERO
000596         MOVE ALL "*" TO MaskedPassword(1:MaskWorkLength)
000597         MOVE MaskSourcePassword(1:1) TO MaskedPassword(1:1)
000598         MOVE MaskSourcePassword(MaskWorkLength:1) TO
000599                 MaskedPassword(MaskWorkLength:1)
000600     END-IF.
000601
000602 WriteBackoutReport.
000603     OPEN OUTPUT BackoutReportFile
000604     MOVE "ROTATION BACKOUT REPORT" TO BackoutReportLine
000605     WRITE BackoutReportLine
000606     MOVE SPACES TO BackoutReportLine
000607     WRITE BackoutReportLine
000608     PERFORM VARYING Idx FROM 1 BY 1
000609             UNTIL Idx GREATER THAN BackoutCount
000610         PERFORM WriteOneBackoutLine
000611     END-PERFORM
000612     CLOSE BackoutReportFile.
000613
000614 WriteOneBackoutLine.
000615     MOVE SPACES TO ReportText
000616     EVALUATE TRUE
000617         WHEN BO-RESTORED(Idx) EQUAL "Y"
000618             STRING BO-ACCOUNT-ID(Idx)
000619                     "  BACKED OUT - PASSWORD RESTORED"
000620                     DELIMITED BY SIZE INTO ReportText
000621         WHEN BO-ELIGIBLE(Idx) EQUAL "N"
000622             STRING BO-ACCOUNT-ID(Idx)
000623                     "  REFUSED - LATER ROTATION APPLIED"
000624                     DELIMITED BY SIZE INTO ReportText
000625         WHEN OTHER
000626             STRING BO-ACCOUNT-ID(Idx)
000627                     "  NOT ON MASTER - NOT RESTORED"
000628                     DELIMITED BY SIZE INTO ReportText
000629     END-EVALUATE
000630     MOVE ReportText TO BackoutReportLine
000631     WRITE BackoutReportLine.
000632
000633 WriteOwnerEvents.
000634     OPEN EXTEND OwnerEventFile
000635     PERFORM VARYING Idx FROM 1 BY 1
000636             UNTIL Idx GREATER THAN BackoutCount
000637         IF BO-RESTORED(Idx) EQUAL "Y"
000638             PERFORM WriteOneOwnerEvent
000639         END-IF
000640     END-PERFORM
000641     CLOSE OwnerEventFile.
000642
000643 WriteOneOwnerEvent.
000644     MOVE SPACES TO OwnerEventRecord
000645     MOVE BO-ACCOUNT-ID(Idx) TO OE-ACCOUNT-ID
000646     MOVE BO-OWNER-ID(Idx) TO OE-OWNER-ID
000647     MOVE BO-OWNER-CONTACT(Idx) TO OE-OWNER-CONTACT
000648     MOVE BO-DEPARTMENT-CODE(Idx) TO OE-DEPARTMENT-CODE
000649     MOVE "REVERTED" TO OE-EVENT-CODE
000650     MOVE RunDateValue TO OE-EVENT-DATE
000651     MOVE "ROTATION-BACKOUT" TO OE-EVENT-PROGRAM
000652     STRING "ROTATION OF " BackoutDate
000653             " BACKED OUT - PREVIOUS PASSWORD RESTORED"
000654             DELIMITED BY SIZE INTO OE-EVENT-REASON
000655     WRITE OwnerEventRecord
000656     ADD 1 TO OwnerEventsWritten.
000657
000658 VerifyDualControlApproval.
000659     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000660     MOVE CurrentDateTimeField(1:8) TO ApprovalRunDate
000661     MOVE CurrentDateTimeField(9:8) TO ApprovalRunTime
000662     OPEN INPUT ApprovalFile
000663     IF ApprovalFileStatus NOT EQUAL "00"
000664         SET NoMoreApprovalRecords TO TRUE
000665     END-IF
000666     PERFORM ReadNextApprovalRecord UNTIL NoMoreApprovalRecords
000667     IF ApprovalFileStatus EQUAL "00" OR
000668             ApprovalFileStatus EQUAL "10"
000669         CLOSE ApprovalFile
000670     END-IF
000671     PERFORM CheckApprovalRecord
000672     PERFORM WriteApprovalLogRecord
000673     IF ApprovalRefusalText NOT EQUAL SPACES
000674         DISPLAY "RUN REFUSED - " ApprovalRefusalText
000675         DISPLAY "INPUT COUNT " ApprovalInputCount
000676                 " HASH " ApprovalInputHash
000677         MOVE 8 TO RETURN-CODE
000678         STOP RUN
000679     END-IF
000680     DISPLAY "RUN APPROVED BY " ApprovedApproverId
000681             " FOR " ApprovedRequesterId.
000682
000683 ReadNextApprovalRecord.
000684     READ ApprovalFile
000685         AT END
000686             SET NoMoreApprovalRecords TO TRUE
000687         NOT AT END
000688             IF AP-PROGRAM-ID EQUAL "ROTATION-BACKOUT"
000689                 PERFORM StoreApprovalRecord
000690             END-IF
000691     END-READ.
000692
000693 StoreApprovalRecord.
000694     SET ApprovalCardFound TO TRUE
000695     SET NoMoreApprovalRecords TO TRUE
000696     MOVE AP-REQUESTER-ID TO ApprovedRequesterId
000697     MOVE AP-APPROVER-ID TO ApprovedApproverId
000698     IF AP-APPROVAL-DATE NUMERIC
000699         MOVE AP-APPROVAL-DATE TO ApprovedDate
000700     END-IF
000701     IF AP-RECORD-COUNT NUMERIC
000702         MOVE AP-RECORD-COUNT TO ApprovedCount
000703     END-IF
000704     IF AP-HASH-TOTAL NUMERIC
000705         MOVE AP-HASH-TOTAL TO ApprovedHash
000706     END-IF.
000707
000708 CheckApprovalRecord.
000709     MOVE SPACES TO ApprovalRefusalText
000710     EVALUATE TRUE
000711         WHEN NOT ApprovalCardFound
000712             MOVE "NO APPROVAL RECORD FOR THIS RUN" TO
000713                     ApprovalRefusalText
000714         WHEN ApprovedRequesterId EQUAL SPACES OR
000715                 ApprovedApproverId EQUAL SPACES
000716             MOVE "REQUESTER OR APPROVER MISSING" TO
000717                     ApprovalRefusalText
000718         WHEN ApprovedRequesterId EQUAL ApprovedApproverId
000719             MOVE "SELF-APPROVED - SECOND PERSON REQUIRED" TO
000720                     ApprovalRefusalText
000721         WHEN ApprovedDate EQUAL ZERO
000722             MOVE "APPROVAL DATE MISSING OR INVALID" TO
000723                     ApprovalRefusalText
000724         WHEN FUNCTION TEST-DATE-YYYYMMDD(ApprovedDate)
000725                 NOT EQUAL ZERO
000726             MOVE "APPROVAL DATE MISSING OR INVALID" TO
000727                     ApprovalRefusalText
000728         WHEN ApprovedDate GREATER THAN ApprovalRunDate
000729             MOVE "APPROVAL DATED AFTER THE RUN DATE" TO
000730                     ApprovalRefusalText
000731         WHEN OTHER
000732             COMPUTE ApprovalAgeDays =
000733                     FUNCTION INTEGER-OF-DATE(ApprovalRunDate) -
000734                     FUNCTION INTEGER-OF-DATE(ApprovedDate)
000735             IF ApprovalAgeDays GREATER THAN ApprovalMaxAgeDays
000736                 MOVE "APPROVAL IS STALE" TO ApprovalRefusalText
000737             END-IF
000738     END-EVALUATE
000739     IF ApprovalRefusalText EQUAL SPACES
000740         IF ApprovedCount NOT EQUAL ApprovalInputCount OR
000741                 ApprovedHash NOT EQUAL ApprovalInputHash
000742             MOVE "COUNT OR HASH DOES NOT TIE TO INPUT" TO
000743                     ApprovalRefusalText
000744         END-IF
000745     END-IF.
000746
000747 WriteApprovalLogRecord.
000748     OPEN EXTEND ApprovalLogFile
000749     MOVE "ROTATION-BACKOUT" TO AL-PROGRAM-ID
000750     MOVE ApprovalRunDate TO AL-RUN-DATE
000751     MOVE ApprovalRunTime TO AL-RUN-TIME
000752     MOVE ApprovedRequesterId TO AL-REQUESTER-ID
000753     MOVE ApprovedApproverId TO AL-APPROVER-ID
000754     MOVE ApprovedDate TO AL-APPROVAL-DATE
000755     MOVE ApprovedCount TO AL-APPROVED-COUNT
000756     MOVE ApprovedHash TO AL-APPROVED-HASH
000757     MOVE ApprovalInputCount TO AL-INPUT-COUNT
000758     MOVE ApprovalInputHash TO AL-INPUT-HASH
000759     IF ApprovalRefusalText EQUAL SPACES
000760         MOVE "USED" TO AL-DECISION
000761     ELSE
000762         MOVE "REFUSED" TO AL-DECISION
000763     END-IF
000764     MOVE ApprovalRefusalText TO AL-REASON
000765     WRITE ApprovalLogRecord
000766     CLOSE ApprovalLogFile.
