000027         FILE STATUS SyncLedgerFileStatus.
000028     SELECT OffboardReportFile ASSIGN TO "OFFBDRPT"
000029         ORGANIZATION LINE SEQUENTIAL.
000030     SELECT ApprovalFile ASSIGN TO "APPROVIN"
000031         ORGANIZATION LINE SEQUENTIAL
000032         FILE STATUS ApprovalFileStatus.
000033     SELECT OPTIONAL ApprovalLogFile ASSIGN TO "APPRLOG"
000034         ORGANIZATION LINE SEQUENTIAL.
000035     SELECT OPTIONAL OwnerEventFile ASSIGN TO "OWNEREVT"
000036         ORGANIZATION LINE SEQUENTIAL.
000037
000038 DATA DIVISION.
000039 FILE SECTION.
000040 FD  TerminationFeedFile.
000041 01  TerminationFeedRecord.
000042     05  TR-ACCOUNT-ID             PIC X(8).
000043     05  TR-TERMINATION-DATE       PIC 9(8).
000044
000045 FD  AccountMasterFile.
000046     COPY ACCOUNT.
000047
000048 FD  UpdatedMasterFile.
000049 01  UpdatedMasterRecord           PIC X(105).
000050
000051 FD  DirectorySyncFile.
000052     COPY DSYNC.
000053
000054 FD  PasswordVaultFile.
000055     COPY VAULT.
000056
000057 FD  SyncLedgerFile.
000058     COPY LEDGER.
000059
000060 FD  OffboardReportFile.
000061 01  OffboardReportLine            PIC X(80).
000062
000063 FD  ApprovalFile.
000064     COPY APPROVE.
000065
000066 FD  ApprovalLogFile.
000067     COPY APPRLOG.
000068
000069 FD  OwnerEventFile.
000070     COPY OWNEVT.
000071
000072 WORKING-STORAGE SECTION.
000073 01 TerminationFeedFileStatus PIC XX VALUE SPACES.
000074 01 DirectorySyncFileStatus PIC XX VALUE SPACES.
000075 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000076 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000077 01 VaultAvailability      PIC X(01) VALUE "N".
000078     88 VaultIsAvailable           VALUE "Y".
000079
000080 01 TerminationTable.
000081     05 TerminationCount    PIC 9(4) VALUE ZERO.
000082     05 TerminationEntry OCCURS 1000 TIMES.
000083         10 TM-ACCOUNT-ID          PIC X(8).
000084         10 TM-TERM-DATE           PIC 9(8).
000085         10 TM-ON-MASTER           PIC X(01).
000086         10 TM-VAULT-SCRUBBED      PIC 9(4).
000087         10 TM-OWNER-ID            PIC X(8).
000088         10 TM-OWNER-CONTACT       PIC X(40).
000089         10 TM-DEPARTMENT-CODE     PIC X(4).
000090
000091 01 ExistingSyncTable.
000092     05 ExistingSyncCount   PIC 9(4) VALUE ZERO.
000093     05 ExistingSyncRecord OCCURS 5000 TIMES PIC X(55).
000094
000095 01 Idx                    PIC 9(4) VALUE ZERO.
000096 01 TblIdx                 PIC 9(4) VALUE ZERO.
000097 01 TargetIdx              PIC 9 VALUE ZERO.
000098 01 LookupAccountId        PIC X(8) VALUE SPACES.
000099 01 ReportText             PIC X(80) VALUE SPACES.
000100 01 ScrubbedCountText      PIC ZZZ9.
000101
000102 01 CurrentDateTimeField   PIC X(21).
000103 01 ApprovalFileStatus     PIC XX VALUE SPACES.
000104 01 ApprovalRunDate        PIC 9(8) VALUE ZERO.
000105 01 ApprovalRunTime        PIC 9(8) VALUE ZERO.
000106 01 ApprovalCardState      PIC X(01) VALUE "N".
000107     88 ApprovalCardFound          VALUE "Y".
000108 01 EndOfApprovalRecords   PIC X(01) VALUE "N".
000109     88 NoMoreApprovalRecords      VALUE "Y".
000110 01 ApprovedRequesterId    PIC X(8) VALUE SPACES.
000111 01 ApprovedApproverId     PIC X(8) VALUE SPACES.
000112 01 ApprovedDate           PIC 9(8) VALUE ZERO.
000113 01 ApprovedCount          PIC 9(9) VALUE ZERO.
000114 01 ApprovedHash           PIC 9(12) VALUE ZERO.
000115 01 ApprovalInputCount     PIC 9(9) VALUE ZERO.
000116 01 ApprovalInputHash      PIC 9(12) VALUE ZERO.
000117 01 ApprovalMaxAgeDays     PIC 9(3) VALUE 1.
000118 01 ApprovalAgeDays        PIC S9(9) VALUE ZERO.
000119 01 ApprovalRefusalText    PIC X(40) VALUE SPACES.
000120 01 RunDateValue           PIC 9(8) VALUE ZERO.
000121 01 RunTimeValue           PIC 9(8) VALUE ZERO.
000122
000123     COPY ENVLP.
000124
000125 01 EnvelopeHashId         PIC X(8).
000126 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000127 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000128 01 SyncEnvelopeCount      PIC 9(9) VALUE ZERO.
000129 01 SyncEnvelopeHash       PIC 9(12) VALUE ZERO.
000130 01 SyncTrailerState       PIC X(01) VALUE "N".
000131     88 SyncTrailerSeen            VALUE "Y".
000132 01 OutputEnvelopeCount    PIC 9(9) VALUE ZERO.
000133 01 OutputEnvelopeHash     PIC 9(12) VALUE ZERO.
000134
000135 01 TerminationsListed     PIC 9(9) VALUE ZERO.
000136 01 MastersRead            PIC 9(9) VALUE ZERO.
000137 01 MastersWritten         PIC 9(9) VALUE ZERO.
000138 01 MastersDropped         PIC 9(9) VALUE ZERO.
000139 01 VaultRecordsScrubbed   PIC 9(9) VALUE ZERO.
000140 01 DisablesQueued         PIC 9(9) VALUE ZERO.
000141 01 AccountsNotOnMaster    PIC 9(9) VALUE ZERO.
000142 01 OwnerEventsWritten     PIC 9(9) VALUE ZERO.
000143
000144 01 EndOfTermRecords       PIC X(01) VALUE "N".
000145     88 NoMoreTermRecords          VALUE "Y".
000146 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000147     88 NoMoreMasterRecords        VALUE "Y".
000148 01 EndOfSyncRecords       PIC X(01) VALUE "N".
000149     88 NoMoreSyncRecords          VALUE "Y".
000150 01 EndOfVaultScan         PIC X(01) VALUE "N".
000151     88 VaultScanComplete          VALUE "Y".
000152
000153 PROCEDURE DIVISION.
000154 OffboardTerminatedAccounts.
000155     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000156     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000157     MOVE CurrentDateTimeField(9:8) TO RunTimeValue
000158     PERFORM LoadTerminationFeed
000159     IF TerminationCount EQUAL ZERO
000160         DISPLAY "TERMINATION FEED EMPTY - NOTHING TO DO"
000161         MOVE 8 TO RETURN-CODE
000162         STOP RUN
000163     END-IF
000164     PERFORM VerifyDualControlApproval
000165     PERFORM CopyMasterDroppingTerminated
000166     PERFORM ScrubVaultRecords
000167     PERFORM LoadExistingSyncRecords
000168     PERFORM RewriteSyncFileWithDisables
000169     PERFORM WriteOffboardReport
000170     PERFORM WriteOwnerEvents
000171     DISPLAY "TERMINATIONS LISTED:   " TerminationsListed
000172     DISPLAY "MASTER RECORDS READ:   " MastersRead
000173     DISPLAY "MASTER RECORDS KEPT:   " MastersWritten
000174     DISPLAY "MASTER RECORDS DROPPED:" MastersDropped
000175     DISPLAY "VAULT RECORDS SCRUBBED:" VaultRecordsScrubbed
000176     DISPLAY "DISABLES QUEUED:       " DisablesQueued
000177     DISPLAY "NOT ON MASTER:         " AccountsNotOnMaster
000178     DISPLAY "OWNER EVENTS WRITTEN:  " OwnerEventsWritten
000179     STOP RUN.
000180
000181 LoadTerminationFeed.
000182     MOVE ZERO TO TerminationCount
000183     OPEN INPUT TerminationFeedFile
000184     IF TerminationFeedFileStatus NOT EQUAL "00"
000185         DISPLAY "TERMINATION FEED FILE MISSING"
000186         SET NoMoreTermRecords TO TRUE
000187     END-IF
000188     PERFORM ReadNextTermRecord UNTIL NoMoreTermRecords
000189     IF TerminationFeedFileStatus EQUAL "00" OR
000190             TerminationFeedFileStatus EQUAL "10"
000191         CLOSE TerminationFeedFile
000192     END-IF.
000193
000194 ReadNextTermRecord.
000195     READ TerminationFeedFile
000196         AT END
000197             SET NoMoreTermRecords TO TRUE
000198         NOT AT END
000199             PERFORM StoreOneTermRecord
000200     END-READ.
000201
000202 StoreOneTermRecord.
000203     ADD 1 TO ApprovalInputCount
000204     MOVE TR-ACCOUNT-ID TO EnvelopeHashId
000205     PERFORM AddToEnvelopeHash
000206     ADD EnvelopeHashWork TO ApprovalInputHash
000207     IF TR-ACCOUNT-ID EQUAL SPACES
000208         CONTINUE
000209     ELSE
000210         MOVE TR-ACCOUNT-ID TO LookupAccountId
000211         PERFORM LocateTerminationEntry
000212         IF Idx EQUAL ZERO
000213             IF TerminationCount LESS THAN 1000
000214                 ADD 1 TO TerminationCount
000215                 ADD 1 TO TerminationsListed
000216                 MOVE TR-ACCOUNT-ID TO
000217                         TM-ACCOUNT-ID(TerminationCount)
000218                 MOVE TR-TERMINATION-DATE TO
000219                         TM-TERM-DATE(TerminationCount)
000220                 MOVE "N" TO TM-ON-MASTER(TerminationCount)
000221                 MOVE ZERO TO TM-VAULT-SCRUBBED(TerminationCount)
000222                 MOVE SPACES TO TM-OWNER-ID(TerminationCount)
000223                 MOVE SPACES TO TM-OWNER-CONTACT(TerminationCount)
000224                 MOVE SPACES TO
000225                         TM-DEPARTMENT-CODE(TerminationCount)
000226             ELSE
000227                 DISPLAY "TERMINATION TABLE FULL - SKIPPED"
000228             END-IF
000229         END-IF
000230     END-IF.
000231
000232 LocateTerminationEntry.
000233     PERFORM VARYING Idx FROM 1 BY 1
000234             UNTIL Idx GREATER THAN TerminationCount
000235         IF TM-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000236             EXIT PERFORM
000237         END-IF
000238     END-PERFORM
000239     IF Idx GREATER THAN TerminationCount
000240         MOVE ZERO TO Idx
000241     END-IF.
000242
000243 CopyMasterDroppingTerminated.
000244     OPEN INPUT AccountMasterFile
000245     OPEN OUTPUT UpdatedMasterFile
000246     PERFORM ReadNextMasterRecord
000247     PERFORM CopyOneMasterRecord UNTIL NoMoreMasterRecords
000248     CLOSE AccountMasterFile
000249     CLOSE UpdatedMasterFile.
000250
000251 ReadNextMasterRecord.
000252     READ AccountMasterFile
000253         AT END
000254             SET NoMoreMasterRecords TO TRUE
000255     END-READ.
000256
000257 CopyOneMasterRecord.
000258     ADD 1 TO MastersRead
000259     MOVE AM-ACCOUNT-ID TO LookupAccountId
000260     PERFORM LocateTerminationEntry
000261     IF Idx GREATER THAN ZERO
000262         MOVE "Y" TO TM-ON-MASTER(Idx)
000263         MOVE AM-OWNER-ID TO TM-OWNER-ID(Idx)
000264         MOVE AM-OWNER-CONTACT TO TM-OWNER-CONTACT(Idx)
000265         MOVE AM-DEPARTMENT-CODE TO TM-DEPARTMENT-CODE(Idx)
000266         ADD 1 TO MastersDropped
000267     ELSE
000268         MOVE AccountMasterRecord TO UpdatedMasterRecord
000269         WRITE UpdatedMasterRecord
000270         ADD 1 TO MastersWritten
000271     END-IF
000272     PERFORM ReadNextMasterRecord.
000273
000274 ScrubVaultRecords.
000275     OPEN I-O PasswordVaultFile
000276     IF PasswordVaultFileStatus EQUAL "00"
000277         SET VaultIsAvailable TO TRUE
000278     ELSE
000279         DISPLAY "VAULT UNAVAILABLE - RECORDS NOT SCRUBBED"
000280     END-IF
000281     IF VaultIsAvailable
000282         PERFORM VARYING Idx FROM 1 BY 1
000283                 UNTIL Idx GREATER THAN TerminationCount
000284             PERFORM ScrubOneAccountVault
000285         END-PERFORM
000286         CLOSE PasswordVaultFile
000287     END-IF.
000288
000289 ScrubOneAccountVault.
000290     MOVE "N" TO EndOfVaultScan
000291     MOVE TM-ACCOUNT-ID(Idx) TO VA-ACCOUNT-ID
000292     MOVE ZERO TO VA-ROTATION-SEQ
000293     START PasswordVaultFile KEY GREATER THAN OR EQUAL
000294             VA-VAULT-KEY
000295         INVALID KEY
000296             SET VaultScanComplete TO TRUE
000297     END-START
000298     IF PasswordVaultFileStatus NOT EQUAL "00"
000299         SET VaultScanComplete TO TRUE
000300     END-IF
000301     PERFORM ScrubOneVaultRecord UNTIL VaultScanComplete.
000302
000303 ScrubOneVaultRecord.
000304     READ PasswordVaultFile NEXT
000305         AT END
000306             SET VaultScanComplete TO TRUE
000307         NOT AT END
000308             IF VA-ACCOUNT-ID EQUAL TM-ACCOUNT-ID(Idx)
000309                 MOVE ALL "*" TO VA-OLD-PASSWORD
000310                 MOVE ALL "*" TO VA-NEW-PASSWORD
000311                 REWRITE PasswordVaultRecord
000312                 ADD 1 TO VaultRecordsScrubbed
000313                 ADD 1 TO TM-VAULT-SCRUBBED(Idx)
000314             ELSE
000315                 SET VaultScanComplete TO TRUE
000316             END-IF
000317     END-READ
000318     IF PasswordVaultFileStatus NOT EQUAL "00"
000319         SET VaultScanComplete TO TRUE
000320     END-IF.
000321
000322 LoadExistingSyncRecords.
000323     MOVE ZERO TO ExistingSyncCount
000324     OPEN INPUT DirectorySyncFile
000325     IF DirectorySyncFileStatus NOT EQUAL "00"
000326         DISPLAY "NO DIRECTORY SYNC FILE - STARTING EMPTY"
000327         SET NoMoreSyncRecords TO TRUE
000328     END-IF
000329     PERFORM ReadNextSyncRecord UNTIL NoMoreSyncRecords
000330     IF DirectorySyncFileStatus EQUAL "00" OR
000331             DirectorySyncFileStatus EQUAL "10"
000332         CLOSE DirectorySyncFile
000333     END-IF.
000334
000335 ReadNextSyncRecord.
000336     READ DirectorySyncFile
000337         AT END
000338             IF NOT SyncTrailerSeen
000339                 PERFORM AbendSyncEnvelope
000340             END-IF
000341             SET NoMoreSyncRecords TO TRUE
000342         NOT AT END
000343             PERFORM ClassifyOneSyncRecord
000344     END-READ.
000345
000346 ClassifyOneSyncRecord.
000347     EVALUATE DS-ACCOUNT-ID
000348         WHEN "HDR*****"
000349             CONTINUE
000350         WHEN "TRL*****"
000351             PERFORM VerifySyncTrailer
000352         WHEN OTHER
000353             IF SyncTrailerSeen
000354                 PERFORM AbendSyncEnvelope
000355             END-IF
000356             ADD 1 TO SyncEnvelopeCount
000357             MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000358             PERFORM AddToEnvelopeHash
000359             ADD EnvelopeHashWork TO SyncEnvelopeHash
000360             PERFORM StoreOneSyncRecord
000361     END-EVALUATE.
000362
000363 StoreOneSyncRecord.
000364     IF ExistingSyncCount LESS THAN 5000
000365         ADD 1 TO ExistingSyncCount
000366         MOVE DirectorySyncRecord TO
000367                 ExistingSyncRecord(ExistingSyncCount)
000368     ELSE
000369         DISPLAY "EXISTING SYNC TABLE FULL - RECORD LOST"
000370     END-IF.
000371
000372 VerifySyncTrailer.
000373     MOVE DirectorySyncRecord TO EnvelopeTrailerRecord
000374     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000375         PERFORM AbendSyncEnvelope
000376     END-IF
000377     IF ET-RECORD-COUNT NOT EQUAL SyncEnvelopeCount OR
000378             ET-HASH-TOTAL NOT EQUAL SyncEnvelopeHash
000379         PERFORM AbendSyncEnvelope
000380     END-IF
000381     SET SyncTrailerSeen TO TRUE.
000382
000383 AbendSyncEnvelope.
000384     DISPLAY "DSYNCOUT TRAILER MISSING OR COUNTS DO NOT TIE"
000385     MOVE 16 TO RETURN-CODE
000386     STOP RUN.
000387
000388 AddToEnvelopeHash.
000389     MOVE ZERO TO EnvelopeHashWork
000390     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000391             UNTIL EnvelopeCharIdx GREATER THAN 8
000392         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000393                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000394     END-PERFORM.
000395
000396 RewriteSyncFileWithDisables.
000397     PERFORM OpenSyncLedgerFile
000398     OPEN OUTPUT DirectorySyncFile
000399     PERFORM WriteSyncHeader
000400     PERFORM VARYING TblIdx FROM 1 BY 1
000401             UNTIL TblIdx GREATER THAN ExistingSyncCount
000402         PERFORM CopyOneSyncRecord
000403     END-PERFORM
000404     PERFORM VARYING Idx FROM 1 BY 1
000405             UNTIL Idx GREATER THAN TerminationCount
000406         PERFORM WriteOneDisableRecord
000407     END-PERFORM
000408     PERFORM WriteSyncTrailer
000409     CLOSE DirectorySyncFile
000410     CLOSE SyncLedgerFile.
000411
000412 OpenSyncLedgerFile.
000413     OPEN I-O SyncLedgerFile
000414     IF SyncLedgerFileStatus EQUAL "35"
000415         OPEN OUTPUT SyncLedgerFile
000416         CLOSE SyncLedgerFile
000417         OPEN I-O SyncLedgerFile
000418     END-IF
000419     IF SyncLedgerFileStatus NOT EQUAL "00"
000420         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000421         MOVE 8 TO RETURN-CODE
000422         STOP RUN
000423     END-IF.
000424
000425 CopyOneSyncRecord.
000426     MOVE ExistingSyncRecord(TblIdx) TO DirectorySyncRecord
000427     WRITE DirectorySyncRecord
000428     MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000429     PERFORM AddToEnvelopeHash
000430     ADD EnvelopeHashWork TO OutputEnvelopeHash
000431     ADD 1 TO OutputEnvelopeCount.
000432
000433 WriteOneDisableRecord.
000434     MOVE TM-ACCOUNT-ID(Idx) TO DS-ACCOUNT-ID
000435     MOVE SPACES TO DS-NEW-PASSWORD
000436     MOVE RunDateValue TO DS-EFFECTIVE-DATE
000437     MOVE TM-ACCOUNT-ID(Idx) TO DS-VR-ACCOUNT-ID
000438     MOVE ZERO TO DS-VR-ROTATION-SEQ
000439     MOVE RunDateValue TO DS-VR-STORED-DATE
000440     MOVE "D" TO DS-ACTION-CODE
000441     WRITE DirectorySyncRecord
000442     MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000443     PERFORM AddToEnvelopeHash
000444     ADD EnvelopeHashWork TO OutputEnvelopeHash
000445     ADD 1 TO OutputEnvelopeCount
000446     ADD 1 TO DisablesQueued
000447     IF TM-ON-MASTER(Idx) EQUAL "N"
000448         ADD 1 TO AccountsNotOnMaster
000449     END-IF
000450     PERFORM RecordLedgerDisable.
000451
000452 RecordLedgerDisable.
000453     MOVE TM-ACCOUNT-ID(Idx) TO LG-ACCOUNT-ID
000454     MOVE ZERO TO LG-ROTATION-SEQ
000455     MOVE RunDateValue TO LG-STORED-DATE
000456     MOVE "PUSHED" TO LG-PUSH-STATUS
000457     MOVE RunDateValue TO LG-GENERATED-DATE
000458     MOVE ZERO TO LG-HANDOFF-DATE
000459     MOVE SPACES TO LG-ACK-STATUS
000460     MOVE ZERO TO LG-APPLIED-DATE
000461     MOVE ZERO TO LG-RETRY-COUNT
000462     MOVE "D" TO LG-ACTION-CODE
000463     MOVE RunDateValue TO LG-EFFECTIVE-DATE
000464     PERFORM VARYING TargetIdx FROM 1 BY 1
000465             UNTIL TargetIdx GREATER THAN 3
000466         MOVE SPACE TO LG-TARGET-STATE(TargetIdx)
000467         MOVE SPACES TO LG-TARGET-ACK-STATUS(TargetIdx)
000468         MOVE ZERO TO LG-TARGET-APPLIED-DATE(TargetIdx)
000469     END-PERFORM
000470     WRITE SyncLedgerRecord
000471         INVALID KEY
000472             REWRITE SyncLedgerRecord
000473     END-WRITE.
000474
000475 WriteSyncHeader.
000476     MOVE "HDR*****" TO EH-RECORD-TAG
000477     MOVE "ACCOUNT-OFFBOARD" TO EH-CREATOR-PROGRAM
000478     MOVE RunDateValue TO EH-CREATED-DATE
000479     MOVE RunTimeValue TO EH-CREATED-TIME
000480     WRITE DirectorySyncRecord FROM EnvelopeHeaderRecord.
000481
000482 WriteSyncTrailer.
000483     MOVE "TRL*****" TO ET-RECORD-TAG
000484     MOVE OutputEnvelopeCount TO ET-RECORD-COUNT
000485     MOVE OutputEnvelopeHash TO ET-HASH-TOTAL
000486     WRITE DirectorySyncRecord FROM EnvelopeTrailerRecord.
000487
000488 WriteOffboardReport.
000489     OPEN OUTPUT OffboardReportFile
000490     MOVE "TERMINATED ACCOUNT OFFBOARDING" TO OffboardReportLine
000491     WRITE OffboardReportLine
000492     MOVE SPACES TO OffboardReportLine
000493     WRITE OffboardReportLine
000494     PERFORM VARYING Idx FROM 1 BY 1
000495             UNTIL Idx GREATER THAN TerminationCount
000496         PERFORM WriteOneOffboardLine
000497     END-PERFORM
000498     CLOSE OffboardReportFile.
000499
000500 WriteOneOffboardLine.
000501     MOVE SPACES TO ReportText
000502     MOVE TM-VAULT-SCRUBBED(Idx) TO ScrubbedCountText
000503     IF TM-ON-MASTER(Idx) EQUAL "Y"
000504         STRING TM-ACCOUNT-ID(Idx)
000505                 "  DROPPED FROM MASTER  VAULT SCRUBBED "
000506                 ScrubbedCountText
000507                 "  DISABLE QUEUED"
000508                 DELIMITED BY SIZE INTO ReportText
000509     ELSE
000510         STRING TM-ACCOUNT-ID(Idx)
000511                 "  NOT ON MASTER        VAULT SCRUBBED "
000512                 ScrubbedCountText
000513                 "  DISABLE QUEUED"
000514                 DELIMITED BY SIZE INTO ReportText
000515     END-IF
000516     MOVE ReportText TO OffboardReportLine
000517     WRITE OffboardReportLine.
000518
000519 WriteOwnerEvents.
000520     OPEN EXTEND OwnerEventFile
000521     PERFORM VARYING Idx FROM 1 BY 1
000522             UNTIL Idx GREATER THAN TerminationCount
000523         IF TM-ON-MASTER(Idx) EQUAL "Y"
000524             PERFORM WriteOneOwnerEvent
000525         END-IF
000526     END-PERFORM
000527     CLOSE OwnerEventFile.
000528
000529 WriteOneOwnerEvent.
000530     MOVE SPACES TO OwnerEventRecord
000531     MOVE TM-ACCOUNT-ID(Idx) TO OE-ACCOUNT-ID
000532     MOVE TM-OWNER-ID(Idx) TO OE-OWNER-ID
000533     MOVE TM-OWNER-CONTACT(Idx) TO OE-OWNER-CONTACT
000534     MOVE TM-DEPARTMENT-CODE(Idx) TO OE-DEPARTMENT-CODE
000535     MOVE "DISABLED" TO OE-EVENT-CODE
000536     MOVE RunDateValue TO OE-EVENT-DATE
000537     MOVE "ACCOUNT-OFFBOARD" TO OE-EVENT-PROGRAM
000538     STRING "TERMINATED " TM-TERM-DATE(Idx)
000539             " - REMOVED FROM MASTER AND DISABLED"
000540             DELIMITED BY SIZE INTO OE-EVENT-REASON
000541     WRITE OwnerEventRecord
000542     ADD 1 TO OwnerEventsWritten.
000543
000544 VerifyDualControlApproval.
000545     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000546     MOVE CurrentDateTimeField(1:8) TO ApprovalRunDate
000547     MOVE CurrentDateTimeField(9:8) TO ApprovalRunTime
000548     OPEN INPUT ApprovalFile
000549     IF ApprovalFileStatus NOT EQUAL "00"
000550         SET NoMoreApprovalRecords TO TRUE
000551     END-IF
000552     PERFORM ReadNextApprovalRecord UNTIL NoMoreApprovalRecords
000553     IF ApprovalFileStatus EQUAL "00" OR
000554             ApprovalFileStatus EQUAL "10"
000555         CLOSE ApprovalFile
000556     END-IF
000557     PERFORM CheckApprovalRecord
000558     PERFORM WriteApprovalLogRecord
000559     IF ApprovalRefusalText NOT EQUAL SPACES
000560         DISPLAY "RUN REFUSED - " ApprovalRefusalText
000561         DISPLAY "INPUT COUNT " ApprovalInputCount
000562                 " HASH " ApprovalInputHash
000563         MOVE 8 TO RETURN-CODE
000564         STOP RUN
000565     END-IF
000566     DISPLAY "RUN APPROVED BY " ApprovedApproverId
000567             " FOR " ApprovedRequesterId.
000568
000569 ReadNextApprovalRecord.
000570     READ ApprovalFile
000571         AT END
000572             SET NoMoreApprovalRecords TO TRUE
000573         NOT AT END
000574             IF AP-PROGRAM-ID EQUAL "ACCOUNT-OFFBOARD"
000575                 PERFORM StoreApprovalRecord
000576             END-IF
000577     END-READ.
000578
000579 StoreApprovalRecord.
000580     SET ApprovalCardFound TO TRUE
000581     SET NoMoreApprovalRecords TO TRUE
000582     MOVE AP-REQUESTER-ID TO ApprovedRequesterId
000583     MOVE AP-APPROVER-ID TO ApprovedApproverId
000584     IF AP-APPROVAL-DATE NUMERIC
000585         MOVE AP-APPROVAL-DATE TO ApprovedDate
000586     END-IF
000587     IF AP-RECORD-COUNT NUMERIC
000588         MOVE AP-RECORD-COUNT TO ApprovedCount
000589     END-IF
000590     IF AP-HASH-TOTAL NUMERIC
000591         MOVE AP-HASH-TOTAL TO ApprovedHash
000592     END-IF.
000593
000594 CheckApprovalRecord.
000595     MOVE SPACES TO ApprovalRefusalText
000596     EVALUATE TRUE
000597         WHEN NOT ApprovalCardFound
000598             MOVE "NO APPROVAL RECORD FOR THIS RUN" TO
000599                     ApprovalRefusalText
000600         WHEN ApprovedRequesterId EQUAL SPACES OR
000601                 ApprovedApproverId EQUAL SPACES
000602             MOVE "REQUESTER OR APPROVER MISSING" TO
000603                     ApprovalRefusalText
000604         WHEN ApprovedRequesterId EQUAL ApprovedApproverId
000605             MOVE "SELF-APPROVED - SECOND PERSON REQUIRED" TO
000606                     ApprovalRefusalText
000607         WHEN ApprovedDate EQUAL ZERO
000608             MOVE "APPROVAL DATE MISSING OR INVALID" TO
000609                     ApprovalRefusalText
000610         WHEN FUNCTION TEST-DATE-YYYYMMDD(ApprovedDate)
000611                 NOT EQUAL ZERO
000612             MOVE "APPROVAL DATE MISSING OR INVALID" TO
000613                     ApprovalRefusalText
000614         WHEN ApprovedDate GREATER THAN ApprovalRunDate
000615             MOVE "APPROVAL DATED AFTER THE RUN DATE" TO
000616                     ApprovalRefusalText
000617         WHEN OTHER
000618             COMPUTE ApprovalAgeDays =
000619                     FUNCTION INTEGER-OF-DATE(ApprovalRunDate) -
000620                     FUNCTION INTEGER-OF-DATE(ApprovedDate)
000621             IF ApprovalAgeDays GREATER THAN ApprovalMaxAgeDays
000622                 MOVE "APPROVAL IS STALE" TO ApprovalRefusalText
000623             END-IF
000624     END-EVALUATE
000625     IF ApprovalRefusalText EQUAL SPACES
000626         IF ApprovedCount NOT EQUAL ApprovalInputCount OR
000627                 ApprovedHash NOT EQUAL ApprovalInputHash
000628             MOVE "COUNT OR HASH DOES NOT TIE TO INPUT" TO
000629                     ApprovalRefusalText
000630         END-IF
000631     END-IF.
000632
000633 WriteApprovalLogRecord.
000634     OPEN EXTEND ApprovalLogFile
000635     MOVE "ACCOUNT-OFFBOARD" TO AL-PROGRAM-ID
000636     MOVE ApprovalRunDate TO AL-RUN-DATE
000637     MOVE ApprovalRunTime TO AL-RUN-TIME
000638     MOVE ApprovedRequesterId TO AL-REQUESTER-ID
000639     MOVE ApprovedApproverId TO AL-APPROVER-ID
000640     MOVE ApprovedDate TO AL-APPROVAL-DATE
000641     MOVE ApprovedCount TO AL-APPROVED-COUNT
000642     MOVE ApprovedHash TO AL-APPROVED-HASH
000643     MOVE ApprovalInputCount TO AL-INPUT-COUNT
000644     MOVE ApprovalInputHash TO AL-INPUT-HASH
000645     IF ApprovalRefusalText EQUAL SPACES
000646         MOVE "USED" TO AL-DECISION
000647     ELSE
000648         MOVE "REFUSED" TO AL-DECISION
000649     END-IF
000650     MOVE ApprovalRefusalText TO AL-REASON
000651     WRITE ApprovalLogRecord
000652     CLOSE ApprovalLogFile.
