000007 FILE-CONTROL.
000008     SELECT DirectorySyncFile ASSIGN TO "DSYNCOUT"
000009         ORGANIZATION LINE SEQUENTIAL.
000010     SELECT DirectoryAckAdFile ASSIGN TO "DIRACKAD"
000011         ORGANIZATION LINE SEQUENTIAL
000012         FILE STATUS DirectoryAckFileStatus.
000013     SELECT DirectoryAckLdapFile ASSIGN TO "DIRACKLD"
000014         ORGANIZATION LINE SEQUENTIAL
000015         FILE STATUS DirectoryAckFileStatus.
000016     SELECT DirectoryAckRacfFile ASSIGN TO "DIRACKRC"
000017         ORGANIZATION LINE SEQUENTIAL
000018         FILE STATUS DirectoryAckFileStatus.
000019     SELECT ReconReportFile ASSIGN TO "RECONRPT"
000020         ORGANIZATION LINE SEQUENTIAL.
000021     SELECT RequeueFile ASSIGN TO "REQUEUE"
000022         ORGANIZATION LINE SEQUENTIAL.
000023     SELECT ReconParmFile ASSIGN TO "RECONPRM"
000024         ORGANIZATION LINE SEQUENTIAL
000025         FILE STATUS ReconParmFileStatus.
000026     SELECT AgingReportFile ASSIGN TO "AGINGRPT"
000027         ORGANIZATION LINE SEQUENTIAL.
000028     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000029         ORGANIZATION INDEXED
000030         ACCESS MODE DYNAMIC
000031         RECORD KEY LG-LEDGER-KEY
000032         FILE STATUS SyncLedgerFileStatus.
000033     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000034         ORGANIZATION LINE SEQUENTIAL.
000035     SELECT PasswordVaultFile ASSIGN TO "PWDVAULT"
000036         ORGANIZATION INDEXED
000037         ACCESS MODE DYNAMIC
000038         RECORD KEY VA-VAULT-KEY
000039         FILE STATUS PasswordVaultFileStatus.
000040
000041 DATA DIVISION.
000042 FILE SECTION.
000043 FD  DirectorySyncFile.
000044     COPY DSYNC.
000045
000046 FD  DirectoryAckAdFile.
000047 01  DirectoryAckAdRecord          PIC X(42).
000048
000049 FD  DirectoryAckLdapFile.
000050 01  DirectoryAckLdapRecord        PIC X(42).
000051
000052 FD  DirectoryAckRacfFile.
000053 01  DirectoryAckRacfRecord        PIC X(42).
000054
000055 FD  ReconReportFile.
000056 01  ReconReportRecord.
000057     05  RP-ACCOUNT-ID             PIC X(8).
000058     05  FILLER                    PIC X(02).
000059     05  RP-EFFECTIVE-DATE         PIC 9(8).
000060     05  FILLER                    PIC X(02).
000061     05  RP-STATUS-TEXT            PIC X(30).
000062     05  FILLER                    PIC X(02).
000063     05  RP-DIRECTORY-TARGET       PIC X(4).
000064
000065 FD  RequeueFile.
000066     COPY PWDREQ.
000067
000068 FD  PasswordVaultFile.
000069     COPY VAULT.
000070
000071 FD  ReconParmFile.
000072 01  ReconParmRecord.
000073     05  PM-RETRY-CAP              PIC 9(3).
000074
000075 FD  AgingReportFile.
000076 01  AgingReportLine               PIC X(80).
000077
000078 FD  SyncLedgerFile.
000079     COPY LEDGER.
000080
000081 FD  RunManifestFile.
000082     COPY MANIFEST.
000083
000084 WORKING-STORAGE SECTION.
000085 01 DirectoryAckFileStatus PIC XX VALUE SPACES.
000086 01 ReconParmFileStatus    PIC XX VALUE SPACES.
000087 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000088 01 RetryCapValue          PIC 9(3) VALUE 3.
000089 01 CurrentDateTimeField   PIC X(21).
000090 01 RunDateValue           PIC 9(8) VALUE ZERO.
000091 01 RunDateInteger         PIC 9(9) VALUE ZERO.
000092 01 GeneratedDateInteger   PIC 9(9) VALUE ZERO.
000093 01 DaysOutstanding        PIC S9(9) VALUE ZERO.
000094 01 AccountRetryHighWater  PIC 9(3) VALUE ZERO.
000095
000096 01 DirectoryAckRecord.
000097     05 AK-ACCOUNT-ID          PIC X(8).
000098     05 AK-APPLIED-DATE        PIC 9(8).
000099     05 AK-STATUS-CODE         PIC X(2).
000100     05 FILLER                 PIC X(24).
000101
000102 01 DirectoryTargetNames.
000103     05 FILLER                 PIC X(4) VALUE "AD".
000104     05 FILLER                 PIC X(4) VALUE "LDAP".
000105     05 FILLER                 PIC X(4) VALUE "RACF".
000106 01 DirectoryTargetTable REDEFINES DirectoryTargetNames.
000107     05 DirectoryTargetName    PIC X(4) OCCURS 3 TIMES.
000108
000109 01 TargetReconTotals.
000110     05 TargetRecon OCCURS 3 TIMES.
000111         10 TR-ACKS-LOADED         PIC 9(9).
000112         10 TR-CONFIRMED           PIC 9(9).
000113         10 TR-UNCONFIRMED         PIC 9(9).
000114         10 TR-IN-ERROR            PIC 9(9).
000115         10 TR-REQUEUED            PIC 9(9).
000116         10 TR-OPEN-ON-LEDGER      PIC 9(9).
000117
000118 01 TargetIdx              PIC 9 VALUE ZERO.
000119 01 LookupTargetIdx        PIC 9 VALUE ZERO.
000120 01 ReportTargetCode       PIC X(4) VALUE SPACES.
000121 01 PushTargetsConfirmed   PIC 9 VALUE ZERO.
000122 01 PushTargetsMissing     PIC 9 VALUE ZERO.
000123 01 PushTargetsInError     PIC 9 VALUE ZERO.
000124 01 PushErrorStatus        PIC X(2) VALUE SPACES.
000125 01 PushAppliedDate        PIC 9(8) VALUE ZERO.
000126 01 PushFailedTargets.
000127     05 PushFailedTarget       PIC X(01) OCCURS 3 TIMES.
000128 01 PendingRequeueTargets.
000129     05 PendingRequeueTarget   PIC X(01) OCCURS 3 TIMES.
000130 01 PendingTextPointer     PIC 99 VALUE ZERO.
000131 01 PendingTargetCount     PIC 9 VALUE ZERO.
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
000142 01 SyncRecordState        PIC X(01) VALUE "N".
000143     88 SyncRecordIsReady          VALUE "Y".
000144 01 AckEnvelopeCount       PIC 9(9) VALUE ZERO.
000145 01 AckEnvelopeHash        PIC 9(12) VALUE ZERO.
000146 01 AckTrailerState        PIC X(01) VALUE "N".
000147     88 AckTrailerSeen             VALUE "Y".
000148 01 RequeueEnvelopeHash    PIC 9(12) VALUE ZERO.
000149
000150 01 AckTable.
000151     05 AckEntryCount       PIC 9(4) VALUE ZERO.
000152     05 AckEntry OCCURS 9000 TIMES.
000153         10 AE-TARGET-IDX          PIC 9.
000154         10 AE-ACCOUNT-ID          PIC X(8).
000155         10 AE-APPLIED-DATE        PIC 9(8).
000156         10 AE-STATUS-CODE         PIC X(2).
000157
000158 01 Idx                    PIC 9(4) VALUE ZERO.
000159 01 LookupAccountId        PIC X(8) VALUE SPACES.
000160 01 ReconStatusText        PIC X(30) VALUE SPACES.
000161 01 RequeueIsPending       PIC X(01) VALUE "N".
000162     88 RequeuePending             VALUE "Y".
000163 01 PendingRequeueAccount  PIC X(8) VALUE SPACES.
000164 01 PendingRequeuePassword PIC A(20) VALUE SPACES.
000165 01 PendingRequeueVaultAcct PIC X(8) VALUE SPACES.
000166 01 PendingRequeueVaultSeq PIC 99 VALUE ZERO.
000167 01 PendingRequeueVaultDate PIC 9(8) VALUE ZERO.
000168 01 PendingRequeueAction  PIC X(01) VALUE SPACE.
000169 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000170 01 VaultAvailability      PIC X(01) VALUE "N".
000171     88 VaultIsAvailable           VALUE "Y".
000172 01 UnresolvedRequeues     PIC 9(9) VALUE ZERO.
000173
000174 01 SyncRecordsRead        PIC 9(9) VALUE ZERO.
000175 01 AcksLoaded             PIC 9(9) VALUE ZERO.
000176 01 ConfirmedApplied       PIC 9(9) VALUE ZERO.
000177 01 PushedUnconfirmed      PIC 9(9) VALUE ZERO.
000178 01 ConfirmedInError       PIC 9(9) VALUE ZERO.
000179 01 RequeueRecordsWritten  PIC 9(9) VALUE ZERO.
000180 01 ManualExceptions       PIC 9(9) VALUE ZERO.
000181 01 LedgerRecordsUpdated   PIC 9(9) VALUE ZERO.
000182 01 UnconfirmedOnLedger    PIC 9(9) VALUE ZERO.
000183 01 HeldForFreeze          PIC 9(9) VALUE ZERO.
000184 01 ReleasedPushesChecked  PIC 9(9) VALUE ZERO.
000185 01 AckRequiredDate        PIC 9(8) VALUE ZERO.
000186
000187 01 ReleasedPushTable.
000188     05 ReleasedPushCount   PIC 9(4) VALUE ZERO.
000189     05 ReleasedPush OCCURS 5000 TIMES.
000190         10 RL-ACCOUNT-ID          PIC X(8).
000191         10 RL-ROTATION-SEQ        PIC 99.
000192         10 RL-STORED-DATE         PIC 9(8).
000193         10 RL-EFFECTIVE-DATE      PIC 9(8).
000194         10 RL-HANDOFF-DATE        PIC 9(8).
000195         10 RL-ACTION-CODE         PIC X(01).
000196
000197 01 ReleasedIdx            PIC 9(4) VALUE ZERO.
000198
000199 01 AgingBucketTotals.
000200     05 AgingUnder4Days     PIC 9(9) VALUE ZERO.
000201     05 Aging4To7Days       PIC 9(9) VALUE ZERO.
000202     05 Aging8To14Days      PIC 9(9) VALUE ZERO.
000203     05 Aging15PlusDays     PIC 9(9) VALUE ZERO.
000204
000205 01 AgingDetailLine.
000206     05 AG-ACCOUNT-ID       PIC X(8).
000207     05 FILLER              PIC X(2) VALUE SPACES.
000208     05 AG-ROTATION-SEQ     PIC 99.
000209     05 FILLER              PIC X(2) VALUE SPACES.
000210     05 AG-STORED-DATE      PIC 9(8).
000211     05 FILLER              PIC X(2) VALUE SPACES.
000212     05 AG-STATUS           PIC X(12).
000213     05 FILLER              PIC X(2) VALUE SPACES.
000214     05 AG-DAYS             PIC ZZZZ9.
000215     05 FILLER              PIC X(2) VALUE SPACES.
000216     05 AG-BUCKET           PIC X(12).
000217     05 FILLER              PIC X(2) VALUE SPACES.
000218     05 AG-PENDING-TARGETS  PIC X(15).
000219
000220 01 AgingTotalLine.
000221     05 AT-LABEL            PIC X(24).
000222     05 AT-VALUE            PIC ZZZ,ZZZ,ZZ9.
000223
000224 01 EndOfAckRecords        PIC X(01) VALUE "N".
000225     88 NoMoreAckRecords           VALUE "Y".
000226 01 EndOfLedgerScan        PIC X(01) VALUE "N".
000227     88 LedgerScanComplete         VALUE "Y".
000228 01 EndOfSyncRecords       PIC X(01) VALUE "N".
000229     88 NoMoreSyncRecords          VALUE "Y".
000230
000231 PROCEDURE DIVISION.
000232 ReconcileDirectorySync.
000233     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000234     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000235     COMPUTE RunDateInteger =
000236             FUNCTION INTEGER-OF-DATE(RunDateValue)
000237     PERFORM LoadReconParameters
000238     PERFORM LoadDirectoryAcks
000239     OPEN INPUT PasswordVaultFile
000240     IF PasswordVaultFileStatus EQUAL "00"
000241         SET VaultIsAvailable TO TRUE
000242     ELSE
000243         DISPLAY "VAULT UNAVAILABLE - REQUEUE WILL BE MASKED"
000244     END-IF
000245     PERFORM OpenSyncLedgerFile
000246     OPEN INPUT DirectorySyncFile
000247     OPEN OUTPUT ReconReportFile
000248     OPEN OUTPUT RequeueFile
000249     PERFORM WriteRequeueHeader
000250     PERFORM ReadNextSyncRecord
000251     PERFORM ReconcileOneSyncRecord UNTIL NoMoreSyncRecords
000252     IF RequeuePending
000253         PERFORM WriteRequeueRecord
000254     END-IF
000255     PERFORM ReconcileReleasedPushes
000256     IF RequeuePending
000257         PERFORM WriteRequeueRecord
000258     END-IF
000259     PERFORM WriteAgingReport
000260     CLOSE DirectorySyncFile
000261     CLOSE ReconReportFile
000262     PERFORM WriteRequeueTrailer
000263     CLOSE RequeueFile
000264     CLOSE SyncLedgerFile
000265     IF VaultIsAvailable
000266         CLOSE PasswordVaultFile
000267     END-IF
000268     DISPLAY "SYNC RECORDS READ:    " SyncRecordsRead
000269     DISPLAY "ACKS LOADED:          " AcksLoaded
000270     DISPLAY "CONFIRMED APPLIED:    " ConfirmedApplied
000271     DISPLAY "PUSHED UNCONFIRMED:   " PushedUnconfirmed
000272     DISPLAY "CONFIRMED WITH ERROR: " ConfirmedInError
000273     DISPLAY "REQUEUE RECORDS:      " RequeueRecordsWritten
000274     DISPLAY "UNRESOLVED REQUEUES:  " UnresolvedRequeues
000275     DISPLAY "MANUAL EXCEPTIONS:    " ManualExceptions
000276     DISPLAY "LEDGER UPDATES:       " LedgerRecordsUpdated
000277     DISPLAY "UNCONFIRMED ON LEDGER:" UnconfirmedOnLedger
000278     DISPLAY "HELD FOR FREEZE:      " HeldForFreeze
000279     DISPLAY "RELEASED PUSHES:      " ReleasedPushesChecked
000280     PERFORM VARYING TargetIdx FROM 1 BY 1
000281             UNTIL TargetIdx GREATER THAN 3
000282         PERFORM DisplayTargetTotals
000283     END-PERFORM
000284     IF PushedUnconfirmed GREATER THAN ZERO OR
000285             ConfirmedInError GREATER THAN ZERO
000286         MOVE 4 TO RETURN-CODE
000287     END-IF
000288     PERFORM AppendRunManifest
000289     STOP RUN.
000290
000291 DisplayTargetTotals.
000292     DISPLAY DirectoryTargetName(TargetIdx) " ACKS LOADED:     "
000293             TR-ACKS-LOADED(TargetIdx)
000294     DISPLAY DirectoryTargetName(TargetIdx) " CONFIRMED:       "
000295             TR-CONFIRMED(TargetIdx)
000296     DISPLAY DirectoryTargetName(TargetIdx) " UNCONFIRMED:     "
000297             TR-UNCONFIRMED(TargetIdx)
000298     DISPLAY DirectoryTargetName(TargetIdx) " WITH ERROR:      "
000299             TR-IN-ERROR(TargetIdx)
000300     DISPLAY DirectoryTargetName(TargetIdx) " REQUEUED:        "
000301             TR-REQUEUED(TargetIdx).
000302
000303 LoadReconParameters.
000304     MOVE 3 TO RetryCapValue
000305     OPEN INPUT ReconParmFile
000306     IF ReconParmFileStatus EQUAL "00"
000307         READ ReconParmFile
000308             AT END
000309                 CONTINUE
000310             NOT AT END
000311                 IF PM-RETRY-CAP NOT NUMERIC
000312                     MOVE ZERO TO PM-RETRY-CAP
000313                 END-IF
000314                 MOVE PM-RETRY-CAP TO RetryCapValue
000315         END-READ
000316         CLOSE ReconParmFile
000317     END-IF
000318     IF RetryCapValue EQUAL ZERO
000319         DISPLAY "INVALID RETRY CAP - USING DEFAULT"
000320         MOVE 3 TO RetryCapValue
000321     END-IF.
000322
000323 OpenSyncLedgerFile.
000324     OPEN I-O SyncLedgerFile
000325     IF SyncLedgerFileStatus EQUAL "35"
000326         OPEN OUTPUT SyncLedgerFile
000327         CLOSE SyncLedgerFile
000328         OPEN I-O SyncLedgerFile
000329     END-IF
000330     IF SyncLedgerFileStatus NOT EQUAL "00"
000331         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000332         MOVE 8 TO RETURN-CODE
000333         STOP RUN
000334     END-IF.
000335
000336 LoadDirectoryAcks.
000337     MOVE ZERO TO AckEntryCount
000338     MOVE ZERO TO TargetReconTotals
000339     PERFORM VARYING TargetIdx FROM 1 BY 1
000340             UNTIL TargetIdx GREATER THAN 3
000341         PERFORM LoadTargetAcks
000342     END-PERFORM.
000343
000344 LoadTargetAcks.
000345     MOVE "N" TO EndOfAckRecords
000346     MOVE "N" TO AckTrailerState
000347     MOVE ZERO TO AckEnvelopeCount
000348     MOVE ZERO TO AckEnvelopeHash
000349     EVALUATE TargetIdx
000350         WHEN 1
000351             OPEN INPUT DirectoryAckAdFile
000352         WHEN 2
000353             OPEN INPUT DirectoryAckLdapFile
000354         WHEN 3
000355             OPEN INPUT DirectoryAckRacfFile
000356     END-EVALUATE
000357     IF DirectoryAckFileStatus NOT EQUAL "00"
000358         DISPLAY "DIRECTORY ACK FILE MISSING - "
000359                 DirectoryTargetName(TargetIdx) " UNCONFIRMED"
000360         SET NoMoreAckRecords TO TRUE
000361     END-IF
000362     PERFORM ReadNextAckRecord UNTIL NoMoreAckRecords
000363     IF DirectoryAckFileStatus EQUAL "00" OR
000364             DirectoryAckFileStatus EQUAL "10"
000365         EVALUATE TargetIdx
000366             WHEN 1
000367                 CLOSE DirectoryAckAdFile
000368             WHEN 2
000369                 CLOSE DirectoryAckLdapFile
000370             WHEN 3
000371                 CLOSE DirectoryAckRacfFile
000372         END-EVALUATE
000373     END-IF.
000374
000375 ReadNextAckRecord.
000376     EVALUATE TargetIdx
000377         WHEN 1
000378             READ DirectoryAckAdFile INTO DirectoryAckRecord
000379                 AT END
000380                     SET NoMoreAckRecords TO TRUE
000381             END-READ
000382         WHEN 2
000383             READ DirectoryAckLdapFile INTO DirectoryAckRecord
000384                 AT END
000385                     SET NoMoreAckRecords TO TRUE
000386             END-READ
000387         WHEN 3
000388             READ DirectoryAckRacfFile INTO DirectoryAckRecord
000389                 AT END
000390                     SET NoMoreAckRecords TO TRUE
000391             END-READ
000392     END-EVALUATE
000393     IF NoMoreAckRecords
000394         IF NOT AckTrailerSeen
000395             PERFORM AbendAckEnvelope
000396         END-IF
000397     ELSE
000398         PERFORM ClassifyOneAckRecord
000399     END-IF.
000400
000401 ClassifyOneAckRecord.
000402     EVALUATE AK-ACCOUNT-ID
000403         WHEN "HDR*****"
000404             CONTINUE
000405         WHEN "TRL*****"
000406             PERFORM VerifyAckTrailer
000407         WHEN OTHER
000408             IF AckTrailerSeen
000409                 PERFORM AbendAckEnvelope
000410             END-IF
000411             ADD 1 TO AckEnvelopeCount
000412             MOVE AK-ACCOUNT-ID TO EnvelopeHashId
000413             PERFORM AddToEnvelopeHash
000414             ADD EnvelopeHashWork TO AckEnvelopeHash
000415             PERFORM StoreOneAckRecord
000416     END-EVALUATE.
000417
000418 VerifyAckTrailer.
000419     MOVE DirectoryAckRecord TO EnvelopeTrailerRecord
000420     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000421         PERFORM AbendAckEnvelope
000422     END-IF
000423     IF ET-RECORD-COUNT NOT EQUAL AckEnvelopeCount OR
000424             ET-HASH-TOTAL NOT EQUAL AckEnvelopeHash
000425         PERFORM AbendAckEnvelope
000426     END-IF
000427     SET AckTrailerSeen TO TRUE.
000428
000429 AbendAckEnvelope.
000430     DISPLAY "DIRACK TRAILER MISSING OR COUNTS DO NOT TIE - "
000431             DirectoryTargetName(TargetIdx)
000432     MOVE 16 TO RETURN-CODE
000433     STOP RUN.
000434
000435 AddToEnvelopeHash.
000436     MOVE ZERO TO EnvelopeHashWork
000437     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000438             UNTIL EnvelopeCharIdx GREATER THAN 8
000439         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000440                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000441     END-PERFORM.
000442
000443 StoreOneAckRecord.
000444     MOVE AK-ACCOUNT-ID TO LookupAccountId
000445     MOVE TargetIdx TO LookupTargetIdx
000446     PERFORM LocateAckEntry
000447     IF Idx EQUAL ZERO
000448         IF AckEntryCount LESS THAN 9000
000449             ADD 1 TO AckEntryCount
000450             MOVE AckEntryCount TO Idx
000451             MOVE TargetIdx TO AE-TARGET-IDX(Idx)
000452             MOVE AK-ACCOUNT-ID TO AE-ACCOUNT-ID(Idx)
000453             MOVE AK-APPLIED-DATE TO AE-APPLIED-DATE(Idx)
000454             MOVE AK-STATUS-CODE TO AE-STATUS-CODE(Idx)
000455             ADD 1 TO AcksLoaded
000456             ADD 1 TO TR-ACKS-LOADED(TargetIdx)
000457         ELSE
000458             DISPLAY "ACK TABLE FULL - RECORD SKIPPED"
000459         END-IF
000460     ELSE
000461         IF AK-APPLIED-DATE GREATER THAN OR EQUAL TO
000462                 AE-APPLIED-DATE(Idx)
000463             MOVE AK-APPLIED-DATE TO AE-APPLIED-DATE(Idx)
000464             MOVE AK-STATUS-CODE TO AE-STATUS-CODE(Idx)
000465         END-IF
000466     END-IF.
000467
000468 LocateAckEntry.
000469     PERFORM VARYING Idx FROM 1 BY 1
000470             UNTIL Idx GREATER THAN AckEntryCount
000471         IF AE-ACCOUNT-ID(Idx) EQUAL LookupAccountId AND
000472                 AE-TARGET-IDX(Idx) EQUAL LookupTargetIdx
000473             EXIT PERFORM
000474         END-IF
000475     END-PERFORM
000476     IF Idx GREATER THAN AckEntryCount
000477         MOVE ZERO TO Idx
000478     END-IF.
000479
000480 ReadNextSyncRecord.
000481     MOVE "N" TO SyncRecordState
000482     PERFORM ReadOneSyncRecord UNTIL SyncRecordIsReady
000483             OR NoMoreSyncRecords.
000484
000485 ReadOneSyncRecord.
000486     READ DirectorySyncFile
000487         AT END
000488             IF NOT SyncTrailerSeen
000489                 PERFORM AbendSyncEnvelope
000490             END-IF
000491             SET NoMoreSyncRecords TO TRUE
000492         NOT AT END
000493             PERFORM ClassifyOneSyncRecord
000494     END-READ.
000495
000496 ClassifyOneSyncRecord.
000497     EVALUATE DS-ACCOUNT-ID
000498         WHEN "HDR*****"
000499             CONTINUE
000500         WHEN "TRL*****"
000501             PERFORM VerifySyncTrailer
000502         WHEN OTHER
000503             IF SyncTrailerSeen
000504                 PERFORM AbendSyncEnvelope
000505             END-IF
000506             ADD 1 TO SyncEnvelopeCount
000507             MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000508             PERFORM AddToEnvelopeHash
000509             ADD EnvelopeHashWork TO SyncEnvelopeHash
000510             SET SyncRecordIsReady TO TRUE
000511     END-EVALUATE.
000512
000513 VerifySyncTrailer.
000514     MOVE DirectorySyncRecord TO EnvelopeTrailerRecord
000515     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000516         PERFORM AbendSyncEnvelope
000517     END-IF
000518     IF ET-RECORD-COUNT NOT EQUAL SyncEnvelopeCount OR
000519             ET-HASH-TOTAL NOT EQUAL SyncEnvelopeHash
000520         PERFORM AbendSyncEnvelope
000521     END-IF
000522     SET SyncTrailerSeen TO TRUE.
000523
000524 AbendSyncEnvelope.
000525     DISPLAY "DSYNCOUT TRAILER MISSING OR COUNTS DO NOT TIE"
000526     MOVE 16 TO RETURN-CODE
000527     STOP RUN.
000528
000529 ReconcileOneSyncRecord.
000530     ADD 1 TO SyncRecordsRead
000531     PERFORM FetchLedgerForSync
000532     IF LG-PUSH-STATUS EQUAL "FREEZE-HELD"
000533         ADD 1 TO HeldForFreeze
000534         MOVE "HELD FOR CHANGE FREEZE" TO ReconStatusText
000535         MOVE SPACES TO ReportTargetCode
000536         PERFORM WriteReconReportLine
000537     ELSE
000538         MOVE DS-EFFECTIVE-DATE TO AckRequiredDate
000539         PERFORM MatchPushToAck
000540     END-IF
000541     PERFORM ReadNextSyncRecord.
000542
000543 ReconcileReleasedPushes.
000544     MOVE ZERO TO ReleasedPushCount
000545     MOVE "N" TO EndOfLedgerScan
000546     MOVE LOW-VALUES TO LG-LEDGER-KEY
000547     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000548             LG-LEDGER-KEY
000549         INVALID KEY
000550             SET LedgerScanComplete TO TRUE
000551     END-START
000552     IF SyncLedgerFileStatus NOT EQUAL "00"
000553         SET LedgerScanComplete TO TRUE
000554     END-IF
000555     PERFORM ScanOneReleasedPush UNTIL LedgerScanComplete
000556     PERFORM VARYING ReleasedIdx FROM 1 BY 1
000557             UNTIL ReleasedIdx GREATER THAN ReleasedPushCount
000558         PERFORM ReconcileOneReleasedPush
000559     END-PERFORM.
000560
000561 ScanOneReleasedPush.
000562     READ SyncLedgerFile NEXT
000563         AT END
000564             SET LedgerScanComplete TO TRUE
000565         NOT AT END
000566             IF LG-PUSH-STATUS EQUAL "RELEASED"
000567                 PERFORM StoreOneReleasedPush
000568             END-IF
000569     END-READ
000570     IF SyncLedgerFileStatus NOT EQUAL "00"
000571         SET LedgerScanComplete TO TRUE
000572     END-IF.
000573
000574 StoreOneReleasedPush.
000575     IF ReleasedPushCount LESS THAN 5000
000576         ADD 1 TO ReleasedPushCount
000577         MOVE ReleasedPushCount TO ReleasedIdx
000578         MOVE LG-ACCOUNT-ID TO RL-ACCOUNT-ID(ReleasedIdx)
000579         MOVE LG-ROTATION-SEQ TO RL-ROTATION-SEQ(ReleasedIdx)
000580         MOVE LG-STORED-DATE TO RL-STORED-DATE(ReleasedIdx)
000581         MOVE LG-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE(ReleasedIdx)
000582         MOVE LG-HANDOFF-DATE TO RL-HANDOFF-DATE(ReleasedIdx)
000583         MOVE LG-ACTION-CODE TO RL-ACTION-CODE(ReleasedIdx)
000584     ELSE
000585         DISPLAY "RELEASED PUSH TABLE FULL - SKIPPED: "
000586                 LG-ACCOUNT-ID
000587     END-IF.
000588
000589 ReconcileOneReleasedPush.
000590     ADD 1 TO ReleasedPushesChecked
000591     MOVE RL-ACCOUNT-ID(ReleasedIdx) TO DS-ACCOUNT-ID
000592     MOVE SPACES TO DS-NEW-PASSWORD
000593     MOVE RL-EFFECTIVE-DATE(ReleasedIdx) TO DS-EFFECTIVE-DATE
000594     MOVE RL-ACCOUNT-ID(ReleasedIdx) TO DS-VR-ACCOUNT-ID
000595     MOVE RL-ROTATION-SEQ(ReleasedIdx) TO DS-VR-ROTATION-SEQ
000596     MOVE RL-STORED-DATE(ReleasedIdx) TO DS-VR-STORED-DATE
000597     MOVE RL-ACTION-CODE(ReleasedIdx) TO DS-ACTION-CODE
000598     MOVE RL-HANDOFF-DATE(ReleasedIdx) TO AckRequiredDate
000599     PERFORM MatchPushToAck.
000600
000601 MatchPushToAck.
000602     PERFORM FetchLedgerForSync
000603     PERFORM DefaultLedgerTargetRouting
000604     MOVE ZERO TO PushTargetsConfirmed
000605     MOVE ZERO TO PushTargetsMissing
000606     MOVE ZERO TO PushTargetsInError
000607     MOVE SPACES TO PushErrorStatus
000608     MOVE ALL "N" TO PushFailedTargets
000609     PERFORM VARYING TargetIdx FROM 1 BY 1
000610             UNTIL TargetIdx GREATER THAN 3
000611         IF LG-TARGET-STATE(TargetIdx) EQUAL "H" OR
000612                 LG-TARGET-STATE(TargetIdx) EQUAL "E"
000613             PERFORM MatchTargetToAck
000614         END-IF
000615     END-PERFORM
000616     PERFORM SettleLedgerPush.
000617
000618 DefaultLedgerTargetRouting.
000619     IF LG-HANDOFF-DATE EQUAL ZERO OR
000620             (LG-TARGET-STATE(1) NOT EQUAL "H" AND
000621              LG-TARGET-STATE(1) NOT EQUAL "A" AND
000622              LG-TARGET-STATE(1) NOT EQUAL "E" AND
000623              LG-TARGET-STATE(2) NOT EQUAL "H" AND
000624              LG-TARGET-STATE(2) NOT EQUAL "A" AND
000625              LG-TARGET-STATE(2) NOT EQUAL "E" AND
000626              LG-TARGET-STATE(3) NOT EQUAL "H" AND
000627              LG-TARGET-STATE(3) NOT EQUAL "A" AND
000628              LG-TARGET-STATE(3) NOT EQUAL "E")
000629         PERFORM VARYING TargetIdx FROM 1 BY 1
000630                 UNTIL TargetIdx GREATER THAN 3
000631             MOVE SPACE TO LG-TARGET-STATE(TargetIdx)
000632             MOVE SPACES TO LG-TARGET-ACK-STATUS(TargetIdx)
000633             MOVE ZERO TO LG-TARGET-APPLIED-DATE(TargetIdx)
000634         END-PERFORM
000635         MOVE "H" TO LG-TARGET-STATE(1)
000636     END-IF.
000637
000638 MatchTargetToAck.
000639     MOVE DirectoryTargetName(TargetIdx) TO ReportTargetCode
000640     MOVE DS-ACCOUNT-ID TO LookupAccountId
000641     MOVE TargetIdx TO LookupTargetIdx
000642     PERFORM LocateAckEntry
000643     IF Idx EQUAL ZERO
000644         ADD 1 TO TR-UNCONFIRMED(TargetIdx)
000645         ADD 1 TO PushTargetsMissing
000646         MOVE "Y" TO PushFailedTarget(TargetIdx)
000647         MOVE "PUSHED - NO ACKNOWLEDGEMENT" TO ReconStatusText
000648         PERFORM WriteReconReportLine
000649     ELSE
000650         IF AE-APPLIED-DATE(Idx) LESS THAN AckRequiredDate
000651             ADD 1 TO TR-UNCONFIRMED(TargetIdx)
000652             ADD 1 TO PushTargetsMissing
000653             MOVE "Y" TO PushFailedTarget(TargetIdx)
000654             MOVE "STALE ACK - NOT CONFIRMED" TO ReconStatusText
000655             PERFORM WriteReconReportLine
000656         ELSE
000657         IF AE-STATUS-CODE(Idx) EQUAL "00"
000658             ADD 1 TO TR-CONFIRMED(TargetIdx)
000659             ADD 1 TO PushTargetsConfirmed
000660             MOVE "A" TO LG-TARGET-STATE(TargetIdx)
000661             MOVE AE-STATUS-CODE(Idx) TO
000662                     LG-TARGET-ACK-STATUS(TargetIdx)
000663             MOVE AE-APPLIED-DATE(Idx) TO
000664                     LG-TARGET-APPLIED-DATE(TargetIdx)
000665         ELSE
000666             ADD 1 TO TR-IN-ERROR(TargetIdx)
000667             ADD 1 TO PushTargetsInError
000668             MOVE "Y" TO PushFailedTarget(TargetIdx)
000669             MOVE AE-STATUS-CODE(Idx) TO PushErrorStatus
000670             MOVE SPACES TO ReconStatusText
000671             STRING "CONFIRMED WITH ERROR "
000672                     AE-STATUS-CODE(Idx)
000673                     DELIMITED BY SIZE INTO ReconStatusText
000674             PERFORM WriteReconReportLine
000675             MOVE "E" TO LG-TARGET-STATE(TargetIdx)
000676             MOVE AE-STATUS-CODE(Idx) TO
000677                     LG-TARGET-ACK-STATUS(TargetIdx)
000678             MOVE ZERO TO LG-TARGET-APPLIED-DATE(TargetIdx)
000679         END-IF
000680         END-IF
000681     END-IF.
000682
000683 SettleLedgerPush.
000684     MOVE ZERO TO PushAppliedDate
000685     PERFORM VARYING TargetIdx FROM 1 BY 1
000686             UNTIL TargetIdx GREATER THAN 3
000687         IF LG-TARGET-STATE(TargetIdx) EQUAL "A" AND
000688                 LG-TARGET-APPLIED-DATE(TargetIdx) GREATER THAN
000689                 PushAppliedDate
000690             MOVE LG-TARGET-APPLIED-DATE(TargetIdx) TO
000691                     PushAppliedDate
000692         END-IF
000693     END-PERFORM
000694     EVALUATE TRUE
000695         WHEN PushTargetsInError GREATER THAN ZERO
000696             ADD 1 TO ConfirmedInError
000697             MOVE "ACK-ERROR" TO LG-PUSH-STATUS
000698             MOVE PushErrorStatus TO LG-ACK-STATUS
000699             MOVE ZERO TO LG-APPLIED-DATE
000700         WHEN PushTargetsMissing GREATER THAN ZERO
000701             ADD 1 TO PushedUnconfirmed
000702         WHEN OTHER
000703             ADD 1 TO ConfirmedApplied
000704             MOVE "APPLIED" TO LG-PUSH-STATUS
000705             MOVE "00" TO LG-ACK-STATUS
000706             MOVE PushAppliedDate TO LG-APPLIED-DATE
000707     END-EVALUATE
000708     REWRITE SyncLedgerRecord
000709     IF PushTargetsConfirmed GREATER THAN ZERO OR
000710             PushTargetsInError GREATER THAN ZERO
000711         ADD 1 TO LedgerRecordsUpdated
000712     END-IF
000713     IF PushTargetsInError GREATER THAN ZERO OR
000714             PushTargetsMissing GREATER THAN ZERO
000715         PERFORM NoteRequeueCandidate
000716     END-IF.
000717
000718 FetchLedgerForSync.
000719     MOVE DS-VR-ACCOUNT-ID TO LG-ACCOUNT-ID
000720     MOVE DS-VR-ROTATION-SEQ TO LG-ROTATION-SEQ
000721     MOVE DS-VR-STORED-DATE TO LG-STORED-DATE
000722     READ SyncLedgerFile
000723         INVALID KEY
000724             MOVE "PUSHED" TO LG-PUSH-STATUS
000725             MOVE DS-VR-STORED-DATE TO LG-GENERATED-DATE
000726             MOVE ZERO TO LG-HANDOFF-DATE
000727             MOVE SPACES TO LG-ACK-STATUS
000728             MOVE ZERO TO LG-APPLIED-DATE
000729             MOVE ZERO TO LG-RETRY-COUNT
000730             MOVE DS-ACTION-CODE TO LG-ACTION-CODE
000731             MOVE DS-EFFECTIVE-DATE TO LG-EFFECTIVE-DATE
000732             PERFORM VARYING TargetIdx FROM 1 BY 1
000733                     UNTIL TargetIdx GREATER THAN 3
000734                 MOVE SPACE TO LG-TARGET-STATE(TargetIdx)
000735                 MOVE SPACES TO LG-TARGET-ACK-STATUS(TargetIdx)
000736                 MOVE ZERO TO LG-TARGET-APPLIED-DATE(TargetIdx)
000737             END-PERFORM
000738             WRITE SyncLedgerRecord
000739     END-READ.
000740
000741 WriteReconReportLine.
000742     MOVE SPACES TO ReconReportRecord
000743     MOVE DS-ACCOUNT-ID TO RP-ACCOUNT-ID
000744     MOVE DS-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE
000745     MOVE ReconStatusText TO RP-STATUS-TEXT
000746     MOVE ReportTargetCode TO RP-DIRECTORY-TARGET
000747     WRITE ReconReportRecord.
000748
000749 NoteRequeueCandidate.
000750     IF RequeuePending AND
000751             PendingRequeueAccount NOT EQUAL DS-ACCOUNT-ID
000752         PERFORM WriteRequeueRecord
000753     END-IF
000754     IF NOT RequeuePending
000755         MOVE ALL "N" TO PendingRequeueTargets
000756     END-IF
000757     PERFORM VARYING TargetIdx FROM 1 BY 1
000758             UNTIL TargetIdx GREATER THAN 3
000759         IF PushFailedTarget(TargetIdx) EQUAL "Y"
000760             MOVE "Y" TO PendingRequeueTarget(TargetIdx)
000761         END-IF
000762     END-PERFORM
000763     SET RequeuePending TO TRUE
000764     MOVE DS-ACCOUNT-ID TO PendingRequeueAccount
000765     MOVE DS-NEW-PASSWORD TO PendingRequeuePassword
000766     MOVE DS-VR-ACCOUNT-ID TO PendingRequeueVaultAcct
000767     MOVE DS-VR-ROTATION-SEQ TO PendingRequeueVaultSeq
000768     MOVE DS-VR-STORED-DATE TO PendingRequeueVaultDate
000769     MOVE DS-ACTION-CODE TO PendingRequeueAction.
000770
000771 WriteRequeueRecord.
000772     PERFORM ComputeAccountRetryHighWater
000773     IF AccountRetryHighWater GREATER THAN OR EQUAL TO
000774             RetryCapValue OR
000775             PendingRequeueAction EQUAL "D" OR
000776             PendingRequeueAction EQUAL "R"
000777         PERFORM WriteManualExceptionLine
000778     ELSE
000779         IF VaultIsAvailable
000780             PERFORM ResolveRequeuePassword
000781         END-IF
000782         MOVE PendingRequeueAccount TO PR-ACCOUNT-ID
000783         MOVE PendingRequeuePassword TO PR-CURRENT-PASSWORD
000784         MOVE 1 TO PR-ROTATION-COUNT
000785         MOVE SPACES TO PR-TICKET-NUMBER
000786         WRITE PasswordRequestRecord
000787         ADD 1 TO RequeueRecordsWritten
000788         MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000789         PERFORM AddToEnvelopeHash
000790         ADD EnvelopeHashWork TO RequeueEnvelopeHash
000791         PERFORM BumpLedgerRetryCount
000792         PERFORM VARYING TargetIdx FROM 1 BY 1
000793                 UNTIL TargetIdx GREATER THAN 3
000794             IF PendingRequeueTarget(TargetIdx) EQUAL "Y"
000795                 ADD 1 TO TR-REQUEUED(TargetIdx)
000796             END-IF
000797         END-PERFORM
000798     END-IF
000799     MOVE "N" TO RequeueIsPending.
000800
000801 ComputeAccountRetryHighWater.
000802     MOVE ZERO TO AccountRetryHighWater
000803     MOVE "N" TO EndOfLedgerScan
000804     MOVE PendingRequeueAccount TO LG-ACCOUNT-ID
000805     MOVE ZERO TO LG-ROTATION-SEQ
000806     MOVE ZERO TO LG-STORED-DATE
000807     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000808             LG-LEDGER-KEY
000809         INVALID KEY
000810             SET LedgerScanComplete TO TRUE
000811     END-START
000812     IF SyncLedgerFileStatus NOT EQUAL "00"
000813         SET LedgerScanComplete TO TRUE
000814     END-IF
000815     PERFORM ScanOneLedgerRetry UNTIL LedgerScanComplete.
000816
000817 ScanOneLedgerRetry.
000818     READ SyncLedgerFile NEXT
000819         AT END
000820             SET LedgerScanComplete TO TRUE
000821         NOT AT END
000822             IF LG-ACCOUNT-ID EQUAL PendingRequeueAccount
000823                 IF LG-RETRY-COUNT GREATER THAN
000824                         AccountRetryHighWater
000825                     MOVE LG-RETRY-COUNT TO
000826                             AccountRetryHighWater
000827                 END-IF
000828             ELSE
000829                 SET LedgerScanComplete TO TRUE
000830             END-IF
000831     END-READ
000832     IF SyncLedgerFileStatus NOT EQUAL "00"
000833         SET LedgerScanComplete TO TRUE
000834     END-IF.
000835
000836 BumpLedgerRetryCount.
000837     MOVE PendingRequeueVaultAcct TO LG-ACCOUNT-ID
000838     MOVE PendingRequeueVaultSeq TO LG-ROTATION-SEQ
000839     MOVE PendingRequeueVaultDate TO LG-STORED-DATE
000840     READ SyncLedgerFile
000841         INVALID KEY
000842             CONTINUE
000843         NOT INVALID KEY
000844             COMPUTE LG-RETRY-COUNT = AccountRetryHighWater + 1
000845             MOVE "REQUEUED" TO LG-PUSH-STATUS
000846             REWRITE SyncLedgerRecord
000847             ADD 1 TO LedgerRecordsUpdated
000848     END-READ.
000849
000850 WriteManualExceptionLine.
000851     ADD 1 TO ManualExceptions
000852     PERFORM VARYING TargetIdx FROM 1 BY 1
000853             UNTIL TargetIdx GREATER THAN 3
000854         IF PendingRequeueTarget(TargetIdx) EQUAL "Y"
000855             PERFORM WriteTargetExceptionLine
000856         END-IF
000857     END-PERFORM
000858     PERFORM MarkLedgerException.
000859
000860 WriteTargetExceptionLine.
000861     MOVE SPACES TO ReconReportRecord
000862     MOVE PendingRequeueAccount TO RP-ACCOUNT-ID
000863     MOVE PendingRequeueVaultDate TO RP-EFFECTIVE-DATE
000864     IF PendingRequeueAction EQUAL "D" OR
000865             PendingRequeueAction EQUAL "R"
000866         MOVE "ACTION NEEDS MANUAL FOLLOW-UP" TO RP-STATUS-TEXT
000867     ELSE
000868         MOVE "RETRY CAP - MANUAL EXCEPTION" TO RP-STATUS-TEXT
000869     END-IF
000870     MOVE DirectoryTargetName(TargetIdx) TO RP-DIRECTORY-TARGET
000871     WRITE ReconReportRecord.
000872
000873 MarkLedgerException.
000874     MOVE PendingRequeueVaultAcct TO LG-ACCOUNT-ID
000875     MOVE PendingRequeueVaultSeq TO LG-ROTATION-SEQ
000876     MOVE PendingRequeueVaultDate TO LG-STORED-DATE
000877     READ SyncLedgerFile
000878         INVALID KEY
000879             CONTINUE
000880         NOT INVALID KEY
000881             MOVE "EXCEPTION" TO LG-PUSH-STATUS
000882             REWRITE SyncLedgerRecord
000883             ADD 1 TO LedgerRecordsUpdated
000884     END-READ.
000885
000886 WriteRequeueHeader.
000887     MOVE "HDR*****" TO EH-RECORD-TAG
000888     MOVE "DSYNC-RECONCILER" TO EH-CREATOR-PROGRAM
000889     MOVE CurrentDateTimeField(1:8) TO EH-CREATED-DATE
000890     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000891     WRITE PasswordRequestRecord FROM EnvelopeHeaderRecord.
000892
000893 WriteRequeueTrailer.
000894     MOVE "TRL*****" TO ET-RECORD-TAG
000895     MOVE RequeueRecordsWritten TO ET-RECORD-COUNT
000896     MOVE RequeueEnvelopeHash TO ET-HASH-TOTAL
000897     WRITE PasswordRequestRecord FROM EnvelopeTrailerRecord.
000898
000899 ResolveRequeuePassword.
000900     MOVE PendingRequeueVaultAcct TO VA-ACCOUNT-ID
000901     MOVE PendingRequeueVaultSeq TO VA-ROTATION-SEQ
000902     READ PasswordVaultFile
000903         INVALID KEY
000904             DISPLAY "VAULT REFERENCE NOT FOUND: "
000905                     PendingRequeueAccount
000906             ADD 1 TO UnresolvedRequeues
000907         NOT INVALID KEY
000908             MOVE VA-NEW-PASSWORD TO PendingRequeuePassword
000909     END-READ.
000910
000911 WriteAgingReport.
000912     OPEN OUTPUT AgingReportFile
000913     MOVE "UNCONFIRMED DIRECTORY PUSH AGING" TO AgingReportLine
000914     WRITE AgingReportLine
000915     MOVE SPACES TO AgingReportLine
000916     WRITE AgingReportLine
000917     MOVE "N" TO EndOfLedgerScan
000918     MOVE LOW-VALUES TO LG-LEDGER-KEY
000919     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000920             LG-LEDGER-KEY
000921         INVALID KEY
000922             SET LedgerScanComplete TO TRUE
000923     END-START
000924     IF SyncLedgerFileStatus NOT EQUAL "00"
000925         SET LedgerScanComplete TO TRUE
000926     END-IF
000927     PERFORM AgeOneLedgerRecord UNTIL LedgerScanComplete
000928     MOVE SPACES TO AgingReportLine
000929     WRITE AgingReportLine
000930     MOVE "OUTSTANDING 1-3 DAYS" TO AT-LABEL
000931     MOVE AgingUnder4Days TO AT-VALUE
000932     PERFORM WriteAgingTotalLine
000933     MOVE "OUTSTANDING 4-7 DAYS" TO AT-LABEL
000934     MOVE Aging4To7Days TO AT-VALUE
000935     PERFORM WriteAgingTotalLine
000936     MOVE "OUTSTANDING 8-14 DAYS" TO AT-LABEL
000937     MOVE Aging8To14Days TO AT-VALUE
000938     PERFORM WriteAgingTotalLine
000939     MOVE "OUTSTANDING 15+ DAYS" TO AT-LABEL
000940     MOVE Aging15PlusDays TO AT-VALUE
000941     PERFORM WriteAgingTotalLine
000942     MOVE "TOTAL UNCONFIRMED" TO AT-LABEL
000943     MOVE UnconfirmedOnLedger TO AT-VALUE
000944     PERFORM WriteAgingTotalLine
000945     PERFORM VARYING TargetIdx FROM 1 BY 1
000946             UNTIL TargetIdx GREATER THAN 3
000947         MOVE SPACES TO AT-LABEL
000948         STRING "AWAITING " DirectoryTargetName(TargetIdx)
000949                 DELIMITED BY SIZE INTO AT-LABEL
000950         MOVE TR-OPEN-ON-LEDGER(TargetIdx) TO AT-VALUE
000951         PERFORM WriteAgingTotalLine
000952     END-PERFORM
000953     CLOSE AgingReportFile.
000954
000955 WriteAgingTotalLine.
000956     MOVE AgingTotalLine TO AgingReportLine
000957     WRITE AgingReportLine.
000958
000959 AgeOneLedgerRecord.
000960     READ SyncLedgerFile NEXT
000961         AT END
000962             SET LedgerScanComplete TO TRUE
000963         NOT AT END
000964             IF LG-APPLIED-DATE EQUAL ZERO
000965                 PERFORM WriteOneAgingLine
000966             END-IF
000967     END-READ
000968     IF SyncLedgerFileStatus NOT EQUAL "00"
000969         SET LedgerScanComplete TO TRUE
000970     END-IF.
000971
000972 WriteOneAgingLine.
000973     ADD 1 TO UnconfirmedOnLedger
000974     MOVE ZERO TO DaysOutstanding
000975     IF LG-GENERATED-DATE GREATER THAN ZERO
000976         COMPUTE GeneratedDateInteger =
000977                 FUNCTION INTEGER-OF-DATE(LG-GENERATED-DATE)
000978         COMPUTE DaysOutstanding =
000979                 RunDateInteger - GeneratedDateInteger
000980     END-IF
000981     IF DaysOutstanding LESS THAN ZERO
000982         MOVE ZERO TO DaysOutstanding
000983     END-IF
000984     MOVE LG-ACCOUNT-ID TO AG-ACCOUNT-ID
000985     MOVE LG-ROTATION-SEQ TO AG-ROTATION-SEQ
000986     MOVE LG-STORED-DATE TO AG-STORED-DATE
000987     MOVE LG-PUSH-STATUS TO AG-STATUS
000988     MOVE DaysOutstanding TO AG-DAYS
000989     PERFORM ListPendingTargets
000990     EVALUATE TRUE
000991         WHEN DaysOutstanding LESS THAN 4
000992             ADD 1 TO AgingUnder4Days
000993             MOVE "1-3 DAYS" TO AG-BUCKET
000994         WHEN DaysOutstanding LESS THAN 8
000995             ADD 1 TO Aging4To7Days
000996             MOVE "4-7 DAYS" TO AG-BUCKET
000997         WHEN DaysOutstanding LESS THAN 15
000998             ADD 1 TO Aging8To14Days
000999             MOVE "8-14 DAYS" TO AG-BUCKET
001000         WHEN OTHER
001001             ADD 1 TO Aging15PlusDays
001002             MOVE "15+ DAYS" TO AG-BUCKET
001003     END-EVALUATE
001004     MOVE AgingDetailLine TO AgingReportLine
001005     WRITE AgingReportLine.
001006
001007 ListPendingTargets.
001008     MOVE SPACES TO AG-PENDING-TARGETS
001009     MOVE 1 TO PendingTextPointer
001010     MOVE ZERO TO PendingTargetCount
001011     IF LG-HANDOFF-DATE EQUAL ZERO
001012         MOVE "NOT HANDED OFF" TO AG-PENDING-TARGETS
001013     ELSE
001014         PERFORM VARYING TargetIdx FROM 1 BY 1
001015                 UNTIL TargetIdx GREATER THAN 3
001016             IF LG-TARGET-STATE(TargetIdx) EQUAL "H" OR
001017                     LG-TARGET-STATE(TargetIdx) EQUAL "E"
001018                 PERFORM NotePendingTarget
001019             END-IF
001020         END-PERFORM
001021         IF PendingTargetCount EQUAL ZERO
001022             MOVE 1 TO TargetIdx
001023             PERFORM NotePendingTarget
001024         END-IF
001025     END-IF.
001026
001027 NotePendingTarget.
001028     ADD 1 TO PendingTargetCount
001029     ADD 1 TO TR-OPEN-ON-LEDGER(TargetIdx)
001030     STRING DirectoryTargetName(TargetIdx) DELIMITED BY SPACE
001031             " " DELIMITED BY SIZE
001032             INTO AG-PENDING-TARGETS
001033             WITH POINTER PendingTextPointer.
001034
001035 AppendRunManifest.
001036     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
001037     OPEN EXTEND RunManifestFile
001038     MOVE "DSYNC-RECONCILER" TO MF-PROGRAM-ID
001039     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
001040     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
001041     MOVE SyncRecordsRead TO MF-RECORDS-READ
001042     MOVE RequeueRecordsWritten TO MF-RECORDS-WRITTEN
001043     MOVE RETURN-CODE TO MF-RETURN-CODE
001044     WRITE RunManifestRecord
001045     CLOSE RunManifestFile.
