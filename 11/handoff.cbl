000012         ACCESS MODE DYNAMIC
000013         RECORD KEY VA-VAULT-KEY
000014         FILE STATUS PasswordVaultFileStatus.
000015     SELECT DirectoryFeedAdFile ASSIGN TO "DSFEEDAD"
000016         ORGANIZATION LINE SEQUENTIAL.
000017     SELECT DirectoryFeedLdapFile ASSIGN TO "DSFEEDLD"
000018         ORGANIZATION LINE SEQUENTIAL.
000019     SELECT DirectoryFeedRacfFile ASSIGN TO "DSFEEDRC"
000020         ORGANIZATION LINE SEQUENTIAL.
000021     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000022         ORGANIZATION INDEXED
000023         ACCESS MODE DYNAMIC
000024         RECORD KEY LG-LEDGER-KEY
000025         FILE STATUS SyncLedgerFileStatus.
000026     SELECT AccountMasterFile ASSIGN TO "ACCTMSTR"
000027         ORGANIZATION LINE SEQUENTIAL
000028         FILE STATUS AccountMasterFileStatus.
000029     SELECT FreezeCalendarFile ASSIGN TO "FREEZCAL"
000030         ORGANIZATION LINE SEQUENTIAL
000031         FILE STATUS FreezeCalendarFileStatus.
000032     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000033         ORGANIZATION LINE SEQUENTIAL.
000034
000035 DATA DIVISION.
000036 FILE SECTION.
000037 FD  DirectorySyncFile.
000038     COPY DSYNC.
000039
000040 FD  PasswordVaultFile.
000041     COPY VAULT.
000042
000043 FD  DirectoryFeedAdFile.
000044 01  DirectoryFeedAdRecord         PIC X(42).
000045
000046 FD  DirectoryFeedLdapFile.
000047 01  DirectoryFeedLdapRecord       PIC X(42).
000048
000049 FD  DirectoryFeedRacfFile.
000050 01  DirectoryFeedRacfRecord       PIC X(42).
000051
000052 FD  SyncLedgerFile.
000053     COPY LEDGER.
000054
000055 FD  AccountMasterFile.
000056     COPY ACCOUNT.
000057
000058 FD  FreezeCalendarFile.
000059     COPY FREEZE.
000060
000061 FD  RunManifestFile.
000062     COPY MANIFEST.
000063
000064 WORKING-STORAGE SECTION.
000065 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000066 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000067 01 AccountMasterFileStatus PIC XX VALUE SPACES.
000068 01 FreezeCalendarFileStatus PIC XX VALUE SPACES.
000069 01 CurrentDateTimeField   PIC X(21).
000070 01 HandoffDate            PIC 9(8) VALUE ZERO.
000071 01 HandoffStatusText      PIC X(12) VALUE "HANDED-OFF".
000072
000073 01 SyncRecordsRead        PIC 9(9) VALUE ZERO.
000074 01 FeedRecordsWritten     PIC 9(9) VALUE ZERO.
000075 01 UnresolvedReferences   PIC 9(9) VALUE ZERO.
000076 01 LedgerRecordsStamped   PIC 9(9) VALUE ZERO.
000077 01 HeldForFreeze          PIC 9(9) VALUE ZERO.
000078 01 ReleasedFromFreeze     PIC 9(9) VALUE ZERO.
000079 01 StillHeldForFreeze     PIC 9(9) VALUE ZERO.
000080 01 FreezeCardsRejected    PIC 9(9) VALUE ZERO.
000081 01 UnknownTargetCodes     PIC 9(9) VALUE ZERO.
000082
000083 01 DirectoryFeedRecord.
000084     05 DF-ACCOUNT-ID          PIC X(8).
000085     05 DF-NEW-PASSWORD        PIC A(20).
000086     05 DF-EFFECTIVE-DATE      PIC 9(8).
000087     05 DF-ACTION-CODE         PIC X(01).
000088     05 FILLER                 PIC X(05).
000089
000090 01 DirectoryTargetNames.
000091     05 FILLER                 PIC X(4) VALUE "AD".
000092     05 FILLER                 PIC X(4) VALUE "LDAP".
000093     05 FILLER                 PIC X(4) VALUE "RACF".
000094 01 DirectoryTargetTable REDEFINES DirectoryTargetNames.
000095     05 DirectoryTargetName    PIC X(4) OCCURS 3 TIMES.
000096
000097 01 TargetFeedTotals.
000098     05 TargetFeed OCCURS 3 TIMES.
000099         10 TF-RECORDS-WRITTEN     PIC 9(9).
000100         10 TF-ENVELOPE-HASH       PIC 9(12).
000101
000102 01 TargetIdx              PIC 9 VALUE ZERO.
000103 01 RouteCodeIdx           PIC 9 VALUE ZERO.
000104 01 AccountRouting.
000105     05 RouteToTarget          PIC X(01) OCCURS 3 TIMES.
000106 01 RouteTargetCodes.
000107     05 RouteTargetCode        PIC X(4) OCCURS 3 TIMES.
000108 01 LookupAccountId        PIC X(8) VALUE SPACES.
000109
000110 01 FreezeWindowTable.
000111     05 FreezeWindowCount   PIC 9(4) VALUE ZERO.
000112     05 FreezeWindow OCCURS 200 TIMES.
000113         10 FW-END-DATE            PIC 9(8).
000114         10 FW-SCOPE-TYPE          PIC X(01).
000115         10 FW-SCOPE-VALUE         PIC X(8).
000116         10 FW-PREFIX-LENGTH       PIC 9.
000117         10 FW-REASON              PIC X(40).
000118
000119 01 FreezeIdx              PIC 9(4) VALUE ZERO.
000120 01 FreezeCharIdx          PIC 99 VALUE ZERO.
000121 01 FreezeAccountId        PIC X(8) VALUE SPACES.
000122 01 FreezeDepartmentCode   PIC X(4) VALUE SPACES.
000123 01 FreezeCardState        PIC X(01) VALUE "N".
000124     88 FreezeCardIsValid          VALUE "Y".
000125
000126 01 MasterAccountTable.
000127     05 MasterAccountCount PIC 9(4) VALUE ZERO.
000128     05 MasterAccount OCCURS 5000 TIMES.
000129         10 MA-ACCOUNT-ID          PIC X(8).
000130         10 MA-DEPARTMENT-CODE     PIC X(4).
000131         10 MA-DIRECTORY-TARGETS   PIC X(12).
000132
000133 01 MasterIdx              PIC 9(4) VALUE ZERO.
000134 01 MasterAvailability     PIC X(01) VALUE "N".
000135     88 MasterIsAvailable          VALUE "Y".
000136
000137 01 HeldPushTable.
000138     05 HeldPushCount       PIC 9(4) VALUE ZERO.
000139     05 HeldPush OCCURS 5000 TIMES.
000140         10 HP-ACCOUNT-ID          PIC X(8).
000141         10 HP-RELEASE-ORDER.
000142             15 HP-STORED-DATE     PIC 9(8).
000143             15 HP-ROTATION-SEQ    PIC 99.
000144         10 HP-EFFECTIVE-DATE      PIC 9(8).
000145         10 HP-ACTION-CODE         PIC X(01).
000146         10 HP-RELEASE-STATE       PIC X(01).
000147
000148 01 HeldIdx                PIC 9(4) VALUE ZERO.
000149 01 ReleaseIdx             PIC 9(4) VALUE ZERO.
000150 01 HeldReleaseState       PIC X(01) VALUE "N".
000151     88 HeldReleaseComplete        VALUE "Y".
000152
000153     COPY ENVLP.
000154
000155 01 EnvelopeHashId         PIC X(8).
000156 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000157 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000158 01 SyncEnvelopeCount      PIC 9(9) VALUE ZERO.
000159 01 SyncEnvelopeHash       PIC 9(12) VALUE ZERO.
000160 01 SyncTrailerState       PIC X(01) VALUE "N".
000161     88 SyncTrailerSeen            VALUE "Y".
000162 01 SyncRecordState        PIC X(01) VALUE "N".
000163     88 SyncRecordIsReady          VALUE "Y".
000164
000165 01 EndOfSyncRecords       PIC X(01) VALUE "N".
000166     88 NoMoreSyncRecords          VALUE "Y".
000167 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000168     88 NoMoreMasterRecords        VALUE "Y".
000169 01 EndOfFreezeCards       PIC X(01) VALUE "N".
000170     88 NoMoreFreezeCards          VALUE "Y".
000171 01 EndOfLedgerScan        PIC X(01) VALUE "N".
000172     88 LedgerScanComplete         VALUE "Y".
000173
000174 PROCEDURE DIVISION.
000175 HandOffDirectoryFeed.
000176     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000177     MOVE CurrentDateTimeField(1:8) TO HandoffDate
000178     PERFORM LoadFreezeCalendar
000179     PERFORM LoadMasterAccounts
000180     OPEN INPUT DirectorySyncFile
000181     OPEN INPUT PasswordVaultFile
000182     IF PasswordVaultFileStatus NOT EQUAL "00"
000183         DISPLAY "PASSWORD VAULT UNAVAILABLE - NO FEED BUILT"
000184         MOVE 8 TO RETURN-CODE
000185         CLOSE DirectorySyncFile
000186         PERFORM AppendRunManifest
000187         STOP RUN
000188     END-IF
000189     PERFORM OpenSyncLedgerFile
000190     OPEN OUTPUT DirectoryFeedAdFile
000191     OPEN OUTPUT DirectoryFeedLdapFile
000192     OPEN OUTPUT DirectoryFeedRacfFile
000193     PERFORM WriteFeedHeader
000194     PERFORM ReleaseHeldPushes
000195     PERFORM ReadNextSyncRecord
000196     PERFORM ResolveOneSyncRecord UNTIL NoMoreSyncRecords
000197     CLOSE DirectorySyncFile
000198     CLOSE PasswordVaultFile
000199     CLOSE SyncLedgerFile
000200     PERFORM WriteFeedTrailer
000201     CLOSE DirectoryFeedAdFile
000202     CLOSE DirectoryFeedLdapFile
000203     CLOSE DirectoryFeedRacfFile
000204     DISPLAY "SYNC RECORDS READ:     " SyncRecordsRead
000205     DISPLAY "FEED RECORDS WRITTEN:  " FeedRecordsWritten
000206     PERFORM VARYING TargetIdx FROM 1 BY 1
000207             UNTIL TargetIdx GREATER THAN 3
000208         DISPLAY "FEED RECORDS " DirectoryTargetName(TargetIdx)
000209                 ":     " TF-RECORDS-WRITTEN(TargetIdx)
000210     END-PERFORM
000211     DISPLAY "UNRESOLVED REFERENCES: " UnresolvedReferences
000212     DISPLAY "LEDGER RECORDS STAMPED:" LedgerRecordsStamped
000213     DISPLAY "HELD FOR FREEZE:       " HeldForFreeze
000214     DISPLAY "RELEASED FROM FREEZE:  " ReleasedFromFreeze
000215     DISPLAY "STILL HELD FROM BEFORE:" StillHeldForFreeze
000216     DISPLAY "FREEZE CARDS REJECTED: " FreezeCardsRejected
000217     DISPLAY "UNKNOWN TARGET CODES:  " UnknownTargetCodes
000218     IF UnresolvedReferences GREATER THAN ZERO OR
000219             FreezeCardsRejected GREATER THAN ZERO OR
000220             UnknownTargetCodes GREATER THAN ZERO OR
000221             NOT MasterIsAvailable
000222         MOVE 4 TO RETURN-CODE
000223     END-IF
000224     PERFORM AppendRunManifest
000225     STOP RUN.
000226
000227 OpenSyncLedgerFile.
000228     OPEN I-O SyncLedgerFile
000229     IF SyncLedgerFileStatus EQUAL "35"
000230         OPEN OUTPUT SyncLedgerFile
000231         CLOSE SyncLedgerFile
000232         OPEN I-O SyncLedgerFile
000233     END-IF
000234     IF SyncLedgerFileStatus NOT EQUAL "00"
000235         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000236         MOVE 8 TO RETURN-CODE
000237         STOP RUN
000238     END-IF.
000239
000240 LoadFreezeCalendar.
000241     MOVE ZERO TO FreezeWindowCount
000242     OPEN INPUT FreezeCalendarFile
000243     IF FreezeCalendarFileStatus NOT EQUAL "00"
000244         SET NoMoreFreezeCards TO TRUE
000245     END-IF
000246     PERFORM ReadNextFreezeCard UNTIL NoMoreFreezeCards
000247     IF FreezeCalendarFileStatus EQUAL "00" OR
000248             FreezeCalendarFileStatus EQUAL "10"
000249         CLOSE FreezeCalendarFile
000250     END-IF.
000251
000252 ReadNextFreezeCard.
000253     READ FreezeCalendarFile
000254         AT END
000255             SET NoMoreFreezeCards TO TRUE
000256         NOT AT END
000257             PERFORM StoreOneFreezeCard
000258     END-READ.
000259
000260 StoreOneFreezeCard.
000261     MOVE "Y" TO FreezeCardState
000262     IF FZ-START-DATE NOT NUMERIC OR FZ-END-DATE NOT NUMERIC
000263         MOVE "N" TO FreezeCardState
000264     ELSE
000265         IF FZ-START-DATE GREATER THAN FZ-END-DATE
000266             MOVE "N" TO FreezeCardState
000267         END-IF
000268     END-IF
000269     IF NOT FreezeScopeAll AND NOT FreezeScopeDepartment AND
000270             NOT FreezeScopePrefix
000271         MOVE "N" TO FreezeCardState
000272     END-IF
000273     IF NOT FreezeScopeAll AND FZ-SCOPE-VALUE EQUAL SPACES
000274         MOVE "N" TO FreezeCardState
000275     END-IF
000276     IF NOT FreezeCardIsValid
000277         DISPLAY "FREEZE CARD REJECTED: " FreezeCalendarRecord
000278         ADD 1 TO FreezeCardsRejected
000279     ELSE
000280         IF FZ-START-DATE LESS THAN OR EQUAL TO HandoffDate AND
000281                 FZ-END-DATE GREATER THAN OR EQUAL TO HandoffDate
000282             PERFORM StoreActiveFreezeWindow
000283         END-IF
000284     END-IF.
000285
000286 StoreActiveFreezeWindow.
000287     IF FreezeWindowCount LESS THAN 200
000288         ADD 1 TO FreezeWindowCount
000289         MOVE FreezeWindowCount TO FreezeIdx
000290         MOVE FZ-END-DATE TO FW-END-DATE(FreezeIdx)
000291         MOVE FZ-SCOPE-TYPE TO FW-SCOPE-TYPE(FreezeIdx)
000292         MOVE FZ-SCOPE-VALUE TO FW-SCOPE-VALUE(FreezeIdx)
000293         MOVE FZ-REASON TO FW-REASON(FreezeIdx)
000294         PERFORM VARYING FreezeCharIdx FROM 8 BY -1
000295                 UNTIL FreezeCharIdx EQUAL ZERO
000296             IF FZ-SCOPE-VALUE(FreezeCharIdx:1) NOT EQUAL SPACE
000297                 EXIT PERFORM
000298             END-IF
000299         END-PERFORM
000300         MOVE FreezeCharIdx TO FW-PREFIX-LENGTH(FreezeIdx)
000301     ELSE
000302         DISPLAY "FREEZE WINDOW TABLE FULL - CARD SKIPPED"
000303         ADD 1 TO FreezeCardsRejected
000304     END-IF.
000305
000306 LoadMasterAccounts.
000307     MOVE ZERO TO MasterAccountCount
000308     OPEN INPUT AccountMasterFile
000309     IF AccountMasterFileStatus EQUAL "00"
000310         SET MasterIsAvailable TO TRUE
000311     ELSE
000312         DISPLAY "ACCOUNT MASTER UNAVAILABLE - "
000313                 "DEPARTMENT FREEZES NOT APPLIED"
000314         DISPLAY "ACCOUNT MASTER UNAVAILABLE - "
000315                 "TARGETS TAKEN FROM LEDGER HISTORY"
000316         SET NoMoreMasterRecords TO TRUE
000317     END-IF
000318     PERFORM ReadNextMasterRecord UNTIL NoMoreMasterRecords
000319     IF MasterIsAvailable
000320         CLOSE AccountMasterFile
000321     END-IF.
000322
000323 ReadNextMasterRecord.
000324     READ AccountMasterFile
000325         AT END
000326             SET NoMoreMasterRecords TO TRUE
000327         NOT AT END
000328             IF MasterAccountCount LESS THAN 5000
000329                 ADD 1 TO MasterAccountCount
000330                 MOVE MasterAccountCount TO MasterIdx
000331                 MOVE AM-ACCOUNT-ID TO MA-ACCOUNT-ID(MasterIdx)
000332                 MOVE AM-DEPARTMENT-CODE TO
000333                         MA-DEPARTMENT-CODE(MasterIdx)
000334                 MOVE AM-DIRECTORY-TARGETS TO
000335                         MA-DIRECTORY-TARGETS(MasterIdx)
000336             ELSE
000337                 DISPLAY "MASTER TABLE FULL - ACCOUNT SKIPPED: "
000338                         AM-ACCOUNT-ID
000339             END-IF
000340     END-READ.
000341
000342 LocateMasterAccount.
000343     PERFORM VARYING MasterIdx FROM 1 BY 1
000344             UNTIL MasterIdx GREATER THAN MasterAccountCount
000345         IF MA-ACCOUNT-ID(MasterIdx) EQUAL LookupAccountId
000346             EXIT PERFORM
000347         END-IF
000348     END-PERFORM
000349     IF MasterIdx GREATER THAN MasterAccountCount
000350         MOVE ZERO TO MasterIdx
000351     END-IF.
000352
000353 LocateFreezeWindow.
000354     MOVE SPACES TO FreezeDepartmentCode
000355     MOVE FreezeAccountId TO LookupAccountId
000356     PERFORM LocateMasterAccount
000357     IF MasterIdx GREATER THAN ZERO
000358         MOVE MA-DEPARTMENT-CODE(MasterIdx) TO
000359                 FreezeDepartmentCode
000360     END-IF
000361     PERFORM VARYING FreezeIdx FROM 1 BY 1
000362             UNTIL FreezeIdx GREATER THAN FreezeWindowCount
000363         IF FW-SCOPE-TYPE(FreezeIdx) EQUAL "A"
000364             EXIT PERFORM
000365         END-IF
000366         IF FW-SCOPE-TYPE(FreezeIdx) EQUAL "D" AND
000367                 FreezeDepartmentCode NOT EQUAL SPACES AND
000368                 FW-SCOPE-VALUE(FreezeIdx)(1:4) EQUAL
000369                 FreezeDepartmentCode
000370             EXIT PERFORM
000371         END-IF
000372         IF FW-SCOPE-TYPE(FreezeIdx) EQUAL "P" AND
000373                 FreezeAccountId(1:FW-PREFIX-LENGTH(FreezeIdx))
000374                 EQUAL FW-SCOPE-VALUE(FreezeIdx)
000375                 (1:FW-PREFIX-LENGTH(FreezeIdx))
000376             EXIT PERFORM
000377         END-IF
000378     END-PERFORM
000379     IF FreezeIdx GREATER THAN FreezeWindowCount
000380         MOVE ZERO TO FreezeIdx
000381     END-IF.
000382
000383 ReleaseHeldPushes.
000384     MOVE ZERO TO HeldPushCount
000385     MOVE "N" TO EndOfLedgerScan
000386     MOVE LOW-VALUES TO LG-LEDGER-KEY
000387     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000388             LG-LEDGER-KEY
000389         INVALID KEY
000390             SET LedgerScanComplete TO TRUE
000391     END-START
000392     IF SyncLedgerFileStatus NOT EQUAL "00"
000393         SET LedgerScanComplete TO TRUE
000394     END-IF
000395     PERFORM ScanOneHeldPush UNTIL LedgerScanComplete
000396     MOVE "RELEASED" TO HandoffStatusText
000397     PERFORM ReleaseEarliestHeldPush UNTIL HeldReleaseComplete
000398     MOVE "HANDED-OFF" TO HandoffStatusText.
000399
000400 ScanOneHeldPush.
000401     READ SyncLedgerFile NEXT
000402         AT END
000403             SET LedgerScanComplete TO TRUE
000404         NOT AT END
000405             IF LG-PUSH-STATUS EQUAL "FREEZE-HELD"
000406                 PERFORM StoreOneHeldPush
000407             END-IF
000408     END-READ
000409     IF SyncLedgerFileStatus NOT EQUAL "00"
000410         SET LedgerScanComplete TO TRUE
000411     END-IF.
000412
000413 StoreOneHeldPush.
000414     MOVE LG-ACCOUNT-ID TO FreezeAccountId
000415     PERFORM LocateFreezeWindow
000416     IF FreezeIdx GREATER THAN ZERO
000417         ADD 1 TO StillHeldForFreeze
000418     ELSE
000419         IF HeldPushCount LESS THAN 5000
000420             ADD 1 TO HeldPushCount
000421             MOVE HeldPushCount TO HeldIdx
000422             MOVE LG-ACCOUNT-ID TO HP-ACCOUNT-ID(HeldIdx)
000423             MOVE LG-STORED-DATE TO HP-STORED-DATE(HeldIdx)
000424             MOVE LG-ROTATION-SEQ TO HP-ROTATION-SEQ(HeldIdx)
000425             MOVE LG-EFFECTIVE-DATE TO HP-EFFECTIVE-DATE(HeldIdx)
000426             MOVE LG-ACTION-CODE TO HP-ACTION-CODE(HeldIdx)
000427             MOVE "P" TO HP-RELEASE-STATE(HeldIdx)
000428         ELSE
000429             DISPLAY "HELD PUSH TABLE FULL - RELEASE DEFERRED: "
000430                     LG-ACCOUNT-ID
000431             ADD 1 TO StillHeldForFreeze
000432         END-IF
000433     END-IF.
000434
000435 ReleaseEarliestHeldPush.
000436     MOVE ZERO TO ReleaseIdx
000437     PERFORM VARYING HeldIdx FROM 1 BY 1
000438             UNTIL HeldIdx GREATER THAN HeldPushCount
000439         IF HP-RELEASE-STATE(HeldIdx) EQUAL "P"
000440             IF ReleaseIdx EQUAL ZERO
000441                 MOVE HeldIdx TO ReleaseIdx
000442             ELSE
000443                 IF HP-RELEASE-ORDER(HeldIdx) LESS THAN
000444                         HP-RELEASE-ORDER(ReleaseIdx)
000445                     MOVE HeldIdx TO ReleaseIdx
000446                 END-IF
000447             END-IF
000448         END-IF
000449     END-PERFORM
000450     IF ReleaseIdx EQUAL ZERO
000451         SET HeldReleaseComplete TO TRUE
000452     ELSE
000453         PERFORM ReleaseOneHeldPush
000454     END-IF.
000455
000456 ReleaseOneHeldPush.
000457     MOVE "R" TO HP-RELEASE-STATE(ReleaseIdx)
000458     MOVE HP-ACCOUNT-ID(ReleaseIdx) TO DS-ACCOUNT-ID
000459     MOVE SPACES TO DS-NEW-PASSWORD
000460     MOVE HP-EFFECTIVE-DATE(ReleaseIdx) TO DS-EFFECTIVE-DATE
000461     MOVE HP-ACCOUNT-ID(ReleaseIdx) TO DS-VR-ACCOUNT-ID
000462     MOVE HP-ROTATION-SEQ(ReleaseIdx) TO DS-VR-ROTATION-SEQ
000463     MOVE HP-STORED-DATE(ReleaseIdx) TO DS-VR-STORED-DATE
000464     MOVE HP-ACTION-CODE(ReleaseIdx) TO DS-ACTION-CODE
000465     IF SyncActionDisable
000466         PERFORM WriteDisableFeedRecord
000467     ELSE
000468         PERFORM ResolveVaultFeedRecord
000469     END-IF.
000470
000471 ReadNextSyncRecord.
000472     MOVE "N" TO SyncRecordState
000473     PERFORM ReadOneSyncRecord UNTIL SyncRecordIsReady
000474             OR NoMoreSyncRecords.
000475
000476 ReadOneSyncRecord.
000477     READ DirectorySyncFile
000478         AT END
000479             IF NOT SyncTrailerSeen
000480                 PERFORM AbendSyncEnvelope
000481             END-IF
000482             SET NoMoreSyncRecords TO TRUE
000483         NOT AT END
000484             PERFORM ClassifyOneSyncRecord
000485     END-READ.
000486
000487 ClassifyOneSyncRecord.
000488     EVALUATE DS-ACCOUNT-ID
000489         WHEN "HDR*****"
000490             CONTINUE
000491         WHEN "TRL*****"
000492             PERFORM VerifySyncTrailer
000493         WHEN OTHER
000494             IF SyncTrailerSeen
000495                 PERFORM AbendSyncEnvelope
000496             END-IF
000497             ADD 1 TO SyncEnvelopeCount
000498             MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000499             PERFORM AddToEnvelopeHash
000500             ADD EnvelopeHashWork TO SyncEnvelopeHash
000501             SET SyncRecordIsReady TO TRUE
000502     END-EVALUATE.
000503
000504 VerifySyncTrailer.
000505     MOVE DirectorySyncRecord TO EnvelopeTrailerRecord
000506     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000507         PERFORM AbendSyncEnvelope
000508     END-IF
000509     IF ET-RECORD-COUNT NOT EQUAL SyncEnvelopeCount OR
000510             ET-HASH-TOTAL NOT EQUAL SyncEnvelopeHash
000511         PERFORM AbendSyncEnvelope
000512     END-IF
000513     SET SyncTrailerSeen TO TRUE.
000514
000515 AbendSyncEnvelope.
000516     DISPLAY "DSYNCOUT TRAILER MISSING OR COUNTS DO NOT TIE"
000517     MOVE 16 TO RETURN-CODE
000518     STOP RUN.
000519
000520 WriteFeedHeader.
000521     MOVE "HDR*****" TO EH-RECORD-TAG
000522     MOVE "DSYNC-HANDOFF" TO EH-CREATOR-PROGRAM
000523     MOVE CurrentDateTimeField(1:8) TO EH-CREATED-DATE
000524     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000525     MOVE EnvelopeHeaderRecord TO DirectoryFeedRecord
000526     PERFORM VARYING TargetIdx FROM 1 BY 1
000527             UNTIL TargetIdx GREATER THAN 3
000528         MOVE ZERO TO TF-RECORDS-WRITTEN(TargetIdx)
000529         MOVE ZERO TO TF-ENVELOPE-HASH(TargetIdx)
000530         PERFORM WriteTargetFeedLine
000531     END-PERFORM.
000532
000533 WriteFeedTrailer.
000534     PERFORM VARYING TargetIdx FROM 1 BY 1
000535             UNTIL TargetIdx GREATER THAN 3
000536         MOVE "TRL*****" TO ET-RECORD-TAG
000537         MOVE TF-RECORDS-WRITTEN(TargetIdx) TO ET-RECORD-COUNT
000538         MOVE TF-ENVELOPE-HASH(TargetIdx) TO ET-HASH-TOTAL
000539         MOVE EnvelopeTrailerRecord TO DirectoryFeedRecord
000540         PERFORM WriteTargetFeedLine
000541     END-PERFORM.
000542
000543 AddToEnvelopeHash.
000544     MOVE ZERO TO EnvelopeHashWork
000545     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000546             UNTIL EnvelopeCharIdx GREATER THAN 8
000547         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000548                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000549     END-PERFORM.
000550
000551 ResolveOneSyncRecord.
000552     ADD 1 TO SyncRecordsRead
000553     IF DS-ACTION-CODE EQUAL SPACE
000554         MOVE "U" TO DS-ACTION-CODE
000555     END-IF
000556     MOVE DS-ACCOUNT-ID TO FreezeAccountId
000557     PERFORM LocateFreezeWindow
000558     IF FreezeIdx GREATER THAN ZERO
000559         PERFORM HoldLedgerPush
000560     ELSE
000561         IF SyncActionDisable
000562             PERFORM WriteDisableFeedRecord
000563         ELSE
000564             PERFORM ResolveVaultFeedRecord
000565         END-IF
000566     END-IF
000567     PERFORM ReadNextSyncRecord.
000568
000569 HoldLedgerPush.
000570     MOVE ALL "N" TO AccountRouting
000571     MOVE DS-VR-ACCOUNT-ID TO LG-ACCOUNT-ID
000572     MOVE DS-VR-ROTATION-SEQ TO LG-ROTATION-SEQ
000573     MOVE DS-VR-STORED-DATE TO LG-STORED-DATE
000574     READ SyncLedgerFile
000575         INVALID KEY
000576             MOVE "FREEZE-HELD" TO LG-PUSH-STATUS
000577             MOVE DS-VR-STORED-DATE TO LG-GENERATED-DATE
000578             MOVE ZERO TO LG-HANDOFF-DATE
000579             MOVE SPACES TO LG-ACK-STATUS
000580             MOVE ZERO TO LG-APPLIED-DATE
000581             MOVE ZERO TO LG-RETRY-COUNT
000582             MOVE DS-ACTION-CODE TO LG-ACTION-CODE
000583             MOVE DS-EFFECTIVE-DATE TO LG-EFFECTIVE-DATE
000584             PERFORM SetLedgerTargetRouting
000585             WRITE SyncLedgerRecord
000586         NOT INVALID KEY
000587             MOVE "FREEZE-HELD" TO LG-PUSH-STATUS
000588             MOVE ZERO TO LG-HANDOFF-DATE
000589             MOVE DS-ACTION-CODE TO LG-ACTION-CODE
000590             MOVE DS-EFFECTIVE-DATE TO LG-EFFECTIVE-DATE
000591             PERFORM SetLedgerTargetRouting
000592             REWRITE SyncLedgerRecord
000593     END-READ
000594     ADD 1 TO HeldForFreeze.
000595
000596 WriteDisableFeedRecord.
000597     MOVE SPACES TO DirectoryFeedRecord
000598     MOVE DS-ACCOUNT-ID TO DF-ACCOUNT-ID
000599     MOVE SPACES TO DF-NEW-PASSWORD
000600     MOVE DS-EFFECTIVE-DATE TO DF-EFFECTIVE-DATE
000601     MOVE DS-ACTION-CODE TO DF-ACTION-CODE
000602     PERFORM DetermineAccountRouting
000603     PERFORM WriteRoutedFeedRecord
000604     PERFORM StampLedgerHandoff.
000605
000606 ResolveVaultFeedRecord.
000607     MOVE DS-VR-ACCOUNT-ID TO VA-ACCOUNT-ID
000608     MOVE DS-VR-ROTATION-SEQ TO VA-ROTATION-SEQ
000609     READ PasswordVaultFile
000610         INVALID KEY
000611             DISPLAY "VAULT REFERENCE NOT FOUND: " DS-VAULT-REF
000612             ADD 1 TO UnresolvedReferences
000613         NOT INVALID KEY
000614             MOVE SPACES TO DirectoryFeedRecord
000615             MOVE DS-ACCOUNT-ID TO DF-ACCOUNT-ID
000616             IF SyncActionRevert
000617                 MOVE VA-OLD-PASSWORD TO DF-NEW-PASSWORD
000618             ELSE
000619                 MOVE VA-NEW-PASSWORD TO DF-NEW-PASSWORD
000620             END-IF
000621             MOVE DS-EFFECTIVE-DATE TO DF-EFFECTIVE-DATE
000622             MOVE DS-ACTION-CODE TO DF-ACTION-CODE
000623             PERFORM DetermineAccountRouting
000624             PERFORM WriteRoutedFeedRecord
000625             PERFORM StampLedgerHandoff
000626     END-READ.
000627
000628 DetermineAccountRouting.
000629     MOVE ALL "N" TO AccountRouting
000630     MOVE DS-ACCOUNT-ID TO LookupAccountId
000631     PERFORM LocateMasterAccount
000632     IF MasterIdx GREATER THAN ZERO
000633         MOVE MA-DIRECTORY-TARGETS(MasterIdx) TO RouteTargetCodes
000634         PERFORM VARYING RouteCodeIdx FROM 1 BY 1
000635                 UNTIL RouteCodeIdx GREATER THAN 3
000636             PERFORM RouteOneTargetCode
000637         END-PERFORM
000638     ELSE
000639         PERFORM RouteFromLedgerHistory
000640     END-IF
000641     IF AccountRouting EQUAL "NNN"
000642         MOVE "Y" TO RouteToTarget(1)
000643     END-IF.
000644
000645 RouteOneTargetCode.
000646     IF RouteTargetCode(RouteCodeIdx) NOT EQUAL SPACES
000647         PERFORM VARYING TargetIdx FROM 1 BY 1
000648                 UNTIL TargetIdx GREATER THAN 3
000649             IF DirectoryTargetName(TargetIdx) EQUAL
000650                     RouteTargetCode(RouteCodeIdx)
000651                 EXIT PERFORM
000652             END-IF
000653         END-PERFORM
000654         IF TargetIdx GREATER THAN 3
000655             DISPLAY "UNKNOWN DIRECTORY TARGET "
000656                     RouteTargetCode(RouteCodeIdx)
000657                     " FOR " DS-ACCOUNT-ID
000658             ADD 1 TO UnknownTargetCodes
000659         ELSE
000660             MOVE "Y" TO RouteToTarget(TargetIdx)
000661         END-IF
000662     END-IF.
000663
000664 RouteFromLedgerHistory.
000665     MOVE "N" TO EndOfLedgerScan
000666     MOVE DS-ACCOUNT-ID TO LG-ACCOUNT-ID
000667     MOVE ZERO TO LG-ROTATION-SEQ
000668     MOVE ZERO TO LG-STORED-DATE
000669     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000670             LG-LEDGER-KEY
000671         INVALID KEY
000672             SET LedgerScanComplete TO TRUE
000673     END-START
000674     IF SyncLedgerFileStatus NOT EQUAL "00"
000675         SET LedgerScanComplete TO TRUE
000676     END-IF
000677     PERFORM ScanOneLedgerRouting UNTIL LedgerScanComplete.
000678
000679 ScanOneLedgerRouting.
000680     READ SyncLedgerFile NEXT
000681         AT END
000682             SET LedgerScanComplete TO TRUE
000683         NOT AT END
000684             IF LG-ACCOUNT-ID EQUAL DS-ACCOUNT-ID
000685                 PERFORM VARYING TargetIdx FROM 1 BY 1
000686                         UNTIL TargetIdx GREATER THAN 3
000687                     PERFORM NoteLedgerTargetRouting
000688                 END-PERFORM
000689             ELSE
000690                 SET LedgerScanComplete TO TRUE
000691             END-IF
000692     END-READ
000693     IF SyncLedgerFileStatus NOT EQUAL "00"
000694         SET LedgerScanComplete TO TRUE
000695     END-IF.
000696
000697 NoteLedgerTargetRouting.
000698     IF LG-TARGET-STATE(TargetIdx) EQUAL "H" OR
000699             LG-TARGET-STATE(TargetIdx) EQUAL "A" OR
000700             LG-TARGET-STATE(TargetIdx) EQUAL "E"
000701         MOVE "Y" TO RouteToTarget(TargetIdx)
000702     END-IF.
000703
000704 WriteRoutedFeedRecord.
000705     PERFORM VARYING TargetIdx FROM 1 BY 1
000706             UNTIL TargetIdx GREATER THAN 3
000707         IF RouteToTarget(TargetIdx) EQUAL "Y"
000708             PERFORM WriteTargetFeedLine
000709             ADD 1 TO FeedRecordsWritten
000710             ADD 1 TO TF-RECORDS-WRITTEN(TargetIdx)
000711             MOVE DF-ACCOUNT-ID TO EnvelopeHashId
000712             PERFORM AddToEnvelopeHash
000713             ADD EnvelopeHashWork TO TF-ENVELOPE-HASH(TargetIdx)
000714         END-IF
000715     END-PERFORM.
000716
000717 WriteTargetFeedLine.
000718     EVALUATE TargetIdx
000719         WHEN 1
000720             WRITE DirectoryFeedAdRecord FROM DirectoryFeedRecord
000721         WHEN 2
000722             WRITE DirectoryFeedLdapRecord
000723                     FROM DirectoryFeedRecord
000724         WHEN 3
000725             WRITE DirectoryFeedRacfRecord
000726                     FROM DirectoryFeedRecord
000727     END-EVALUATE.
000728
000729 SetLedgerTargetRouting.
000730     PERFORM VARYING TargetIdx FROM 1 BY 1
000731             UNTIL TargetIdx GREATER THAN 3
000732         IF RouteToTarget(TargetIdx) EQUAL "Y"
000733             MOVE "H" TO LG-TARGET-STATE(TargetIdx)
000734         ELSE
000735             MOVE SPACE TO LG-TARGET-STATE(TargetIdx)
000736         END-IF
000737         MOVE SPACES TO LG-TARGET-ACK-STATUS(TargetIdx)
000738         MOVE ZERO TO LG-TARGET-APPLIED-DATE(TargetIdx)
000739     END-PERFORM.
000740
000741 StampLedgerHandoff.
000742     MOVE DS-VR-ACCOUNT-ID TO LG-ACCOUNT-ID
000743     MOVE DS-VR-ROTATION-SEQ TO LG-ROTATION-SEQ
000744     MOVE DS-VR-STORED-DATE TO LG-STORED-DATE
000745     READ SyncLedgerFile
000746         INVALID KEY
000747             MOVE HandoffStatusText TO LG-PUSH-STATUS
000748             MOVE DS-VR-STORED-DATE TO LG-GENERATED-DATE
000749             MOVE HandoffDate TO LG-HANDOFF-DATE
000750             MOVE SPACES TO LG-ACK-STATUS
000751             MOVE ZERO TO LG-APPLIED-DATE
000752             MOVE ZERO TO LG-RETRY-COUNT
000753             MOVE DS-ACTION-CODE TO LG-ACTION-CODE
000754             MOVE DS-EFFECTIVE-DATE TO LG-EFFECTIVE-DATE
000755             PERFORM SetLedgerTargetRouting
000756             WRITE SyncLedgerRecord
000757         NOT INVALID KEY
000758             MOVE HandoffStatusText TO LG-PUSH-STATUS
000759             MOVE HandoffDate TO LG-HANDOFF-DATE
000760             MOVE DS-ACTION-CODE TO LG-ACTION-CODE
000761             MOVE DS-EFFECTIVE-DATE TO LG-EFFECTIVE-DATE
000762             PERFORM SetLedgerTargetRouting
000763             REWRITE SyncLedgerRecord
000764     END-READ
000765     IF HandoffStatusText EQUAL "RELEASED"
000766         ADD 1 TO ReleasedFromFreeze
000767     END-IF
000768     ADD 1 TO LedgerRecordsStamped.
000769
000770 AppendRunManifest.
000771     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000772     OPEN EXTEND RunManifestFile
000773     MOVE "DSYNC-HANDOFF" TO MF-PROGRAM-ID
000774     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
000775     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
000776     MOVE SyncRecordsRead TO MF-RECORDS-READ
000777     MOVE FeedRecordsWritten TO MF-RECORDS-WRITTEN
000778     MOVE RETURN-CODE TO MF-RETURN-CODE
000779     WRITE RunManifestRecord
000780     CLOSE RunManifestFile.
