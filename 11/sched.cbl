000019         ORGANIZATION LINE SEQUENTIAL.
000020     SELECT ForecastListFile ASSIGN TO "FORECAST"
000021         ORGANIZATION LINE SEQUENTIAL.
000022     SELECT FreezeCalendarFile ASSIGN TO "FREEZCAL"
000023         ORGANIZATION LINE SEQUENTIAL
000024         FILE STATUS FreezeCalendarFileStatus.
000025     SELECT HeldRotationFile ASSIGN TO "HELDRPT"
000026         ORGANIZATION LINE SEQUENTIAL.
000027     SELECT ExemptionRegisterFile ASSIGN TO "EXEMPREG"
000028         ORGANIZATION INDEXED
000029         ACCESS MODE DYNAMIC
000030         RECORD KEY EX-ACCOUNT-ID
000031         FILE STATUS ExemptionRegisterFileStatus.
000032     SELECT PasswordVaultFile ASSIGN TO "PWDVAULT"
000033         ORGANIZATION INDEXED
000034         ACCESS MODE DYNAMIC
000035         RECORD KEY VA-VAULT-KEY
000036         FILE STATUS PasswordVaultFileStatus.
000037     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000038         ORGANIZATION LINE SEQUENTIAL.
000039
000040 DATA DIVISION.
000041 FILE SECTION.
000042 FD  AccountMasterFile.
000043     COPY ACCOUNT.
000044
000045 FD  UpdatedMasterFile.
000046 01  UpdatedMasterRecord           PIC X(105).
000047
000048 FD  DirectorySyncFile.
000049     COPY DSYNC.
000050
000051 FD  SchedulerParmFile.
000052 01  SchedulerParmRecord.
000053     05  SP-RUN-DATE               PIC 9(8).
000054     05  SP-FORECAST-DAYS          PIC 9(3).
000055
000056 FD  RequestOutputFile.
000057     COPY PWDREQ.
000058
000059 FD  PasswordVaultFile.
000060     COPY VAULT.
000061
000062 FD  ForecastListFile.
000063 01  ForecastListRecord.
000064     05  FC-ACCOUNT-ID             PIC X(8).
000065     05  FILLER                    PIC X(02).
000066     05  FC-DUE-DATE               PIC 9(8).
000067     05  FILLER                    PIC X(02).
000068     05  FC-DAYS-UNTIL-DUE         PIC ZZ9.
000069     05  FILLER                    PIC X(02).
000070     05  FC-EXEMPT-TAG             PIC X(6).
000071     05  FILLER                    PIC X(02).
000072     05  FC-EXEMPT-UNTIL           PIC 9(8).
000073     05  FILLER                    PIC X(02).
000074     05  FC-EXEMPT-REASON          PIC X(40).
000075
000076 FD  FreezeCalendarFile.
000077     COPY FREEZE.
000078
000079 FD  HeldRotationFile.
000080 01  HeldRotationLine              PIC X(80).
000081
000082 FD  ExemptionRegisterFile.
000083     COPY EXEMPT.
000084
000085 FD  RunManifestFile.
000086     COPY MANIFEST.
000087
000088 WORKING-STORAGE SECTION.
000089 01 DirectorySyncFileStatus PIC XX VALUE SPACES.
000090 01 SchedulerParmFileStatus PIC XX VALUE SPACES.
000091 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000092 01 FreezeCalendarFileStatus PIC XX VALUE SPACES.
000093 01 ExemptionRegisterFileStatus PIC XX VALUE SPACES.
000094 01 ExemptionAvailability  PIC X(01) VALUE "N".
000095     88 ExemptionRegisterIsOpen    VALUE "Y".
000096 01 ExemptionState         PIC X(01) VALUE "N".
000097     88 ExemptionInForce           VALUE "Y".
000098 01 VaultAvailability      PIC X(01) VALUE "N".
000099     88 VaultIsAvailable           VALUE "Y".
000100 01 SyncUpdatesSkipped     PIC 9(9) VALUE ZERO.
000101 01 ResolvedSyncPassword   PIC A(20) VALUE SPACES.
000102 01 SyncResolveFlag        PIC X(01) VALUE "N".
000103     88 SyncPasswordResolved       VALUE "Y".
000104
000105 01 SyncUpdateTable.
000106     05 SyncEntryCount      PIC 9(4) VALUE ZERO.
000107     05 SyncEntry OCCURS 5000 TIMES.
000108         10 SE-ACCOUNT-ID          PIC X(8).
000109         10 SE-NEW-PASSWORD        PIC A(20).
000110         10 SE-EFFECTIVE-DATE      PIC 9(8).
000111
000112 01 RunDateValue           PIC 9(8) VALUE ZERO.
000113 01 ForecastDays           PIC 9(3) VALUE ZERO.
000114 01 RunDateInteger         PIC 9(9) VALUE ZERO.
000115 01 DueDateInteger         PIC 9(9) VALUE ZERO.
000116 01 DueDateValue           PIC 9(8) VALUE ZERO.
000117 01 DaysUntilDue           PIC S9(9) VALUE ZERO.
000118 01 Idx                    PIC 9(4) VALUE ZERO.
000119 01 LookupAccountId        PIC X(8) VALUE SPACES.
000120
000121 01 MastersRead            PIC 9(9) VALUE ZERO.
000122 01 SyncUpdatesApplied     PIC 9(9) VALUE ZERO.
000123 01 RequestsWritten        PIC 9(9) VALUE ZERO.
000124 01 ForecastLinesWritten   PIC 9(9) VALUE ZERO.
000125 01 HeldRotations          PIC 9(9) VALUE ZERO.
000126 01 ExemptAccountsSkipped  PIC 9(9) VALUE ZERO.
000127
000128 01 ExemptAccountTable.
000129     05 ExemptAccountCount  PIC 9(4) VALUE ZERO.
000130     05 ExemptAccount OCCURS 5000 TIMES.
000131         10 XA-ACCOUNT-ID          PIC X(8).
000132         10 XA-DUE-DATE            PIC 9(8).
000133         10 XA-DAYS-UNTIL-DUE      PIC 9(3).
000134         10 XA-EXPIRY-DATE         PIC 9(8).
000135         10 XA-REASON              PIC X(40).
000136
000137 01 ExemptIdx              PIC 9(4) VALUE ZERO.
000138 01 FreezeCardsRejected    PIC 9(9) VALUE ZERO.
000139
000140 01 FreezeWindowTable.
000141     05 FreezeWindowCount   PIC 9(4) VALUE ZERO.
000142     05 FreezeWindow OCCURS 200 TIMES.
000143         10 FW-END-DATE            PIC 9(8).
000144         10 FW-SCOPE-TYPE          PIC X(01).
000145         10 FW-SCOPE-VALUE         PIC X(8).
000146         10 FW-PREFIX-LENGTH       PIC 9.
000147         10 FW-REASON              PIC X(40).
000148
000149 01 FreezeIdx              PIC 9(4) VALUE ZERO.
000150 01 FreezeCharIdx          PIC 99 VALUE ZERO.
000151 01 FreezeAccountId        PIC X(8) VALUE SPACES.
000152 01 FreezeDepartmentCode   PIC X(4) VALUE SPACES.
000153 01 FreezeCardState        PIC X(01) VALUE "N".
000154     88 FreezeCardIsValid          VALUE "Y".
000155
000156 01 HeldDetailLine.
000157     05 HD-ACCOUNT-ID       PIC X(8).
000158     05 FILLER              PIC X(2) VALUE SPACES.
000159     05 HD-DEPARTMENT-CODE  PIC X(4).
000160     05 FILLER              PIC X(2) VALUE SPACES.
000161     05 HD-DUE-DATE         PIC 9(8).
000162     05 FILLER              PIC X(2) VALUE SPACES.
000163     05 HD-FREEZE-END       PIC 9(8).
000164     05 FILLER              PIC X(2) VALUE SPACES.
000165     05 HD-REASON           PIC X(40).
000166
000167 01 HeldTotalLine.
000168     05 HT-LABEL            PIC X(24).
000169     05 HT-VALUE            PIC ZZZ,ZZZ,ZZ9.
000170
000171 01 EndOfSyncRecords       PIC X(01) VALUE "N".
000172     88 NoMoreSyncRecords          VALUE "Y".
000173 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000174     88 NoMoreMasterRecords        VALUE "Y".
000175 01 EndOfFreezeCards       PIC X(01) VALUE "N".
000176     88 NoMoreFreezeCards          VALUE "Y".
000177
000178 01 CurrentDateTimeField   PIC X(21).
000179
000180     COPY ENVLP.
000181
000182 01 EnvelopeHashId         PIC X(8).
000183 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000184 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000185 01 SyncEnvelopeCount      PIC 9(9) VALUE ZERO.
000186 01 SyncEnvelopeHash       PIC 9(12) VALUE ZERO.
000187 01 SyncTrailerState       PIC X(01) VALUE "N".
000188     88 SyncTrailerSeen            VALUE "Y".
000189 01 RequestEnvelopeHash    PIC 9(12) VALUE ZERO.
000190
000191 PROCEDURE DIVISION.
000192 BuildRotationSchedule.
000193     PERFORM LoadSchedulerParameters
000194     PERFORM LoadFreezeCalendar
000195     PERFORM LoadDirectorySyncUpdates
000196     OPEN INPUT ExemptionRegisterFile
000197     IF ExemptionRegisterFileStatus EQUAL "00"
000198         SET ExemptionRegisterIsOpen TO TRUE
000199     END-IF
000200     OPEN INPUT AccountMasterFile
000201     OPEN OUTPUT UpdatedMasterFile
000202     OPEN OUTPUT RequestOutputFile
000203     PERFORM WriteRequestHeader
000204     OPEN OUTPUT ForecastListFile
000205     OPEN OUTPUT HeldRotationFile
000206     PERFORM WriteHeldReportHeading
000207     PERFORM ReadNextMasterRecord
000208     PERFORM ProcessOneMasterRecord UNTIL NoMoreMasterRecords
000209     CLOSE AccountMasterFile
000210     CLOSE UpdatedMasterFile
000211     IF ExemptionRegisterIsOpen
000212         CLOSE ExemptionRegisterFile
000213     END-IF
000214     PERFORM WriteRequestTrailer
000215     CLOSE RequestOutputFile
000216     PERFORM VARYING ExemptIdx FROM 1 BY 1
000217             UNTIL ExemptIdx GREATER THAN ExemptAccountCount
000218         PERFORM WriteExemptForecastLine
000219     END-PERFORM
000220     CLOSE ForecastListFile
000221     PERFORM WriteHeldReportTotals
000222     CLOSE HeldRotationFile
000223     DISPLAY "MASTER RECORDS READ:  " MastersRead
000224     DISPLAY "SYNC UPDATES APPLIED: " SyncUpdatesApplied
000225     DISPLAY "SYNC UPDATES SKIPPED: " SyncUpdatesSkipped
000226     DISPLAY "REQUESTS WRITTEN:     " RequestsWritten
000227     DISPLAY "FORECAST LINES:       " ForecastLinesWritten
000228     DISPLAY "ROTATIONS HELD:       " HeldRotations
000229     DISPLAY "EXEMPT ACCOUNTS:      " ExemptAccountsSkipped
000230     DISPLAY "FREEZE CARDS REJECTED:" FreezeCardsRejected
000231     IF FreezeCardsRejected GREATER THAN ZERO
000232         MOVE 4 TO RETURN-CODE
000233     END-IF
000234     PERFORM AppendRunManifest
000235     STOP RUN.
000236
000237 LoadSchedulerParameters.
000238     MOVE ZERO TO RunDateValue
000239     MOVE 7 TO ForecastDays
000240     OPEN INPUT SchedulerParmFile
000241     IF SchedulerParmFileStatus EQUAL "00"
000242         READ SchedulerParmFile
000243             AT END
000244                 CONTINUE
000245             NOT AT END
000246                 MOVE SP-RUN-DATE TO RunDateValue
000247                 MOVE SP-FORECAST-DAYS TO ForecastDays
000248         END-READ
000249         CLOSE SchedulerParmFile
000250     END-IF
000251     IF RunDateValue EQUAL ZERO
000252         MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000253         MOVE CurrentDateTimeField(1:8) TO RunDateValue
000254     END-IF
000255     IF ForecastDays EQUAL ZERO
000256         DISPLAY "INVALID FORECAST WINDOW - USING DEFAULT"
000257         MOVE 7 TO ForecastDays
000258     END-IF
000259     COMPUTE RunDateInteger =
000260             FUNCTION INTEGER-OF-DATE(RunDateValue).
000261
000262 LoadFreezeCalendar.
000263     MOVE ZERO TO FreezeWindowCount
000264     OPEN INPUT FreezeCalendarFile
000265     IF FreezeCalendarFileStatus NOT EQUAL "00"
000266         SET NoMoreFreezeCards TO TRUE
000267     END-IF
000268     PERFORM ReadNextFreezeCard UNTIL NoMoreFreezeCards
000269     IF FreezeCalendarFileStatus EQUAL "00" OR
000270             FreezeCalendarFileStatus EQUAL "10"
000271         CLOSE FreezeCalendarFile
000272     END-IF.
000273
000274 ReadNextFreezeCard.
000275     READ FreezeCalendarFile
000276         AT END
000277             SET NoMoreFreezeCards TO TRUE
000278         NOT AT END
000279             PERFORM StoreOneFreezeCard
000280     END-READ.
000281
000282 StoreOneFreezeCard.
000283     MOVE "Y" TO FreezeCardState
000284     IF FZ-START-DATE NOT NUMERIC OR FZ-END-DATE NOT NUMERIC
000285         MOVE "N" TO FreezeCardState
000286     ELSE
000287         IF FZ-START-DATE GREATER THAN FZ-END-DATE
000288             MOVE "N" TO FreezeCardState
000289         END-IF
000290     END-IF
000291     IF NOT FreezeScopeAll AND NOT FreezeScopeDepartment AND
000292             NOT FreezeScopePrefix
000293         MOVE "N" TO FreezeCardState
000294     END-IF
000295     IF NOT FreezeScopeAll AND FZ-SCOPE-VALUE EQUAL SPACES
000296         MOVE "N" TO FreezeCardState
000297     END-IF
000298     IF NOT FreezeCardIsValid
000299         DISPLAY "FREEZE CARD REJECTED: " FreezeCalendarRecord
000300         ADD 1 TO FreezeCardsRejected
000301     ELSE
000302         IF FZ-START-DATE LESS THAN OR EQUAL TO RunDateValue AND
000303                 FZ-END-DATE GREATER THAN OR EQUAL TO RunDateValue
000304             PERFORM StoreActiveFreezeWindow
000305         END-IF
000306     END-IF.
000307
000308 StoreActiveFreezeWindow.
000309     IF FreezeWindowCount LESS THAN 200
000310         ADD 1 TO FreezeWindowCount
000311         MOVE FreezeWindowCount TO FreezeIdx
000312         MOVE FZ-END-DATE TO FW-END-DATE(FreezeIdx)
000313         MOVE FZ-SCOPE-TYPE TO FW-SCOPE-TYPE(FreezeIdx)
000314         MOVE FZ-SCOPE-VALUE TO FW-SCOPE-VALUE(FreezeIdx)
000315         MOVE FZ-REASON TO FW-REASON(FreezeIdx)
000316         PERFORM VARYING FreezeCharIdx FROM 8 BY -1
000317                 UNTIL FreezeCharIdx EQUAL ZERO
000318             IF FZ-SCOPE-VALUE(FreezeCharIdx:1) NOT EQUAL SPACE
000319                 EXIT PERFORM
000320             END-IF
000321         END-PERFORM
000322         MOVE FreezeCharIdx TO FW-PREFIX-LENGTH(FreezeIdx)
000323     ELSE
000324         DISPLAY "FREEZE WINDOW TABLE FULL - CARD SKIPPED"
000325         ADD 1 TO FreezeCardsRejected
000326     END-IF.
000327
000328 LocateFreezeWindow.
000329     PERFORM VARYING FreezeIdx FROM 1 BY 1
000330             UNTIL FreezeIdx GREATER THAN FreezeWindowCount
000331         IF FW-SCOPE-TYPE(FreezeIdx) EQUAL "A"
000332             EXIT PERFORM
000333         END-IF
000334         IF FW-SCOPE-TYPE(FreezeIdx) EQUAL "D" AND
000335                 FreezeDepartmentCode NOT EQUAL SPACES AND
000336                 FW-SCOPE-VALUE(FreezeIdx)(1:4) EQUAL
000337                 FreezeDepartmentCode
000338             EXIT PERFORM
000339         END-IF
000340         IF FW-SCOPE-TYPE(FreezeIdx) EQUAL "P" AND
000341                 FreezeAccountId(1:FW-PREFIX-LENGTH(FreezeIdx))
000342                 EQUAL FW-SCOPE-VALUE(FreezeIdx)
000343                 (1:FW-PREFIX-LENGTH(FreezeIdx))
000344             EXIT PERFORM
000345         END-IF
000346     END-PERFORM
000347     IF FreezeIdx GREATER THAN FreezeWindowCount
000348         MOVE ZERO TO FreezeIdx
000349     END-IF.
000350
000351 LoadDirectorySyncUpdates.
000352     MOVE ZERO TO SyncEntryCount
000353     OPEN INPUT PasswordVaultFile
000354     IF PasswordVaultFileStatus EQUAL "00"
000355         SET VaultIsAvailable TO TRUE
000356     ELSE
000357         DISPLAY "VAULT UNAVAILABLE - SYNC UPDATES SKIPPED"
000358     END-IF
000359     OPEN INPUT DirectorySyncFile
000360     IF DirectorySyncFileStatus NOT EQUAL "00"
000361         SET NoMoreSyncRecords TO TRUE
000362     END-IF
000363     PERFORM ReadNextSyncRecord UNTIL NoMoreSyncRecords
000364     IF DirectorySyncFileStatus EQUAL "00" OR
000365             DirectorySyncFileStatus EQUAL "10"
000366         CLOSE DirectorySyncFile
000367     END-IF
000368     IF VaultIsAvailable
000369         CLOSE PasswordVaultFile
000370     END-IF.
000371
000372 ReadNextSyncRecord.
000373     READ DirectorySyncFile
000374         AT END
000375             IF NOT SyncTrailerSeen
000376                 PERFORM AbendSyncEnvelope
000377             END-IF
000378             SET NoMoreSyncRecords TO TRUE
000379         NOT AT END
000380             PERFORM ClassifyOneSyncRecord
000381     END-READ.
000382
000383 ClassifyOneSyncRecord.
000384     EVALUATE DS-ACCOUNT-ID
000385         WHEN "HDR*****"
000386             CONTINUE
000387         WHEN "TRL*****"
000388             PERFORM VerifySyncTrailer
000389         WHEN OTHER
000390             IF SyncTrailerSeen
000391                 PERFORM AbendSyncEnvelope
000392             END-IF
000393             ADD 1 TO SyncEnvelopeCount
000394             MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000395             PERFORM AddToEnvelopeHash
000396             ADD EnvelopeHashWork TO SyncEnvelopeHash
000397             PERFORM StoreOneSyncRecord
000398     END-EVALUATE.
000399
000400 VerifySyncTrailer.
000401     MOVE DirectorySyncRecord TO EnvelopeTrailerRecord
000402     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000403         PERFORM AbendSyncEnvelope
000404     END-IF
000405     IF ET-RECORD-COUNT NOT EQUAL SyncEnvelopeCount OR
000406             ET-HASH-TOTAL NOT EQUAL SyncEnvelopeHash
000407         PERFORM AbendSyncEnvelope
000408     END-IF
000409     SET SyncTrailerSeen TO TRUE.
000410
000411 AbendSyncEnvelope.
000412     DISPLAY "DSYNCOUT TRAILER MISSING OR COUNTS DO NOT TIE"
000413     MOVE 16 TO RETURN-CODE
000414     STOP RUN.
000415
000416 AddToEnvelopeHash.
000417     MOVE ZERO TO EnvelopeHashWork
000418     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000419             UNTIL EnvelopeCharIdx GREATER THAN 8
000420         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000421                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000422     END-PERFORM.
000423
000424 StoreOneSyncRecord.
000425     IF DS-ACTION-CODE NOT EQUAL "U" AND
000426             DS-ACTION-CODE NOT EQUAL SPACE
000427         ADD 1 TO SyncUpdatesSkipped
000428     ELSE
000429         PERFORM ApplyOneSyncRecord
000430     END-IF.
000431
000432 ApplyOneSyncRecord.
000433     PERFORM ResolveSyncPassword
000434     IF NOT SyncPasswordResolved
000435         ADD 1 TO SyncUpdatesSkipped
000436     ELSE
000437         MOVE DS-ACCOUNT-ID TO LookupAccountId
000438         PERFORM LocateSyncEntry
000439         IF Idx EQUAL ZERO
000440             IF SyncEntryCount LESS THAN 5000
000441                 ADD 1 TO SyncEntryCount
000442                 MOVE SyncEntryCount TO Idx
000443                 MOVE DS-ACCOUNT-ID TO SE-ACCOUNT-ID(Idx)
000444                 MOVE ResolvedSyncPassword TO
000445                         SE-NEW-PASSWORD(Idx)
000446                 MOVE DS-EFFECTIVE-DATE TO
000447                         SE-EFFECTIVE-DATE(Idx)
000448             ELSE
000449                 DISPLAY "SYNC UPDATE TABLE FULL - SKIPPED"
000450             END-IF
000451         ELSE
000452             IF DS-EFFECTIVE-DATE GREATER THAN OR EQUAL TO
000453                     SE-EFFECTIVE-DATE(Idx)
000454                 MOVE ResolvedSyncPassword TO
000455                         SE-NEW-PASSWORD(Idx)
000456                 MOVE DS-EFFECTIVE-DATE TO
000457                         SE-EFFECTIVE-DATE(Idx)
000458             END-IF
000459         END-IF
000460     END-IF.
000461
000462 ResolveSyncPassword.
000463     MOVE "N" TO SyncResolveFlag
000464     IF VaultIsAvailable
000465         MOVE DS-VR-ACCOUNT-ID TO VA-ACCOUNT-ID
000466         MOVE DS-VR-ROTATION-SEQ TO VA-ROTATION-SEQ
000467         READ PasswordVaultFile
000468             INVALID KEY
000469                 DISPLAY "VAULT REFERENCE NOT FOUND: "
000470                         DS-ACCOUNT-ID
000471             NOT INVALID KEY
000472                 MOVE VA-NEW-PASSWORD TO ResolvedSyncPassword
000473                 SET SyncPasswordResolved TO TRUE
000474         END-READ
000475     END-IF.
000476
000477 LocateSyncEntry.
000478     PERFORM VARYING Idx FROM 1 BY 1
000479             UNTIL Idx GREATER THAN SyncEntryCount
000480         IF SE-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000481             EXIT PERFORM
000482         END-IF
000483     END-PERFORM
000484     IF Idx GREATER THAN SyncEntryCount
000485         MOVE ZERO TO Idx
000486     END-IF.
000487
000488 ReadNextMasterRecord.
000489     READ AccountMasterFile
000490         AT END
000491             SET NoMoreMasterRecords TO TRUE
000492     END-READ.
000493
000494 ProcessOneMasterRecord.
000495     ADD 1 TO MastersRead
000496     PERFORM ApplySyncUpdate
000497     MOVE AccountMasterRecord TO UpdatedMasterRecord
000498     WRITE UpdatedMasterRecord
000499     PERFORM ScheduleOneAccount
000500     PERFORM ReadNextMasterRecord.
000501
000502 ApplySyncUpdate.
000503     MOVE AM-ACCOUNT-ID TO LookupAccountId
000504     PERFORM LocateSyncEntry
000505     IF Idx GREATER THAN ZERO
000506         IF SE-EFFECTIVE-DATE(Idx) GREATER THAN
000507                 AM-LAST-ROTATION-DATE
000508             MOVE SE-NEW-PASSWORD(Idx) TO AM-CURRENT-PASSWORD
000509             MOVE SE-EFFECTIVE-DATE(Idx) TO
000510                     AM-LAST-ROTATION-DATE
000511             ADD 1 TO SyncUpdatesApplied
000512         END-IF
000513     END-IF.
000514
000515 ScheduleOneAccount.
000516     IF AM-LAST-ROTATION-DATE EQUAL ZERO
000517         MOVE ZERO TO DueDateInteger
000518     ELSE
000519         COMPUTE DueDateInteger =
000520                 FUNCTION INTEGER-OF-DATE(AM-LAST-ROTATION-DATE)
000521                 + AM-ROTATION-INTERVAL
000522     END-IF
000523     COMPUTE DaysUntilDue = DueDateInteger - RunDateInteger
000524     PERFORM CheckAccountExemption
000525     IF ExemptionInForce
000526         PERFORM NoteExemptAccount
000527     ELSE
000528         PERFORM ScheduleNonExemptAccount
000529     END-IF.
000530
000531 CheckAccountExemption.
000532     MOVE "N" TO ExemptionState
000533     IF ExemptionRegisterIsOpen
000534         MOVE AM-ACCOUNT-ID TO EX-ACCOUNT-ID
000535         READ ExemptionRegisterFile
000536             INVALID KEY
000537                 CONTINUE
000538             NOT INVALID KEY
000539                 IF EX-GRANTED-DATE LESS THAN OR EQUAL TO
000540                         RunDateValue AND
000541                         EX-EXPIRY-DATE GREATER THAN OR EQUAL TO
000542                         RunDateValue
000543                     SET ExemptionInForce TO TRUE
000544                 END-IF
000545         END-READ
000546     END-IF.
000547
000548 NoteExemptAccount.
000549     ADD 1 TO ExemptAccountsSkipped
000550     IF ExemptAccountCount LESS THAN 5000
000551         ADD 1 TO ExemptAccountCount
000552         MOVE ExemptAccountCount TO ExemptIdx
000553         MOVE AM-ACCOUNT-ID TO XA-ACCOUNT-ID(ExemptIdx)
000554         IF DueDateInteger EQUAL ZERO
000555             MOVE ZERO TO XA-DUE-DATE(ExemptIdx)
000556         ELSE
000557             COMPUTE XA-DUE-DATE(ExemptIdx) =
000558                     FUNCTION DATE-OF-INTEGER(DueDateInteger)
000559         END-IF
000560         IF DaysUntilDue GREATER THAN ZERO AND
000561                 DaysUntilDue LESS THAN 1000
000562             MOVE DaysUntilDue TO XA-DAYS-UNTIL-DUE(ExemptIdx)
000563         ELSE
000564             MOVE ZERO TO XA-DAYS-UNTIL-DUE(ExemptIdx)
000565         END-IF
000566         MOVE EX-EXPIRY-DATE TO XA-EXPIRY-DATE(ExemptIdx)
000567         MOVE EX-REASON TO XA-REASON(ExemptIdx)
000568     ELSE
000569         DISPLAY "EXEMPT TABLE FULL - NOT ON FORECAST: "
000570                 AM-ACCOUNT-ID
000571     END-IF.
000572
000573 ScheduleNonExemptAccount.
000574     IF DaysUntilDue LESS THAN OR EQUAL TO ZERO
000575         MOVE AM-ACCOUNT-ID TO FreezeAccountId
000576         MOVE AM-DEPARTMENT-CODE TO FreezeDepartmentCode
000577         PERFORM LocateFreezeWindow
000578         IF FreezeIdx GREATER THAN ZERO
000579             PERFORM WriteHeldRotationLine
000580         ELSE
000581             PERFORM WriteRotationRequest
000582         END-IF
000583     ELSE
000584         IF DaysUntilDue LESS THAN OR EQUAL TO ForecastDays
000585             PERFORM WriteForecastLine
000586         END-IF
000587     END-IF.
000588
000589 WriteRotationRequest.
000590     MOVE AM-ACCOUNT-ID TO PR-ACCOUNT-ID
000591     MOVE AM-CURRENT-PASSWORD TO PR-CURRENT-PASSWORD
000592     MOVE AM-ROTATION-COUNT TO PR-ROTATION-COUNT
000593     IF PR-ROTATION-COUNT EQUAL ZERO
000594         MOVE 1 TO PR-ROTATION-COUNT
000595     END-IF
000596     MOVE SPACES TO PR-TICKET-NUMBER
000597     WRITE PasswordRequestRecord
000598     MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000599     PERFORM AddToEnvelopeHash
000600     ADD EnvelopeHashWork TO RequestEnvelopeHash
000601     ADD 1 TO RequestsWritten.
000602
000603 WriteRequestHeader.
000604     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000605     MOVE "HDR*****" TO EH-RECORD-TAG
000606     MOVE "ROTATION-SCHEDULER" TO EH-CREATOR-PROGRAM
000607     MOVE CurrentDateTimeField(1:8) TO EH-CREATED-DATE
000608     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000609     WRITE PasswordRequestRecord FROM EnvelopeHeaderRecord.
000610
000611 WriteRequestTrailer.
000612     MOVE "TRL*****" TO ET-RECORD-TAG
000613     MOVE RequestsWritten TO ET-RECORD-COUNT
000614     MOVE RequestEnvelopeHash TO ET-HASH-TOTAL
000615     WRITE PasswordRequestRecord FROM EnvelopeTrailerRecord.
000616
000617 WriteForecastLine.
000618     MOVE SPACES TO ForecastListRecord
000619     COMPUTE DueDateValue =
000620             FUNCTION DATE-OF-INTEGER(DueDateInteger)
000621     MOVE AM-ACCOUNT-ID TO FC-ACCOUNT-ID
000622     MOVE DueDateValue TO FC-DUE-DATE
000623     MOVE DaysUntilDue TO FC-DAYS-UNTIL-DUE
000624     WRITE ForecastListRecord
000625     ADD 1 TO ForecastLinesWritten.
000626
000627 WriteExemptForecastLine.
000628     MOVE SPACES TO ForecastListRecord
000629     MOVE XA-ACCOUNT-ID(ExemptIdx) TO FC-ACCOUNT-ID
000630     MOVE XA-DUE-DATE(ExemptIdx) TO FC-DUE-DATE
000631     MOVE XA-DAYS-UNTIL-DUE(ExemptIdx) TO FC-DAYS-UNTIL-DUE
000632     MOVE "EXEMPT" TO FC-EXEMPT-TAG
000633     MOVE XA-EXPIRY-DATE(ExemptIdx) TO FC-EXEMPT-UNTIL
000634     MOVE XA-REASON(ExemptIdx) TO FC-EXEMPT-REASON
000635     WRITE ForecastListRecord
000636     ADD 1 TO ForecastLinesWritten.
000637
000638 WriteHeldReportHeading.
000639     MOVE "ROTATIONS HELD FOR CHANGE FREEZE" TO HeldRotationLine
000640     WRITE HeldRotationLine
000641     MOVE SPACES TO HeldRotationLine
000642     STRING "RUN DATE " RunDateValue
000643             DELIMITED BY SIZE INTO HeldRotationLine
000644     WRITE HeldRotationLine
000645     MOVE SPACES TO HeldRotationLine
000646     WRITE HeldRotationLine.
000647
000648 WriteHeldRotationLine.
000649     MOVE AM-ACCOUNT-ID TO HD-ACCOUNT-ID
000650     MOVE AM-DEPARTMENT-CODE TO HD-DEPARTMENT-CODE
000651     IF DueDateInteger EQUAL ZERO
000652         MOVE ZERO TO HD-DUE-DATE
000653     ELSE
000654         COMPUTE HD-DUE-DATE =
000655                 FUNCTION DATE-OF-INTEGER(DueDateInteger)
000656     END-IF
000657     MOVE FW-END-DATE(FreezeIdx) TO HD-FREEZE-END
000658     MOVE FW-REASON(FreezeIdx) TO HD-REASON
000659     MOVE HeldDetailLine TO HeldRotationLine
000660     WRITE HeldRotationLine
000661     ADD 1 TO HeldRotations.
000662
000663 WriteHeldReportTotals.
000664     MOVE SPACES TO HeldRotationLine
000665     WRITE HeldRotationLine
000666     MOVE "ACTIVE FREEZE WINDOWS" TO HT-LABEL
000667     MOVE FreezeWindowCount TO HT-VALUE
000668     MOVE HeldTotalLine TO HeldRotationLine
000669     WRITE HeldRotationLine
000670     MOVE "ROTATIONS HELD" TO HT-LABEL
000671     MOVE HeldRotations TO HT-VALUE
000672     MOVE HeldTotalLine TO HeldRotationLine
000673     WRITE HeldRotationLine.
000674
000675 AppendRunManifest.
000676     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000677     OPEN EXTEND RunManifestFile
000678     MOVE "ROTATION-SCHEDULER" TO MF-PROGRAM-ID
000679     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
000680     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
000681     MOVE MastersRead TO MF-RECORDS-READ
000682     MOVE RequestsWritten TO MF-RECORDS-WRITTEN
000683     MOVE RETURN-CODE TO MF-RETURN-CODE
000684     WRITE RunManifestRecord
000685     CLOSE RunManifestFile.
