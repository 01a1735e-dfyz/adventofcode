000130     COPY MANIFEST.
000131
000132 WORKING-STORAGE SECTION.
000133 01 WorkingPassword               PIC A(20).
000134 01 PasswordLength         PIC 99 VALUE ZERO.
000135 01 TargetIdx              PIC 9 VALUE ZERO.
000136 01 FillLength             PIC 99 VALUE ZERO.
000137 01 PasswordValidity       PIC 999 VALUE ZERO.
000138     88 PasswordIsValid            VALUE 1.
000139     88 PasswordIsInvalid          VALUE 0.
000140
000141 01 StraightCount          PIC 999 VALUE ZERO.
000142 01 ForbiddenLetterCount   PIC 999 VALUE ZERO.
000143 01 PairCount              PIC 999 VALUE ZERO.
000144 01 DistinctPairCount      PIC 999 VALUE ZERO.
000145
000146 01 ZCount                 PIC 999 VALUE ZERO.
000147 01 IncPos                 PIC 999 VALUE ZERO.
000148 01 NextCharCode           PIC 999 VALUE ZERO.
000149 01 BannedPosition         PIC 99 VALUE ZERO.
000150 01 BannedScanIdx          PIC 99 VALUE ZERO.
000151
000152 01 Letters                PIC X(26) VALUE
000153                           "abcdefghijklmnopqrstuvwxyz".
000154 01 LetterPair             PIC X(2).
000155 01 Idx                    PIC 999 VALUE ZERO.
000156 01 StraightWindowLimit    PIC 99 VALUE ZERO.
000157
000158 01 StraightRuleFailed     PIC X(01) VALUE "N".
000159     88 StraightRuleDidFail      VALUE "Y".
000160 01 ForbiddenRuleFailed    PIC X(01) VALUE "N".
000161     88 ForbiddenRuleDidFail     VALUE "Y".
000162 01 PairsRuleFailed        PIC X(01) VALUE "N".
000163     88 PairsRuleDidFail         VALUE "Y".
000164 01 HistoryRuleFailed      PIC X(01) VALUE "N".
000165     88 HistoryRuleDidFail       VALUE "Y".
000166 01 DictionaryRuleFailed   PIC X(01) VALUE "N".
000167     88 DictionaryRuleDidFail    VALUE "Y".
000168 01 CollisionRuleFailed    PIC X(01) VALUE "N".
000169     88 CollisionRuleDidFail     VALUE "Y".
000170 01 RejectReason           PIC X(26) VALUE SPACES.
000171
000172 01 OldPassword            PIC A(20).
000173 01 NewPassword            PIC A(20).
000174 01 AccountId              PIC X(8).
000175 01 RotationsNeeded        PIC 99 VALUE 1.
000176 01 RotationSeq            PIC 99 VALUE ZERO.
000177 01 StartingRotationSeq    PIC 99 VALUE 1.
000178 01 LastCompletedRotationSeq PIC 99 VALUE ZERO.
000179
000180 01 RestartCheckpointFileStatus PIC XX VALUE SPACES.
000181 01 PasswordHistoryFileStatus PIC XX VALUE SPACES.
000182 01 RunControlFileStatus   PIC XX VALUE SPACES.
000183 01 RunMode                PIC X(14) VALUE "LIVE".
000184     88 LiveRun                     VALUE "LIVE".
000185     88 DryRun                      VALUE "DRY-RUN".
000186     88 SelectAccountRun            VALUE "SELECT-ACCOUNT".
000187     88 RestartOnlyRun              VALUE "RESTART-ONLY".
000188 01 SelectedAccountId      PIC X(8) VALUE SPACES.
000189 01 RequestEligibility     PIC X(01) VALUE "Y".
000190     88 RequestIsEligible          VALUE "Y".
000191     88 RequestIsSkipped           VALUE "N".
000192 01 RequestsSkippedByMode  PIC 9(9) VALUE ZERO.
000193 01 ForbiddenWordFileStatus PIC XX VALUE SPACES.
000194 01 ForbiddenWordTable.
000195     05 ForbiddenWordCount  PIC 9(3) VALUE ZERO.
000196     05 ForbiddenWordEntry OCCURS 200 TIMES.
000197         10 FW-ENTRY-TEXT          PIC X(10).
000198         10 FW-ENTRY-LENGTH        PIC 99.
000199 01 ForbiddenWordLength    PIC 99 VALUE ZERO.
000200 01 DictionaryMatchCount   PIC 9(5) VALUE ZERO.
000201 01 WordIdx                PIC 9(3) VALUE ZERO.
000202 01 EndOfWordRecords       PIC X(01) VALUE "N".
000203     88 NoMoreWordRecords          VALUE "Y".
000204 01 ProcessedAccountTable.
000205     05 ProcessedAccountCount PIC 9(4) VALUE ZERO.
000206     05 ProcessedAccountId OCCURS 5000 TIMES PIC X(8).
000207 01 IssuedPasswordTable.
000208     05 IssuedPasswordCount PIC 9(4) VALUE ZERO.
000209     05 IssuedPassword OCCURS 5000 TIMES PIC A(20).
000210 01 DuplicateRequestFlag   PIC X(01) VALUE "N".
000211     88 DuplicateRequestFound      VALUE "Y".
000212 01 TblIdx                 PIC 9(4) VALUE ZERO.
000213 01 DuplicatesRejected     PIC 9(9) VALUE ZERO.
000214 01 CollisionsAvoided      PIC 9(9) VALUE ZERO.
000215 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000216 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000217 01 RestartVaultState      PIC X(01) VALUE "N".
000218     88 RestartVaultMissing        VALUE "Y".
000219 01 MaskSourcePassword     PIC A(20) VALUE SPACES.
000220 01 MaskedPassword         PIC A(20) VALUE SPACES.
000221 01 VaultReference.
000222     05 VR-ACCOUNT-ID          PIC X(8).
000223     05 VR-ROTATION-SEQ        PIC 99.
000224     05 VR-STORED-DATE         PIC 9(8).
000225 01 HistoryRetentionLimit  PIC 99 VALUE 24.
000226 01 HistoryGeneration      PIC 9(9) VALUE ZERO.
000227 01 HistoryPurgeFloor      PIC 9(9) VALUE ZERO.
000228 01 EndOfHistoryScan       PIC X(01) VALUE "N".
000229     88 HistoryScanComplete         VALUE "Y".
000230 01 CheckpointInterval     PIC 9(6) VALUE 1000.
000231 01 AttemptCeiling         PIC 9(9) VALUE ZERO.
000232 01 RunAttemptCount        PIC 9(9) VALUE ZERO.
000233 01 RotationDeferralState  PIC X(01) VALUE "N".
000234     88 RotationWasDeferred         VALUE "Y".
000235 01 CheckpointRecordExists PIC X(01) VALUE "N".
000236     88 CheckpointAlreadyWritten    VALUE "Y".
000237 01 AttemptCount           PIC 9(9) VALUE ZERO.
000238 01 RotationStraightFailures  PIC 9(9) VALUE ZERO.
000239 01 RotationForbiddenFailures PIC 9(9) VALUE ZERO.
000240 01 RotationPairsFailures     PIC 9(9) VALUE ZERO.
000241 01 RotationHistoryFailures   PIC 9(9) VALUE ZERO.
000242 01 RotationDictionaryFailures PIC 9(9) VALUE ZERO.
000243
000244 01 TotalPasswordsProcessed PIC 9(9) VALUE ZERO.
000245 01 TotalAttemptsThisRun    PIC 9(9) VALUE ZERO.
000246 01 TotalRejectedRecords    PIC 9(9) VALUE ZERO.
000247 01 TotalRotationsDeferred  PIC 9(9) VALUE ZERO.
000248 01 TotalRequestsRead       PIC 9(9) VALUE ZERO.
000249 01 SyncRecordsWritten      PIC 9(9) VALUE ZERO.
000250 01 TotalStraightFailures   PIC 9(9) VALUE ZERO.
000251 01 TotalForbiddenFailures  PIC 9(9) VALUE ZERO.
000252 01 TotalPairsFailures      PIC 9(9) VALUE ZERO.
000253 01 TotalHistoryFailures    PIC 9(9) VALUE ZERO.
000254 01 TotalDictionaryFailures PIC 9(9) VALUE ZERO.
000255 01 AverageAttempts         PIC 9(9) VALUE ZERO.
000256
000257 01 EndOfRequests          PIC X(01) VALUE "N".
000258     88 NoMoreRequests            VALUE "Y".
000259
000260 01 CurrentDateTimeField   PIC X(21).
000261
000262     COPY ENVLP.
000263
000264 01 EnvelopeHashId         PIC X(8).
000265 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000266 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000267 01 InputEnvelopeCount     PIC 9(9) VALUE ZERO.
000268 01 InputEnvelopeHash      PIC 9(12) VALUE ZERO.
000269 01 InputTrailerState      PIC X(01) VALUE "N".
000270     88 InputTrailerSeen           VALUE "Y".
000271 01 InputRecordState       PIC X(01) VALUE "N".
000272     88 InputRecordIsReady         VALUE "Y".
000273 01 SyncEnvelopeHash       PIC 9(12) VALUE ZERO.
000274 01 DeferEnvelopeHash      PIC 9(12) VALUE ZERO.
000275 01 RunDateTime.
000276     05 RunDate                PIC 9(8).
000277     05 RunTime                PIC 9(8).
000278
000279 PROCEDURE DIVISION.
000280 SolveTheProblem.
000281     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000282     MOVE CurrentDateTimeField(1:8) TO RunDate
000283     MOVE CurrentDateTimeField(9:8) TO RunTime
000284     PERFORM LoadPolicyParameters
000285     PERFORM LoadForbiddenWordTable
000286     PERFORM LoadRunControlParameters
000287     OPEN INPUT InputPasswordFile
000288     IF NOT DryRun
000289         OPEN OUTPUT ResultFile
000290         OPEN OUTPUT DeferralFile
000291         OPEN OUTPUT AuditTrailFile
000292         OPEN OUTPUT DirectorySyncFile
000293         PERFORM WriteDeferHeader
000294         PERFORM WriteSyncHeader
000295     END-IF
000296     IF PolicyTraceMode EQUAL "Y"
000297         OPEN OUTPUT DiagnosticTraceFile
000298     END-IF
000299     OPEN OUTPUT RejectedRecordFile
000300     PERFORM OpenCheckpointFile
000301     PERFORM OpenPasswordHistoryFile
000302     PERFORM OpenPasswordVaultFile
000303     PERFORM OpenSyncLedgerFile
000304     PERFORM ReadNextRequest
000305     PERFORM ProcessOneRequest UNTIL NoMoreRequests
000306     CLOSE InputPasswordFile
000307     IF NOT DryRun
000308         CLOSE ResultFile
000309         PERFORM WriteDeferTrailer
000310         PERFORM WriteSyncTrailer
000311         CLOSE DeferralFile
000312         CLOSE AuditTrailFile
000313         CLOSE DirectorySyncFile
000314     END-IF
000315     CLOSE RejectedRecordFile
000316     CLOSE RestartCheckpointFile
000317     CLOSE PasswordHistoryFile
000318     CLOSE PasswordVaultFile
000319     CLOSE SyncLedgerFile
000320     IF PolicyTraceMode EQUAL "Y"
000321         CLOSE DiagnosticTraceFile
000322     END-IF
000323     PERFORM WriteStatisticsReport
000324     PERFORM AppendRunManifest
000325     STOP RUN.
000326
000327 OpenCheckpointFile.
000328     OPEN I-O RestartCheckpointFile
000329     IF RestartCheckpointFileStatus NOT EQUAL "00"
000330         OPEN OUTPUT RestartCheckpointFile
000331         CLOSE RestartCheckpointFile
000332         OPEN I-O RestartCheckpointFile
000333     END-IF.
000334
000335 OpenPasswordHistoryFile.
000336     OPEN I-O PasswordHistoryFile
000337     IF PasswordHistoryFileStatus NOT EQUAL "00"
000338         OPEN OUTPUT PasswordHistoryFile
000339         CLOSE PasswordHistoryFile
000340         OPEN I-O PasswordHistoryFile
000341     END-IF.
000342
000343 OpenPasswordVaultFile.
000344     OPEN I-O PasswordVaultFile
000345     IF PasswordVaultFileStatus NOT EQUAL "00"
000346         OPEN OUTPUT PasswordVaultFile
000347         CLOSE PasswordVaultFile
000348         OPEN I-O PasswordVaultFile
000349     END-IF.
000350
000351 OpenSyncLedgerFile.
000352     OPEN I-O SyncLedgerFile
000353     IF SyncLedgerFileStatus EQUAL "35"
000354         OPEN OUTPUT SyncLedgerFile
000355         CLOSE SyncLedgerFile
000356         OPEN I-O SyncLedgerFile
000357     END-IF
000358     IF SyncLedgerFileStatus NOT EQUAL "00"
000359         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000360         MOVE 8 TO RETURN-CODE
000361         STOP RUN
000362     END-IF.
000363
000364 LoadPolicyParameters.
000365     OPEN INPUT PolicyParmFile
000366     READ PolicyParmFile
000367         AT END
000368             PERFORM SetDefaultPolicyParameters
000369     END-READ
000370     CLOSE PolicyParmFile
000371     IF PolicyPasswordLength EQUAL ZERO OR
000372             PolicyPasswordLength GREATER THAN 20
000373         DISPLAY "INVALID POLICY PASSWORD LENGTH - USING DEFAULT"
000374         MOVE 08 TO PolicyPasswordLength
000375     END-IF
000376     IF PolicyStraightWindow EQUAL ZERO OR
000377             PolicyStraightWindow GREATER THAN 9
000378         DISPLAY "INVALID POLICY STRAIGHT WINDOW - USING DEFAULT"
000379         MOVE 3 TO PolicyStraightWindow
000380     END-IF
000381     IF PolicyBannedCount EQUAL ZERO OR
000382             PolicyBannedCount GREATER THAN 10
000383         DISPLAY "INVALID POLICY BANNED COUNT - USING DEFAULT"
000384         MOVE 3 TO PolicyBannedCount
000385     END-IF
000386     IF PolicyMaxAttempts NOT NUMERIC
000387         MOVE ZERO TO PolicyMaxAttempts
000388     END-IF
000389     MOVE PolicyMaxAttempts TO AttemptCeiling
000390     MOVE PolicyPasswordLength TO PasswordLength
000391     COMPUTE StraightWindowLimit = 29 - PolicyStraightWindow.
000392
000393 LoadForbiddenWordTable.
000394     MOVE ZERO TO ForbiddenWordCount
000395     OPEN INPUT ForbiddenWordFile
000396     IF ForbiddenWordFileStatus NOT EQUAL "00"
000397         SET NoMoreWordRecords TO TRUE
000398     END-IF
000399     PERFORM ReadNextForbiddenWord UNTIL NoMoreWordRecords
000400     IF ForbiddenWordFileStatus EQUAL "00" OR
000401             ForbiddenWordFileStatus EQUAL "10"
000402         CLOSE ForbiddenWordFile
000403     END-IF
000404     DISPLAY "FORBIDDEN WORDS LOADED: " ForbiddenWordCount.
000405
000406 ReadNextForbiddenWord.
000407     READ ForbiddenWordFile
000408         AT END
000409             SET NoMoreWordRecords TO TRUE
000410         NOT AT END
000411             PERFORM StoreOneForbiddenWord
000412     END-READ.
000413
000414 StoreOneForbiddenWord.
000415     MOVE ZERO TO ForbiddenWordLength
000416     PERFORM VARYING Idx FROM 10 BY -1
000417             UNTIL Idx LESS THAN 1 OR
000418             ForbiddenWordLength GREATER THAN ZERO
000419         IF FW-WORD(Idx:1) NOT EQUAL SPACE
000420             MOVE Idx TO ForbiddenWordLength
000421         END-IF
000422     END-PERFORM
000423     IF ForbiddenWordLength GREATER THAN ZERO
000424         IF ForbiddenWordCount LESS THAN 200
000425             ADD 1 TO ForbiddenWordCount
000426             MOVE FW-WORD TO
000427                     FW-ENTRY-TEXT(ForbiddenWordCount)
000428             MOVE ForbiddenWordLength TO
000429                     FW-ENTRY-LENGTH(ForbiddenWordCount)
000430         ELSE
000431             DISPLAY "FORBIDDEN WORD TABLE FULL - WORD SKIPPED"
000432         END-IF
000433     END-IF.
000434
000435 LoadRunControlParameters.
000436     OPEN INPUT RunControlFile
000437     IF RunControlFileStatus EQUAL "00"
000438         READ RunControlFile
000439             AT END
000440                 CONTINUE
000441             NOT AT END
000442                 MOVE CC-RUN-MODE TO RunMode
000443                 MOVE CC-SELECT-ACCOUNT TO SelectedAccountId
000444         END-READ
000445         CLOSE RunControlFile
000446     END-IF
000447     IF NOT LiveRun AND NOT DryRun AND
000448             NOT SelectAccountRun AND NOT RestartOnlyRun
000449         DISPLAY "INVALID RUN MODE - USING LIVE"
000450         MOVE "LIVE" TO RunMode
000451     END-IF
000452     IF SelectAccountRun AND SelectedAccountId EQUAL SPACES
000453         DISPLAY "SELECT-ACCOUNT WITHOUT ACCOUNT - USING LIVE"
000454         MOVE "LIVE" TO RunMode
000455     END-IF
000456     DISPLAY "RUN MODE: " RunMode.
000457
000458 SetDefaultPolicyParameters.
000459     MOVE 08 TO PolicyPasswordLength
000460     MOVE 3 TO PolicyStraightWindow
000461     MOVE 2 TO PolicyMinPairs
000462     MOVE "N" TO PolicyTraceMode
000463     MOVE 3 TO PolicyBannedCount
000464     MOVE "i" TO PolicyBannedLetter(1)
000465     MOVE "o" TO PolicyBannedLetter(2)
000466     MOVE "l" TO PolicyBannedLetter(3)
000467     MOVE ZERO TO PolicyMaxAttempts.
000468
000469 ReadNextRequest.
000470     MOVE "N" TO InputRecordState
000471     PERFORM ReadOneInputRecord UNTIL InputRecordIsReady
000472             OR NoMoreRequests.
000473
000474 ReadOneInputRecord.
000475     READ InputPasswordFile
000476         AT END
000477             IF NOT InputTrailerSeen
000478                 PERFORM AbendInputEnvelope
000479             END-IF
000480             SET NoMoreRequests TO TRUE
000481         NOT AT END
000482             PERFORM ClassifyInputRecord
000483     END-READ.
000484
000485 ClassifyInputRecord.
000486     EVALUATE PR-ACCOUNT-ID
000487         WHEN "HDR*****"
000488             CONTINUE
000489         WHEN "TRL*****"
000490             PERFORM VerifyInputTrailer
000491         WHEN OTHER
000492             IF InputTrailerSeen
000493                 PERFORM AbendInputEnvelope
000494             END-IF
000495             ADD 1 TO InputEnvelopeCount
000496             MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000497             PERFORM AddToEnvelopeHash
000498             ADD EnvelopeHashWork TO InputEnvelopeHash
000499             ADD 1 TO TotalRequestsRead
000500             IF PR-ROTATION-COUNT EQUAL ZERO
000501                 MOVE 1 TO PR-ROTATION-COUNT
000502             END-IF
000503             SET InputRecordIsReady TO TRUE
000504     END-EVALUATE.
000505
000506 VerifyInputTrailer.
000507     MOVE PasswordRequestRecord TO EnvelopeTrailerRecord
000508     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000509         PERFORM AbendInputEnvelope
000510     END-IF
000511     IF ET-RECORD-COUNT NOT EQUAL InputEnvelopeCount OR
000512             ET-HASH-TOTAL NOT EQUAL InputEnvelopeHash
000513         PERFORM AbendInputEnvelope
000514     END-IF
000515     SET InputTrailerSeen TO TRUE.
000516
000517 AbendInputEnvelope.
000518     DISPLAY "PWDIN TRAILER MISSING OR COUNTS DO NOT TIE"
000519     MOVE 16 TO RETURN-CODE
000520     STOP RUN.
000521
000522 AddToEnvelopeHash.
000523     MOVE ZERO TO EnvelopeHashWork
000524     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000525             UNTIL EnvelopeCharIdx GREATER THAN 8
000526         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000527                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000528     END-PERFORM.
000529
000530 ProcessOneRequest.
000531     MOVE PR-ACCOUNT-ID TO AccountId
000532     PERFORM CheckRequestEligibility
000533     IF RequestIsEligible
000534         PERFORM CheckDuplicateRequest
000535         IF DuplicateRequestFound
000536             PERFORM WriteDuplicateRejectedRecord
000537         ELSE
000538             PERFORM ProcessEligibleRequest
000539         END-IF
000540     ELSE
000541         ADD 1 TO RequestsSkippedByMode
000542     END-IF
000543     PERFORM ReadNextRequest.
000544
000545 CheckDuplicateRequest.
000546     MOVE "N" TO DuplicateRequestFlag
000547     PERFORM VARYING TblIdx FROM 1 BY 1
000548             UNTIL TblIdx GREATER THAN ProcessedAccountCount
000549         IF ProcessedAccountId(TblIdx) EQUAL AccountId
000550             SET DuplicateRequestFound TO TRUE
000551             EXIT PERFORM
000552         END-IF
000553     END-PERFORM
000554     IF NOT DuplicateRequestFound
000555         IF ProcessedAccountCount LESS THAN 5000
000556             ADD 1 TO ProcessedAccountCount
000557             MOVE AccountId TO
000558                     ProcessedAccountId(ProcessedAccountCount)
000559         ELSE
000560             DISPLAY "PROCESSED ACCOUNT TABLE FULL"
000561         END-IF
000562     END-IF.
000563
000564 WriteDuplicateRejectedRecord.
000565     MOVE AccountId TO RJ-ACCOUNT-ID
000566     MOVE PR-CURRENT-PASSWORD TO RJ-INPUT-PASSWORD
000567     MOVE "Duplicate account id in input" TO RJ-REASON
000568     WRITE RejectedRecord
000569     ADD 1 TO TotalRejectedRecords
000570     ADD 1 TO DuplicatesRejected
000571     MOVE 4 TO RETURN-CODE.
000572
000573 CheckRequestEligibility.
000574     SET RequestIsEligible TO TRUE
000575     IF SelectAccountRun AND
000576             AccountId NOT EQUAL SelectedAccountId
000577         SET RequestIsSkipped TO TRUE
000578     END-IF
000579     IF RestartOnlyRun AND RequestIsEligible
000580         SET RequestIsSkipped TO TRUE
000581         MOVE AccountId TO RC-ACCOUNT-ID
000582         READ RestartCheckpointFile
000583             INVALID KEY
000584                 CONTINUE
000585             NOT INVALID KEY
000586                 SET RequestIsEligible TO TRUE
000587         END-READ
000588     END-IF.
000589
000590 ProcessEligibleRequest.
000591     MOVE SPACES TO WorkingPassword
000592     MOVE PR-CURRENT-PASSWORD(1:PasswordLength) TO
000593             WorkingPassword(1:PasswordLength)
000594     PERFORM ValidateInputPassword
000595     IF PasswordIsInvalid
000596         PERFORM WriteRejectedRecord
000597     ELSE
000598         MOVE WorkingPassword TO OldPassword
000599         MOVE PR-ROTATION-COUNT TO RotationsNeeded
000600         MOVE "N" TO RestartVaultState
000601         PERFORM DetermineStartingRotation
000602         IF RestartVaultMissing
000603             PERFORM WriteVaultMissingRecord
000604         ELSE
000605         IF StartingRotationSeq GREATER THAN RotationsNeeded
000606             PERFORM WriteStaleCheckpointRecord
000607         ELSE
000608             MOVE "N" TO RotationDeferralState
000609             PERFORM VARYING RotationSeq
000610                     FROM StartingRotationSeq BY 1 UNTIL
000611                     RotationSeq GREATER THAN RotationsNeeded
000612                     OR RestartVaultMissing
000613                     OR RotationWasDeferred
000614                 PERFORM GenerateOnePassword
000615             END-PERFORM
000616         END-IF
000617         END-IF
000618     END-IF.
000619
000620 DetermineStartingRotation.
000621     MOVE 1 TO StartingRotationSeq
000622     MOVE ZERO TO LastCompletedRotationSeq
000623     MOVE AccountId TO RC-ACCOUNT-ID
000624     READ RestartCheckpointFile
000625         INVALID KEY
000626             CONTINUE
000627         NOT INVALID KEY
000628             MOVE RC-LAST-COMPLETED-SEQ TO
000629                     LastCompletedRotationSeq
000630             COMPUTE StartingRotationSeq =
000631                     LastCompletedRotationSeq + 1
000632             PERFORM FetchVaultBasePassword
000633     END-READ.
000634
000635 FetchVaultBasePassword.
000636     MOVE AccountId TO VA-ACCOUNT-ID
000637     MOVE RC-ROTATION-SEQ TO VA-ROTATION-SEQ
000638     READ PasswordVaultFile
000639         INVALID KEY
000640             SET RestartVaultMissing TO TRUE
000641         NOT INVALID KEY
000642             IF RC-LAST-COMPLETED-SEQ GREATER THAN OR EQUAL
000643                     TO RC-ROTATION-SEQ
000644                 MOVE VA-NEW-PASSWORD(1:PasswordLength) TO
000645                         WorkingPassword(1:PasswordLength)
000646                 MOVE VA-NEW-PASSWORD TO OldPassword
000647             ELSE
000648                 MOVE VA-OLD-PASSWORD(1:PasswordLength) TO
000649                         WorkingPassword(1:PasswordLength)
000650                 MOVE VA-OLD-PASSWORD TO OldPassword
000651             END-IF
000652     END-READ
000653     IF PasswordVaultFileStatus NOT EQUAL "00"
000654         SET RestartVaultMissing TO TRUE
000655     END-IF.
000656
000657 ValidateInputPassword.
000658     SET PasswordIsValid TO TRUE
000659     IF PasswordLength EQUAL ZERO OR WorkingPassword EQUAL SPACES
000660         SET PasswordIsInvalid TO TRUE
000661     ELSE
000662         PERFORM VARYING Idx FROM 1 BY 1
000663                 UNTIL Idx GREATER THAN PasswordLength
000664             IF WorkingPassword(Idx:1) LESS THAN "a" OR
000665                     WorkingPassword(Idx:1) GREATER THAN "z"
000666                 SET PasswordIsInvalid TO TRUE
000667             END-IF
000668         END-PERFORM
000669     END-IF.
000670
000671 WriteRejectedRecord.
000672     MOVE AccountId TO RJ-ACCOUNT-ID
000673     MOVE PR-CURRENT-PASSWORD TO RJ-INPUT-PASSWORD
000674     MOVE "Input password failed format validation" TO RJ-REASON
000675     WRITE RejectedRecord
000676     ADD 1 TO TotalRejectedRecords
000677     MOVE 4 TO RETURN-CODE.
000678
000679 WriteVaultMissingRecord.
000680     MOVE AccountId TO RJ-ACCOUNT-ID
000681     MOVE PR-CURRENT-PASSWORD TO RJ-INPUT-PASSWORD
000682     MOVE "Checkpoint vault record missing" TO RJ-REASON
000683     WRITE RejectedRecord
000684     ADD 1 TO TotalRejectedRecords
000685     MOVE 4 TO RETURN-CODE.
000686
000687 WriteStaleCheckpointRecord.
000688     MOVE AccountId TO RJ-ACCOUNT-ID
000689     MOVE PR-CURRENT-PASSWORD TO RJ-INPUT-PASSWORD
000690     MOVE "Stale checkpoint exceeds rotation count" TO RJ-REASON
000691     WRITE RejectedRecord
000692     ADD 1 TO TotalRejectedRecords
000693     MOVE 4 TO RETURN-CODE.
000694
000695 GenerateOnePassword.
000696     MOVE "N" TO RestartVaultState
000697     PERFORM ResumeFromCheckpoint
000698     IF RestartVaultMissing
000699         PERFORM WriteVaultMissingRecord
000700     ELSE
000701         PERFORM SearchAndPublishPassword
000702     END-IF.
000703
000704 SearchAndPublishPassword.
000705     SET PasswordIsInvalid TO TRUE
000706     PERFORM IncrementThePassword UNTIL PasswordIsValid
000707             OR RotationWasDeferred
000708     IF RotationWasDeferred
000709         PERFORM DeferThisRotation
000710     ELSE
000711         PERFORM PublishOnePassword
000712     END-IF.
000713
000714 PublishOnePassword.
000715     MOVE WorkingPassword TO NewPassword
000716     IF NOT DryRun
000717         PERFORM WriteRotationOutputs
000718     END-IF
000719     MOVE WorkingPassword TO MaskSourcePassword
000720     PERFORM MaskOnePassword
000721     DISPLAY MaskedPassword(1:PasswordLength)
000722     DISPLAY "ATTEMPTS: " AttemptCount
000723     PERFORM DeleteCheckpoint
000724     PERFORM RememberIssuedPassword
000725     ADD 1 TO TotalPasswordsProcessed
000726     MOVE NewPassword TO OldPassword.
000727
000728 DeferThisRotation.
000729     IF NOT DryRun
000730         PERFORM WriteCheckpoint
000731         PERFORM WriteDeferralRecord
000732     END-IF
000733     ADD 1 TO TotalRotationsDeferred
000734     DISPLAY "ATTEMPT BUDGET EXHAUSTED: " AccountId
000735             " SEQ " RotationSeq
000736     MOVE 4 TO RETURN-CODE.
000737
000738 WriteDeferralRecord.
000739     MOVE PR-ACCOUNT-ID TO DE-ACCOUNT-ID
000740     MOVE PR-CURRENT-PASSWORD TO DE-CURRENT-PASSWORD
000741     MOVE PR-ROTATION-COUNT TO DE-ROTATION-COUNT
000742     MOVE RotationSeq TO DE-ROTATION-SEQ
000743     MOVE AttemptCount TO DE-ATTEMPTS-USED
000744     MOVE DE-ACCOUNT-ID TO EnvelopeHashId
000745     PERFORM AddToEnvelopeHash
000746     ADD EnvelopeHashWork TO DeferEnvelopeHash
000747     WRITE DeferralRecord.
000748
000749 WriteSyncHeader.
000750     MOVE "HDR*****" TO EH-RECORD-TAG
000751     MOVE "ADVENT-OF-CODE-11" TO EH-CREATOR-PROGRAM
000752     MOVE RunDate TO EH-CREATED-DATE
000753     MOVE RunTime TO EH-CREATED-TIME
000754     WRITE DirectorySyncRecord FROM EnvelopeHeaderRecord.
000755
000756 WriteSyncTrailer.
000757     MOVE "TRL*****" TO ET-RECORD-TAG
000758     MOVE SyncRecordsWritten TO ET-RECORD-COUNT
000759     MOVE SyncEnvelopeHash TO ET-HASH-TOTAL
000760     WRITE DirectorySyncRecord FROM EnvelopeTrailerRecord.
000761
000762 WriteDeferHeader.
000763     MOVE "HDR*****" TO EH-RECORD-TAG
000764     MOVE "ADVENT-OF-CODE-11" TO EH-CREATOR-PROGRAM
000765     MOVE RunDate TO EH-CREATED-DATE
000766     MOVE RunTime TO EH-CREATED-TIME
000767     WRITE DeferralRecord FROM EnvelopeHeaderRecord.
000768
000769 WriteDeferTrailer.
000770     MOVE "TRL*****" TO ET-RECORD-TAG
000771     MOVE TotalRotationsDeferred TO ET-RECORD-COUNT
000772     MOVE DeferEnvelopeHash TO ET-HASH-TOTAL
000773     WRITE DeferralRecord FROM EnvelopeTrailerRecord.
000774
000775 WriteRotationOutputs.
000776     PERFORM BuildVaultReference
000777     PERFORM StoreVaultRecord
000778     MOVE AccountId TO RR-ACCOUNT-ID
000779     MOVE RotationSeq TO RR-SEQUENCE-NO
000780     MOVE OldPassword TO MaskSourcePassword
000781     PERFORM MaskOnePassword
000782     MOVE MaskedPassword TO RR-OLD-PASSWORD
000783     MOVE NewPassword TO MaskSourcePassword
000784     PERFORM MaskOnePassword
000785     MOVE MaskedPassword TO RR-NEW-PASSWORD
000786     MOVE AttemptCount TO RR-ATTEMPT-COUNT
000787     MOVE VaultReference TO RR-VAULT-REF
000788     WRITE PasswordResultRecord
000789     MOVE AccountId TO AT-ACCOUNT-ID
000790     MOVE OldPassword TO MaskSourcePassword
000791     PERFORM MaskOnePassword
000792     MOVE MaskedPassword TO AT-OLD-PASSWORD
000793     MOVE NewPassword TO MaskSourcePassword
000794     PERFORM MaskOnePassword
000795     MOVE MaskedPassword TO AT-NEW-PASSWORD
000796     MOVE RunDate TO AT-RUN-DATE
000797     MOVE RunTime TO AT-RUN-TIME
000798     MOVE VaultReference TO AT-VAULT-REF
000799     WRITE AuditTrailRecord
000800     PERFORM WriteDirectorySyncRecord
000801     PERFORM RecordPasswordHistory.
000802
000803 MaskOnePassword.
000804     MOVE SPACES TO MaskedPassword
000805     MOVE ALL "*" TO MaskedPassword(1:PasswordLength)
000806     MOVE MaskSourcePassword(1:1) TO MaskedPassword(1:1)
000807     MOVE MaskSourcePassword(PasswordLength:1) TO
000808             MaskedPassword(PasswordLength:1).
000809
000810 BuildVaultReference.
000811     MOVE AccountId TO VR-ACCOUNT-ID
000812     MOVE RotationSeq TO VR-ROTATION-SEQ
000813     MOVE RunDate TO VR-STORED-DATE.
000814
000815 StoreVaultRecord.
000816     MOVE AccountId TO VA-ACCOUNT-ID
000817     MOVE RotationSeq TO VA-ROTATION-SEQ
000818     MOVE VaultReference TO VA-VAULT-REF
000819     MOVE OldPassword TO VA-OLD-PASSWORD
000820     MOVE NewPassword TO VA-NEW-PASSWORD
000821     MOVE RunDate TO VA-STORED-DATE
000822     MOVE "N" TO VA-EXPOSED-FLAG
000823     WRITE PasswordVaultRecord
000824         INVALID KEY
000825             REWRITE PasswordVaultRecord
000826     END-WRITE.
000827
000828 StoreVaultCheckpoint.
000829     PERFORM BuildVaultReference
000830     MOVE AccountId TO VA-ACCOUNT-ID
000831     MOVE RotationSeq TO VA-ROTATION-SEQ
000832     MOVE VaultReference TO VA-VAULT-REF
000833     MOVE OldPassword TO VA-OLD-PASSWORD
000834     MOVE WorkingPassword TO VA-NEW-PASSWORD
000835     MOVE RunDate TO VA-STORED-DATE
000836     MOVE "N" TO VA-EXPOSED-FLAG
000837     WRITE PasswordVaultRecord
000838         INVALID KEY
000839             REWRITE PasswordVaultRecord
000840     END-WRITE.
000841
000842 RememberIssuedPassword.
000843     IF IssuedPasswordCount LESS THAN 5000
000844         ADD 1 TO IssuedPasswordCount
000845         MOVE NewPassword TO
000846                 IssuedPassword(IssuedPasswordCount)
000847     ELSE
000848         DISPLAY "ISSUED PASSWORD TABLE FULL"
000849     END-IF.
000850
000851 WriteDirectorySyncRecord.
000852     MOVE AccountId TO DS-ACCOUNT-ID
000853     MOVE NewPassword TO MaskSourcePassword
000854     PERFORM MaskOnePassword
000855     MOVE MaskedPassword TO DS-NEW-PASSWORD
000856     MOVE RunDate TO DS-EFFECTIVE-DATE
000857     MOVE VaultReference TO DS-VAULT-REF
000858     MOVE "U" TO DS-ACTION-CODE
000859     WRITE DirectorySyncRecord
000860     ADD 1 TO SyncRecordsWritten
000861     MOVE DS-ACCOUNT-ID TO EnvelopeHashId
000862     PERFORM AddToEnvelopeHash
000863     ADD EnvelopeHashWork TO SyncEnvelopeHash
000864     PERFORM RecordLedgerPush.
000865
000866 RecordLedgerPush.
000867     MOVE VR-ACCOUNT-ID TO LG-ACCOUNT-ID
000868     MOVE VR-ROTATION-SEQ TO LG-ROTATION-SEQ
000869     MOVE VR-STORED-DATE TO LG-STORED-DATE
000870     MOVE "PUSHED" TO LG-PUSH-STATUS
000871     MOVE RunDate TO LG-GENERATED-DATE
000872     MOVE ZERO TO LG-HANDOFF-DATE
000873     MOVE SPACES TO LG-ACK-STATUS
000874     MOVE ZERO TO LG-APPLIED-DATE
000875     MOVE ZERO TO LG-RETRY-COUNT
000876     MOVE DS-ACTION-CODE TO LG-ACTION-CODE
000877     MOVE DS-EFFECTIVE-DATE TO LG-EFFECTIVE-DATE
000878     PERFORM VARYING TargetIdx FROM 1 BY 1
000879             UNTIL TargetIdx GREATER THAN 3
000880         MOVE SPACE TO LG-TARGET-STATE(TargetIdx)
000881         MOVE SPACES TO LG-TARGET-ACK-STATUS(TargetIdx)
000882         MOVE ZERO TO LG-TARGET-APPLIED-DATE(TargetIdx)
000883     END-PERFORM
000884     WRITE SyncLedgerRecord
000885         INVALID KEY
000886             REWRITE SyncLedgerRecord
000887     END-WRITE.
000888
000889 RecordPasswordHistory.
000890     MOVE ZERO TO HistoryGeneration
000891     MOVE "N" TO EndOfHistoryScan
000892     MOVE AccountId TO HI-ACCOUNT-ID
000893     MOVE LOW-VALUES TO HI-PASSWORD
000894     START PasswordHistoryFile KEY GREATER THAN OR EQUAL
000895             HI-HISTORY-KEY
000896         INVALID KEY
000897             SET HistoryScanComplete TO TRUE
000898     END-START
000899     IF PasswordHistoryFileStatus NOT EQUAL "00"
000900         SET HistoryScanComplete TO TRUE
000901     END-IF
000902     PERFORM ScanAccountHistory UNTIL HistoryScanComplete
000903     ADD 1 TO HistoryGeneration
000904     MOVE AccountId TO HI-ACCOUNT-ID
000905     MOVE SPACES TO HI-PASSWORD
000906     MOVE NewPassword(1:PasswordLength) TO
000907             HI-PASSWORD(1:PasswordLength)
000908     MOVE HistoryGeneration TO HI-GENERATION
000909     MOVE RunDate TO HI-RETIRED-DATE
000910     WRITE PasswordHistoryRecord
000911         INVALID KEY
000912             CONTINUE
000913     END-WRITE
000914     IF HistoryGeneration GREATER THAN HistoryRetentionLimit
000915         COMPUTE HistoryPurgeFloor =
000916                 HistoryGeneration - HistoryRetentionLimit
000917         PERFORM PurgeExpiredHistory
000918     END-IF.
000919
000920 ScanAccountHistory.
000921     READ PasswordHistoryFile NEXT
000922         AT END
000923             SET HistoryScanComplete TO TRUE
000924         NOT AT END
000925             IF HI-ACCOUNT-ID EQUAL AccountId
000926                 IF HI-GENERATION GREATER THAN HistoryGeneration
000927                     MOVE HI-GENERATION TO HistoryGeneration
000928                 END-IF
000929             ELSE
000930                 SET HistoryScanComplete TO TRUE
000931             END-IF
000932     END-READ
000933     IF PasswordHistoryFileStatus NOT EQUAL "00"
000934         SET HistoryScanComplete TO TRUE
000935     END-IF.
000936
000937 PurgeExpiredHistory.
000938     MOVE "N" TO EndOfHistoryScan
000939     MOVE AccountId TO HI-ACCOUNT-ID
000940     MOVE LOW-VALUES TO HI-PASSWORD
000941     START PasswordHistoryFile KEY GREATER THAN OR EQUAL
000942             HI-HISTORY-KEY
000943         INVALID KEY
000944             SET HistoryScanComplete TO TRUE
000945     END-START
000946     IF PasswordHistoryFileStatus NOT EQUAL "00"
000947         SET HistoryScanComplete TO TRUE
000948     END-IF
000949     PERFORM PurgeOneHistoryRecord UNTIL HistoryScanComplete.
000950
000951 PurgeOneHistoryRecord.
000952     READ PasswordHistoryFile NEXT
000953         AT END
000954             SET HistoryScanComplete TO TRUE
000955         NOT AT END
000956             IF HI-ACCOUNT-ID EQUAL AccountId
000957                 IF HI-GENERATION LESS THAN OR EQUAL TO
000958                         HistoryPurgeFloor
000959                     DELETE PasswordHistoryFile
000960                 END-IF
000961             ELSE
000962                 SET HistoryScanComplete TO TRUE
000963             END-IF
000964     END-READ
000965     IF PasswordHistoryFileStatus NOT EQUAL "00"
000966         SET HistoryScanComplete TO TRUE
000967     END-IF.
000968
000969 ResumeFromCheckpoint.
000970     MOVE AccountId TO RC-ACCOUNT-ID
000971     MOVE ZERO TO AttemptCount
000972     MOVE ZERO TO RunAttemptCount
000973     MOVE ZERO TO RotationStraightFailures
000974     MOVE ZERO TO RotationForbiddenFailures
000975     MOVE ZERO TO RotationPairsFailures
000976     MOVE ZERO TO RotationHistoryFailures
000977     MOVE ZERO TO RotationDictionaryFailures
000978     MOVE "N" TO CheckpointRecordExists
000979     READ RestartCheckpointFile
000980         INVALID KEY
000981             CONTINUE
000982         NOT INVALID KEY
000983             SET CheckpointAlreadyWritten TO TRUE
000984             IF RC-ROTATION-SEQ EQUAL RotationSeq
000985                 PERFORM FetchVaultCandidate
000986                 MOVE RC-ATTEMPT-COUNT TO AttemptCount
000987                 MOVE RC-STRAIGHT-FAILURES TO
000988                         RotationStraightFailures
000989                 MOVE RC-FORBIDDEN-FAILURES TO
000990                         RotationForbiddenFailures
000991                 MOVE RC-PAIRS-FAILURES TO
000992                         RotationPairsFailures
000993                 MOVE RC-HISTORY-FAILURES TO
000994                         RotationHistoryFailures
000995                 MOVE RC-DICTIONARY-FAILURES TO
000996                         RotationDictionaryFailures
000997                 ADD RC-ATTEMPT-COUNT TO TotalAttemptsThisRun
000998                 ADD RC-STRAIGHT-FAILURES TO
000999                         TotalStraightFailures
001000                 ADD RC-FORBIDDEN-FAILURES TO
001001                         TotalForbiddenFailures
001002                 ADD RC-PAIRS-FAILURES TO TotalPairsFailures
001003                 ADD RC-HISTORY-FAILURES TO TotalHistoryFailures
001004                 ADD RC-DICTIONARY-FAILURES TO
001005                         TotalDictionaryFailures
001006             END-IF
001007     END-READ.
001008
001009 FetchVaultCandidate.
001010     MOVE AccountId TO VA-ACCOUNT-ID
001011     MOVE RotationSeq TO VA-ROTATION-SEQ
001012     READ PasswordVaultFile
001013         INVALID KEY
001014             SET RestartVaultMissing TO TRUE
001015         NOT INVALID KEY
001016             MOVE VA-NEW-PASSWORD(1:PasswordLength) TO
001017                     WorkingPassword(1:PasswordLength)
001018             MOVE VA-OLD-PASSWORD TO OldPassword
001019     END-READ
001020     IF PasswordVaultFileStatus NOT EQUAL "00"
001021         SET RestartVaultMissing TO TRUE
001022     END-IF.
001023
001024 WriteCheckpoint.
001025     MOVE AccountId TO RC-ACCOUNT-ID
001026     MOVE RotationSeq TO RC-ROTATION-SEQ
001027     MOVE LastCompletedRotationSeq TO RC-LAST-COMPLETED-SEQ
001028     MOVE OldPassword TO MaskSourcePassword
001029     PERFORM MaskOnePassword
001030     MOVE MaskedPassword TO RC-OLD-PASSWORD
001031     MOVE WorkingPassword TO MaskSourcePassword
001032     PERFORM MaskOnePassword
001033     MOVE SPACES TO RC-CANDIDATE
001034     MOVE MaskedPassword(1:PasswordLength) TO
001035             RC-CANDIDATE(1:PasswordLength)
001036     PERFORM StoreVaultCheckpoint
001037     MOVE AttemptCount TO RC-ATTEMPT-COUNT
001038     MOVE RotationStraightFailures TO RC-STRAIGHT-FAILURES
001039     MOVE RotationForbiddenFailures TO RC-FORBIDDEN-FAILURES
001040     MOVE RotationPairsFailures TO RC-PAIRS-FAILURES
001041     MOVE RotationHistoryFailures TO RC-HISTORY-FAILURES
001042     MOVE RotationDictionaryFailures TO RC-DICTIONARY-FAILURES
001043     IF CheckpointAlreadyWritten
001044         REWRITE RestartCheckpointRecord
001045     ELSE
001046         WRITE RestartCheckpointRecord
001047         SET CheckpointAlreadyWritten TO TRUE
001048     END-IF.
001049
001050 DeleteCheckpoint.
001051     ADD 1 TO LastCompletedRotationSeq
001052     IF DryRun
001053         CONTINUE
001054     ELSE
001055         IF LastCompletedRotationSeq GREATER THAN OR EQUAL
001056                 TO RotationsNeeded
001057             IF CheckpointAlreadyWritten
001058                 MOVE AccountId TO RC-ACCOUNT-ID
001059                 DELETE RestartCheckpointFile
001060                 MOVE "N" TO CheckpointRecordExists
001061             END-IF
001062         ELSE
001063             PERFORM PersistCompletedRotation
001064         END-IF
001065     END-IF.
001066
001067 PersistCompletedRotation.
001068     MOVE AccountId TO RC-ACCOUNT-ID
001069     MOVE RotationSeq TO RC-ROTATION-SEQ
001070     MOVE LastCompletedRotationSeq TO RC-LAST-COMPLETED-SEQ
001071     MOVE NewPassword TO MaskSourcePassword
001072     PERFORM MaskOnePassword
001073     MOVE MaskedPassword TO RC-OLD-PASSWORD
001074     MOVE SPACES TO RC-CANDIDATE
001075     MOVE ZERO TO RC-ATTEMPT-COUNT
001076     MOVE ZERO TO RC-STRAIGHT-FAILURES
001077     MOVE ZERO TO RC-FORBIDDEN-FAILURES
001078     MOVE ZERO TO RC-PAIRS-FAILURES
001079     MOVE ZERO TO RC-HISTORY-FAILURES
001080     MOVE ZERO TO RC-DICTIONARY-FAILURES
001081     IF CheckpointAlreadyWritten
001082         REWRITE RestartCheckpointRecord
001083     ELSE
001084         WRITE RestartCheckpointRecord
001085         SET CheckpointAlreadyWritten TO TRUE
001086     END-IF.
001087
001088 IncrementThePassword.
001089     MOVE ZERO TO ZCount
001090     INSPECT FUNCTION REVERSE(WorkingPassword(1:PasswordLength))
001091             TALLYING ZCount FOR LEADING "z"
001092
001093     COMPUTE IncPos = PasswordLength - ZCount
001094     IF IncPos LESS THAN PasswordLength
001095         COMPUTE FillLength = PasswordLength - IncPos
001096         MOVE ALL "a" TO WorkingPassword(IncPos + 1:FillLength)
001097     END-IF
001098     IF IncPos GREATER THAN ZERO
001099         COMPUTE NextCharCode =
001100                 FUNCTION ORD(WorkingPassword(IncPos:1)) + 1
001101         MOVE FUNCTION CHAR(NextCharCode) TO
001102                 WorkingPassword(IncPos:1)
001103     END-IF
001104
001105     ADD 1 TO AttemptCount
001106     ADD 1 TO RunAttemptCount
001107     ADD 1 TO TotalAttemptsThisRun
001108
001109     PERFORM CheckPasswordValidity
001110
001111     IF PasswordIsInvalid AND AttemptCeiling GREATER THAN ZERO
001112             AND RunAttemptCount GREATER THAN OR EQUAL TO
001113             AttemptCeiling
001114         SET RotationWasDeferred TO TRUE
001115     END-IF
001116
001117     IF PolicyTraceMode EQUAL "Y" AND PasswordIsInvalid
001118         PERFORM WriteDiagnosticTrace
001119     END-IF
001120
001121     IF ForbiddenRuleDidFail
001122         PERFORM SkipPastBannedBlock
001123     END-IF
001124
001125     IF FUNCTION MOD(AttemptCount, CheckpointInterval) EQUAL
001126             ZERO AND NOT DryRun
001127         PERFORM WriteCheckpoint
001128     END-IF.
001129
001130 SkipPastBannedBlock.
001131     MOVE ZERO TO BannedPosition
001132     PERFORM VARYING Idx FROM 1 BY 1
001133             UNTIL Idx GREATER THAN PasswordLength OR
001134             BannedPosition GREATER THAN ZERO
001135         PERFORM VARYING BannedScanIdx FROM 1 BY 1
001136                 UNTIL BannedScanIdx GREATER THAN
001137                 PolicyBannedCount
001138             IF WorkingPassword(Idx:1) EQUAL
001139                     PolicyBannedLetter(BannedScanIdx)
001140                 MOVE Idx TO BannedPosition
001141             END-IF
001142         END-PERFORM
001143     END-PERFORM
001144     IF BannedPosition GREATER THAN ZERO AND
001145             BannedPosition LESS THAN PasswordLength
001146         COMPUTE FillLength = PasswordLength - BannedPosition
001147         MOVE ALL "z" TO
001148                 WorkingPassword(BannedPosition + 1:FillLength)
001149     END-IF.
001150
001151 WriteDiagnosticTrace.
001152     MOVE WorkingPassword TO MaskSourcePassword
001153     PERFORM MaskOnePassword
001154     MOVE SPACES TO DT-CANDIDATE
001155     MOVE MaskedPassword(1:PasswordLength) TO
001156             DT-CANDIDATE(1:PasswordLength)
001157     MOVE RejectReason TO DT-REJECT-REASON
001158     WRITE DiagnosticTraceRecord.
001159
001160 CheckPasswordValidity.
001161     SET PasswordIsValid TO TRUE
001162     MOVE "N" TO StraightRuleFailed
001163     MOVE "N" TO ForbiddenRuleFailed
001164     MOVE "N" TO PairsRuleFailed
001165     MOVE "N" TO HistoryRuleFailed
001166     MOVE "N" TO DictionaryRuleFailed
001167     MOVE "N" TO CollisionRuleFailed
001168     PERFORM CheckStraight
001169     PERFORM CheckForbiddenCharacters.
001170     PERFORM CheckForbiddenSubstrings.
001171     PERFORM CheckPairs.
001172     IF PasswordIsValid
001173         PERFORM CheckIssuedCollision
001174     END-IF.
001175     IF PasswordIsValid
001176         PERFORM CheckPasswordHistory
001177     END-IF.
001178     PERFORM DetermineRejectReason.
001179
001180 DetermineRejectReason.
001181     MOVE SPACES TO RejectReason
001182     IF StraightRuleDidFail
001183         MOVE "CheckStraight" TO RejectReason
001184     END-IF
001185     IF ForbiddenRuleDidFail AND RejectReason EQUAL SPACES
001186         MOVE "CheckForbiddenCharacters" TO RejectReason
001187     END-IF
001188     IF DictionaryRuleDidFail AND RejectReason EQUAL SPACES
001189         MOVE "CheckForbiddenSubstrings" TO RejectReason
001190     END-IF
001191     IF PairsRuleDidFail AND RejectReason EQUAL SPACES
001192         MOVE "CheckPairs" TO RejectReason
001193     END-IF
001194     IF CollisionRuleDidFail AND RejectReason EQUAL SPACES
001195         MOVE "CheckIssuedCollision" TO RejectReason
001196     END-IF
001197     IF HistoryRuleDidFail AND RejectReason EQUAL SPACES
001198         MOVE "CheckPasswordHistory" TO RejectReason
001199     END-IF
001200     IF RejectReason EQUAL "CheckStraight"
001201         ADD 1 TO TotalStraightFailures
001202         ADD 1 TO RotationStraightFailures
001203     END-IF
001204     IF RejectReason EQUAL "CheckForbiddenCharacters"
001205         ADD 1 TO TotalForbiddenFailures
001206         ADD 1 TO RotationForbiddenFailures
001207     END-IF
001208     IF RejectReason EQUAL "CheckPairs"
001209         ADD 1 TO TotalPairsFailures
001210         ADD 1 TO RotationPairsFailures
001211     END-IF
001212     IF RejectReason EQUAL "CheckPasswordHistory"
001213         ADD 1 TO TotalHistoryFailures
001214         ADD 1 TO RotationHistoryFailures
001215     END-IF
001216     IF RejectReason EQUAL "CheckForbiddenSubstrings"
001217         ADD 1 TO TotalDictionaryFailures
001218         ADD 1 TO RotationDictionaryFailures
001219     END-IF
001220     IF RejectReason EQUAL "CheckIssuedCollision"
001221         ADD 1 TO CollisionsAvoided
001222     END-IF.
001223
001224 CheckStraight.
001225     MOVE ZERO TO StraightCount
001226     PERFORM VARYING Idx FROM 2 BY 1
001227             UNTIL Idx EQUAL StraightWindowLimit
001228         INSPECT WorkingPassword(1:PasswordLength)
001229                 TALLYING StraightCount
001230                 FOR ALL Letters(Idx - 1:PolicyStraightWindow)
001231     END-PERFORM
001232     IF StraightCount EQUAL ZERO
001233         SET PasswordIsInvalid TO TRUE
001234         SET StraightRuleDidFail TO TRUE
001235     END-IF.
001236
001237 CheckPairs.
001238     MOVE ZERO TO DistinctPairCount
001239     PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx GREATER THAN 26
001240         MOVE ZERO TO PairCount
001241         STRING Letters(Idx:1), Letters(Idx:1) INTO LetterPair
001242         INSPECT WorkingPassword(1:PasswordLength)
001243                 TALLYING PairCount FOR ALL LetterPair
001244         IF PairCount GREATER THAN ZERO
001245             ADD 1 TO DistinctPairCount
001246         END-IF
001247     END-PERFORM
001248     IF DistinctPairCount LESS THAN PolicyMinPairs
001249         SET PasswordIsInvalid TO TRUE
001250         SET PairsRuleDidFail TO TRUE
001251     END-IF.
001252
001253 CheckForbiddenCharacters.
001254     MOVE ZERO TO ForbiddenLetterCount
001255     PERFORM VARYING Idx FROM 1 BY 1
001256             UNTIL Idx GREATER THAN PolicyBannedCount
001257         INSPECT WorkingPassword(1:PasswordLength)
001258                 TALLYING ForbiddenLetterCount
001259                 FOR ALL PolicyBannedLetter(Idx)
001260     END-PERFORM
001261     IF ForbiddenLetterCount GREATER THAN ZERO
001262         SET PasswordIsInvalid TO TRUE
001263         SET ForbiddenRuleDidFail TO TRUE
001264     END-IF.
001265
001266 CheckForbiddenSubstrings.
001267     MOVE ZERO TO DictionaryMatchCount
001268     PERFORM VARYING WordIdx FROM 1 BY 1
001269             UNTIL WordIdx GREATER THAN ForbiddenWordCount
001270         INSPECT WorkingPassword(1:PasswordLength)
001271                 TALLYING DictionaryMatchCount
001272                 FOR ALL FW-ENTRY-TEXT(WordIdx)
001273                 (1:FW-ENTRY-LENGTH(WordIdx))
001274     END-PERFORM
001275     IF DictionaryMatchCount GREATER THAN ZERO
001276         SET PasswordIsInvalid TO TRUE
001277         SET DictionaryRuleDidFail TO TRUE
001278     END-IF.
001279
001280 CheckIssuedCollision.
001281     PERFORM VARYING TblIdx FROM 1 BY 1
001282             UNTIL TblIdx GREATER THAN IssuedPasswordCount
001283         IF IssuedPassword(TblIdx) EQUAL WorkingPassword
001284             SET PasswordIsInvalid TO TRUE
001285             SET CollisionRuleDidFail TO TRUE
001286             EXIT PERFORM
001287         END-IF
001288     END-PERFORM.
001289
001290 CheckPasswordHistory.
001291     MOVE AccountId TO HI-ACCOUNT-ID
001292     MOVE SPACES TO HI-PASSWORD
001293     MOVE WorkingPassword(1:PasswordLength) TO
001294             HI-PASSWORD(1:PasswordLength)
001295     READ PasswordHistoryFile
001296         INVALID KEY
001297             CONTINUE
001298         NOT INVALID KEY
001299             SET PasswordIsInvalid TO TRUE
001300             SET HistoryRuleDidFail TO TRUE
001301     END-READ.
001302
001303 WriteStatisticsReport.
001304     IF TotalPasswordsProcessed GREATER THAN ZERO
001305         COMPUTE AverageAttempts ROUNDED =
001306                 TotalAttemptsThisRun / TotalPasswordsProcessed
001307     END-IF
001308     OPEN OUTPUT StatisticsReportFile
001309     MOVE SPACES TO SR-LABEL
001310     STRING "RUN MODE - " RunMode
001311             DELIMITED BY SIZE INTO SR-LABEL
001312     MOVE ZERO TO SR-VALUE
001313     WRITE StatisticsReportRecord
001314     MOVE "PASSWORDS GENERATED" TO SR-LABEL
001315     MOVE TotalPasswordsProcessed TO SR-VALUE
001316     WRITE StatisticsReportRecord
001317     MOVE "RECORDS REJECTED" TO SR-LABEL
001318     MOVE TotalRejectedRecords TO SR-VALUE
001319     WRITE StatisticsReportRecord
001320     MOVE "ROTATIONS DEFERRED" TO SR-LABEL
001321     MOVE TotalRotationsDeferred TO SR-VALUE
001322     WRITE StatisticsReportRecord
001323     MOVE "TOTAL INCREMENT ATTEMPTS" TO SR-LABEL
001324     MOVE TotalAttemptsThisRun TO SR-VALUE
001325     WRITE StatisticsReportRecord
001326     MOVE "AVERAGE ATTEMPTS PER PASSWORD" TO SR-LABEL
001327     MOVE AverageAttempts TO SR-VALUE
001328     WRITE StatisticsReportRecord
001329     MOVE "STRAIGHT RULE FAILURES" TO SR-LABEL
001330     MOVE TotalStraightFailures TO SR-VALUE
001331     WRITE StatisticsReportRecord
001332     MOVE "FORBIDDEN LETTER RULE FAILURES" TO SR-LABEL
001333     MOVE TotalForbiddenFailures TO SR-VALUE
001334     WRITE StatisticsReportRecord
001335     MOVE "PAIRS RULE FAILURES" TO SR-LABEL
001336     MOVE TotalPairsFailures TO SR-VALUE
001337     WRITE StatisticsReportRecord
001338     MOVE "FORBIDDEN SUBSTRING FAILURES" TO SR-LABEL
001339     MOVE TotalDictionaryFailures TO SR-VALUE
001340     WRITE StatisticsReportRecord
001341     MOVE "PASSWORD REUSE RULE FAILURES" TO SR-LABEL
001342     MOVE TotalHistoryFailures TO SR-VALUE
001343     WRITE StatisticsReportRecord
001344     MOVE "DUPLICATE REQUESTS REJECTED" TO SR-LABEL
001345     MOVE DuplicatesRejected TO SR-VALUE
001346     WRITE StatisticsReportRecord
001347     MOVE "PASSWORD COLLISIONS AVOIDED" TO SR-LABEL
001348     MOVE CollisionsAvoided TO SR-VALUE
001349     WRITE StatisticsReportRecord
001350     MOVE "REQUESTS SKIPPED BY RUN MODE" TO SR-LABEL
001351     MOVE RequestsSkippedByMode TO SR-VALUE
001352     WRITE StatisticsReportRecord
001353     CLOSE StatisticsReportFile.
001354
001355 AppendRunManifest.
001356     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
001357     OPEN EXTEND RunManifestFile
001358     MOVE "ADVENT-OF-CODE-11" TO MF-PROGRAM-ID
001359     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
001360     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
001361     MOVE TotalRequestsRead TO MF-RECORDS-READ
001362     MOVE SyncRecordsWritten TO MF-RECORDS-WRITTEN
001363     MOVE RETURN-CODE TO MF-RETURN-CODE
001364     WRITE RunManifestRecord
001365     CLOSE RunManifestFile.
