000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. INTEGRITY-CHECK.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT AccountMasterFile ASSIGN TO "ACCTMSTR"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS AccountMasterFileStatus.
000011     SELECT PasswordVaultFile ASSIGN TO "PWDVAULT"
000012         ORGANIZATION INDEXED
000013         ACCESS MODE DYNAMIC
000014         RECORD KEY VA-VAULT-KEY
000015         FILE STATUS PasswordVaultFileStatus.
000016     SELECT PasswordHistoryFile ASSIGN TO "PWDHIST"
000017         ORGANIZATION INDEXED
000018         ACCESS MODE DYNAMIC
000019         RECORD KEY HI-HISTORY-KEY
000020         FILE STATUS PasswordHistoryFileStatus.
000021     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000022         ORGANIZATION INDEXED
000023         ACCESS MODE DYNAMIC
000024         RECORD KEY LG-LEDGER-KEY
000025         FILE STATUS SyncLedgerFileStatus.
000026     SELECT RestartCheckpointFile ASSIGN TO "CKPTFILE"
000027         ORGANIZATION INDEXED
000028         ACCESS MODE DYNAMIC
000029         RECORD KEY RC-ACCOUNT-ID
000030         FILE STATUS RestartCheckpointFileStatus.
000031     SELECT IntegrityReportFile ASSIGN TO "INTEGRPT"
000032         ORGANIZATION LINE SEQUENTIAL.
000033     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000034         ORGANIZATION LINE SEQUENTIAL.
000035
000036 DATA DIVISION.
000037 FILE SECTION.
000038 FD  AccountMasterFile.
000039     COPY ACCOUNT.
000040
000041 FD  PasswordVaultFile.
000042     COPY VAULT.
000043
000044 FD  PasswordHistoryFile.
000045 01  PasswordHistoryRecord.
000046     05  HI-HISTORY-KEY.
000047         10  HI-ACCOUNT-ID         PIC X(8).
000048         10  HI-PASSWORD           PIC A(20).
000049     05  HI-GENERATION             PIC 9(9).
000050     05  HI-RETIRED-DATE           PIC 9(8).
000051
000052 FD  SyncLedgerFile.
000053     COPY LEDGER.
000054
000055 FD  RestartCheckpointFile.
000056 01  RestartCheckpointRecord.
000057     05  RC-ACCOUNT-ID             PIC X(8).
000058     05  RC-ROTATION-SEQ           PIC 99.
000059     05  RC-LAST-COMPLETED-SEQ     PIC 99.
000060     05  RC-OLD-PASSWORD           PIC A(20).
000061     05  RC-CANDIDATE              PIC A(20).
000062     05  RC-ATTEMPT-COUNT          PIC 9(9).
000063     05  RC-STRAIGHT-FAILURES      PIC 9(9).
000064     05  RC-FORBIDDEN-FAILURES     PIC 9(9).
000065     05  RC-PAIRS-FAILURES         PIC 9(9).
000066     05  RC-HISTORY-FAILURES       PIC 9(9).
000067     05  RC-DICTIONARY-FAILURES    PIC 9(9).
000068
000069 FD  IntegrityReportFile.
000070 01  IntegrityReportLine           PIC X(80).
000071
000072 FD  RunManifestFile.
000073     COPY MANIFEST.
000074
000075 WORKING-STORAGE SECTION.
000076 01 AccountMasterFileStatus PIC XX VALUE SPACES.
000077 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000078 01 PasswordHistoryFileStatus PIC XX VALUE SPACES.
000079 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000080 01 RestartCheckpointFileStatus PIC XX VALUE SPACES.
000081 01 VaultAvailability      PIC X(01) VALUE "N".
000082     88 VaultIsAvailable           VALUE "Y".
000083 01 LedgerAvailability     PIC X(01) VALUE "N".
000084     88 LedgerIsAvailable          VALUE "Y".
000085
000086 01 MasterAccountTable.
000087     05 MasterAccountCount  PIC 9(4) VALUE ZERO.
000088     05 MasterAccountEntry OCCURS 5000 TIMES.
000089         10 MA-ACCOUNT-ID          PIC X(8).
000090         10 MA-LAST-ROTATION-DATE  PIC 9(8).
000091         10 MA-ROTATION-COUNT      PIC 99.
000092         10 MA-LATEST-VAULT-DATE   PIC 9(8).
000093
000094 01 CheckpointTable.
000095     05 CheckpointCount     PIC 9(4) VALUE ZERO.
000096     05 CheckpointEntry OCCURS 5000 TIMES.
000097         10 CK-ACCOUNT-ID          PIC X(8).
000098         10 CK-ROTATION-SEQ        PIC 99.
000099
000100 01 Idx                    PIC 9(4) VALUE ZERO.
000101 01 CkIdx                  PIC 9(4) VALUE ZERO.
000102 01 LookupAccountId        PIC X(8) VALUE SPACES.
000103 01 PreviousAccountId      PIC X(8) VALUE SPACES.
000104 01 PreviousAccountState   PIC X(01) VALUE "Y".
000105     88 PreviousAccountOnMaster    VALUE "Y".
000106 01 RequiredRotations      PIC 99 VALUE ZERO.
000107 01 LedgerEntryState       PIC X(01) VALUE "N".
000108     88 LedgerEntryFound           VALUE "Y".
000109 01 VaultRefState          PIC X(01) VALUE "N".
000110     88 VaultRefMatches            VALUE "Y".
000111 01 CheckpointDescription  PIC X(40) VALUE SPACES.
000112 01 FinishedCheckpointText PIC X(40)
000113         VALUE "CHECKPOINT LEFT AFTER ROTATION FINISHED".
000114
000115 01 CurrentDateTimeField   PIC X(21).
000116
000117 01 MastersRead            PIC 9(9) VALUE ZERO.
000118 01 VaultRecordsRead       PIC 9(9) VALUE ZERO.
000119 01 HistoryRecordsRead     PIC 9(9) VALUE ZERO.
000120 01 LedgerRecordsRead      PIC 9(9) VALUE ZERO.
000121 01 CheckpointRecordsRead  PIC 9(9) VALUE ZERO.
000122 01 TotalRecordsRead       PIC 9(9) VALUE ZERO.
000123
000124 01 OrphanVaultAccounts    PIC 9(9) VALUE ZERO.
000125 01 OrphanVaultRecords     PIC 9(9) VALUE ZERO.
000126 01 OrphanHistoryAccounts  PIC 9(9) VALUE ZERO.
000127 01 OrphanHistoryRecords   PIC 9(9) VALUE ZERO.
000128 01 LedgerWithoutVault     PIC 9(9) VALUE ZERO.
000129 01 LeftoverCheckpoints    PIC 9(9) VALUE ZERO.
000130 01 RotationDateMismatches PIC 9(9) VALUE ZERO.
000131 01 StoresNotChecked       PIC 9(9) VALUE ZERO.
000132 01 TotalExceptions        PIC 9(9) VALUE ZERO.
000133
000134 01 ExceptionDetailLine.
000135     05 XD-ACCOUNT-ID       PIC X(8).
000136     05 FILLER              PIC X(2) VALUE SPACES.
000137     05 XD-REFERENCE        PIC X(18).
000138     05 FILLER              PIC X(2) VALUE SPACES.
000139     05 XD-DESCRIPTION      PIC X(40).
000140
000141 01 ExceptionTotalLine.
000142     05 XT-LABEL            PIC X(40).
000143     05 XT-VALUE            PIC ZZZ,ZZZ,ZZ9.
000144
000145 01 ReportText             PIC X(80) VALUE SPACES.
000146
000147 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000148     88 NoMoreMasterRecords        VALUE "Y".
000149 01 EndOfVaultScan         PIC X(01) VALUE "N".
000150     88 VaultScanComplete          VALUE "Y".
000151 01 EndOfHistoryScan       PIC X(01) VALUE "N".
000152     88 HistoryScanComplete        VALUE "Y".
000153 01 EndOfLedgerScan        PIC X(01) VALUE "N".
000154     88 LedgerScanComplete         VALUE "Y".
000155 01 EndOfCheckpointScan    PIC X(01) VALUE "N".
000156     88 CheckpointScanComplete     VALUE "Y".
000157
000158 PROCEDURE DIVISION.
000159 CheckDataStoreIntegrity.
000160     OPEN OUTPUT IntegrityReportFile
000161     MOVE "ROTATION DATA STORE INTEGRITY SWEEP" TO
000162             IntegrityReportLine
000163     WRITE IntegrityReportLine
000164     MOVE SPACES TO IntegrityReportLine
000165     WRITE IntegrityReportLine
000166     PERFORM LoadMasterAccounts
000167     OPEN INPUT PasswordVaultFile
000168     IF PasswordVaultFileStatus EQUAL "00"
000169         SET VaultIsAvailable TO TRUE
000170     ELSE
000171         MOVE "PWDVAULT UNAVAILABLE - NOT CHECKED" TO ReportText
000172         PERFORM WriteStoreNotCheckedLine
000173     END-IF
000174     OPEN INPUT SyncLedgerFile
000175     IF SyncLedgerFileStatus EQUAL "00"
000176         SET LedgerIsAvailable TO TRUE
000177     ELSE
000178         MOVE "SYNCLEDG UNAVAILABLE - NOT CHECKED" TO ReportText
000179         PERFORM WriteStoreNotCheckedLine
000180     END-IF
000181     PERFORM CheckRestartCheckpoints
000182     IF VaultIsAvailable
000183         PERFORM CheckVaultRecords
000184         PERFORM CheckRotationDates
000185     END-IF
000186     PERFORM CheckHistoryRecords
000187     IF LedgerIsAvailable AND VaultIsAvailable
000188         PERFORM CheckLedgerEntries
000189     END-IF
000190     IF VaultIsAvailable
000191         CLOSE PasswordVaultFile
000192     END-IF
000193     IF LedgerIsAvailable
000194         CLOSE SyncLedgerFile
000195     END-IF
000196     PERFORM WriteExceptionTotals
000197     CLOSE IntegrityReportFile
000198     DISPLAY "MASTER RECORDS READ:   " MastersRead
000199     DISPLAY "VAULT RECORDS READ:    " VaultRecordsRead
000200     DISPLAY "HISTORY RECORDS READ:  " HistoryRecordsRead
000201     DISPLAY "LEDGER RECORDS READ:   " LedgerRecordsRead
000202     DISPLAY "CHECKPOINTS READ:      " CheckpointRecordsRead
000203     DISPLAY "ORPHAN VAULT ACCOUNTS: " OrphanVaultAccounts
000204     DISPLAY "ORPHAN HIST ACCOUNTS:  " OrphanHistoryAccounts
000205     DISPLAY "LEDGER WITHOUT VAULT:  " LedgerWithoutVault
000206     DISPLAY "LEFTOVER CHECKPOINTS:  " LeftoverCheckpoints
000207     DISPLAY "ROTATION DATE MISMATCH:" RotationDateMismatches
000208     DISPLAY "STORES NOT CHECKED:    " StoresNotChecked
000209     DISPLAY "TOTAL EXCEPTIONS:      " TotalExceptions
000210     IF TotalExceptions GREATER THAN ZERO
000211         MOVE 4 TO RETURN-CODE
000212     END-IF
000213     ADD MastersRead VaultRecordsRead HistoryRecordsRead
000214             LedgerRecordsRead CheckpointRecordsRead
000215             GIVING TotalRecordsRead
000216     PERFORM AppendRunManifest
000217     STOP RUN.
000218
000219 LoadMasterAccounts.
000220     MOVE ZERO TO MasterAccountCount
000221     OPEN INPUT AccountMasterFile
000222     IF AccountMasterFileStatus NOT EQUAL "00"
000223         DISPLAY "ACCOUNT MASTER UNAVAILABLE - RUN STOPPED"
000224         CLOSE IntegrityReportFile
000225         MOVE 8 TO RETURN-CODE
000226         PERFORM AppendRunManifest
000227         STOP RUN
000228     END-IF
000229     PERFORM ReadNextMasterRecord
000230     PERFORM StoreOneMasterAccount UNTIL NoMoreMasterRecords
000231     CLOSE AccountMasterFile.
000232
000233 ReadNextMasterRecord.
000234     READ AccountMasterFile
000235         AT END
000236             SET NoMoreMasterRecords TO TRUE
000237     END-READ.
000238
000239 StoreOneMasterAccount.
000240     ADD 1 TO MastersRead
000241     IF MasterAccountCount LESS THAN 5000
000242         ADD 1 TO MasterAccountCount
000243         MOVE AM-ACCOUNT-ID TO MA-ACCOUNT-ID(MasterAccountCount)
000244         MOVE AM-LAST-ROTATION-DATE TO
000245                 MA-LAST-ROTATION-DATE(MasterAccountCount)
000246         MOVE AM-ROTATION-COUNT TO
000247                 MA-ROTATION-COUNT(MasterAccountCount)
000248         MOVE ZERO TO MA-LATEST-VAULT-DATE(MasterAccountCount)
000249     ELSE
000250         DISPLAY "MASTER ACCOUNT TABLE FULL - RUN STOPPED"
000251         CLOSE AccountMasterFile
000252         CLOSE IntegrityReportFile
000253         MOVE 8 TO RETURN-CODE
000254         PERFORM AppendRunManifest
000255         STOP RUN
000256     END-IF
000257     PERFORM ReadNextMasterRecord.
000258
000259 LocateMasterAccount.
000260     PERFORM VARYING Idx FROM 1 BY 1
000261             UNTIL Idx GREATER THAN MasterAccountCount
000262         IF MA-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000263             EXIT PERFORM
000264         END-IF
000265     END-PERFORM
000266     IF Idx GREATER THAN MasterAccountCount
000267         MOVE ZERO TO Idx
000268     END-IF.
000269
000270 LocateCheckpointEntry.
000271     PERFORM VARYING CkIdx FROM 1 BY 1
000272             UNTIL CkIdx GREATER THAN CheckpointCount
000273         IF CK-ACCOUNT-ID(CkIdx) EQUAL LookupAccountId
000274             EXIT PERFORM
000275         END-IF
000276     END-PERFORM
000277     IF CkIdx GREATER THAN CheckpointCount
000278         MOVE ZERO TO CkIdx
000279     END-IF.
000280
000281 CheckRestartCheckpoints.
000282     MOVE ZERO TO CheckpointCount
000283     OPEN INPUT RestartCheckpointFile
000284     IF RestartCheckpointFileStatus NOT EQUAL "00"
000285         MOVE "CKPTFILE UNAVAILABLE - NOT CHECKED" TO ReportText
000286         PERFORM WriteStoreNotCheckedLine
000287     ELSE
000288         MOVE "N" TO EndOfCheckpointScan
000289         MOVE LOW-VALUES TO RC-ACCOUNT-ID
000290         START RestartCheckpointFile KEY GREATER THAN OR EQUAL
000291                 RC-ACCOUNT-ID
000292             INVALID KEY
000293                 SET CheckpointScanComplete TO TRUE
000294         END-START
000295         IF RestartCheckpointFileStatus NOT EQUAL "00"
000296             SET CheckpointScanComplete TO TRUE
000297         END-IF
000298         PERFORM CheckOneCheckpoint UNTIL CheckpointScanComplete
000299         CLOSE RestartCheckpointFile
000300     END-IF.
000301
000302 CheckOneCheckpoint.
000303     READ RestartCheckpointFile NEXT
000304         AT END
000305             SET CheckpointScanComplete TO TRUE
000306         NOT AT END
000307             ADD 1 TO CheckpointRecordsRead
000308             PERFORM ClassifyOneCheckpoint
000309     END-READ
000310     IF RestartCheckpointFileStatus NOT EQUAL "00"
000311         SET CheckpointScanComplete TO TRUE
000312     END-IF.
000313
000314 ClassifyOneCheckpoint.
000315     MOVE SPACES TO CheckpointDescription
000316     MOVE RC-ACCOUNT-ID TO LookupAccountId
000317     PERFORM LocateMasterAccount
000318     IF Idx EQUAL ZERO
000319         MOVE "CHECKPOINT FOR ACCOUNT NOT ON MASTER" TO
000320                 CheckpointDescription
000321     ELSE
000322         MOVE MA-ROTATION-COUNT(Idx) TO RequiredRotations
000323         IF RequiredRotations EQUAL ZERO
000324             MOVE 1 TO RequiredRotations
000325         END-IF
000326         IF RC-LAST-COMPLETED-SEQ NOT LESS THAN RequiredRotations
000327             MOVE FinishedCheckpointText TO
000328                     CheckpointDescription
000329         ELSE
000330             IF RC-CANDIDATE NOT EQUAL SPACES
000331                 PERFORM NoteInFlightCandidate
000332                 PERFORM CheckCheckpointCandidate
000333             END-IF
000334         END-IF
000335     END-IF
000336     IF CheckpointDescription NOT EQUAL SPACES
000337         ADD 1 TO LeftoverCheckpoints
000338         MOVE SPACES TO ExceptionDetailLine
000339         MOVE RC-ACCOUNT-ID TO XD-ACCOUNT-ID
000340         STRING "SEQ " RC-ROTATION-SEQ " DONE "
000341                 RC-LAST-COMPLETED-SEQ
000342                 DELIMITED BY SIZE INTO XD-REFERENCE
000343         MOVE CheckpointDescription TO XD-DESCRIPTION
000344         PERFORM WriteExceptionDetailLine
000345     END-IF.
000346
000347 NoteInFlightCandidate.
000348     IF CheckpointCount LESS THAN 5000
000349         ADD 1 TO CheckpointCount
000350         MOVE RC-ACCOUNT-ID TO CK-ACCOUNT-ID(CheckpointCount)
000351         MOVE RC-ROTATION-SEQ TO CK-ROTATION-SEQ(CheckpointCount)
000352     ELSE
000353         DISPLAY "CHECKPOINT TABLE FULL - ENTRY SKIPPED"
000354     END-IF.
000355
000356 CheckCheckpointCandidate.
000357     IF VaultIsAvailable
000358         MOVE RC-ACCOUNT-ID TO VA-ACCOUNT-ID
000359         MOVE RC-ROTATION-SEQ TO VA-ROTATION-SEQ
000360         READ PasswordVaultFile
000361             INVALID KEY
000362                 MOVE "CHECKPOINT VAULT RECORD MISSING" TO
000363                         CheckpointDescription
000364             NOT INVALID KEY
000365                 PERFORM FetchLedgerForVaultRef
000366                 IF LedgerEntryFound
000367                     MOVE FinishedCheckpointText
000368                             TO CheckpointDescription
000369                 END-IF
000370         END-READ
000371     END-IF.
000372
000373 FetchLedgerForVaultRef.
000374     MOVE "N" TO LedgerEntryState
000375     IF LedgerIsAvailable
000376         MOVE VA-VAULT-REF TO LG-LEDGER-KEY
000377         READ SyncLedgerFile
000378             INVALID KEY
000379                 CONTINUE
000380             NOT INVALID KEY
000381                 SET LedgerEntryFound TO TRUE
000382         END-READ
000383     END-IF.
000384
000385 CheckVaultRecords.
000386     MOVE SPACES TO PreviousAccountId
000387     MOVE "N" TO EndOfVaultScan
000388     MOVE LOW-VALUES TO VA-VAULT-KEY
000389     START PasswordVaultFile KEY GREATER THAN OR EQUAL
000390             VA-VAULT-KEY
000391         INVALID KEY
000392             SET VaultScanComplete TO TRUE
000393     END-START
000394     IF PasswordVaultFileStatus NOT EQUAL "00"
000395         SET VaultScanComplete TO TRUE
000396     END-IF
000397     PERFORM CheckOneVaultRecord UNTIL VaultScanComplete.
000398
000399 CheckOneVaultRecord.
000400     READ PasswordVaultFile NEXT
000401         AT END
000402             SET VaultScanComplete TO TRUE
000403         NOT AT END
000404             ADD 1 TO VaultRecordsRead
000405             PERFORM ClassifyOneVaultRecord
000406     END-READ
000407     IF PasswordVaultFileStatus NOT EQUAL "00"
000408         SET VaultScanComplete TO TRUE
000409     END-IF.
000410
000411 ClassifyOneVaultRecord.
000412     MOVE VA-ACCOUNT-ID TO LookupAccountId
000413     PERFORM LocateMasterAccount
000414     IF Idx EQUAL ZERO
000415         ADD 1 TO OrphanVaultRecords
000416         IF VA-ACCOUNT-ID NOT EQUAL PreviousAccountId
000417             ADD 1 TO OrphanVaultAccounts
000418             MOVE SPACES TO ExceptionDetailLine
000419             MOVE VA-ACCOUNT-ID TO XD-ACCOUNT-ID
000420             MOVE VA-VAULT-REF TO XD-REFERENCE
000421             MOVE "VAULT ENTRIES FOR ACCOUNT NOT ON MASTER" TO
000422                     XD-DESCRIPTION
000423             PERFORM WriteExceptionDetailLine
000424         END-IF
000425     ELSE
000426         PERFORM NoteLatestVaultDate
000427     END-IF
000428     MOVE VA-ACCOUNT-ID TO PreviousAccountId.
000429
000430 NoteLatestVaultDate.
000431     PERFORM LocateCheckpointEntry
000432     IF CkIdx GREATER THAN ZERO
000433         IF CK-ROTATION-SEQ(CkIdx) EQUAL VA-ROTATION-SEQ
000434             EXIT PARAGRAPH
000435         END-IF
000436     END-IF
000437     IF VA-STORED-DATE NOT GREATER THAN MA-LATEST-VAULT-DATE(Idx)
000438         EXIT PARAGRAPH
000439     END-IF
000440     PERFORM FetchLedgerForVaultRef
000441     IF LedgerEntryFound AND LG-PUSH-STATUS EQUAL "BACKED-OUT"
000442         EXIT PARAGRAPH
000443     END-IF
000444     MOVE VA-STORED-DATE TO MA-LATEST-VAULT-DATE(Idx).
000445
000446 CheckRotationDates.
000447     PERFORM VARYING Idx FROM 1 BY 1
000448             UNTIL Idx GREATER THAN MasterAccountCount
000449         IF MA-LATEST-VAULT-DATE(Idx) GREATER THAN ZERO AND
000450                 MA-LATEST-VAULT-DATE(Idx) NOT EQUAL
000451                 MA-LAST-ROTATION-DATE(Idx)
000452             PERFORM WriteRotationDateMismatch
000453         END-IF
000454     END-PERFORM.
000455
000456 WriteRotationDateMismatch.
000457     ADD 1 TO RotationDateMismatches
000458     MOVE SPACES TO ExceptionDetailLine
000459     MOVE MA-ACCOUNT-ID(Idx) TO XD-ACCOUNT-ID
000460     STRING "MASTER " MA-LAST-ROTATION-DATE(Idx)
000461             DELIMITED BY SIZE INTO XD-REFERENCE
000462     STRING "LAST ROTATION DISAGREES - VAULT "
000463             MA-LATEST-VAULT-DATE(Idx)
000464             DELIMITED BY SIZE INTO XD-DESCRIPTION
000465     PERFORM WriteExceptionDetailLine.
000466
000467 CheckHistoryRecords.
000468     OPEN INPUT PasswordHistoryFile
000469     IF PasswordHistoryFileStatus NOT EQUAL "00"
000470         MOVE "PWDHIST UNAVAILABLE - NOT CHECKED" TO ReportText
000471         PERFORM WriteStoreNotCheckedLine
000472     ELSE
000473         MOVE SPACES TO PreviousAccountId
000474         MOVE "N" TO EndOfHistoryScan
000475         MOVE LOW-VALUES TO HI-HISTORY-KEY
000476         START PasswordHistoryFile KEY GREATER THAN OR EQUAL
000477                 HI-HISTORY-KEY
000478             INVALID KEY
000479                 SET HistoryScanComplete TO TRUE
000480         END-START
000481         IF PasswordHistoryFileStatus NOT EQUAL "00"
000482             SET HistoryScanComplete TO TRUE
000483         END-IF
000484         PERFORM CheckOneHistoryRecord UNTIL HistoryScanComplete
000485         CLOSE PasswordHistoryFile
000486     END-IF.
000487
000488 CheckOneHistoryRecord.
000489     READ PasswordHistoryFile NEXT
000490         AT END
000491             SET HistoryScanComplete TO TRUE
000492         NOT AT END
000493             ADD 1 TO HistoryRecordsRead
000494             PERFORM ClassifyOneHistoryRecord
000495     END-READ
000496     IF PasswordHistoryFileStatus NOT EQUAL "00"
000497         SET HistoryScanComplete TO TRUE
000498     END-IF.
000499
000500 ClassifyOneHistoryRecord.
000501     IF HI-ACCOUNT-ID NOT EQUAL PreviousAccountId
000502         MOVE HI-ACCOUNT-ID TO PreviousAccountId
000503         MOVE HI-ACCOUNT-ID TO LookupAccountId
000504         PERFORM LocateMasterAccount
000505         IF Idx EQUAL ZERO
000506             MOVE "N" TO PreviousAccountState
000507             ADD 1 TO OrphanHistoryAccounts
000508             MOVE SPACES TO ExceptionDetailLine
000509             MOVE HI-ACCOUNT-ID TO XD-ACCOUNT-ID
000510             MOVE "PWDHIST" TO XD-REFERENCE
000511             MOVE "HISTORY KEPT FOR ACCOUNT NOT ON MASTER" TO
000512                     XD-DESCRIPTION
000513             PERFORM WriteExceptionDetailLine
000514         ELSE
000515             SET PreviousAccountOnMaster TO TRUE
000516         END-IF
000517     END-IF
000518     IF NOT PreviousAccountOnMaster
000519         ADD 1 TO OrphanHistoryRecords
000520     END-IF.
000521
000522 CheckLedgerEntries.
000523     MOVE "N" TO EndOfLedgerScan
000524     MOVE LOW-VALUES TO LG-LEDGER-KEY
000525     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000526             LG-LEDGER-KEY
000527         INVALID KEY
000528             SET LedgerScanComplete TO TRUE
000529     END-START
000530     IF SyncLedgerFileStatus NOT EQUAL "00"
000531         SET LedgerScanComplete TO TRUE
000532     END-IF
000533     PERFORM CheckOneLedgerEntry UNTIL LedgerScanComplete.
000534
000535 CheckOneLedgerEntry.
000536     READ SyncLedgerFile NEXT
000537         AT END
000538             SET LedgerScanComplete TO TRUE
000539         NOT AT END
000540             ADD 1 TO LedgerRecordsRead
000541             IF LG-ROTATION-SEQ GREATER THAN ZERO AND
000542                     LG-APPLIED-DATE EQUAL ZERO AND
000543                     LG-PUSH-STATUS NOT EQUAL "BACKED-OUT"
000544                 PERFORM MatchLedgerToVault
000545             END-IF
000546     END-READ
000547     IF SyncLedgerFileStatus NOT EQUAL "00"
000548         SET LedgerScanComplete TO TRUE
000549     END-IF.
000550
000551 MatchLedgerToVault.
000552     MOVE "N" TO VaultRefState
000553     MOVE LG-ACCOUNT-ID TO VA-ACCOUNT-ID
000554     MOVE LG-ROTATION-SEQ TO VA-ROTATION-SEQ
000555     READ PasswordVaultFile
000556         INVALID KEY
000557             CONTINUE
000558         NOT INVALID KEY
000559             IF VA-VAULT-REF EQUAL LG-LEDGER-KEY
000560                 SET VaultRefMatches TO TRUE
000561             END-IF
000562     END-READ
000563     IF NOT VaultRefMatches
000564         ADD 1 TO LedgerWithoutVault
000565         MOVE SPACES TO ExceptionDetailLine
000566         MOVE LG-ACCOUNT-ID TO XD-ACCOUNT-ID
000567         MOVE LG-LEDGER-KEY TO XD-REFERENCE
000568         MOVE "LEDGER PUSH HAS NO MATCHING VAULT REF" TO
000569                 XD-DESCRIPTION
000570         PERFORM WriteExceptionDetailLine
000571     END-IF.
000572
000573 WriteExceptionDetailLine.
000574     ADD 1 TO TotalExceptions
000575     MOVE ExceptionDetailLine TO IntegrityReportLine
000576     WRITE IntegrityReportLine.
000577
000578 WriteStoreNotCheckedLine.
000579     ADD 1 TO StoresNotChecked
000580     ADD 1 TO TotalExceptions
000581     MOVE ReportText TO IntegrityReportLine
000582     WRITE IntegrityReportLine.
000583
000584 WriteExceptionTotals.
000585     MOVE SPACES TO IntegrityReportLine
000586     WRITE IntegrityReportLine
000587     MOVE "VAULT ACCOUNTS NOT ON MASTER" TO XT-LABEL
000588     MOVE OrphanVaultAccounts TO XT-VALUE
000589     PERFORM WriteExceptionTotalLine
000590     MOVE "  VAULT RECORDS INVOLVED" TO XT-LABEL
000591     MOVE OrphanVaultRecords TO XT-VALUE
000592     PERFORM WriteExceptionTotalLine
000593     MOVE "HISTORY ACCOUNTS NOT ON MASTER" TO XT-LABEL
000594     MOVE OrphanHistoryAccounts TO XT-VALUE
000595     PERFORM WriteExceptionTotalLine
000596     MOVE "  HISTORY RECORDS INVOLVED" TO XT-LABEL
000597     MOVE OrphanHistoryRecords TO XT-VALUE
000598     PERFORM WriteExceptionTotalLine
000599     MOVE "LEDGER PUSHES WITHOUT VAULT REFERENCE" TO XT-LABEL
000600     MOVE LedgerWithoutVault TO XT-VALUE
000601     PERFORM WriteExceptionTotalLine
000602     MOVE "CHECKPOINTS LEFT BEHIND" TO XT-LABEL
000603     MOVE LeftoverCheckpoints TO XT-VALUE
000604     PERFORM WriteExceptionTotalLine
000605     MOVE "LAST ROTATION DATE DISAGREEMENTS" TO XT-LABEL
000606     MOVE RotationDateMismatches TO XT-VALUE
000607     PERFORM WriteExceptionTotalLine
000608     MOVE "DATA STORES NOT CHECKED" TO XT-LABEL
000609     MOVE StoresNotChecked TO XT-VALUE
000610     PERFORM WriteExceptionTotalLine
000611     MOVE "TOTAL EXCEPTIONS" TO XT-LABEL
000612     MOVE TotalExceptions TO XT-VALUE
000613     PERFORM WriteExceptionTotalLine
000614     IF TotalExceptions EQUAL ZERO
000615         MOVE "ALL DATA STORES AGREE - NO EXCEPTIONS" TO
000616                 IntegrityReportLine
000617         WRITE IntegrityReportLine
000618     END-IF.
000619
000620 WriteExceptionTotalLine.
000621     MOVE ExceptionTotalLine TO IntegrityReportLine
000622     WRITE IntegrityReportLine.
000623
000624 AppendRunManifest.
000625     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000626     OPEN EXTEND RunManifestFile
000627     MOVE "INTEGRITY-CHECK" TO MF-PROGRAM-ID
000628     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
000629     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
000630     MOVE TotalRecordsRead TO MF-RECORDS-READ
000631     MOVE TotalExceptions TO MF-RECORDS-WRITTEN
000632     MOVE RETURN-CODE TO MF-RETURN-CODE
000633     WRITE RunManifestRecord
000634     CLOSE RunManifestFile.
