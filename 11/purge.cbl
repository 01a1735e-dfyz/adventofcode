000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. VAULT-PURGE.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT PurgeParmFile ASSIGN TO "PURGEPRM"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS PurgeParmFileStatus.
000011     SELECT AccountMasterFile ASSIGN TO "ACCTMSTR"
000012         ORGANIZATION LINE SEQUENTIAL
000013         FILE STATUS AccountMasterFileStatus.
000014     SELECT PasswordVaultFile ASSIGN TO "PWDVAULT"
000015         ORGANIZATION INDEXED
000016         ACCESS MODE DYNAMIC
000017         RECORD KEY VA-VAULT-KEY
000018         FILE STATUS PasswordVaultFileStatus.
000019     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000020         ORGANIZATION INDEXED
000021         ACCESS MODE DYNAMIC
000022         RECORD KEY LG-LEDGER-KEY
000023         FILE STATUS SyncLedgerFileStatus.
000024     SELECT OPTIONAL VaultArchiveFile ASSIGN TO "VLTARCH"
000025         ORGANIZATION LINE SEQUENTIAL.
000026     SELECT PurgeReportFile ASSIGN TO "PURGERPT"
000027         ORGANIZATION LINE SEQUENTIAL.
000028
000029 DATA DIVISION.
000030 FILE SECTION.
000031 FD  PurgeParmFile.
000032 01  PurgeParmRecord.
000033     05  PG-RETENTION-DAYS         PIC 9(4).
000034     05  PG-RUN-DATE               PIC 9(8).
000035
000036 FD  AccountMasterFile.
000037     COPY ACCOUNT.
000038
000039 FD  PasswordVaultFile.
000040     COPY VAULT.
000041
000042 FD  SyncLedgerFile.
000043     COPY LEDGER.
000044
000045 FD  VaultArchiveFile.
000046 01  VaultArchiveRecord.
000047     05  VX-VAULT-IMAGE            PIC X(77).
000048     05  VX-ARCHIVED-DATE          PIC 9(8).
000049
000050 FD  PurgeReportFile.
000051 01  PurgeReportLine               PIC X(80).
000052
000053 WORKING-STORAGE SECTION.
000054 01 PurgeParmFileStatus    PIC XX VALUE SPACES.
000055 01 AccountMasterFileStatus PIC XX VALUE SPACES.
000056 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000057 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000058
000059 01 RetentionDays          PIC 9(4) VALUE ZERO.
000060 01 CurrentDateTimeField   PIC X(21).
000061 01 RunDateValue           PIC 9(8) VALUE ZERO.
000062 01 RunTimeValue           PIC 9(8) VALUE ZERO.
000063 01 RunDateInteger         PIC 9(9) VALUE ZERO.
000064 01 CutoffDateInteger      PIC S9(9) VALUE ZERO.
000065 01 CutoffDateValue        PIC 9(8) VALUE ZERO.
000066
000067 01 ActiveAccountTable.
000068     05 ActiveAccountCount  PIC 9(4) VALUE ZERO.
000069     05 ActiveAccountEntry OCCURS 5000 TIMES.
000070         10 AA-ACCOUNT-ID          PIC X(8).
000071         10 AA-LATEST-SEQ          PIC 99.
000072         10 AA-LATEST-DATE         PIC 9(8).
000073
000074 01 Idx                    PIC 9(4) VALUE ZERO.
000075 01 LookupAccountId        PIC X(8) VALUE SPACES.
000076 01 PurgeDecision          PIC X(01) VALUE SPACE.
000077     88 KeepLatestRotation         VALUE "L".
000078     88 KeepUnconfirmedPush        VALUE "U".
000079     88 KeepUnderInvestigation     VALUE "I".
000080     88 KeepWithinRetention        VALUE "R".
000081     88 ArchiveAndDelete           VALUE "A".
000082 01 LedgerPushState        PIC X(01) VALUE "N".
000083     88 LedgerPushUnconfirmed      VALUE "Y".
000084
000085     COPY ENVLP.
000086
000087 01 EnvelopeHashId         PIC X(8).
000088 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000089 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000090 01 ArchiveEnvelopeHash    PIC 9(12) VALUE ZERO.
000091
000092 01 MastersRead            PIC 9(9) VALUE ZERO.
000093 01 VaultRecordsScanned    PIC 9(9) VALUE ZERO.
000094 01 KeptLatestRotation     PIC 9(9) VALUE ZERO.
000095 01 KeptUnconfirmedPush    PIC 9(9) VALUE ZERO.
000096 01 KeptUnderInvestigation PIC 9(9) VALUE ZERO.
000097 01 KeptWithinRetention    PIC 9(9) VALUE ZERO.
000098 01 RecordsArchived        PIC 9(9) VALUE ZERO.
000099 01 RecordsDeleted         PIC 9(9) VALUE ZERO.
000100 01 DeleteFailures         PIC 9(9) VALUE ZERO.
000101
000102 01 PurgeDetailLine.
000103     05 PD-ACCOUNT-ID       PIC X(8).
000104     05 FILLER              PIC X(2) VALUE SPACES.
000105     05 PD-ROTATION-SEQ     PIC 99.
000106     05 FILLER              PIC X(2) VALUE SPACES.
000107     05 PD-STORED-DATE      PIC 9(8).
000108     05 FILLER              PIC X(2) VALUE SPACES.
000109     05 PD-ACTION           PIC X(30).
000110
000111 01 PurgeTotalLine.
000112     05 PT-LABEL            PIC X(24).
000113     05 PT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.
000114
000115 01 PurgeStampLine.
000116     05 PS-LABEL            PIC X(24).
000117     05 PS-VALUE            PIC 9(8).
000118
000119 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000120     88 NoMoreMasterRecords        VALUE "Y".
000121 01 EndOfVaultScan         PIC X(01) VALUE "N".
000122     88 VaultScanComplete          VALUE "Y".
000123
000124 PROCEDURE DIVISION.
000125 PurgeExpiredVaultRecords.
000126     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000127     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000128     MOVE CurrentDateTimeField(9:8) TO RunTimeValue
000129     PERFORM LoadPurgeParameters
000130     PERFORM LoadActiveAccounts
000131     PERFORM FindLatestRotations
000132     OPEN I-O PasswordVaultFile
000133     IF PasswordVaultFileStatus NOT EQUAL "00"
000134         DISPLAY "VAULT UNAVAILABLE - RUN STOPPED"
000135         MOVE 8 TO RETURN-CODE
000136         STOP RUN
000137     END-IF
000138     OPEN INPUT SyncLedgerFile
000139     IF SyncLedgerFileStatus NOT EQUAL "00"
000140         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000141         CLOSE PasswordVaultFile
000142         MOVE 8 TO RETURN-CODE
000143         STOP RUN
000144     END-IF
000145     OPEN EXTEND VaultArchiveFile
000146     PERFORM WriteArchiveHeader
000147     OPEN OUTPUT PurgeReportFile
000148     PERFORM WritePurgeReportHeading
000149     PERFORM StartVaultScan
000150     PERFORM PurgeOneVaultRecord UNTIL VaultScanComplete
000151     PERFORM WriteArchiveTrailer
000152     CLOSE VaultArchiveFile
000153     CLOSE SyncLedgerFile
000154     CLOSE PasswordVaultFile
000155     PERFORM WritePurgeReportTotals
000156     CLOSE PurgeReportFile
000157     DISPLAY "MASTER RECORDS READ:   " MastersRead
000158     DISPLAY "VAULT RECORDS SCANNED: " VaultRecordsScanned
000159     DISPLAY "KEPT LATEST ROTATION:  " KeptLatestRotation
000160     DISPLAY "KEPT UNCONFIRMED PUSH: " KeptUnconfirmedPush
000161     DISPLAY "KEPT UNDER REVIEW:     " KeptUnderInvestigation
000162     DISPLAY "KEPT WITHIN RETENTION: " KeptWithinRetention
000163     DISPLAY "RECORDS ARCHIVED:      " RecordsArchived
000164     DISPLAY "RECORDS DELETED:       " RecordsDeleted
000165     DISPLAY "ARCHIVE HASH TOTAL:    " ArchiveEnvelopeHash
000166     IF DeleteFailures GREATER THAN ZERO
000167         DISPLAY "DELETE FAILURES:       " DeleteFailures
000168         MOVE 4 TO RETURN-CODE
000169     END-IF
000170     STOP RUN.
000171
000172 LoadPurgeParameters.
000173     MOVE ZERO TO RetentionDays
000174     OPEN INPUT PurgeParmFile
000175     IF PurgeParmFileStatus EQUAL "00"
000176         READ PurgeParmFile
000177             AT END
000178                 CONTINUE
000179             NOT AT END
000180                 IF PG-RETENTION-DAYS NUMERIC
000181                     MOVE PG-RETENTION-DAYS TO RetentionDays
000182                 END-IF
000183                 IF PG-RUN-DATE NUMERIC AND
000184                         PG-RUN-DATE GREATER THAN ZERO
000185                     MOVE PG-RUN-DATE TO RunDateValue
000186                 END-IF
000187         END-READ
000188         CLOSE PurgeParmFile
000189     END-IF
000190     IF RetentionDays EQUAL ZERO
000191         DISPLAY "RETENTION PERIOD MISSING - RUN STOPPED"
000192         MOVE 8 TO RETURN-CODE
000193         STOP RUN
000194     END-IF
000195     COMPUTE RunDateInteger =
000196             FUNCTION INTEGER-OF-DATE(RunDateValue)
000197     COMPUTE CutoffDateInteger = RunDateInteger - RetentionDays
000198     IF CutoffDateInteger LESS THAN 1
000199         MOVE 1 TO CutoffDateInteger
000200     END-IF
000201     COMPUTE CutoffDateValue =
000202             FUNCTION DATE-OF-INTEGER(CutoffDateInteger).
000203
000204 LoadActiveAccounts.
000205     MOVE ZERO TO ActiveAccountCount
000206     OPEN INPUT AccountMasterFile
000207     IF AccountMasterFileStatus NOT EQUAL "00"
000208         DISPLAY "ACCOUNT MASTER UNAVAILABLE - RUN STOPPED"
000209         MOVE 8 TO RETURN-CODE
000210         STOP RUN
000211     END-IF
000212     PERFORM ReadNextMasterRecord
000213     PERFORM StoreOneActiveAccount UNTIL NoMoreMasterRecords
000214     CLOSE AccountMasterFile.
000215
000216 ReadNextMasterRecord.
000217     READ AccountMasterFile
000218         AT END
000219             SET NoMoreMasterRecords TO TRUE
000220     END-READ.
000221
000222 StoreOneActiveAccount.
000223     ADD 1 TO MastersRead
000224     IF ActiveAccountCount LESS THAN 5000
000225         ADD 1 TO ActiveAccountCount
000226         MOVE AM-ACCOUNT-ID TO AA-ACCOUNT-ID(ActiveAccountCount)
000227         MOVE ZERO TO AA-LATEST-SEQ(ActiveAccountCount)
000228         MOVE ZERO TO AA-LATEST-DATE(ActiveAccountCount)
000229     ELSE
000230         DISPLAY "ACTIVE ACCOUNT TABLE FULL - RUN STOPPED"
000231         CLOSE AccountMasterFile
000232         MOVE 8 TO RETURN-CODE
000233         STOP RUN
000234     END-IF
000235     PERFORM ReadNextMasterRecord.
000236
000237 LocateActiveAccount.
000238     PERFORM VARYING Idx FROM 1 BY 1
000239             UNTIL Idx GREATER THAN ActiveAccountCount
000240         IF AA-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000241             EXIT PERFORM
000242         END-IF
000243     END-PERFORM
000244     IF Idx GREATER THAN ActiveAccountCount
000245         MOVE ZERO TO Idx
000246     END-IF.
000247
000248 FindLatestRotations.
000249     OPEN INPUT PasswordVaultFile
000250     IF PasswordVaultFileStatus NOT EQUAL "00"
000251         DISPLAY "VAULT UNAVAILABLE - RUN STOPPED"
000252         MOVE 8 TO RETURN-CODE
000253         STOP RUN
000254     END-IF
000255     PERFORM StartVaultScan
000256     PERFORM NoteOneLatestRotation UNTIL VaultScanComplete
000257     CLOSE PasswordVaultFile.
000258
000259 StartVaultScan.
000260     MOVE "N" TO EndOfVaultScan
000261     MOVE LOW-VALUES TO VA-VAULT-KEY
000262     START PasswordVaultFile KEY GREATER THAN OR EQUAL
000263             VA-VAULT-KEY
000264         INVALID KEY
000265             SET VaultScanComplete TO TRUE
000266     END-START
000267     IF PasswordVaultFileStatus NOT EQUAL "00"
000268         SET VaultScanComplete TO TRUE
000269     END-IF.
000270
000271 NoteOneLatestRotation.
000272     READ PasswordVaultFile NEXT
000273         AT END
000274             SET VaultScanComplete TO TRUE
000275         NOT AT END
000276             MOVE VA-ACCOUNT-ID TO LookupAccountId
000277             PERFORM LocateActiveAccount
000278             IF Idx GREATER THAN ZERO
000279                 PERFORM RememberLatestRotation
000280             END-IF
000281     END-READ
000282     IF PasswordVaultFileStatus NOT EQUAL "00"
000283         SET VaultScanComplete TO TRUE
000284     END-IF.
000285
000286 RememberLatestRotation.
000287     IF VA-STORED-DATE GREATER THAN AA-LATEST-DATE(Idx) OR
000288             (VA-STORED-DATE EQUAL AA-LATEST-DATE(Idx) AND
000289              VA-ROTATION-SEQ GREATER THAN AA-LATEST-SEQ(Idx))
000290         MOVE VA-STORED-DATE TO AA-LATEST-DATE(Idx)
000291         MOVE VA-ROTATION-SEQ TO AA-LATEST-SEQ(Idx)
000292     END-IF.
000293
000294 PurgeOneVaultRecord.
000295     READ PasswordVaultFile NEXT
000296         AT END
000297             SET VaultScanComplete TO TRUE
000298         NOT AT END
000299             ADD 1 TO VaultRecordsScanned
000300             PERFORM DecideVaultRecordFate
000301             PERFORM ApplyVaultRecordFate
000302     END-READ
000303     IF PasswordVaultFileStatus NOT EQUAL "00"
000304         SET VaultScanComplete TO TRUE
000305     END-IF.
000306
000307 DecideVaultRecordFate.
000308     MOVE VA-ACCOUNT-ID TO LookupAccountId
000309     PERFORM LocateActiveAccount
000310     EVALUATE TRUE
000311         WHEN Idx GREATER THAN ZERO AND
000312                 VA-ROTATION-SEQ EQUAL AA-LATEST-SEQ(Idx) AND
000313                 VA-STORED-DATE EQUAL AA-LATEST-DATE(Idx)
000314             SET KeepLatestRotation TO TRUE
000315         WHEN VaultCleartextExposed
000316             SET KeepUnderInvestigation TO TRUE
000317         WHEN VA-STORED-DATE NOT LESS THAN CutoffDateValue
000318             SET KeepWithinRetention TO TRUE
000319         WHEN OTHER
000320             PERFORM CheckLedgerConfirmation
000321             IF LedgerPushUnconfirmed
000322                 SET KeepUnconfirmedPush TO TRUE
000323             ELSE
000324                 SET ArchiveAndDelete TO TRUE
000325             END-IF
000326     END-EVALUATE.
000327
000328 CheckLedgerConfirmation.
000329     MOVE "N" TO LedgerPushState
000330     MOVE VA-VAULT-REF TO LG-LEDGER-KEY
000331     READ SyncLedgerFile
000332         INVALID KEY
000333             CONTINUE
000334         NOT INVALID KEY
000335             IF LG-APPLIED-DATE EQUAL ZERO AND
000336                     LG-PUSH-STATUS NOT EQUAL "BACKED-OUT"
000337                 SET LedgerPushUnconfirmed TO TRUE
000338             END-IF
000339     END-READ.
000340
000341 ApplyVaultRecordFate.
000342     EVALUATE TRUE
000343         WHEN KeepLatestRotation
000344             ADD 1 TO KeptLatestRotation
000345         WHEN KeepUnderInvestigation
000346             ADD 1 TO KeptUnderInvestigation
000347         WHEN KeepWithinRetention
000348             ADD 1 TO KeptWithinRetention
000349         WHEN KeepUnconfirmedPush
000350             ADD 1 TO KeptUnconfirmedPush
000351         WHEN ArchiveAndDelete
000352             PERFORM ArchiveOneVaultRecord
000353             PERFORM DeleteOneVaultRecord
000354     END-EVALUATE.
000355
000356 ArchiveOneVaultRecord.
000357     MOVE PasswordVaultRecord TO VX-VAULT-IMAGE
000358     MOVE RunDateValue TO VX-ARCHIVED-DATE
000359     WRITE VaultArchiveRecord
000360     ADD 1 TO RecordsArchived
000361     MOVE VA-ACCOUNT-ID TO EnvelopeHashId
000362     PERFORM AddToEnvelopeHash
000363     ADD EnvelopeHashWork TO ArchiveEnvelopeHash.
000364
000365 DeleteOneVaultRecord.
000366     MOVE SPACES TO PD-ACTION
000367     DELETE PasswordVaultFile
000368         INVALID KEY
000369             ADD 1 TO DeleteFailures
000370             MOVE "ARCHIVED - DELETE FAILED" TO PD-ACTION
000371         NOT INVALID KEY
000372             ADD 1 TO RecordsDeleted
000373             MOVE "ARCHIVED AND DELETED" TO PD-ACTION
000374     END-DELETE
000375     MOVE VA-ACCOUNT-ID TO PD-ACCOUNT-ID
000376     MOVE VA-ROTATION-SEQ TO PD-ROTATION-SEQ
000377     MOVE VA-STORED-DATE TO PD-STORED-DATE
000378     MOVE PurgeDetailLine TO PurgeReportLine
000379     WRITE PurgeReportLine.
000380
000381 AddToEnvelopeHash.
000382     MOVE ZERO TO EnvelopeHashWork
000383     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000384             UNTIL EnvelopeCharIdx GREATER THAN 8
000385         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000386                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000387     END-PERFORM.
000388
000389 WriteArchiveHeader.
000390     MOVE SPACES TO VaultArchiveRecord
000391     MOVE "HDR*****" TO EH-RECORD-TAG
000392     MOVE "VAULT-PURGE" TO EH-CREATOR-PROGRAM
000393     MOVE RunDateValue TO EH-CREATED-DATE
000394     MOVE RunTimeValue TO EH-CREATED-TIME
000395     WRITE VaultArchiveRecord FROM EnvelopeHeaderRecord.
000396
000397 WriteArchiveTrailer.
000398     MOVE SPACES TO VaultArchiveRecord
000399     MOVE "TRL*****" TO ET-RECORD-TAG
000400     MOVE RecordsArchived TO ET-RECORD-COUNT
000401     MOVE ArchiveEnvelopeHash TO ET-HASH-TOTAL
000402     WRITE VaultArchiveRecord FROM EnvelopeTrailerRecord.
000403
000404 WritePurgeReportHeading.
000405     MOVE "VAULT RETENTION PURGE CONTROL REPORT" TO
000406       PurgeReportLine
000407     WRITE PurgeReportLine
000408     MOVE SPACES TO PurgeReportLine
000409     WRITE PurgeReportLine
000410     MOVE "RUN DATE" TO PS-LABEL
000411     MOVE RunDateValue TO PS-VALUE
000412     PERFORM WritePurgeStampLine
000413     MOVE "RUN TIME" TO PS-LABEL
000414     MOVE RunTimeValue TO PS-VALUE
000415     PERFORM WritePurgeStampLine
000416     MOVE "RETENTION CUTOFF DATE" TO PS-LABEL
000417     MOVE CutoffDateValue TO PS-VALUE
000418     PERFORM WritePurgeStampLine
000419     MOVE "RETENTION DAYS" TO PT-LABEL
000420     MOVE RetentionDays TO PT-VALUE
000421     PERFORM WritePurgeTotalLine
000422     MOVE SPACES TO PurgeReportLine
000423     WRITE PurgeReportLine.
000424
000425 WritePurgeReportTotals.
000426     MOVE SPACES TO PurgeReportLine
000427     WRITE PurgeReportLine
000428     MOVE "VAULT RECORDS SCANNED" TO PT-LABEL
000429     MOVE VaultRecordsScanned TO PT-VALUE
000430     PERFORM WritePurgeTotalLine
000431     MOVE "KEPT LATEST ROTATION" TO PT-LABEL
000432     MOVE KeptLatestRotation TO PT-VALUE
000433     PERFORM WritePurgeTotalLine
000434     MOVE "KEPT UNCONFIRMED PUSH" TO PT-LABEL
000435     MOVE KeptUnconfirmedPush TO PT-VALUE
000436     PERFORM WritePurgeTotalLine
000437     MOVE "KEPT UNDER INVESTIGATION" TO PT-LABEL
000438     MOVE KeptUnderInvestigation TO PT-VALUE
000439     PERFORM WritePurgeTotalLine
000440     MOVE "KEPT WITHIN RETENTION" TO PT-LABEL
000441     MOVE KeptWithinRetention TO PT-VALUE
000442     PERFORM WritePurgeTotalLine
000443     MOVE "RECORDS ARCHIVED" TO PT-LABEL
000444     MOVE RecordsArchived TO PT-VALUE
000445     PERFORM WritePurgeTotalLine
000446     MOVE "RECORDS DELETED" TO PT-LABEL
000447     MOVE RecordsDeleted TO PT-VALUE
000448     PERFORM WritePurgeTotalLine
000449     MOVE "DELETE FAILURES" TO PT-LABEL
000450     MOVE DeleteFailures TO PT-VALUE
000451     PERFORM WritePurgeTotalLine
000452     MOVE "ARCHIVE HASH TOTAL" TO PT-LABEL
000453     MOVE ArchiveEnvelopeHash TO PT-VALUE
000454     PERFORM WritePurgeTotalLine
000455     MOVE SPACES TO PurgeReportLine
000456     IF RecordsArchived EQUAL RecordsDeleted
000457         MOVE "ARCHIVE AND DELETE COUNTS TIE" TO PurgeReportLine
000458     ELSE
000459         MOVE "ARCHIVE AND DELETE COUNTS DO NOT TIE"
000460                 TO PurgeReportLine
000461     END-IF
000462     WRITE PurgeReportLine.
000463
000464 WritePurgeTotalLine.
000465     MOVE PurgeTotalLine TO PurgeReportLine
000466     WRITE PurgeReportLine.
000467
000468 WritePurgeStampLine.
000469     MOVE PurgeStampLine TO PurgeReportLine
000470     WRITE PurgeReportLine.
