000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. ROTATION-ATTESTATION.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT AttestParmFile ASSIGN TO "ATTESTPRM"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS AttestParmFileStatus.
000011     SELECT AccountMasterFile ASSIGN TO "ACCTMSTR"
000012         ORGANIZATION LINE SEQUENTIAL
000013         FILE STATUS AccountMasterFileStatus.
000014     SELECT AuditArchiveFile ASSIGN TO "AUDARCH"
000015         ORGANIZATION INDEXED
000016         ACCESS MODE DYNAMIC
000017         RECORD KEY AR-ARCHIVE-KEY
000018         FILE STATUS AuditArchiveFileStatus.
000019     SELECT PasswordVaultFile ASSIGN TO "PWDVAULT"
000020         ORGANIZATION INDEXED
000021         ACCESS MODE DYNAMIC
000022         RECORD KEY VA-VAULT-KEY
000023         FILE STATUS PasswordVaultFileStatus.
000024     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000025         ORGANIZATION INDEXED
000026         ACCESS MODE DYNAMIC
000027         RECORD KEY LG-LEDGER-KEY
000028         FILE STATUS SyncLedgerFileStatus.
000029     SELECT ExemptionRegisterFile ASSIGN TO "EXEMPREG"
000030         ORGANIZATION INDEXED
000031         ACCESS MODE DYNAMIC
000032         RECORD KEY EX-ACCOUNT-ID
000033         FILE STATUS ExemptionRegisterFileStatus.
000034     SELECT AttestExtractFile ASSIGN TO "ATTESTOUT"
000035         ORGANIZATION LINE SEQUENTIAL.
000036     SELECT AttestReportFile ASSIGN TO "ATTESTRPT"
000037         ORGANIZATION LINE SEQUENTIAL.
000038
000039 DATA DIVISION.
000040 FILE SECTION.
000041 FD  AttestParmFile.
000042 01  AttestParmRecord.
000043     05  PC-PERIOD-START           PIC 9(8).
000044     05  PC-PERIOD-END             PIC 9(8).
000045
000046 FD  AccountMasterFile.
000047     COPY ACCOUNT.
000048
000049 FD  AuditArchiveFile.
000050     COPY AUDARCH.
000051
000052 FD  PasswordVaultFile.
000053     COPY VAULT.
000054
000055 FD  SyncLedgerFile.
000056     COPY LEDGER.
000057
000058 FD  ExemptionRegisterFile.
000059     COPY EXEMPT.
000060
000061 FD  AttestExtractFile.
000062 01  AttestExtractRecord.
000063     05  AX-ACCOUNT-ID             PIC X(8).
000064     05  AX-PERIOD-START           PIC 9(8).
000065     05  AX-PERIOD-END             PIC 9(8).
000066     05  AX-ROTATION-INTERVAL      PIC 9(3).
000067     05  AX-COMPLIANCE-CLASS       PIC X(01).
000068         88  AttestCompliant               VALUE "C".
000069         88  AttestLate                    VALUE "L".
000070         88  AttestNeverRotated            VALUE "N".
000071         88  AttestNotConfirmed            VALUE "U".
000072     05  AX-DAYS-OVERDUE           PIC 9(5).
000073     05  AX-ROTATIONS-IN-PERIOD    PIC 9(3).
000074     05  AX-UNCONFIRMED-COUNT      PIC 9(3).
000075     05  AX-LAST-ROTATION-DATE     PIC 9(8).
000076     05  AX-LAST-APPLIED-DATE      PIC 9(8).
000077     05  AX-EXEMPT-FLAG            PIC X(01).
000078     05  AX-OWNER-ID               PIC X(8).
000079     05  AX-DEPARTMENT-CODE        PIC X(4).
000080
000081 FD  AttestReportFile.
000082 01  AttestReportLine              PIC X(80).
000083
000084 WORKING-STORAGE SECTION.
000085 01 AttestParmFileStatus   PIC XX VALUE SPACES.
000086 01 AccountMasterFileStatus PIC XX VALUE SPACES.
000087 01 AuditArchiveFileStatus PIC XX VALUE SPACES.
000088 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000089 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000090 01 ExemptionRegisterFileStatus PIC XX VALUE SPACES.
000091
000092 01 CurrentDateTimeField   PIC X(21).
000093 01 RunDateValue           PIC 9(8) VALUE ZERO.
000094 01 PeriodStartDate        PIC 9(8) VALUE ZERO.
000095 01 PeriodEndDate          PIC 9(8) VALUE ZERO.
000096
000097 01 PeriodCardState        PIC X(01) VALUE "N".
000098     88 PeriodCardValid            VALUE "Y".
000099 01 VaultFileState         PIC X(01) VALUE "N".
000100     88 VaultFileIsOpen            VALUE "Y".
000101 01 ExemptionRegisterState PIC X(01) VALUE "N".
000102     88 ExemptionRegisterIsOpen    VALUE "Y".
000103
000104 01 RotationEventTable.
000105     05 RotationEventCount  PIC 9(4) VALUE ZERO.
000106     05 RotationEvent OCCURS 500 TIMES.
000107         10 RE-VAULT-REF           PIC X(18).
000108         10 RE-ROTATION-DATE       PIC 9(8).
000109         10 RE-CONFIRMED           PIC X(01).
000110
000111 01 EventIdx               PIC 9(4) VALUE ZERO.
000112 01 InsertIdx              PIC 9(4) VALUE ZERO.
000113 01 InsertSlotState        PIC X(01) VALUE "N".
000114     88 InsertSlotFound            VALUE "Y".
000115 01 EventDuplicateState    PIC X(01) VALUE "N".
000116     88 EventIsDuplicate           VALUE "Y".
000117 01 EventBackoutState      PIC X(01) VALUE "N".
000118     88 EventWasBackedOut          VALUE "Y".
000119 01 EventVaultRef          PIC X(18) VALUE SPACES.
000120 01 EventDate              PIC 9(8) VALUE ZERO.
000121 01 EventConfirmed         PIC X(01) VALUE "N".
000122 01 EventsSeenForAccount   PIC 9(4) VALUE ZERO.
000123
000124 01 BaselineRotationDate   PIC 9(8) VALUE ZERO.
000125 01 PriorRotationDate      PIC 9(8) VALUE ZERO.
000126 01 GapEndDate             PIC 9(8) VALUE ZERO.
000127 01 GapDays                PIC S9(9) VALUE ZERO.
000128 01 OverdueDays            PIC S9(9) VALUE ZERO.
000129 01 MaxOverdueDays         PIC 9(5) VALUE ZERO.
000130 01 UnconfirmedRotations   PIC 9(3) VALUE ZERO.
000131 01 LatestAppliedDate      PIC 9(8) VALUE ZERO.
000132
000133 01 MasterRecordsRead      PIC 9(9) VALUE ZERO.
000134 01 CompliantAccounts      PIC 9(9) VALUE ZERO.
000135 01 LateAccounts           PIC 9(9) VALUE ZERO.
000136 01 NeverRotatedAccounts   PIC 9(9) VALUE ZERO.
000137 01 NotConfirmedAccounts   PIC 9(9) VALUE ZERO.
000138 01 AccountsClassed        PIC 9(9) VALUE ZERO.
000139 01 ExemptAccounts         PIC 9(9) VALUE ZERO.
000140 01 DaysOverdueTotal       PIC 9(9) VALUE ZERO.
000141 01 RotationEventsDropped  PIC 9(9) VALUE ZERO.
000142
000143     COPY ENVLP.
000144
000145 01 EnvelopeHashId         PIC X(8).
000146 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000147 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000148 01 OutputEnvelopeCount    PIC 9(9) VALUE ZERO.
000149 01 OutputEnvelopeHash     PIC 9(12) VALUE ZERO.
000150
000151 01 AttestTotalLine.
000152     05 AT-LABEL            PIC X(30).
000153     05 AT-VALUE            PIC ZZZ,ZZZ,ZZ9.
000154
000155 01 AttestStampLine.
000156     05 AS-LABEL            PIC X(30).
000157     05 AS-VALUE            PIC 9(8).
000158
000159 01 ControlTieLine.
000160     05 CT-LABEL            PIC X(30).
000161     05 CT-VERDICT          PIC X(8).
000162
000163 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000164     88 NoMoreMasterRecords        VALUE "Y".
000165 01 EndOfArchiveScan       PIC X(01) VALUE "N".
000166     88 ArchiveScanComplete        VALUE "Y".
000167 01 EndOfVaultScan         PIC X(01) VALUE "N".
000168     88 VaultScanComplete          VALUE "Y".
000169
000170 PROCEDURE DIVISION.
000171 AttestRotationCompliance.
000172     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000173     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000174     PERFORM LoadPeriodCard
000175     IF NOT PeriodCardValid
000176         DISPLAY "ATTESTATION PERIOD CARD MISSING OR INVALID"
000177         DISPLAY "RUN STOPPED"
000178         MOVE 8 TO RETURN-CODE
000179         STOP RUN
000180     END-IF
000181     OPEN INPUT AccountMasterFile
000182     IF AccountMasterFileStatus NOT EQUAL "00"
000183         DISPLAY "ACCOUNT MASTER UNAVAILABLE - RUN STOPPED"
000184         MOVE 8 TO RETURN-CODE
000185         STOP RUN
000186     END-IF
000187     OPEN INPUT AuditArchiveFile
000188     IF AuditArchiveFileStatus NOT EQUAL "00"
000189         DISPLAY "AUDIT ARCHIVE UNAVAILABLE - RUN STOPPED"
000190         MOVE 8 TO RETURN-CODE
000191         STOP RUN
000192     END-IF
000193     OPEN INPUT SyncLedgerFile
000194     IF SyncLedgerFileStatus NOT EQUAL "00"
000195         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000196         MOVE 8 TO RETURN-CODE
000197         STOP RUN
000198     END-IF
000199     OPEN INPUT PasswordVaultFile
000200     IF PasswordVaultFileStatus EQUAL "00"
000201         SET VaultFileIsOpen TO TRUE
000202     ELSE
000203         DISPLAY "PASSWORD VAULT UNAVAILABLE - ARCHIVE ONLY"
000204     END-IF
000205     OPEN INPUT ExemptionRegisterFile
000206     IF ExemptionRegisterFileStatus EQUAL "00"
000207         SET ExemptionRegisterIsOpen TO TRUE
000208     END-IF
000209     OPEN OUTPUT AttestExtractFile
000210     PERFORM WriteAttestHeader
000211     PERFORM ReadMasterRecord
000212     PERFORM AttestOneAccount UNTIL NoMoreMasterRecords
000213     PERFORM WriteAttestTrailer
000214     CLOSE AccountMasterFile
000215     CLOSE AuditArchiveFile
000216     CLOSE SyncLedgerFile
000217     IF VaultFileIsOpen
000218         CLOSE PasswordVaultFile
000219     END-IF
000220     IF ExemptionRegisterIsOpen
000221         CLOSE ExemptionRegisterFile
000222     END-IF
000223     CLOSE AttestExtractFile
000224     COMPUTE AccountsClassed = CompliantAccounts + LateAccounts +
000225             NeverRotatedAccounts + NotConfirmedAccounts
000226     PERFORM WriteAttestReport
000227     DISPLAY "MASTER RECORDS READ:   " MasterRecordsRead
000228     DISPLAY "EXTRACT RECORDS:       " OutputEnvelopeCount
000229     DISPLAY "COMPLIANT:             " CompliantAccounts
000230     DISPLAY "LATE:                  " LateAccounts
000231     DISPLAY "NEVER ROTATED:         " NeverRotatedAccounts
000232     DISPLAY "NOT CONFIRMED:         " NotConfirmedAccounts
000233     IF RotationEventsDropped GREATER THAN ZERO
000234         DISPLAY "ROTATION EVENTS DROPPED:" RotationEventsDropped
000235     END-IF
000236     IF AccountsClassed NOT EQUAL MasterRecordsRead OR
000237             OutputEnvelopeCount NOT EQUAL MasterRecordsRead
000238         DISPLAY "CONTROL TOTAL MISMATCH - DO NOT RELEASE"
000239         MOVE 8 TO RETURN-CODE
000240     ELSE
000241         IF NOT VaultFileIsOpen OR
000242                 RotationEventsDropped GREATER THAN ZERO
000243             MOVE 4 TO RETURN-CODE
000244         END-IF
000245     END-IF
000246     STOP RUN.
000247
000248 LoadPeriodCard.
000249     OPEN INPUT AttestParmFile
000250     IF AttestParmFileStatus EQUAL "00"
000251         READ AttestParmFile
000252             AT END
000253                 CONTINUE
000254             NOT AT END
000255                 PERFORM ValidatePeriodCard
000256         END-READ
000257         CLOSE AttestParmFile
000258     END-IF.
000259
000260 ValidatePeriodCard.
000261     IF PC-PERIOD-START NUMERIC AND PC-PERIOD-END NUMERIC
000262         IF FUNCTION TEST-DATE-YYYYMMDD(PC-PERIOD-START)
000263                 EQUAL ZERO AND
000264                 FUNCTION TEST-DATE-YYYYMMDD(PC-PERIOD-END)
000265                 EQUAL ZERO AND
000266                 PC-PERIOD-START NOT GREATER THAN PC-PERIOD-END
000267             MOVE PC-PERIOD-START TO PeriodStartDate
000268             MOVE PC-PERIOD-END TO PeriodEndDate
000269             SET PeriodCardValid TO TRUE
000270         END-IF
000271     END-IF.
000272
000273 ReadMasterRecord.
000274     READ AccountMasterFile
000275         AT END
000276             SET NoMoreMasterRecords TO TRUE
000277         NOT AT END
000278             ADD 1 TO MasterRecordsRead
000279     END-READ.
000280
000281 AttestOneAccount.
000282     MOVE ZERO TO RotationEventCount
000283     MOVE ZERO TO EventsSeenForAccount
000284     MOVE ZERO TO BaselineRotationDate
000285     MOVE ZERO TO LatestAppliedDate
000286     PERFORM CollectArchiveRotations
000287     IF VaultFileIsOpen
000288         PERFORM CollectVaultRotations
000289     END-IF
000290     IF EventsSeenForAccount EQUAL ZERO AND
000291             AM-LAST-ROTATION-DATE GREATER THAN ZERO AND
000292             AM-LAST-ROTATION-DATE NOT GREATER THAN PeriodEndDate
000293         MOVE SPACES TO EventVaultRef
000294         MOVE AM-LAST-ROTATION-DATE TO EventDate
000295         PERFORM AddRotationEvent
000296     END-IF
000297     PERFORM ClassifyAccount
000298     PERFORM WriteAttestRecord
000299     PERFORM ReadMasterRecord.
000300
000301 CollectArchiveRotations.
000302     MOVE "N" TO EndOfArchiveScan
000303     MOVE AM-ACCOUNT-ID TO AR-ACCOUNT-ID
000304     MOVE ZERO TO AR-RUN-DATE
000305     MOVE ZERO TO AR-RUN-TIME
000306     MOVE LOW-VALUES TO AR-ENTRY-SOURCE
000307     MOVE ZERO TO AR-ROTATION-SEQ
000308     START AuditArchiveFile KEY GREATER THAN OR EQUAL
000309             AR-ARCHIVE-KEY
000310         INVALID KEY
000311             SET ArchiveScanComplete TO TRUE
000312     END-START
000313     IF AuditArchiveFileStatus NOT EQUAL "00"
000314         SET ArchiveScanComplete TO TRUE
000315     END-IF
000316     PERFORM ReadOneArchiveRotation UNTIL ArchiveScanComplete.
000317
000318 ReadOneArchiveRotation.
000319     READ AuditArchiveFile NEXT
000320         AT END
000321             SET ArchiveScanComplete TO TRUE
000322         NOT AT END
000323             IF AR-ACCOUNT-ID NOT EQUAL AM-ACCOUNT-ID OR
000324                     AR-RUN-DATE GREATER THAN PeriodEndDate
000325                 SET ArchiveScanComplete TO TRUE
000326             ELSE
000327                 IF ArchivedRotation
000328                     MOVE AR-VAULT-REF TO EventVaultRef
000329                     MOVE AR-RUN-DATE TO EventDate
000330                     PERFORM AddRotationEvent
000331                 END-IF
000332             END-IF
000333     END-READ
000334     IF AuditArchiveFileStatus NOT EQUAL "00"
000335         SET ArchiveScanComplete TO TRUE
000336     END-IF.
000337
000338 CollectVaultRotations.
000339     MOVE "N" TO EndOfVaultScan
000340     MOVE AM-ACCOUNT-ID TO VA-ACCOUNT-ID
000341     MOVE ZERO TO VA-ROTATION-SEQ
000342     START PasswordVaultFile KEY GREATER THAN OR EQUAL
000343             VA-VAULT-KEY
000344         INVALID KEY
000345             SET VaultScanComplete TO TRUE
000346     END-START
000347     IF PasswordVaultFileStatus NOT EQUAL "00"
000348         SET VaultScanComplete TO TRUE
000349     END-IF
000350     PERFORM ReadOneVaultRotation UNTIL VaultScanComplete.
000351
000352 ReadOneVaultRotation.
000353     READ PasswordVaultFile NEXT
000354         AT END
000355             SET VaultScanComplete TO TRUE
000356         NOT AT END
000357             IF VA-ACCOUNT-ID NOT EQUAL AM-ACCOUNT-ID
000358                 SET VaultScanComplete TO TRUE
000359             ELSE
000360                 IF VA-STORED-DATE NOT GREATER THAN PeriodEndDate
000361                     MOVE VA-VAULT-REF TO EventVaultRef
000362                     MOVE VA-STORED-DATE TO EventDate
000363                     PERFORM AddRotationEvent
000364                 END-IF
000365             END-IF
000366     END-READ
000367     IF PasswordVaultFileStatus NOT EQUAL "00"
000368         SET VaultScanComplete TO TRUE
000369     END-IF.
000370
000371 AddRotationEvent.
000372     ADD 1 TO EventsSeenForAccount
000373     PERFORM FetchEventLedgerEntry
000374     IF NOT EventWasBackedOut
000375         IF EventDate LESS THAN PeriodStartDate
000376             IF EventDate GREATER THAN BaselineRotationDate
000377                 MOVE EventDate TO BaselineRotationDate
000378             END-IF
000379         ELSE
000380             PERFORM InsertRotationEvent
000381         END-IF
000382     END-IF.
000383
000384 FetchEventLedgerEntry.
000385     MOVE "N" TO EventBackoutState
000386     MOVE "N" TO EventConfirmed
000387     IF EventVaultRef NOT EQUAL SPACES
000388         MOVE EventVaultRef TO LG-LEDGER-KEY
000389         READ SyncLedgerFile
000390             INVALID KEY
000391                 MOVE SPACES TO LG-PUSH-STATUS
000392                 MOVE ZERO TO LG-APPLIED-DATE
000393         END-READ
000394         IF LG-PUSH-STATUS EQUAL "BACKED-OUT"
000395             SET EventWasBackedOut TO TRUE
000396         ELSE
000397             IF LG-APPLIED-DATE GREATER THAN ZERO
000398                 MOVE "Y" TO EventConfirmed
000399                 IF LG-APPLIED-DATE GREATER THAN LatestAppliedDate
000400                     MOVE LG-APPLIED-DATE TO LatestAppliedDate
000401                 END-IF
000402             END-IF
000403         END-IF
000404     END-IF.
000405
000406 InsertRotationEvent.
000407     MOVE "N" TO EventDuplicateState
000408     IF EventVaultRef NOT EQUAL SPACES
000409         PERFORM VARYING EventIdx FROM 1 BY 1
000410                 UNTIL EventIdx GREATER THAN RotationEventCount
000411             IF RE-VAULT-REF(EventIdx) EQUAL EventVaultRef
000412                 SET EventIsDuplicate TO TRUE
000413                 EXIT PERFORM
000414             END-IF
000415         END-PERFORM
000416     END-IF
000417     IF NOT EventIsDuplicate
000418         IF RotationEventCount LESS THAN 500
000419             MOVE RotationEventCount TO InsertIdx
000420             MOVE "N" TO InsertSlotState
000421             PERFORM ShiftOneRotationEvent UNTIL InsertSlotFound
000422             ADD 1 TO InsertIdx
000423             MOVE EventVaultRef TO RE-VAULT-REF(InsertIdx)
000424             MOVE EventDate TO RE-ROTATION-DATE(InsertIdx)
000425             MOVE EventConfirmed TO RE-CONFIRMED(InsertIdx)
000426             ADD 1 TO RotationEventCount
000427         ELSE
000428             DISPLAY "EVENT TABLE FULL FOR " AM-ACCOUNT-ID
000429             ADD 1 TO RotationEventsDropped
000430         END-IF
000431     END-IF.
000432
000433 ShiftOneRotationEvent.
000434     IF InsertIdx EQUAL ZERO
000435         SET InsertSlotFound TO TRUE
000436     ELSE
000437         IF RE-ROTATION-DATE(InsertIdx) GREATER THAN EventDate
000438             MOVE RotationEvent(InsertIdx) TO
000439                     RotationEvent(InsertIdx + 1)
000440             SUBTRACT 1 FROM InsertIdx
000441         ELSE
000442             SET InsertSlotFound TO TRUE
000443         END-IF
000444     END-IF.
000445
000446 ClassifyAccount.
000447     MOVE ZERO TO MaxOverdueDays
000448     MOVE ZERO TO UnconfirmedRotations
000449     MOVE BaselineRotationDate TO PriorRotationDate
000450     PERFORM VARYING EventIdx FROM 1 BY 1
000451             UNTIL EventIdx GREATER THAN RotationEventCount
000452         IF PriorRotationDate GREATER THAN ZERO
000453             MOVE RE-ROTATION-DATE(EventIdx) TO GapEndDate
000454             PERFORM MeasureRotationGap
000455         END-IF
000456         MOVE RE-ROTATION-DATE(EventIdx) TO PriorRotationDate
000457         IF RE-CONFIRMED(EventIdx) NOT EQUAL "Y"
000458             ADD 1 TO UnconfirmedRotations
000459         END-IF
000460     END-PERFORM
000461     IF PriorRotationDate GREATER THAN ZERO
000462         MOVE PeriodEndDate TO GapEndDate
000463         PERFORM MeasureRotationGap
000464     END-IF
000465     EVALUATE TRUE
000466         WHEN PriorRotationDate EQUAL ZERO
000467             SET AttestNeverRotated TO TRUE
000468             ADD 1 TO NeverRotatedAccounts
000469         WHEN MaxOverdueDays GREATER THAN ZERO
000470             SET AttestLate TO TRUE
000471             ADD 1 TO LateAccounts
000472             ADD MaxOverdueDays TO DaysOverdueTotal
000473         WHEN UnconfirmedRotations GREATER THAN ZERO
000474             SET AttestNotConfirmed TO TRUE
000475             ADD 1 TO NotConfirmedAccounts
000476         WHEN OTHER
000477             SET AttestCompliant TO TRUE
000478             ADD 1 TO CompliantAccounts
000479     END-EVALUATE.
000480
000481 MeasureRotationGap.
000482     COMPUTE GapDays = FUNCTION INTEGER-OF-DATE(GapEndDate) -
000483             FUNCTION INTEGER-OF-DATE(PriorRotationDate)
000484     COMPUTE OverdueDays = GapDays - AM-ROTATION-INTERVAL
000485     IF OverdueDays GREATER THAN MaxOverdueDays
000486         MOVE OverdueDays TO MaxOverdueDays
000487     END-IF.
000488
000489 WriteAttestRecord.
000490     MOVE AM-ACCOUNT-ID TO AX-ACCOUNT-ID
000491     MOVE PeriodStartDate TO AX-PERIOD-START
000492     MOVE PeriodEndDate TO AX-PERIOD-END
000493     MOVE AM-ROTATION-INTERVAL TO AX-ROTATION-INTERVAL
000494     IF AttestLate
000495         MOVE MaxOverdueDays TO AX-DAYS-OVERDUE
000496     ELSE
000497         MOVE ZERO TO AX-DAYS-OVERDUE
000498     END-IF
000499     MOVE RotationEventCount TO AX-ROTATIONS-IN-PERIOD
000500     MOVE UnconfirmedRotations TO AX-UNCONFIRMED-COUNT
000501     MOVE PriorRotationDate TO AX-LAST-ROTATION-DATE
000502     MOVE LatestAppliedDate TO AX-LAST-APPLIED-DATE
000503     MOVE "N" TO AX-EXEMPT-FLAG
000504     IF ExemptionRegisterIsOpen
000505         PERFORM CheckPeriodExemption
000506     END-IF
000507     MOVE AM-OWNER-ID TO AX-OWNER-ID
000508     MOVE AM-DEPARTMENT-CODE TO AX-DEPARTMENT-CODE
000509     WRITE AttestExtractRecord
000510     MOVE AX-ACCOUNT-ID TO EnvelopeHashId
000511     PERFORM AddToEnvelopeHash
000512     ADD EnvelopeHashWork TO OutputEnvelopeHash
000513     ADD 1 TO OutputEnvelopeCount.
000514
000515 CheckPeriodExemption.
000516     MOVE AM-ACCOUNT-ID TO EX-ACCOUNT-ID
000517     READ ExemptionRegisterFile
000518         INVALID KEY
000519             CONTINUE
000520         NOT INVALID KEY
000521             IF EX-GRANTED-DATE NOT GREATER THAN PeriodEndDate AND
000522                     EX-EXPIRY-DATE NOT LESS THAN PeriodStartDate
000523                 MOVE "Y" TO AX-EXEMPT-FLAG
000524                 ADD 1 TO ExemptAccounts
000525             END-IF
000526     END-READ.
000527
000528 AddToEnvelopeHash.
000529     MOVE ZERO TO EnvelopeHashWork
000530     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000531             UNTIL EnvelopeCharIdx GREATER THAN 8
000532         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000533                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000534     END-PERFORM.
000535
000536 WriteAttestHeader.
000537     MOVE "HDR*****" TO EH-RECORD-TAG
000538     MOVE "ROTATION-ATTESTATION" TO EH-CREATOR-PROGRAM
000539     MOVE RunDateValue TO EH-CREATED-DATE
000540     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000541     WRITE AttestExtractRecord FROM EnvelopeHeaderRecord.
000542
000543 WriteAttestTrailer.
000544     MOVE "TRL*****" TO ET-RECORD-TAG
000545     MOVE OutputEnvelopeCount TO ET-RECORD-COUNT
000546     MOVE OutputEnvelopeHash TO ET-HASH-TOTAL
000547     WRITE AttestExtractRecord FROM EnvelopeTrailerRecord.
000548
000549 WriteAttestReport.
000550     OPEN OUTPUT AttestReportFile
000551     MOVE "ROTATION COMPLIANCE ATTESTATION" TO AttestReportLine
000552     WRITE AttestReportLine
000553     MOVE SPACES TO AttestReportLine
000554     WRITE AttestReportLine
000555     MOVE "PERIOD START" TO AS-LABEL
000556     MOVE PeriodStartDate TO AS-VALUE
000557     PERFORM WriteAttestStampLine
000558     MOVE "PERIOD END" TO AS-LABEL
000559     MOVE PeriodEndDate TO AS-VALUE
000560     PERFORM WriteAttestStampLine
000561     MOVE "RUN DATE" TO AS-LABEL
000562     MOVE RunDateValue TO AS-VALUE
000563     PERFORM WriteAttestStampLine
000564     MOVE SPACES TO AttestReportLine
000565     WRITE AttestReportLine
000566     MOVE "ACCOUNTS BY COMPLIANCE CLASS" TO AttestReportLine
000567     WRITE AttestReportLine
000568     MOVE "C  COMPLIANT" TO AT-LABEL
000569     MOVE CompliantAccounts TO AT-VALUE
000570     PERFORM WriteAttestTotalLine
000571     MOVE "L  LATE" TO AT-LABEL
000572     MOVE LateAccounts TO AT-VALUE
000573     PERFORM WriteAttestTotalLine
000574     MOVE "N  NEVER ROTATED" TO AT-LABEL
000575     MOVE NeverRotatedAccounts TO AT-VALUE
000576     PERFORM WriteAttestTotalLine
000577     MOVE "U  ROTATED, NOT CONFIRMED" TO AT-LABEL
000578     MOVE NotConfirmedAccounts TO AT-VALUE
000579     PERFORM WriteAttestTotalLine
000580     MOVE "   TOTAL ACCOUNTS CLASSED" TO AT-LABEL
000581     MOVE AccountsClassed TO AT-VALUE
000582     PERFORM WriteAttestTotalLine
000583     MOVE SPACES TO AttestReportLine
000584     WRITE AttestReportLine
000585     MOVE "DAYS OVERDUE, LATE ACCOUNTS" TO AT-LABEL
000586     MOVE DaysOverdueTotal TO AT-VALUE
000587     PERFORM WriteAttestTotalLine
000588     MOVE "EXEMPTION IN FORCE IN PERIOD" TO AT-LABEL
000589     MOVE ExemptAccounts TO AT-VALUE
000590     PERFORM WriteAttestTotalLine
000591     MOVE SPACES TO AttestReportLine
000592     WRITE AttestReportLine
000593     MOVE "CONTROL TOTALS" TO AttestReportLine
000594     WRITE AttestReportLine
000595     MOVE "MASTER RECORDS READ" TO AT-LABEL
000596     MOVE MasterRecordsRead TO AT-VALUE
000597     PERFORM WriteAttestTotalLine
000598     MOVE "EXTRACT RECORDS WRITTEN" TO AT-LABEL
000599     MOVE OutputEnvelopeCount TO AT-VALUE
000600     PERFORM WriteAttestTotalLine
000601     MOVE "EXTRACT HASH TOTAL" TO AT-LABEL
000602     MOVE OutputEnvelopeHash TO AT-VALUE
000603     PERFORM WriteAttestTotalLine
000604     MOVE "CONTROL TOTAL TO MASTER" TO CT-LABEL
000605     IF AccountsClassed EQUAL MasterRecordsRead AND
000606             OutputEnvelopeCount EQUAL MasterRecordsRead
000607         MOVE "TIES" TO CT-VERDICT
000608     ELSE
000609         MOVE "MISMATCH" TO CT-VERDICT
000610     END-IF
000611     MOVE ControlTieLine TO AttestReportLine
000612     WRITE AttestReportLine
000613     CLOSE AttestReportFile.
000614
000615 WriteAttestTotalLine.
000616     MOVE AttestTotalLine TO AttestReportLine
000617     WRITE AttestReportLine.
000618
000619 WriteAttestStampLine.
000620     MOVE AttestStampLine TO AttestReportLine
000621     WRITE AttestReportLine.
