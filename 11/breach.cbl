000020         FILE STATUS PasswordVaultFileStatus.
000021     SELECT ConfirmationReportFile ASSIGN TO "BREACHRPT"
000022         ORGANIZATION LINE SEQUENTIAL.
000023     SELECT ApprovalFile ASSIGN TO "APPROVIN"
000024         ORGANIZATION LINE SEQUENTIAL
000025         FILE STATUS ApprovalFileStatus.
000026     SELECT OPTIONAL ApprovalLogFile ASSIGN TO "APPRLOG"
000027         ORGANIZATION LINE SEQUENTIAL.
000028     SELECT OPTIONAL OwnerEventFile ASSIGN TO "OWNEREVT"
000029         ORGANIZATION LINE SEQUENTIAL.
000030
000031 DATA DIVISION.
000032 FILE SECTION.
000033 FD  BreachListFile.
000034 01  BreachListRecord.
000035     05  BL-ACCOUNT-ID             PIC X(8).
000036
000037 FD  AccountMasterFile.
000038     COPY ACCOUNT.
000039
000040 FD  InputPasswordFile.
000041     COPY PWDREQ.
000042
000043 FD  PasswordVaultFile.
000044     COPY VAULT.
000045
000046 FD  ConfirmationReportFile.
000047 01  ConfirmationReportLine        PIC X(80).
000048
000049 FD  ApprovalFile.
000050     COPY APPROVE.
000051
000052 FD  ApprovalLogFile.
000053     COPY APPRLOG.
000054
000055 FD  OwnerEventFile.
000056     COPY OWNEVT.
000057
000058 WORKING-STORAGE SECTION.
000059 01 BreachListFileStatus   PIC XX VALUE SPACES.
000060 01 InputPasswordFileStatus PIC XX VALUE SPACES.
000061 01 PasswordVaultFileStatus PIC XX VALUE SPACES.
000062 01 VaultAvailability      PIC X(01) VALUE "N".
000063     88 VaultIsAvailable           VALUE "Y".
000064
000065 01 BreachTable.
000066     05 BreachCount         PIC 9(4) VALUE ZERO.
000067     05 BreachEntry OCCURS 1000 TIMES.
000068         10 BE-ACCOUNT-ID          PIC X(8).
000069         10 BE-CURRENT-PASSWORD    PIC A(20).
000070         10 BE-ROTATION-COUNT      PIC 99.
000071         10 BE-ON-MASTER           PIC X(01).
000072         10 BE-QUEUED              PIC X(01).
000073         10 BE-VAULT-FLAGGED       PIC 9(4).
000074         10 BE-OWNER-ID            PIC X(8).
000075         10 BE-OWNER-CONTACT       PIC X(40).
000076         10 BE-DEPARTMENT-CODE     PIC X(4).
000077
000078 01 ExistingRequestTable.
000079     05 ExistingCount       PIC 9(4) VALUE ZERO.
000080     05 ExistingRequest OCCURS 5000 TIMES PIC X(42).
000081
000082 01 Idx                    PIC 9(4) VALUE ZERO.
000083 01 TblIdx                 PIC 9(4) VALUE ZERO.
000084 01 LookupAccountId        PIC X(8) VALUE SPACES.
000085 01 ReportText             PIC X(80) VALUE SPACES.
000086 01 FlaggedCountText       PIC ZZZ9.
000087
000088 01 CurrentDateTimeField   PIC X(21).
000089 01 ApprovalFileStatus     PIC XX VALUE SPACES.
000090 01 ApprovalRunDate        PIC 9(8) VALUE ZERO.
000091 01 ApprovalRunTime        PIC 9(8) VALUE ZERO.
000092 01 ApprovalCardState      PIC X(01) VALUE "N".
000093     88 ApprovalCardFound          VALUE "Y".
000094 01 EndOfApprovalRecords   PIC X(01) VALUE "N".
000095     88 NoMoreApprovalRecords      VALUE "Y".
000096 01 ApprovedRequesterId    PIC X(8) VALUE SPACES.
000097 01 ApprovedApproverId     PIC X(8) VALUE SPACES.
000098 01 ApprovedDate           PIC 9(8) VALUE ZERO.
000099 01 ApprovedCount          PIC 9(9) VALUE ZERO.
000100 01 ApprovedHash           PIC 9(12) VALUE ZERO.
000101 01 ApprovalInputCount     PIC 9(9) VALUE ZERO.
000102 01 ApprovalInputHash      PIC 9(12) VALUE ZERO.
000103 01 ApprovalMaxAgeDays     PIC 9(3) VALUE 1.
000104 01 ApprovalAgeDays        PIC S9(9) VALUE ZERO.
000105 01 ApprovalRefusalText    PIC X(40) VALUE SPACES.
000106
000107     COPY ENVLP.
000108
000109 01 EnvelopeHashId         PIC X(8).
000110 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000111 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000112 01 InputEnvelopeCount     PIC 9(9) VALUE ZERO.
000113 01 InputEnvelopeHash      PIC 9(12) VALUE ZERO.
000114 01 InputTrailerState      PIC X(01) VALUE "N".
000115     88 InputTrailerSeen           VALUE "Y".
000116 01 OutputEnvelopeCount    PIC 9(9) VALUE ZERO.
000117 01 OutputEnvelopeHash     PIC 9(12) VALUE ZERO.
000118
000119 01 BreachAccountsListed   PIC 9(9) VALUE ZERO.
000120 01 ForcedRequestsWritten  PIC 9(9) VALUE ZERO.
000121 01 SchedulerRequestsKept  PIC 9(9) VALUE ZERO.
000122 01 SchedulerRequestsDropped PIC 9(9) VALUE ZERO.
000123 01 VaultRecordsFlagged    PIC 9(9) VALUE ZERO.
000124 01 OwnerEventsWritten     PIC 9(9) VALUE ZERO.
000125 01 AccountsNotOnMaster    PIC 9(9) VALUE ZERO.
000126
000127 01 EndOfBreachRecords     PIC X(01) VALUE "N".
000128     88 NoMoreBreachRecords        VALUE "Y".
000129 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000130     88 NoMoreMasterRecords        VALUE "Y".
000131 01 EndOfRequests          PIC X(01) VALUE "N".
000132     88 NoMoreRequests             VALUE "Y".
000133 01 EndOfVaultScan         PIC X(01) VALUE "N".
000134     88 VaultScanComplete          VALUE "Y".
000135
000136 PROCEDURE DIVISION.
000137 RespondToBreach.
000138     PERFORM LoadBreachList
000139     IF BreachCount EQUAL ZERO
000140         DISPLAY "BREACH LIST EMPTY - NOTHING TO DO"
000141         MOVE 8 TO RETURN-CODE
000142         STOP RUN
000143     END-IF
000144     PERFORM VerifyDualControlApproval
000145     PERFORM ScanAccountMaster
000146     PERFORM LoadExistingRequests
000147     PERFORM RewriteRequestFile
000148     PERFORM FlagExposedVaultRecords
000149     PERFORM WriteConfirmationReport
000150     PERFORM WriteOwnerEvents
000151     DISPLAY "BREACH ACCOUNTS LISTED:  " BreachAccountsListed
000152     DISPLAY "FORCED REQUESTS WRITTEN: " ForcedRequestsWritten
000153     DISPLAY "SCHEDULER REQUESTS KEPT: " SchedulerRequestsKept
000154     DISPLAY "SUPERSEDED REQUESTS:     " SchedulerRequestsDropped
000155     DISPLAY "VAULT RECORDS FLAGGED:   " VaultRecordsFlagged
000156     DISPLAY "ACCOUNTS NOT ON MASTER:  " AccountsNotOnMaster
000157     DISPLAY "OWNER EVENTS WRITTEN:    " OwnerEventsWritten
000158     IF AccountsNotOnMaster GREATER THAN ZERO
000159         MOVE 4 TO RETURN-CODE
000160     END-IF
000161     STOP RUN.
000162
000163 LoadBreachList.
000164     MOVE ZERO TO BreachCount
000165     OPEN INPUT BreachListFile
000166     IF BreachListFileStatus NOT EQUAL "00"
000167         DISPLAY "BREACH LIST FILE MISSING"
000168         SET NoMoreBreachRecords TO TRUE
000169     END-IF
000170     PERFORM ReadNextBreachRecord UNTIL NoMoreBreachRecords
000171     IF BreachListFileStatus EQUAL "00" OR
000172             BreachListFileStatus EQUAL "10"
000173         CLOSE BreachListFile
000174     END-IF.
000175
000176 ReadNextBreachRecord.
000177     READ BreachListFile
000178         AT END
000179             SET NoMoreBreachRecords TO TRUE
000180         NOT AT END
000181             PERFORM StoreOneBreachRecord
000182     END-READ.
000183
000184 StoreOneBreachRecord.
000185     ADD 1 TO ApprovalInputCount
000186     MOVE BL-ACCOUNT-ID TO EnvelopeHashId
000187     PERFORM AddToEnvelopeHash
000188     ADD EnvelopeHashWork TO ApprovalInputHash
000189     IF BL-ACCOUNT-ID EQUAL SPACES
000190         CONTINUE
000191     ELSE
000192         MOVE BL-ACCOUNT-ID TO LookupAccountId
000193         PERFORM LocateBreachEntry
000194         IF Idx EQUAL ZERO
000195             IF BreachCount LESS THAN 1000
000196                 ADD 1 TO BreachCount
000197                 ADD 1 TO BreachAccountsListed
000198                 MOVE BL-ACCOUNT-ID TO BE-ACCOUNT-ID(BreachCount)
000199                 MOVE SPACES TO BE-CURRENT-PASSWORD(BreachCount)
000200                 MOVE ZERO TO BE-ROTATION-COUNT(BreachCount)
000201                 MOVE "N" TO BE-ON-MASTER(BreachCount)
000202                 MOVE "N" TO BE-QUEUED(BreachCount)
000203                 MOVE ZERO TO BE-VAULT-FLAGGED(BreachCount)
000204                 MOVE SPACES TO BE-OWNER-ID(BreachCount)
000205                 MOVE SPACES TO BE-OWNER-CONTACT(BreachCount)
000206                 MOVE SPACES TO BE-DEPARTMENT-CODE(BreachCount)
000207             ELSE
000208                 DISPLAY "BREACH TABLE FULL - ACCOUNT SKIPPED"
000209             END-IF
000210         END-IF
000211     END-IF.
000212
000213 LocateBreachEntry.
000214     PERFORM VARYING Idx FROM 1 BY 1
000215             UNTIL Idx GREATER THAN BreachCount
000216         IF BE-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000217             EXIT PERFORM
000218         END-IF
000219     END-PERFORM
000220     IF Idx GREATER THAN BreachCount
000221         MOVE ZERO TO Idx
000222     END-IF.
000223
000224 ScanAccountMaster.
000225     OPEN INPUT AccountMasterFile
000226     PERFORM ReadNextMasterRecord
000227     PERFORM MatchOneMasterRecord UNTIL NoMoreMasterRecords
000228     CLOSE AccountMasterFile.
000229
000230 ReadNextMasterRecord.
000231     READ AccountMasterFile
000232         AT END
000233             SET NoMoreMasterRecords TO TRUE
000234     END-READ.
000235
000236 MatchOneMasterRecord.
000237     MOVE AM-ACCOUNT-ID TO LookupAccountId
000238     PERFORM LocateBreachEntry
000239     IF Idx GREATER THAN ZERO
000240         MOVE "Y" TO BE-ON-MASTER(Idx)
000241         MOVE AM-CURRENT-PASSWORD TO BE-CURRENT-PASSWORD(Idx)
000242         MOVE AM-ROTATION-COUNT TO BE-ROTATION-COUNT(Idx)
000243         MOVE AM-OWNER-ID TO BE-OWNER-ID(Idx)
000244         MOVE AM-OWNER-CONTACT TO BE-OWNER-CONTACT(Idx)
000245         MOVE AM-DEPARTMENT-CODE TO BE-DEPARTMENT-CODE(Idx)
000246         IF BE-ROTATION-COUNT(Idx) EQUAL ZERO
000247             MOVE 1 TO BE-ROTATION-COUNT(Idx)
000248         END-IF
000249     END-IF
000250     PERFORM ReadNextMasterRecord.
000251
000252 LoadExistingRequests.
000253     MOVE ZERO TO ExistingCount
000254     OPEN INPUT InputPasswordFile
000255     IF InputPasswordFileStatus NOT EQUAL "00"
000256         DISPLAY "NO SCHEDULER REQUEST FILE - STARTING EMPTY"
000257         SET NoMoreRequests TO TRUE
000258     END-IF
000259     PERFORM ReadNextRequest UNTIL NoMoreRequests
000260     IF InputPasswordFileStatus EQUAL "00" OR
000261             InputPasswordFileStatus EQUAL "10"
000262         CLOSE InputPasswordFile
000263     END-IF.
000264
000265 ReadNextRequest.
000266     READ InputPasswordFile
000267         AT END
000268             IF NOT InputTrailerSeen
000269                 PERFORM AbendInputEnvelope
000270             END-IF
000271             SET NoMoreRequests TO TRUE
000272         NOT AT END
000273             PERFORM ClassifyInputRecord
000274     END-READ.
000275
000276 ClassifyInputRecord.
000277     EVALUATE PR-ACCOUNT-ID
000278         WHEN "HDR*****"
000279             CONTINUE
000280         WHEN "TRL*****"
000281             PERFORM VerifyInputTrailer
000282         WHEN OTHER
000283             IF InputTrailerSeen
000284                 PERFORM AbendInputEnvelope
000285             END-IF
000286             ADD 1 TO InputEnvelopeCount
000287             MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000288             PERFORM AddToEnvelopeHash
000289             ADD EnvelopeHashWork TO InputEnvelopeHash
000290             PERFORM StoreOneExistingRequest
000291     END-EVALUATE.
000292
000293 VerifyInputTrailer.
000294     MOVE PasswordRequestRecord TO EnvelopeTrailerRecord
000295     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000296         PERFORM AbendInputEnvelope
000297     END-IF
000298     IF ET-RECORD-COUNT NOT EQUAL InputEnvelopeCount OR
000299             ET-HASH-TOTAL NOT EQUAL InputEnvelopeHash
000300         PERFORM AbendInputEnvelope
000301     END-IF
000302     SET InputTrailerSeen TO TRUE.
000303
000304 AbendInputEnvelope.
000305     DISPLAY "PWDIN TRAILER MISSING OR COUNTS DO NOT TIE"
000306     MOVE 16 TO RETURN-CODE
000307     STOP RUN.
000308
000309 AddToEnvelopeHash.
000310     MOVE ZERO TO EnvelopeHashWork
000311     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000312             UNTIL EnvelopeCharIdx GREATER THAN 8
000313         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000314                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000315     END-PERFORM.
000316
000317 StoreOneExistingRequest.
000318     IF ExistingCount LESS THAN 5000
000319         ADD 1 TO ExistingCount
000320         MOVE PasswordRequestRecord TO
000321                 ExistingRequest(ExistingCount)
000322     ELSE
000323         DISPLAY "EXISTING REQUEST TABLE FULL - RECORD LOST"
000324     END-IF.
000325
000326 RewriteRequestFile.
000327     OPEN OUTPUT InputPasswordFile
000328     PERFORM WriteRequestHeader
000329     PERFORM VARYING Idx FROM 1 BY 1
000330             UNTIL Idx GREATER THAN BreachCount
000331         IF BE-ON-MASTER(Idx) EQUAL "Y"
000332             PERFORM WriteForcedRequest
000333         ELSE
000334             ADD 1 TO AccountsNotOnMaster
000335         END-IF
000336     END-PERFORM
000337     PERFORM VARYING TblIdx FROM 1 BY 1
000338             UNTIL TblIdx GREATER THAN ExistingCount
000339         PERFORM CopyOneSchedulerRequest
000340     END-PERFORM
000341     PERFORM WriteRequestTrailer
000342     CLOSE InputPasswordFile.
000343
000344 WriteForcedRequest.
000345     MOVE BE-ACCOUNT-ID(Idx) TO PR-ACCOUNT-ID
000346     MOVE BE-CURRENT-PASSWORD(Idx) TO PR-CURRENT-PASSWORD
000347     MOVE BE-ROTATION-COUNT(Idx) TO PR-ROTATION-COUNT
000348     MOVE SPACES TO PR-TICKET-NUMBER
000349     WRITE PasswordRequestRecord
000350     MOVE "Y" TO BE-QUEUED(Idx)
000351     MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000352     PERFORM AddToEnvelopeHash
000353     ADD EnvelopeHashWork TO OutputEnvelopeHash
000354     ADD 1 TO OutputEnvelopeCount
000355     ADD 1 TO ForcedRequestsWritten.
000356
000357 CopyOneSchedulerRequest.
000358     MOVE ExistingRequest(TblIdx) TO PasswordRequestRecord
000359     MOVE PR-ACCOUNT-ID TO LookupAccountId
000360     PERFORM LocateBreachEntry
000361     IF Idx GREATER THAN ZERO
000362         ADD 1 TO SchedulerRequestsDropped
000363     ELSE
000364         WRITE PasswordRequestRecord
000365         ADD 1 TO SchedulerRequestsKept
000366         MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000367         PERFORM AddToEnvelopeHash
000368         ADD EnvelopeHashWork TO OutputEnvelopeHash
000369         ADD 1 TO OutputEnvelopeCount
000370     END-IF.
000371
000372 WriteRequestHeader.
000373     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000374     MOVE "HDR*****" TO EH-RECORD-TAG
000375     MOVE "BREACH-RESPONSE" TO EH-CREATOR-PROGRAM
000376     MOVE CurrentDateTimeField(1:8) TO EH-CREATED-DATE
000377     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000378     WRITE PasswordRequestRecord FROM EnvelopeHeaderRecord.
000379
000380 WriteRequestTrailer.
000381     MOVE "TRL*****" TO ET-RECORD-TAG
000382     MOVE OutputEnvelopeCount TO ET-RECORD-COUNT
000383     MOVE OutputEnvelopeHash TO ET-HASH-TOTAL
000384     WRITE PasswordRequestRecord FROM EnvelopeTrailerRecord.
000385
000386 FlagExposedVaultRecords.
000387     OPEN I-O PasswordVaultFile
000388     IF PasswordVaultFileStatus EQUAL "00"
000389         SET VaultIsAvailable TO TRUE
000390     ELSE
000391         DISPLAY "VAULT UNAVAILABLE - RECORDS NOT FLAGGED"
000392     END-IF
000393     IF VaultIsAvailable
000394         PERFORM VARYING Idx FROM 1 BY 1
000395                 UNTIL Idx GREATER THAN BreachCount
000396             PERFORM FlagOneAccountVault
000397         END-PERFORM
000398         CLOSE PasswordVaultFile
000399     END-IF.
000400
000401 FlagOneAccountVault.
000402     MOVE "N" TO EndOfVaultScan
000403     MOVE BE-ACCOUNT-ID(Idx) TO VA-ACCOUNT-ID
000404     MOVE ZERO TO VA-ROTATION-SEQ
000405     START PasswordVaultFile KEY GREATER THAN OR EQUAL
000406             VA-VAULT-KEY
000407         INVALID KEY
000408             SET VaultScanComplete TO TRUE
000409     END-START
000410     IF PasswordVaultFileStatus NOT EQUAL "00"
000411         SET VaultScanComplete TO TRUE
000412     END-IF
000413     PERFORM FlagOneVaultRecord UNTIL VaultScanComplete.
000414
000415 FlagOneVaultRecord.
000416     READ PasswordVaultFile NEXT
000417         AT END
000418             SET VaultScanComplete TO TRUE
000419         NOT AT END
000420             IF VA-ACCOUNT-ID EQUAL BE-ACCOUNT-ID(Idx)
000421                 MOVE "Y" TO VA-EXPOSED-FLAG
000422                 REWRITE PasswordVaultRecord
000423                 ADD 1 TO VaultRecordsFlagged
000424                 ADD 1 TO BE-VAULT-FLAGGED(Idx)
000425             ELSE
000426                 SET VaultScanComplete TO TRUE
000427             END-IF
000428     END-READ
000429     IF PasswordVaultFileStatus NOT EQUAL "00"
000430         SET VaultScanComplete TO TRUE
000431     END-IF.
000432
000433 WriteConfirmationReport.
000434     OPEN OUTPUT ConfirmationReportFile
000435     MOVE "BREACH RESPONSE CONFIRMATION" TO
000436             ConfirmationReportLine
000437     WRITE ConfirmationReportLine
000438     MOVE SPACES TO ConfirmationReportLine
000439     WRITE ConfirmationReportLine
000440     PERFORM VARYING Idx FROM 1 BY 1
000441             UNTIL Idx GREATER THAN BreachCount
000442         PERFORM WriteOneConfirmationLine
000443     END-PERFORM
000444     CLOSE ConfirmationReportFile.
000445
000446 WriteOneConfirmationLine.
000447     MOVE SPACES TO ReportText
000448     MOVE BE-VAULT-FLAGGED(Idx) TO FlaggedCountText
000449     IF BE-QUEUED(Idx) EQUAL "Y"
000450         STRING BE-ACCOUNT-ID(Idx)
000451                 "  QUEUED FOR FORCED ROTATION  VAULT FLAGGED "
000452                 FlaggedCountText
000453                 DELIMITED BY SIZE INTO ReportText
000454     ELSE
000455         STRING BE-ACCOUNT-ID(Idx)
000456                 "  NOT ON MASTER - NOT QUEUED  VAULT FLAGGED "
000457                 FlaggedCountText
000458                 DELIMITED BY SIZE INTO ReportText
000459     END-IF
000460     MOVE ReportText TO ConfirmationReportLine
000461     WRITE ConfirmationReportLine.
000462
000463 WriteOwnerEvents.
000464     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000465     OPEN EXTEND OwnerEventFile
000466     PERFORM VARYING Idx FROM 1 BY 1
000467             UNTIL Idx GREATER THAN BreachCount
000468         IF BE-QUEUED(Idx) EQUAL "Y"
000469             PERFORM WriteOneOwnerEvent
000470         END-IF
000471     END-PERFORM
000472     CLOSE OwnerEventFile.
000473
000474 WriteOneOwnerEvent.
000475     MOVE SPACES TO OwnerEventRecord
000476     MOVE BE-ACCOUNT-ID(Idx) TO OE-ACCOUNT-ID
000477     MOVE BE-OWNER-ID(Idx) TO OE-OWNER-ID
000478     MOVE BE-OWNER-CONTACT(Idx) TO OE-OWNER-CONTACT
000479     MOVE BE-DEPARTMENT-CODE(Idx) TO OE-DEPARTMENT-CODE
000480     MOVE "FORCED" TO OE-EVENT-CODE
000481     MOVE CurrentDateTimeField(1:8) TO OE-EVENT-DATE
000482     MOVE "BREACH-RESPONSE" TO OE-EVENT-PROGRAM
000483     MOVE "SECURITY BREACH - PASSWORD ROTATION FORCED" TO
000484             OE-EVENT-REASON
000485     WRITE OwnerEventRecord
000486     ADD 1 TO OwnerEventsWritten.
000487
000488 VerifyDualControlApproval.
000489     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000490     MOVE CurrentDateTimeField(1:8) TO ApprovalRunDate
000491     MOVE CurrentDateTimeField(9:8) TO ApprovalRunTime
000492     OPEN INPUT ApprovalFile
000493     IF ApprovalFileStatus NOT EQUAL "00"
000494         SET NoMoreApprovalRecords TO TRUE
000495     END-IF
000496     PERFORM ReadNextApprovalRecord UNTIL NoMoreApprovalRecords
000497     IF ApprovalFileStatus EQUAL "00" OR
000498             ApprovalFileStatus EQUAL "10"
000499         CLOSE ApprovalFile
000500     END-IF
000501     PERFORM CheckApprovalRecord
000502     PERFORM WriteApprovalLogRecord
000503     IF ApprovalRefusalText NOT EQUAL SPACES
000504         DISPLAY "RUN REFUSED - " ApprovalRefusalText
000505         DISPLAY "INPUT COUNT " ApprovalInputCount
000506                 " HASH " ApprovalInputHash
000507         MOVE 8 TO RETURN-CODE
000508         STOP RUN
000509     END-IF
000510     DISPLAY "RUN APPROVED BY " ApprovedApproverId
000511             " FOR " ApprovedRequesterId.
000512
000513 ReadNextApprovalRecord.
000514     READ ApprovalFile
000515         AT END
000516             SET NoMoreApprovalRecords TO TRUE
000517         NOT AT END
000518             IF AP-PROGRAM-ID EQUAL "BREACH-RESPONSE"
000519                 PERFORM StoreApprovalRecord
000520             END-IF
000521     END-READ.
000522
000523 StoreApprovalRecord.
000524     SET ApprovalCardFound TO TRUE
000525     SET NoMoreApprovalRecords TO TRUE
000526     MOVE AP-REQUESTER-ID TO ApprovedRequesterId
000527     MOVE AP-APPROVER-ID TO ApprovedApproverId
000528     IF AP-APPROVAL-DATE NUMERIC
000529         MOVE AP-APPROVAL-DATE TO ApprovedDate
000530     END-IF
000531     IF AP-RECORD-COUNT NUMERIC
000532         MOVE AP-RECORD-COUNT TO ApprovedCount
000533     END-IF
000534     IF AP-HASH-TOTAL NUMERIC
000535         MOVE AP-HASH-TOTAL TO ApprovedHash
000536     END-IF.
000537
000538 CheckApprovalRecord.
000539     MOVE SPACES TO ApprovalRefusalText
000540     EVALUATE TRUE
000541         WHEN NOT ApprovalCardFound
000542             MOVE "NO APPROVAL RECORD FOR THIS RUN" TO
000543                     ApprovalRefusalText
000544         WHEN ApprovedRequesterId EQUAL SPACES OR
000545                 ApprovedApproverId EQUAL SPACES
000546             MOVE "REQUESTER OR APPROVER MISSING" TO
000547                     ApprovalRefusalText
000548         WHEN ApprovedRequesterId EQUAL ApprovedApproverId
000549             MOVE "SELF-APPROVED - SECOND PERSON REQUIRED" TO
000550                     ApprovalRefusalText
000551         WHEN ApprovedDate EQUAL ZERO
000552             MOVE "APPROVAL DATE MISSING OR INVALID" TO
000553                     ApprovalRefusalText
000554         WHEN FUNCTION TEST-DATE-YYYYMMDD(ApprovedDate)
000555                 NOT EQUAL ZERO
000556             MOVE "APPROVAL DATE MISSING OR INVALID" TO
000557                     ApprovalRefusalText
000558         WHEN ApprovedDate GREATER THAN ApprovalRunDate
000559             MOVE "APPROVAL DATED AFTER THE RUN DATE" TO
000560                     ApprovalRefusalText
000561         WHEN OTHER
000562             COMPUTE ApprovalAgeDays =
000563                     FUNCTION INTEGER-OF-DATE(ApprovalRunDate) -
000564                     FUNCTION INTEGER-OF-DATE(ApprovedDate)
000565             IF ApprovalAgeDays GREATER THAN ApprovalMaxAgeDays
000566                 MOVE "APPROVAL IS STALE" TO ApprovalRefusalText
000567             END-IF
000568     END-EVALUATE
000569     IF ApprovalRefusalText EQUAL SPACES
000570         IF ApprovedCount NOT EQUAL ApprovalInputCount OR
000571                 ApprovedHash NOT EQUAL ApprovalInputHash
000572             MOVE "COUNT OR HASH DOES NOT TIE TO INPUT" TO
000573                     ApprovalRefusalText
000574         END-IF
000575     END-IF.
000576
000577 WriteApprovalLogRecord.
000578     OPEN EXTEND ApprovalLogFile
000579     MOVE "BREACH-RESPONSE" TO AL-PROGRAM-ID
000580     MOVE ApprovalRunDate TO AL-RUN-DATE
000581     MOVE ApprovalRunTime TO AL-RUN-TIME
000582     MOVE ApprovedRequesterId TO AL-REQUESTER-ID
000583     MOVE ApprovedApproverId TO AL-APPROVER-ID
000584     MOVE ApprovedDate TO AL-APPROVAL-DATE
000585     MOVE ApprovedCount TO AL-APPROVED-COUNT
000586     MOVE ApprovedHash TO AL-APPROVED-HASH
000587     MOVE ApprovalInputCount TO AL-INPUT-COUNT
000588     MOVE ApprovalInputHash TO AL-INPUT-HASH
000589     IF ApprovalRefusalText EQUAL SPACES
000590         MOVE "USED" TO AL-DECISION
000591     ELSE
000592         MOVE "REFUSED" TO AL-DECISION
000593     END-IF
000594     MOVE ApprovalRefusalText TO AL-REASON
000595     WRITE ApprovalLogRecord
000596     CLOSE ApprovalLogFile.
