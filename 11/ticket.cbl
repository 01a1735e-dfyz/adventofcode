000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. TICKET-INTAKE.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT TicketIntakeFile ASSIGN TO "TICKETIN"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS TicketIntakeFileStatus.
000011     SELECT AccountMasterFile ASSIGN TO "ACCTMSTR"
000012         ORGANIZATION LINE SEQUENTIAL
000013         FILE STATUS AccountMasterFileStatus.
000014     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000015         ORGANIZATION INDEXED
000016         ACCESS MODE DYNAMIC
000017         RECORD KEY LG-LEDGER-KEY
000018         FILE STATUS SyncLedgerFileStatus.
000019     SELECT TicketRegisterFile ASSIGN TO "TICKETS"
000020         ORGANIZATION INDEXED
000021         ACCESS MODE DYNAMIC
000022         RECORD KEY TK-TICKET-NUMBER
000023         FILE STATUS TicketRegisterFileStatus.
000024     SELECT InputPasswordFile ASSIGN TO "PWDIN"
000025         ORGANIZATION LINE SEQUENTIAL
000026         FILE STATUS InputPasswordFileStatus.
000027     SELECT TicketIntakeReportFile ASSIGN TO "TICKRPT"
000028         ORGANIZATION LINE SEQUENTIAL.
000029     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000030         ORGANIZATION LINE SEQUENTIAL.
000031
000032 DATA DIVISION.
000033 FILE SECTION.
000034 FD  TicketIntakeFile.
000035 01  TicketIntakeRecord.
000036     05  TI-TICKET-NUMBER          PIC X(10).
000037     05  TI-ACCOUNT-ID             PIC X(8).
000038     05  TI-RESET-TYPE             PIC X(01).
000039     05  TI-REQUESTED-BY           PIC X(8).
000040     05  TI-PRIORITY               PIC X(01).
000041     05  FILLER                    PIC X(14).
000042
000043 FD  AccountMasterFile.
000044     COPY ACCOUNT.
000045
000046 FD  SyncLedgerFile.
000047     COPY LEDGER.
000048
000049 FD  TicketRegisterFile.
000050     COPY TICKET.
000051
000052 FD  InputPasswordFile.
000053     COPY PWDREQ.
000054
000055 FD  TicketIntakeReportFile.
000056 01  TicketIntakeReportLine        PIC X(80).
000057
000058 FD  RunManifestFile.
000059     COPY MANIFEST.
000060
000061 WORKING-STORAGE SECTION.
000062 01 TicketIntakeFileStatus PIC XX VALUE SPACES.
000063 01 AccountMasterFileStatus PIC XX VALUE SPACES.
000064 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000065 01 TicketRegisterFileStatus PIC XX VALUE SPACES.
000066 01 InputPasswordFileStatus PIC XX VALUE SPACES.
000067 01 CurrentDateTimeField   PIC X(21).
000068 01 RunDateValue           PIC 9(8) VALUE ZERO.
000069
000070 01 LedgerFileState        PIC X(01) VALUE "N".
000071     88 LedgerFileIsOpen           VALUE "Y".
000072 01 EndOfBaselineScan      PIC X(01) VALUE "N".
000073     88 BaselineScanComplete       VALUE "Y".
000074
000075 01 MasterAccountTable.
000076     05 MasterAccountCount  PIC 9(4) VALUE ZERO.
000077     05 MasterAccount OCCURS 5000 TIMES.
000078         10 MA-ACCOUNT-ID          PIC X(8).
000079         10 MA-CURRENT-PASSWORD    PIC A(20).
000080         10 MA-ROTATION-COUNT      PIC 99.
000081
000082 01 QueuedRequestTable.
000083     05 QueuedRequestCount  PIC 9(4) VALUE ZERO.
000084     05 QueuedRequest OCCURS 5000 TIMES.
000085         10 QR-ACCOUNT-ID          PIC X(8).
000086         10 QR-CURRENT-PASSWORD    PIC A(20).
000087         10 QR-ROTATION-COUNT      PIC 99.
000088         10 QR-TICKET-NUMBER       PIC X(10).
000089         10 FILLER                 PIC X(2).
000090
000091 01 Idx                    PIC 9(4) VALUE ZERO.
000092 01 RequestIdx             PIC 9(4) VALUE ZERO.
000093 01 LookupAccountId        PIC X(8) VALUE SPACES.
000094 01 TicketValidity         PIC X(01) VALUE "Y".
000095     88 TicketIsValid              VALUE "Y".
000096     88 TicketIsInvalid            VALUE "N".
000097 01 TicketRegistration     PIC X(01) VALUE "Y".
000098     88 TicketToBeRegistered       VALUE "Y".
000099     88 TicketNotRegistered        VALUE "N".
000100 01 TerminationState       PIC X(01) VALUE "N".
000101     88 AccountWasTerminated       VALUE "Y".
000102 01 RejectOutcomeCode      PIC X(12) VALUE SPACES.
000103 01 RejectReasonText       PIC X(40) VALUE SPACES.
000104 01 AppliedStatusText      PIC X(50) VALUE SPACES.
000105
000106 01 IntakeDetailLine.
000107     05 ID-TICKET-NUMBER    PIC X(10).
000108     05 FILLER              PIC X(2) VALUE SPACES.
000109     05 ID-ACCOUNT-ID       PIC X(8).
000110     05 FILLER              PIC X(2) VALUE SPACES.
000111     05 ID-PRIORITY         PIC X(01).
000112     05 FILLER              PIC X(2) VALUE SPACES.
000113     05 ID-STATUS           PIC X(50).
000114
000115 01 IntakeTotalLine.
000116     05 IT-LABEL            PIC X(24).
000117     05 IT-VALUE            PIC ZZZ,ZZZ,ZZ9.
000118
000119     COPY ENVLP.
000120
000121 01 EnvelopeHashId         PIC X(8).
000122 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000123 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000124 01 TicketEnvelopeCount    PIC 9(9) VALUE ZERO.
000125 01 TicketEnvelopeHash     PIC 9(12) VALUE ZERO.
000126 01 TicketTrailerState     PIC X(01) VALUE "N".
000127     88 TicketTrailerSeen          VALUE "Y".
000128 01 InputEnvelopeCount     PIC 9(9) VALUE ZERO.
000129 01 InputEnvelopeHash      PIC 9(12) VALUE ZERO.
000130 01 InputTrailerState      PIC X(01) VALUE "N".
000131     88 InputTrailerSeen           VALUE "Y".
000132 01 OutputEnvelopeCount    PIC 9(9) VALUE ZERO.
000133 01 OutputEnvelopeHash     PIC 9(12) VALUE ZERO.
000134
000135 01 TicketsRead            PIC 9(9) VALUE ZERO.
000136 01 TicketsQueued          PIC 9(9) VALUE ZERO.
000137 01 TicketsJoined          PIC 9(9) VALUE ZERO.
000138 01 TicketsRejected        PIC 9(9) VALUE ZERO.
000139 01 TicketsNotRegistered   PIC 9(9) VALUE ZERO.
000140 01 ExistingRequestsKept   PIC 9(9) VALUE ZERO.
000141 01 RequestsLost           PIC 9(9) VALUE ZERO.
000142
000143 01 EndOfTickets           PIC X(01) VALUE "N".
000144     88 NoMoreTickets              VALUE "Y".
000145 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000146     88 NoMoreMasterRecords        VALUE "Y".
000147 01 EndOfRequests          PIC X(01) VALUE "N".
000148     88 NoMoreRequests             VALUE "Y".
000149
000150 PROCEDURE DIVISION.
000151 TakeInResetTickets.
000152     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000153     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000154     PERFORM LoadMasterAccounts
000155     PERFORM LoadExistingRequests
000156     PERFORM OpenTicketRegister
000157     OPEN INPUT SyncLedgerFile
000158     IF SyncLedgerFileStatus EQUAL "00"
000159         SET LedgerFileIsOpen TO TRUE
000160     ELSE
000161         DISPLAY "SYNC LEDGER UNAVAILABLE - "
000162                 "TERMINATIONS NOT CHECKED"
000163     END-IF
000164     OPEN OUTPUT TicketIntakeReportFile
000165     MOVE "HELP-DESK RESET TICKET INTAKE" TO
000166             TicketIntakeReportLine
000167     WRITE TicketIntakeReportLine
000168     MOVE SPACES TO TicketIntakeReportLine
000169     WRITE TicketIntakeReportLine
000170     OPEN INPUT TicketIntakeFile
000171     IF TicketIntakeFileStatus NOT EQUAL "00"
000172         DISPLAY "TICKET INTAKE FILE MISSING - NOTHING TO DO"
000173         SET NoMoreTickets TO TRUE
000174     END-IF
000175     PERFORM ReadNextTicket UNTIL NoMoreTickets
000176     IF TicketIntakeFileStatus EQUAL "00" OR
000177             TicketIntakeFileStatus EQUAL "10"
000178         CLOSE TicketIntakeFile
000179     END-IF
000180     PERFORM RewriteRequestFile
000181     PERFORM WriteIntakeTotals
000182     CLOSE TicketRegisterFile
000183     IF LedgerFileIsOpen
000184         CLOSE SyncLedgerFile
000185     END-IF
000186     CLOSE TicketIntakeReportFile
000187     DISPLAY "TICKETS READ:          " TicketsRead
000188     DISPLAY "QUEUED, NEW REQUEST:   " TicketsQueued
000189     DISPLAY "QUEUED, JOINED REQUEST:" TicketsJoined
000190     DISPLAY "TICKETS REJECTED:      " TicketsRejected
000191     DISPLAY "NOT REGISTERED:        " TicketsNotRegistered
000192     DISPLAY "PWDIN RECORDS WRITTEN: " OutputEnvelopeCount
000193     IF TicketsRejected GREATER THAN ZERO OR
000194             TicketsNotRegistered GREATER THAN ZERO OR
000195             RequestsLost GREATER THAN ZERO
000196         MOVE 4 TO RETURN-CODE
000197     END-IF
000198     PERFORM AppendRunManifest
000199     STOP RUN.
000200
000201 LoadMasterAccounts.
000202     MOVE ZERO TO MasterAccountCount
000203     OPEN INPUT AccountMasterFile
000204     IF AccountMasterFileStatus NOT EQUAL "00"
000205         DISPLAY "ACCOUNT MASTER UNAVAILABLE - RUN STOPPED"
000206         MOVE 8 TO RETURN-CODE
000207         STOP RUN
000208     END-IF
000209     PERFORM ReadNextMasterRecord UNTIL NoMoreMasterRecords
000210     CLOSE AccountMasterFile.
000211
000212 ReadNextMasterRecord.
000213     READ AccountMasterFile
000214         AT END
000215             SET NoMoreMasterRecords TO TRUE
000216         NOT AT END
000217             IF MasterAccountCount LESS THAN 5000
000218                 ADD 1 TO MasterAccountCount
000219                 MOVE AM-ACCOUNT-ID TO
000220                         MA-ACCOUNT-ID(MasterAccountCount)
000221                 MOVE AM-CURRENT-PASSWORD TO
000222                         MA-CURRENT-PASSWORD(MasterAccountCount)
000223                 MOVE AM-ROTATION-COUNT TO
000224                         MA-ROTATION-COUNT(MasterAccountCount)
000225             ELSE
000226                 DISPLAY "MASTER TABLE FULL - RUN STOPPED"
000227                 MOVE 8 TO RETURN-CODE
000228                 STOP RUN
000229             END-IF
000230     END-READ.
000231
000232 LocateMasterAccount.
000233     PERFORM VARYING Idx FROM 1 BY 1
000234             UNTIL Idx GREATER THAN MasterAccountCount
000235         IF MA-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000236             EXIT PERFORM
000237         END-IF
000238     END-PERFORM
000239     IF Idx GREATER THAN MasterAccountCount
000240         MOVE ZERO TO Idx
000241     END-IF.
000242
000243 LoadExistingRequests.
000244     MOVE ZERO TO QueuedRequestCount
000245     OPEN INPUT InputPasswordFile
000246     IF InputPasswordFileStatus NOT EQUAL "00"
000247         DISPLAY "NO SCHEDULER REQUEST FILE - STARTING EMPTY"
000248         SET NoMoreRequests TO TRUE
000249     END-IF
000250     PERFORM ReadNextRequest UNTIL NoMoreRequests
000251     IF InputPasswordFileStatus EQUAL "00" OR
000252             InputPasswordFileStatus EQUAL "10"
000253         CLOSE InputPasswordFile
000254     END-IF.
000255
000256 ReadNextRequest.
000257     READ InputPasswordFile
000258         AT END
000259             IF NOT InputTrailerSeen
000260                 PERFORM AbendInputEnvelope
000261             END-IF
000262             SET NoMoreRequests TO TRUE
000263         NOT AT END
000264             PERFORM ClassifyInputRecord
000265     END-READ.
000266
000267 ClassifyInputRecord.
000268     EVALUATE PR-ACCOUNT-ID
000269         WHEN "HDR*****"
000270             CONTINUE
000271         WHEN "TRL*****"
000272             PERFORM VerifyInputTrailer
000273         WHEN OTHER
000274             IF InputTrailerSeen
000275                 PERFORM AbendInputEnvelope
000276             END-IF
000277             ADD 1 TO InputEnvelopeCount
000278             MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000279             PERFORM AddToEnvelopeHash
000280             ADD EnvelopeHashWork TO InputEnvelopeHash
000281             PERFORM StoreOneExistingRequest
000282     END-EVALUATE.
000283
000284 VerifyInputTrailer.
000285     MOVE PasswordRequestRecord TO EnvelopeTrailerRecord
000286     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000287         PERFORM AbendInputEnvelope
000288     END-IF
000289     IF ET-RECORD-COUNT NOT EQUAL InputEnvelopeCount OR
000290             ET-HASH-TOTAL NOT EQUAL InputEnvelopeHash
000291         PERFORM AbendInputEnvelope
000292     END-IF
000293     SET InputTrailerSeen TO TRUE.
000294
000295 AbendInputEnvelope.
000296     DISPLAY "PWDIN TRAILER MISSING OR COUNTS DO NOT TIE"
000297     MOVE 16 TO RETURN-CODE
000298     STOP RUN.
000299
000300 StoreOneExistingRequest.
000301     IF QueuedRequestCount LESS THAN 5000
000302         ADD 1 TO QueuedRequestCount
000303         MOVE PasswordRequestRecord TO
000304                 QueuedRequest(QueuedRequestCount)
000305         ADD 1 TO ExistingRequestsKept
000306     ELSE
000307         DISPLAY "REQUEST TABLE FULL - RUN STOPPED"
000308         MOVE 8 TO RETURN-CODE
000309         STOP RUN
000310     END-IF.
000311
000312 LocateQueuedRequest.
000313     PERFORM VARYING RequestIdx FROM 1 BY 1
000314             UNTIL RequestIdx GREATER THAN QueuedRequestCount
000315         IF QR-ACCOUNT-ID(RequestIdx) EQUAL LookupAccountId
000316             EXIT PERFORM
000317         END-IF
000318     END-PERFORM
000319     IF RequestIdx GREATER THAN QueuedRequestCount
000320         MOVE ZERO TO RequestIdx
000321     END-IF.
000322
000323 OpenTicketRegister.
000324     OPEN I-O TicketRegisterFile
000325     IF TicketRegisterFileStatus EQUAL "35"
000326         OPEN OUTPUT TicketRegisterFile
000327         CLOSE TicketRegisterFile
000328         OPEN I-O TicketRegisterFile
000329     END-IF
000330     IF TicketRegisterFileStatus NOT EQUAL "00"
000331         DISPLAY "TICKET REGISTER UNAVAILABLE - RUN STOPPED"
000332         MOVE 8 TO RETURN-CODE
000333         STOP RUN
000334     END-IF.
000335
000336 ReadNextTicket.
000337     READ TicketIntakeFile
000338         AT END
000339             IF NOT TicketTrailerSeen
000340                 PERFORM AbendTicketEnvelope
000341             END-IF
000342             SET NoMoreTickets TO TRUE
000343         NOT AT END
000344             PERFORM ClassifyTicketRecord
000345     END-READ.
000346
000347 ClassifyTicketRecord.
000348     EVALUATE TicketIntakeRecord(1:8)
000349         WHEN "HDR*****"
000350             CONTINUE
000351         WHEN "TRL*****"
000352             PERFORM VerifyTicketTrailer
000353         WHEN OTHER
000354             IF TicketTrailerSeen
000355                 PERFORM AbendTicketEnvelope
000356             END-IF
000357             ADD 1 TO TicketEnvelopeCount
000358             MOVE TI-ACCOUNT-ID TO EnvelopeHashId
000359             PERFORM AddToEnvelopeHash
000360             ADD EnvelopeHashWork TO TicketEnvelopeHash
000361             PERFORM ProcessOneTicket
000362     END-EVALUATE.
000363
000364 VerifyTicketTrailer.
000365     MOVE TicketIntakeRecord TO EnvelopeTrailerRecord
000366     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000367         PERFORM AbendTicketEnvelope
000368     END-IF
000369     IF ET-RECORD-COUNT NOT EQUAL TicketEnvelopeCount OR
000370             ET-HASH-TOTAL NOT EQUAL TicketEnvelopeHash
000371         PERFORM AbendTicketEnvelope
000372     END-IF
000373     SET TicketTrailerSeen TO TRUE.
000374
000375 AbendTicketEnvelope.
000376     DISPLAY "TICKETIN TRAILER MISSING OR COUNTS DO NOT TIE"
000377     MOVE 16 TO RETURN-CODE
000378     STOP RUN.
000379
000380 AddToEnvelopeHash.
000381     MOVE ZERO TO EnvelopeHashWork
000382     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000383             UNTIL EnvelopeCharIdx GREATER THAN 8
000384         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000385                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000386     END-PERFORM.
000387
000388 ProcessOneTicket.
000389     ADD 1 TO TicketsRead
000390     PERFORM ValidateOneTicket
000391     EVALUATE TRUE
000392         WHEN TicketNotRegistered
000393             PERFORM WriteUnregisteredTicket
000394         WHEN TicketIsInvalid
000395             PERFORM RegisterRejectedTicket
000396         WHEN OTHER
000397             PERFORM QueueTicketRequest
000398     END-EVALUATE.
000399
000400 ValidateOneTicket.
000401     SET TicketIsValid TO TRUE
000402     SET TicketToBeRegistered TO TRUE
000403     MOVE SPACES TO RejectOutcomeCode
000404     MOVE SPACES TO RejectReasonText
000405     IF TI-TICKET-NUMBER EQUAL SPACES
000406         SET TicketNotRegistered TO TRUE
000407         MOVE "Ticket number missing" TO RejectReasonText
000408     ELSE
000409         MOVE TI-TICKET-NUMBER TO TK-TICKET-NUMBER
000410         READ TicketRegisterFile
000411             INVALID KEY
000412                 CONTINUE
000413             NOT INVALID KEY
000414                 SET TicketNotRegistered TO TRUE
000415                 MOVE "Ticket already on register" TO
000416                         RejectReasonText
000417         END-READ
000418     END-IF
000419     IF TicketToBeRegistered AND TI-ACCOUNT-ID EQUAL SPACES
000420         SET TicketIsInvalid TO TRUE
000421         MOVE "INVALID" TO RejectOutcomeCode
000422         MOVE "Account id missing" TO RejectReasonText
000423     END-IF
000424     IF TicketToBeRegistered AND TicketIsValid AND
000425             TI-RESET-TYPE NOT EQUAL "R" AND
000426             TI-RESET-TYPE NOT EQUAL "C"
000427         SET TicketIsInvalid TO TRUE
000428         MOVE "INVALID" TO RejectOutcomeCode
000429         MOVE "Unknown reset type" TO RejectReasonText
000430     END-IF
000431     IF TicketToBeRegistered AND TicketIsValid AND
000432             TI-REQUESTED-BY EQUAL SPACES
000433         SET TicketIsInvalid TO TRUE
000434         MOVE "INVALID" TO RejectOutcomeCode
000435         MOVE "Requester missing" TO RejectReasonText
000436     END-IF
000437     IF TicketToBeRegistered AND TicketIsValid AND
000438             (TI-PRIORITY LESS THAN "1" OR
000439              TI-PRIORITY GREATER THAN "4")
000440         SET TicketIsInvalid TO TRUE
000441         MOVE "INVALID" TO RejectOutcomeCode
000442         MOVE "Priority must be 1 to 4" TO RejectReasonText
000443     END-IF
000444     IF TicketToBeRegistered AND TicketIsValid
000445         MOVE TI-ACCOUNT-ID TO LookupAccountId
000446         PERFORM LocateMasterAccount
000447         IF Idx EQUAL ZERO
000448             SET TicketIsInvalid TO TRUE
000449             PERFORM CheckAccountTerminated
000450             IF AccountWasTerminated
000451                 MOVE "TERMINATED" TO RejectOutcomeCode
000452                 MOVE "Account already terminated" TO
000453                         RejectReasonText
000454             ELSE
000455                 MOVE "UNKNOWN-ACCT" TO RejectOutcomeCode
000456                 MOVE "Account not on master" TO RejectReasonText
000457             END-IF
000458         END-IF
000459     END-IF.
000460
000461 CheckAccountTerminated.
000462     MOVE "N" TO TerminationState
000463     IF LedgerFileIsOpen
000464         MOVE TI-ACCOUNT-ID TO LG-ACCOUNT-ID
000465         MOVE ZERO TO LG-ROTATION-SEQ
000466         MOVE ZERO TO LG-STORED-DATE
000467         START SyncLedgerFile KEY GREATER THAN OR EQUAL
000468                 LG-LEDGER-KEY
000469             INVALID KEY
000470                 CONTINUE
000471             NOT INVALID KEY
000472                 READ SyncLedgerFile NEXT
000473                     AT END
000474                         CONTINUE
000475                     NOT AT END
000476                         IF LG-ACCOUNT-ID EQUAL TI-ACCOUNT-ID AND
000477                                 LG-ROTATION-SEQ EQUAL ZERO
000478                             SET AccountWasTerminated TO TRUE
000479                         END-IF
000480                 END-READ
000481         END-START
000482     END-IF.
000483
000484 RegisterRejectedTicket.
000485     ADD 1 TO TicketsRejected
000486     PERFORM BuildTicketRecord
000487     SET TicketClosed TO TRUE
000488     MOVE RejectOutcomeCode TO TK-OUTCOME
000489     MOVE RunDateValue TO TK-CLOSED-DATE
000490     WRITE ResetTicketRecord
000491     MOVE SPACES TO AppliedStatusText
000492     STRING "REJECTED - " RejectReasonText
000493             DELIMITED BY SIZE INTO AppliedStatusText
000494     PERFORM WriteIntakeDetailLine.
000495
000496 WriteUnregisteredTicket.
000497     ADD 1 TO TicketsNotRegistered
000498     MOVE SPACES TO AppliedStatusText
000499     STRING "NOT REGISTERED - " RejectReasonText
000500             DELIMITED BY SIZE INTO AppliedStatusText
000501     PERFORM WriteIntakeDetailLine.
000502
000503 QueueTicketRequest.
000504     PERFORM LocateQueuedRequest
000505     IF RequestIdx EQUAL ZERO AND
000506             QueuedRequestCount NOT LESS THAN 5000
000507         ADD 1 TO RequestsLost
000508         MOVE "Request table full" TO RejectReasonText
000509         PERFORM WriteUnregisteredTicket
000510     ELSE
000511         PERFORM QueueTicketOnRequest
000512     END-IF.
000513
000514 QueueTicketOnRequest.
000515     PERFORM BuildTicketRecord
000516     PERFORM RecordLedgerBaseline
000517     SET TicketQueued TO TRUE
000518     IF RequestIdx GREATER THAN ZERO
000519         ADD 1 TO TicketsJoined
000520         IF QR-TICKET-NUMBER(RequestIdx) EQUAL SPACES
000521             MOVE TI-TICKET-NUMBER TO QR-TICKET-NUMBER(RequestIdx)
000522         END-IF
000523         MOVE "QUEUED - JOINS REQUEST ALREADY ON PWDIN" TO
000524                 AppliedStatusText
000525     ELSE
000526         ADD 1 TO QueuedRequestCount
000527         MOVE QueuedRequestCount TO RequestIdx
000528         MOVE SPACES TO QueuedRequest(RequestIdx)
000529         MOVE TI-ACCOUNT-ID TO QR-ACCOUNT-ID(RequestIdx)
000530         MOVE MA-CURRENT-PASSWORD(Idx) TO
000531                 QR-CURRENT-PASSWORD(RequestIdx)
000532         MOVE MA-ROTATION-COUNT(Idx) TO
000533                 QR-ROTATION-COUNT(RequestIdx)
000534         IF QR-ROTATION-COUNT(RequestIdx) EQUAL ZERO
000535             MOVE 1 TO QR-ROTATION-COUNT(RequestIdx)
000536         END-IF
000537         MOVE TI-TICKET-NUMBER TO QR-TICKET-NUMBER(RequestIdx)
000538         ADD 1 TO TicketsQueued
000539         MOVE "QUEUED - NEW ROTATION REQUEST" TO AppliedStatusText
000540     END-IF
000541     WRITE ResetTicketRecord
000542     PERFORM WriteIntakeDetailLine.
000543
000544 RecordLedgerBaseline.
000545     IF LedgerFileIsOpen
000546         MOVE "N" TO EndOfBaselineScan
000547         MOVE TI-ACCOUNT-ID TO LG-ACCOUNT-ID
000548         MOVE ZERO TO LG-ROTATION-SEQ
000549         MOVE ZERO TO LG-STORED-DATE
000550         START SyncLedgerFile KEY GREATER THAN OR EQUAL
000551                 LG-LEDGER-KEY
000552             INVALID KEY
000553                 SET BaselineScanComplete TO TRUE
000554         END-START
000555         IF SyncLedgerFileStatus NOT EQUAL "00"
000556             SET BaselineScanComplete TO TRUE
000557         END-IF
000558         PERFORM ScanBaselineEntry UNTIL BaselineScanComplete
000559     END-IF.
000560
000561 ScanBaselineEntry.
000562     READ SyncLedgerFile NEXT
000563         AT END
000564             SET BaselineScanComplete TO TRUE
000565         NOT AT END
000566             IF LG-ACCOUNT-ID NOT EQUAL TI-ACCOUNT-ID
000567                 SET BaselineScanComplete TO TRUE
000568             ELSE
000569                 PERFORM NoteBaselineEntry
000570             END-IF
000571     END-READ
000572     IF SyncLedgerFileStatus NOT EQUAL "00"
000573         SET BaselineScanComplete TO TRUE
000574     END-IF.
000575
000576 NoteBaselineEntry.
000577     IF LG-STORED-DATE GREATER THAN TK-BASELINE-DATE OR
000578             (LG-STORED-DATE EQUAL TK-BASELINE-DATE AND
000579              LG-ROTATION-SEQ GREATER THAN TK-BASELINE-SEQ)
000580         MOVE LG-LEDGER-KEY TO TK-BASELINE-KEY
000581     END-IF.
000582
000583 BuildTicketRecord.
000584     MOVE SPACES TO ResetTicketRecord
000585     MOVE TI-TICKET-NUMBER TO TK-TICKET-NUMBER
000586     MOVE TI-ACCOUNT-ID TO TK-ACCOUNT-ID
000587     MOVE TI-RESET-TYPE TO TK-RESET-TYPE
000588     MOVE TI-REQUESTED-BY TO TK-REQUESTED-BY
000589     MOVE TI-PRIORITY TO TK-PRIORITY
000590     MOVE RunDateValue TO TK-RECEIVED-DATE
000591     MOVE TI-ACCOUNT-ID TO TK-BASELINE-ACCOUNT
000592     MOVE ZERO TO TK-BASELINE-SEQ
000593     MOVE ZERO TO TK-BASELINE-DATE
000594     MOVE ZERO TO TK-APPLIED-DATE
000595     MOVE ZERO TO TK-CLOSED-DATE
000596     MOVE ZERO TO TK-FEED-DATE.
000597
000598 WriteIntakeDetailLine.
000599     MOVE TI-TICKET-NUMBER TO ID-TICKET-NUMBER
000600     MOVE TI-ACCOUNT-ID TO ID-ACCOUNT-ID
000601     MOVE TI-PRIORITY TO ID-PRIORITY
000602     MOVE AppliedStatusText TO ID-STATUS
000603     MOVE IntakeDetailLine TO TicketIntakeReportLine
000604     WRITE TicketIntakeReportLine.
000605
000606 RewriteRequestFile.
000607     OPEN OUTPUT InputPasswordFile
000608     PERFORM WriteRequestHeader
000609     PERFORM VARYING RequestIdx FROM 1 BY 1
000610             UNTIL RequestIdx GREATER THAN QueuedRequestCount
000611         PERFORM WriteOneRequest
000612     END-PERFORM
000613     PERFORM WriteRequestTrailer
000614     CLOSE InputPasswordFile.
000615
000616 WriteOneRequest.
000617     MOVE QueuedRequest(RequestIdx) TO PasswordRequestRecord
000618     WRITE PasswordRequestRecord
000619     MOVE PR-ACCOUNT-ID TO EnvelopeHashId
000620     PERFORM AddToEnvelopeHash
000621     ADD EnvelopeHashWork TO OutputEnvelopeHash
000622     ADD 1 TO OutputEnvelopeCount.
000623
000624 WriteRequestHeader.
000625     MOVE "HDR*****" TO EH-RECORD-TAG
000626     MOVE "TICKET-INTAKE" TO EH-CREATOR-PROGRAM
000627     MOVE RunDateValue TO EH-CREATED-DATE
000628     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000629     WRITE PasswordRequestRecord FROM EnvelopeHeaderRecord.
000630
000631 WriteRequestTrailer.
000632     MOVE "TRL*****" TO ET-RECORD-TAG
000633     MOVE OutputEnvelopeCount TO ET-RECORD-COUNT
000634     MOVE OutputEnvelopeHash TO ET-HASH-TOTAL
000635     WRITE PasswordRequestRecord FROM EnvelopeTrailerRecord.
000636
000637 WriteIntakeTotals.
000638     MOVE SPACES TO TicketIntakeReportLine
000639     WRITE TicketIntakeReportLine
000640     MOVE "TICKETS READ" TO IT-LABEL
000641     MOVE TicketsRead TO IT-VALUE
000642     PERFORM WriteIntakeTotalLine
000643     MOVE "QUEUED, NEW REQUEST" TO IT-LABEL
000644     MOVE TicketsQueued TO IT-VALUE
000645     PERFORM WriteIntakeTotalLine
000646     MOVE "QUEUED, JOINED REQUEST" TO IT-LABEL
000647     MOVE TicketsJoined TO IT-VALUE
000648     PERFORM WriteIntakeTotalLine
000649     MOVE "REJECTED AND CLOSED" TO IT-LABEL
000650     MOVE TicketsRejected TO IT-VALUE
000651     PERFORM WriteIntakeTotalLine
000652     MOVE "NOT REGISTERED" TO IT-LABEL
000653     MOVE TicketsNotRegistered TO IT-VALUE
000654     PERFORM WriteIntakeTotalLine
000655     MOVE "EARLIER PWDIN REQUESTS" TO IT-LABEL
000656     MOVE ExistingRequestsKept TO IT-VALUE
000657     PERFORM WriteIntakeTotalLine
000658     MOVE "PWDIN REQUESTS WRITTEN" TO IT-LABEL
000659     MOVE OutputEnvelopeCount TO IT-VALUE
000660     PERFORM WriteIntakeTotalLine.
000661
000662 WriteIntakeTotalLine.
000663     MOVE IntakeTotalLine TO TicketIntakeReportLine
000664     WRITE TicketIntakeReportLine.
000665
000666 AppendRunManifest.
000667     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000668     OPEN EXTEND RunManifestFile
000669     MOVE "TICKET-INTAKE" TO MF-PROGRAM-ID
000670     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
000671     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
000672     MOVE TicketsRead TO MF-RECORDS-READ
000673     MOVE OutputEnvelopeCount TO MF-RECORDS-WRITTEN
000674     MOVE RETURN-CODE TO MF-RETURN-CODE
000675     WRITE RunManifestRecord
000676     CLOSE RunManifestFile.
