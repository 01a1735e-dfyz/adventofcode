000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. OWNER-NOTIFY.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT NotifyParmFile ASSIGN TO "NOTIFPRM"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS NotifyParmFileStatus.
000011     SELECT AccountMasterFile ASSIGN TO "ACCTMSTR"
000012         ORGANIZATION LINE SEQUENTIAL
000013         FILE STATUS AccountMasterFileStatus.
000014     SELECT DeferralFile ASSIGN TO "DEFEROUT"
000015         ORGANIZATION LINE SEQUENTIAL
000016         FILE STATUS DeferralFileStatus.
000017     SELECT OwnerEventFile ASSIGN TO "OWNEREVT"
000018         ORGANIZATION LINE SEQUENTIAL
000019         FILE STATUS OwnerEventFileStatus.
000020     SELECT NotifyExtractFile ASSIGN TO "NOTIFYOUT"
000021         ORGANIZATION LINE SEQUENTIAL.
000022     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000023         ORGANIZATION LINE SEQUENTIAL.
000024
000025 DATA DIVISION.
000026 FILE SECTION.
000027 FD  NotifyParmFile.
000028 01  NotifyParmRecord.
000029     05  NP-RUN-DATE               PIC 9(8).
000030
000031 FD  AccountMasterFile.
000032     COPY ACCOUNT.
000033
000034 FD  DeferralFile.
000035 01  DeferralRecord.
000036     05  DE-ACCOUNT-ID             PIC X(8).
000037     05  DE-CURRENT-PASSWORD       PIC A(20).
000038     05  DE-ROTATION-COUNT         PIC 99.
000039     05  DE-ROTATION-SEQ           PIC 99.
000040     05  DE-ATTEMPTS-USED          PIC 9(9).
000041     05  FILLER                    PIC X(01).
000042
000043 FD  OwnerEventFile.
000044     COPY OWNEVT.
000045
000046 FD  NotifyExtractFile.
000047 01  OwnerNotifyRecord.
000048     05  NO-OWNER-ID               PIC X(8).
000049     05  NO-ACCOUNT-ID             PIC X(8).
000050     05  NO-OWNER-CONTACT          PIC X(40).
000051     05  NO-DEPARTMENT-CODE        PIC X(4).
000052     05  NO-EVENT-CODE             PIC X(8).
000053     05  NO-EVENT-DATE             PIC 9(8).
000054     05  NO-EVENT-PROGRAM          PIC X(18).
000055     05  NO-EVENT-REASON           PIC X(60).
000056
000057 FD  RunManifestFile.
000058     COPY MANIFEST.
000059
000060 WORKING-STORAGE SECTION.
000061 01 NotifyParmFileStatus   PIC XX VALUE SPACES.
000062 01 AccountMasterFileStatus PIC XX VALUE SPACES.
000063 01 DeferralFileStatus     PIC XX VALUE SPACES.
000064 01 OwnerEventFileStatus   PIC XX VALUE SPACES.
000065
000066 01 NotifyRunDate          PIC 9(8) VALUE ZERO.
000067 01 DeferralCreatedDate    PIC 9(8) VALUE ZERO.
000068
000069 01 OwnerLookupTable.
000070     05 OwnerLookupCount    PIC 9(4) VALUE ZERO.
000071     05 OwnerLookupEntry OCCURS 5000 TIMES.
000072         10 OL-ACCOUNT-ID          PIC X(8).
000073         10 OL-OWNER-ID            PIC X(8).
000074         10 OL-OWNER-CONTACT       PIC X(40).
000075         10 OL-DEPARTMENT-CODE     PIC X(4).
000076
000077 01 NotifyEventTable.
000078     05 NotifyEventCount    PIC 9(4) VALUE ZERO.
000079     05 NotifyEventEntry OCCURS 5000 TIMES.
000080         10 NE-OWNER-ID            PIC X(8).
000081         10 NE-ACCOUNT-ID          PIC X(8).
000082         10 NE-OWNER-CONTACT       PIC X(40).
000083         10 NE-DEPARTMENT-CODE     PIC X(4).
000084         10 NE-EVENT-CODE          PIC X(8).
000085         10 NE-EVENT-DATE          PIC 9(8).
000086         10 NE-EVENT-PROGRAM       PIC X(18).
000087         10 NE-EVENT-REASON        PIC X(60).
000088         10 NE-EXTRACTED           PIC X(01).
000089
000090 01 Idx                    PIC 9(4) VALUE ZERO.
000091 01 TblIdx                 PIC 9(4) VALUE ZERO.
000092 01 LookupAccountId        PIC X(8) VALUE SPACES.
000093 01 CurrentOwnerId         PIC X(8) VALUE SPACES.
000094 01 DeferralReasonText     PIC X(60) VALUE
000095     "ATTEMPT BUDGET EXHAUSTED - ROTATION DEFERRED TO NEXT RUN".
000096
000097 01 CurrentDateTimeField   PIC X(21).
000098
000099     COPY ENVLP.
000100
000101 01 EnvelopeHashId         PIC X(8).
000102 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000103 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000104 01 DeferEnvelopeCount     PIC 9(9) VALUE ZERO.
000105 01 DeferEnvelopeHash      PIC 9(12) VALUE ZERO.
000106 01 DeferTrailerState      PIC X(01) VALUE "N".
000107     88 DeferTrailerSeen           VALUE "Y".
000108 01 OutputEnvelopeCount    PIC 9(9) VALUE ZERO.
000109 01 OutputEnvelopeHash     PIC 9(12) VALUE ZERO.
000110
000111 01 MastersRead            PIC 9(9) VALUE ZERO.
000112 01 OwnerEventsRead        PIC 9(9) VALUE ZERO.
000113 01 OwnerEventsSelected    PIC 9(9) VALUE ZERO.
000114 01 DeferralsRead          PIC 9(9) VALUE ZERO.
000115 01 DeferralsSelected      PIC 9(9) VALUE ZERO.
000116 01 OwnersNotified         PIC 9(9) VALUE ZERO.
000117 01 UnownedEvents          PIC 9(9) VALUE ZERO.
000118 01 EventsDropped          PIC 9(9) VALUE ZERO.
000119 01 TotalRecordsRead       PIC 9(9) VALUE ZERO.
000120
000121 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000122     88 NoMoreMasterRecords        VALUE "Y".
000123 01 EndOfDeferrals         PIC X(01) VALUE "N".
000124     88 NoMoreDeferrals            VALUE "Y".
000125 01 EndOfOwnerEvents       PIC X(01) VALUE "N".
000126     88 NoMoreOwnerEvents          VALUE "Y".
000127
000128 PROCEDURE DIVISION.
000129 NotifyAccountOwners.
000130     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000131     PERFORM LoadNotifyParameters
000132     PERFORM LoadOwnerLookup
000133     PERFORM CollectOwnerEvents
000134     PERFORM CollectDeferrals
000135     PERFORM WriteNotifyExtract
000136     DISPLAY "NOTIFICATION DATE:     " NotifyRunDate
000137     DISPLAY "MASTER RECORDS READ:   " MastersRead
000138     DISPLAY "OWNER EVENTS READ:     " OwnerEventsRead
000139     DISPLAY "OWNER EVENTS SELECTED: " OwnerEventsSelected
000140     DISPLAY "DEFERRALS READ:        " DeferralsRead
000141     DISPLAY "DEFERRALS SELECTED:    " DeferralsSelected
000142     DISPLAY "NOTIFICATIONS WRITTEN: " OutputEnvelopeCount
000143     DISPLAY "OWNERS NOTIFIED:       " OwnersNotified
000144     DISPLAY "UNOWNED EVENTS:        " UnownedEvents
000145     DISPLAY "EVENTS DROPPED:        " EventsDropped
000146     IF UnownedEvents GREATER THAN ZERO OR
000147             EventsDropped GREATER THAN ZERO
000148         MOVE 4 TO RETURN-CODE
000149     END-IF
000150     ADD OwnerEventsRead DeferralsRead
000151             GIVING TotalRecordsRead
000152     PERFORM AppendRunManifest
000153     STOP RUN.
000154
000155 LoadNotifyParameters.
000156     MOVE CurrentDateTimeField(1:8) TO NotifyRunDate
000157     OPEN INPUT NotifyParmFile
000158     IF NotifyParmFileStatus EQUAL "00"
000159         READ NotifyParmFile
000160             AT END
000161                 CONTINUE
000162             NOT AT END
000163                 IF NP-RUN-DATE NUMERIC AND
000164                         NP-RUN-DATE GREATER THAN ZERO
000165                     MOVE NP-RUN-DATE TO NotifyRunDate
000166                 END-IF
000167         END-READ
000168         CLOSE NotifyParmFile
000169     END-IF.
000170
000171 LoadOwnerLookup.
000172     MOVE ZERO TO OwnerLookupCount
000173     OPEN INPUT AccountMasterFile
000174     IF AccountMasterFileStatus NOT EQUAL "00"
000175         DISPLAY "ACCOUNT MASTER UNAVAILABLE - RUN STOPPED"
000176         MOVE 8 TO RETURN-CODE
000177         PERFORM AppendRunManifest
000178         STOP RUN
000179     END-IF
000180     PERFORM ReadNextMasterRecord
000181     PERFORM StoreOneOwnerLookup UNTIL NoMoreMasterRecords
000182     CLOSE AccountMasterFile.
000183
000184 ReadNextMasterRecord.
000185     READ AccountMasterFile
000186         AT END
000187             SET NoMoreMasterRecords TO TRUE
000188     END-READ.
000189
000190 StoreOneOwnerLookup.
000191     ADD 1 TO MastersRead
000192     IF OwnerLookupCount LESS THAN 5000
000193         ADD 1 TO OwnerLookupCount
000194         MOVE AM-ACCOUNT-ID TO OL-ACCOUNT-ID(OwnerLookupCount)
000195         MOVE AM-OWNER-ID TO OL-OWNER-ID(OwnerLookupCount)
000196         MOVE AM-OWNER-CONTACT TO
000197                 OL-OWNER-CONTACT(OwnerLookupCount)
000198         MOVE AM-DEPARTMENT-CODE TO
000199                 OL-DEPARTMENT-CODE(OwnerLookupCount)
000200     ELSE
000201         DISPLAY "OWNER LOOKUP TABLE FULL - ACCOUNT SKIPPED"
000202     END-IF
000203     PERFORM ReadNextMasterRecord.
000204
000205 LocateOwnerLookup.
000206     PERFORM VARYING Idx FROM 1 BY 1
000207             UNTIL Idx GREATER THAN OwnerLookupCount
000208         IF OL-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000209             EXIT PERFORM
000210         END-IF
000211     END-PERFORM
000212     IF Idx GREATER THAN OwnerLookupCount
000213         MOVE ZERO TO Idx
000214     END-IF.
000215
000216 CollectOwnerEvents.
000217     OPEN INPUT OwnerEventFile
000218     IF OwnerEventFileStatus NOT EQUAL "00"
000219         DISPLAY "NO OWNER EVENT FILE - NO FORCED, DISABLED OR "
000220                 "REVERTED ACCOUNTS"
000221         SET NoMoreOwnerEvents TO TRUE
000222     END-IF
000223     PERFORM ReadNextOwnerEvent UNTIL NoMoreOwnerEvents
000224     IF OwnerEventFileStatus EQUAL "00" OR
000225             OwnerEventFileStatus EQUAL "10"
000226         CLOSE OwnerEventFile
000227     END-IF.
000228
000229 ReadNextOwnerEvent.
000230     READ OwnerEventFile
000231         AT END
000232             SET NoMoreOwnerEvents TO TRUE
000233         NOT AT END
000234             ADD 1 TO OwnerEventsRead
000235             IF OE-EVENT-DATE EQUAL NotifyRunDate
000236                 ADD 1 TO OwnerEventsSelected
000237                 PERFORM StoreOneOwnerEvent
000238             END-IF
000239     END-READ.
000240
000241 StoreOneOwnerEvent.
000242     IF NotifyEventCount LESS THAN 5000
000243         ADD 1 TO NotifyEventCount
000244         MOVE OE-OWNER-ID TO NE-OWNER-ID(NotifyEventCount)
000245         MOVE OE-ACCOUNT-ID TO NE-ACCOUNT-ID(NotifyEventCount)
000246         MOVE OE-OWNER-CONTACT TO
000247                 NE-OWNER-CONTACT(NotifyEventCount)
000248         MOVE OE-DEPARTMENT-CODE TO
000249                 NE-DEPARTMENT-CODE(NotifyEventCount)
000250         MOVE OE-EVENT-CODE TO NE-EVENT-CODE(NotifyEventCount)
000251         MOVE OE-EVENT-DATE TO NE-EVENT-DATE(NotifyEventCount)
000252         MOVE OE-EVENT-PROGRAM TO
000253                 NE-EVENT-PROGRAM(NotifyEventCount)
000254         MOVE OE-EVENT-REASON TO
000255                 NE-EVENT-REASON(NotifyEventCount)
000256         PERFORM CompleteStoredEvent
000257     ELSE
000258         ADD 1 TO EventsDropped
000259         DISPLAY "NOTIFY EVENT TABLE FULL - EVENT DROPPED"
000260     END-IF.
000261
000262 CompleteStoredEvent.
000263     MOVE "N" TO NE-EXTRACTED(NotifyEventCount)
000264     IF NE-OWNER-ID(NotifyEventCount) EQUAL SPACES
000265         MOVE "UNOWNED" TO NE-OWNER-ID(NotifyEventCount)
000266         ADD 1 TO UnownedEvents
000267     END-IF.
000268
000269 CollectDeferrals.
000270     OPEN INPUT DeferralFile
000271     IF DeferralFileStatus NOT EQUAL "00"
000272         DISPLAY "NO DEFERRAL FILE - NO DEFERRED ROTATIONS"
000273         SET NoMoreDeferrals TO TRUE
000274     END-IF
000275     PERFORM ReadNextDeferral UNTIL NoMoreDeferrals
000276     IF DeferralFileStatus EQUAL "00" OR
000277             DeferralFileStatus EQUAL "10"
000278         CLOSE DeferralFile
000279     END-IF.
000280
000281 ReadNextDeferral.
000282     READ DeferralFile
000283         AT END
000284             IF NOT DeferTrailerSeen
000285                 PERFORM AbendDeferEnvelope
000286             END-IF
000287             SET NoMoreDeferrals TO TRUE
000288         NOT AT END
000289             PERFORM ClassifyDeferralRecord
000290     END-READ.
000291
000292 ClassifyDeferralRecord.
000293     EVALUATE DE-ACCOUNT-ID
000294         WHEN "HDR*****"
000295             MOVE DeferralRecord TO EnvelopeHeaderRecord
000296             IF EH-CREATED-DATE NUMERIC
000297                 MOVE EH-CREATED-DATE TO DeferralCreatedDate
000298             END-IF
000299         WHEN "TRL*****"
000300             PERFORM VerifyDeferTrailer
000301         WHEN OTHER
000302             IF DeferTrailerSeen
000303                 PERFORM AbendDeferEnvelope
000304             END-IF
000305             ADD 1 TO DeferEnvelopeCount
000306             MOVE DE-ACCOUNT-ID TO EnvelopeHashId
000307             PERFORM AddToEnvelopeHash
000308             ADD EnvelopeHashWork TO DeferEnvelopeHash
000309             ADD 1 TO DeferralsRead
000310             IF DeferralCreatedDate EQUAL NotifyRunDate
000311                 ADD 1 TO DeferralsSelected
000312                 PERFORM StoreOneDeferral
000313             END-IF
000314     END-EVALUATE.
000315
000316 VerifyDeferTrailer.
000317     MOVE DeferralRecord TO EnvelopeTrailerRecord
000318     IF ET-RECORD-COUNT NOT NUMERIC OR ET-HASH-TOTAL NOT NUMERIC
000319         PERFORM AbendDeferEnvelope
000320     END-IF
000321     IF ET-RECORD-COUNT NOT EQUAL DeferEnvelopeCount OR
000322             ET-HASH-TOTAL NOT EQUAL DeferEnvelopeHash
000323         PERFORM AbendDeferEnvelope
000324     END-IF
000325     SET DeferTrailerSeen TO TRUE.
000326
000327 AbendDeferEnvelope.
000328     DISPLAY "DEFEROUT TRAILER MISSING OR COUNTS DO NOT TIE"
000329     MOVE 16 TO RETURN-CODE
000330     STOP RUN.
000331
000332 AddToEnvelopeHash.
000333     MOVE ZERO TO EnvelopeHashWork
000334     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000335             UNTIL EnvelopeCharIdx GREATER THAN 8
000336         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000337                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000338     END-PERFORM.
000339
000340 StoreOneDeferral.
000341     IF NotifyEventCount LESS THAN 5000
000342         ADD 1 TO NotifyEventCount
000343         MOVE DE-ACCOUNT-ID TO NE-ACCOUNT-ID(NotifyEventCount)
000344         MOVE DE-ACCOUNT-ID TO LookupAccountId
000345         PERFORM LocateOwnerLookup
000346         IF Idx GREATER THAN ZERO
000347             MOVE OL-OWNER-ID(Idx) TO
000348                     NE-OWNER-ID(NotifyEventCount)
000349             MOVE OL-OWNER-CONTACT(Idx) TO
000350                     NE-OWNER-CONTACT(NotifyEventCount)
000351             MOVE OL-DEPARTMENT-CODE(Idx) TO
000352                     NE-DEPARTMENT-CODE(NotifyEventCount)
000353         ELSE
000354             MOVE SPACES TO NE-OWNER-ID(NotifyEventCount)
000355             MOVE SPACES TO NE-OWNER-CONTACT(NotifyEventCount)
000356             MOVE SPACES TO NE-DEPARTMENT-CODE(NotifyEventCount)
000357         END-IF
000358         MOVE "DEFERRED" TO NE-EVENT-CODE(NotifyEventCount)
000359         MOVE DeferralCreatedDate TO
000360                 NE-EVENT-DATE(NotifyEventCount)
000361         MOVE "ADVENT-OF-CODE-11" TO
000362                 NE-EVENT-PROGRAM(NotifyEventCount)
000363         MOVE DeferralReasonText TO
000364                 NE-EVENT-REASON(NotifyEventCount)
000365         PERFORM CompleteStoredEvent
000366     ELSE
000367         ADD 1 TO EventsDropped
000368         DISPLAY "NOTIFY EVENT TABLE FULL - DEFERRAL DROPPED"
000369     END-IF.
000370
000371 WriteNotifyExtract.
000372     OPEN OUTPUT NotifyExtractFile
000373     PERFORM WriteNotifyHeader
000374     PERFORM VARYING Idx FROM 1 BY 1
000375             UNTIL Idx GREATER THAN NotifyEventCount
000376         IF NE-EXTRACTED(Idx) EQUAL "N"
000377             PERFORM ExtractOneOwnerGroup
000378         END-IF
000379     END-PERFORM
000380     PERFORM WriteNotifyTrailer
000381     CLOSE NotifyExtractFile.
000382
000383 ExtractOneOwnerGroup.
000384     ADD 1 TO OwnersNotified
000385     MOVE NE-OWNER-ID(Idx) TO CurrentOwnerId
000386     PERFORM VARYING TblIdx FROM Idx BY 1
000387             UNTIL TblIdx GREATER THAN NotifyEventCount
000388         IF NE-EXTRACTED(TblIdx) EQUAL "N" AND
000389                 NE-OWNER-ID(TblIdx) EQUAL CurrentOwnerId
000390             PERFORM WriteOneNotification
000391         END-IF
000392     END-PERFORM.
000393
000394 WriteOneNotification.
000395     MOVE NE-OWNER-ID(TblIdx) TO NO-OWNER-ID
000396     MOVE NE-ACCOUNT-ID(TblIdx) TO NO-ACCOUNT-ID
000397     MOVE NE-OWNER-CONTACT(TblIdx) TO NO-OWNER-CONTACT
000398     MOVE NE-DEPARTMENT-CODE(TblIdx) TO NO-DEPARTMENT-CODE
000399     MOVE NE-EVENT-CODE(TblIdx) TO NO-EVENT-CODE
000400     MOVE NE-EVENT-DATE(TblIdx) TO NO-EVENT-DATE
000401     MOVE NE-EVENT-PROGRAM(TblIdx) TO NO-EVENT-PROGRAM
000402     MOVE NE-EVENT-REASON(TblIdx) TO NO-EVENT-REASON
000403     WRITE OwnerNotifyRecord
000404     MOVE "Y" TO NE-EXTRACTED(TblIdx)
000405     MOVE NO-ACCOUNT-ID TO EnvelopeHashId
000406     PERFORM AddToEnvelopeHash
000407     ADD EnvelopeHashWork TO OutputEnvelopeHash
000408     ADD 1 TO OutputEnvelopeCount.
000409
000410 WriteNotifyHeader.
000411     MOVE "HDR*****" TO EH-RECORD-TAG
000412     MOVE "OWNER-NOTIFY" TO EH-CREATOR-PROGRAM
000413     MOVE NotifyRunDate TO EH-CREATED-DATE
000414     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000415     WRITE OwnerNotifyRecord FROM EnvelopeHeaderRecord.
000416
000417 WriteNotifyTrailer.
000418     MOVE "TRL*****" TO ET-RECORD-TAG
000419     MOVE OutputEnvelopeCount TO ET-RECORD-COUNT
000420     MOVE OutputEnvelopeHash TO ET-HASH-TOTAL
000421     WRITE OwnerNotifyRecord FROM EnvelopeTrailerRecord.
000422
000423 AppendRunManifest.
000424     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000425     OPEN EXTEND RunManifestFile
000426     MOVE "OWNER-NOTIFY" TO MF-PROGRAM-ID
000427     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
000428     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
000429     MOVE TotalRecordsRead TO MF-RECORDS-READ
000430     MOVE OutputEnvelopeCount TO MF-RECORDS-WRITTEN
000431     MOVE RETURN-CODE TO MF-RETURN-CODE
000432     WRITE RunManifestRecord
000433     CLOSE RunManifestFile.
