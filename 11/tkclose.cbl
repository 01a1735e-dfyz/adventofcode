000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. TICKET-CLOSURE.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT TicketRegisterFile ASSIGN TO "TICKETS"
000009         ORGANIZATION INDEXED
000010         ACCESS MODE DYNAMIC
000011         RECORD KEY TK-TICKET-NUMBER
000012         FILE STATUS TicketRegisterFileStatus.
000013     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000014         ORGANIZATION INDEXED
000015         ACCESS MODE DYNAMIC
000016         RECORD KEY LG-LEDGER-KEY
000017         FILE STATUS SyncLedgerFileStatus.
000018     SELECT TicketClosureFile ASSIGN TO "TICKCLOS"
000019         ORGANIZATION LINE SEQUENTIAL.
000020     SELECT TicketAgingFile ASSIGN TO "TICKAGE"
000021         ORGANIZATION LINE SEQUENTIAL.
000022     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000023         ORGANIZATION LINE SEQUENTIAL.
000024
000025 DATA DIVISION.
000026 FILE SECTION.
000027 FD  TicketRegisterFile.
000028     COPY TICKET.
000029
000030 FD  SyncLedgerFile.
000031     COPY LEDGER.
000032
000033 FD  TicketClosureFile.
000034 01  TicketClosureRecord.
000035     05  CF-TICKET-NUMBER          PIC X(10).
000036     05  CF-ACCOUNT-ID             PIC X(8).
000037     05  CF-OUTCOME                PIC X(12).
000038     05  CF-APPLIED-DATE           PIC 9(8).
000039     05  CF-CLOSED-DATE            PIC 9(8).
000040
000041 FD  TicketAgingFile.
000042 01  TicketAgingLine               PIC X(80).
000043
000044 FD  RunManifestFile.
000045     COPY MANIFEST.
000046
000047 WORKING-STORAGE SECTION.
000048 01 TicketRegisterFileStatus PIC XX VALUE SPACES.
000049 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000050 01 CurrentDateTimeField   PIC X(21).
000051 01 RunDateValue           PIC 9(8) VALUE ZERO.
000052 01 RunDateInteger         PIC 9(9) VALUE ZERO.
000053 01 ReceivedDateInteger    PIC 9(9) VALUE ZERO.
000054 01 DaysOpen               PIC S9(9) VALUE ZERO.
000055
000056 01 FoundLedgerKey         PIC X(18) VALUE SPACES.
000057 01 FoundStoredDate        PIC 9(8) VALUE ZERO.
000058 01 FoundPushStatus        PIC X(12) VALUE SPACES.
000059 01 FoundAppliedDate       PIC 9(8) VALUE ZERO.
000060 01 PushStatusText         PIC X(14) VALUE SPACES.
000061 01 TicketChangeState      PIC X(01) VALUE "N".
000062     88 TicketChanged              VALUE "Y".
000063
000064 01 AgingBucketTotals.
000065     05 AgingUnder4Days     PIC 9(9) VALUE ZERO.
000066     05 Aging4To7Days       PIC 9(9) VALUE ZERO.
000067     05 Aging8To14Days      PIC 9(9) VALUE ZERO.
000068     05 Aging15PlusDays     PIC 9(9) VALUE ZERO.
000069
000070 01 AgingDetailLine.
000071     05 AG-TICKET-NUMBER    PIC X(10).
000072     05 FILLER              PIC X(2) VALUE SPACES.
000073     05 AG-ACCOUNT-ID       PIC X(8).
000074     05 FILLER              PIC X(2) VALUE SPACES.
000075     05 AG-PRIORITY         PIC X(01).
000076     05 FILLER              PIC X(2) VALUE SPACES.
000077     05 AG-RECEIVED-DATE    PIC 9(8).
000078     05 FILLER              PIC X(2) VALUE SPACES.
000079     05 AG-PUSH-STATUS      PIC X(14).
000080     05 FILLER              PIC X(2) VALUE SPACES.
000081     05 AG-DAYS             PIC ZZZZ9.
000082     05 FILLER              PIC X(2) VALUE SPACES.
000083     05 AG-BUCKET           PIC X(12).
000084
000085 01 AgingTotalLine.
000086     05 AT-LABEL            PIC X(24).
000087     05 AT-VALUE            PIC ZZZ,ZZZ,ZZ9.
000088
000089     COPY ENVLP.
000090
000091 01 EnvelopeHashId         PIC X(8).
000092 01 EnvelopeHashWork       PIC 9(6) VALUE ZERO.
000093 01 EnvelopeCharIdx        PIC 99 VALUE ZERO.
000094 01 OutputEnvelopeCount    PIC 9(9) VALUE ZERO.
000095 01 OutputEnvelopeHash     PIC 9(12) VALUE ZERO.
000096
000097 01 TicketsOnRegister      PIC 9(9) VALUE ZERO.
000098 01 TicketsClosedApplied   PIC 9(9) VALUE ZERO.
000099 01 TicketsClosedBackedOut PIC 9(9) VALUE ZERO.
000100 01 TicketsClosedFailed    PIC 9(9) VALUE ZERO.
000101 01 TicketsStillOpen       PIC 9(9) VALUE ZERO.
000102
000103 01 EndOfRegisterScan      PIC X(01) VALUE "N".
000104     88 RegisterScanComplete       VALUE "Y".
000105 01 EndOfLedgerScan        PIC X(01) VALUE "N".
000106     88 LedgerScanComplete         VALUE "Y".
000107
000108 PROCEDURE DIVISION.
000109 CloseResetTickets.
000110     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000111     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000112     COMPUTE RunDateInteger =
000113             FUNCTION INTEGER-OF-DATE(RunDateValue)
000114     OPEN INPUT SyncLedgerFile
000115     IF SyncLedgerFileStatus NOT EQUAL "00"
000116         DISPLAY "SYNC LEDGER UNAVAILABLE - RUN STOPPED"
000117         MOVE 8 TO RETURN-CODE
000118         STOP RUN
000119     END-IF
000120     PERFORM OpenTicketRegister
000121     OPEN OUTPUT TicketClosureFile
000122     PERFORM WriteClosureHeader
000123     OPEN OUTPUT TicketAgingFile
000124     MOVE "OPEN HELP-DESK RESET TICKET AGING" TO TicketAgingLine
000125     WRITE TicketAgingLine
000126     MOVE SPACES TO TicketAgingLine
000127     WRITE TicketAgingLine
000128     PERFORM ScanTicketRegister
000129     PERFORM WriteClosureTrailer
000130     PERFORM WriteAgingTotals
000131     CLOSE TicketRegisterFile
000132     CLOSE SyncLedgerFile
000133     CLOSE TicketClosureFile
000134     CLOSE TicketAgingFile
000135     DISPLAY "TICKETS ON REGISTER:   " TicketsOnRegister
000136     DISPLAY "CLOSED, APPLIED:       " TicketsClosedApplied
000137     DISPLAY "CLOSED, BACKED OUT:    " TicketsClosedBackedOut
000138     DISPLAY "CLOSED, FAILED:        " TicketsClosedFailed
000139     DISPLAY "CLOSURES SENT:         " OutputEnvelopeCount
000140     DISPLAY "TICKETS STILL OPEN:    " TicketsStillOpen
000141     IF Aging15PlusDays GREATER THAN ZERO
000142         MOVE 4 TO RETURN-CODE
000143     END-IF
000144     PERFORM AppendRunManifest
000145     STOP RUN.
000146
000147 OpenTicketRegister.
000148     OPEN I-O TicketRegisterFile
000149     IF TicketRegisterFileStatus EQUAL "35"
000150         OPEN OUTPUT TicketRegisterFile
000151         CLOSE TicketRegisterFile
000152         OPEN I-O TicketRegisterFile
000153     END-IF
000154     IF TicketRegisterFileStatus NOT EQUAL "00"
000155         DISPLAY "TICKET REGISTER UNAVAILABLE - RUN STOPPED"
000156         MOVE 8 TO RETURN-CODE
000157         STOP RUN
000158     END-IF.
000159
000160 ScanTicketRegister.
000161     MOVE "N" TO EndOfRegisterScan
000162     MOVE LOW-VALUES TO TK-TICKET-NUMBER
000163     START TicketRegisterFile KEY GREATER THAN OR EQUAL
000164             TK-TICKET-NUMBER
000165         INVALID KEY
000166             SET RegisterScanComplete TO TRUE
000167     END-START
000168     IF TicketRegisterFileStatus NOT EQUAL "00"
000169         SET RegisterScanComplete TO TRUE
000170     END-IF
000171     PERFORM ReviewOneTicket UNTIL RegisterScanComplete.
000172
000173 ReviewOneTicket.
000174     READ TicketRegisterFile NEXT
000175         AT END
000176             SET RegisterScanComplete TO TRUE
000177         NOT AT END
000178             PERFORM SettleOneTicket
000179     END-READ
000180     IF TicketRegisterFileStatus NOT EQUAL "00"
000181         SET RegisterScanComplete TO TRUE
000182     END-IF.
000183
000184 SettleOneTicket.
000185     ADD 1 TO TicketsOnRegister
000186     MOVE "N" TO TicketChangeState
000187     IF TicketQueued
000188         PERFORM FollowTicketPush
000189     END-IF
000190     IF TicketClosed AND TK-FEED-DATE EQUAL ZERO
000191         PERFORM WriteClosureRecord
000192     END-IF
000193     IF TicketQueued
000194         PERFORM WriteOneAgingLine
000195     END-IF
000196     IF TicketChanged
000197         REWRITE ResetTicketRecord
000198     END-IF.
000199
000200 FollowTicketPush.
000201     MOVE SPACES TO FoundLedgerKey
000202     MOVE ZERO TO FoundStoredDate
000203     MOVE "N" TO EndOfLedgerScan
000204     MOVE TK-ACCOUNT-ID TO LG-ACCOUNT-ID
000205     MOVE 1 TO LG-ROTATION-SEQ
000206     MOVE ZERO TO LG-STORED-DATE
000207     START SyncLedgerFile KEY GREATER THAN OR EQUAL
000208             LG-LEDGER-KEY
000209         INVALID KEY
000210             SET LedgerScanComplete TO TRUE
000211     END-START
000212     IF SyncLedgerFileStatus NOT EQUAL "00"
000213         SET LedgerScanComplete TO TRUE
000214     END-IF
000215     PERFORM ScanOneAccountPush UNTIL LedgerScanComplete
000216     IF FoundLedgerKey EQUAL SPACES
000217         MOVE "NOT GENERATED" TO PushStatusText
000218     ELSE
000219         IF TK-LEDGER-KEY NOT EQUAL FoundLedgerKey
000220             MOVE FoundLedgerKey TO TK-LEDGER-KEY
000221             SET TicketChanged TO TRUE
000222         END-IF
000223         MOVE FoundPushStatus TO PushStatusText
000224         EVALUATE FoundPushStatus
000225             WHEN "APPLIED"
000226                 MOVE "APPLIED" TO TK-OUTCOME
000227                 MOVE FoundAppliedDate TO TK-APPLIED-DATE
000228                 ADD 1 TO TicketsClosedApplied
000229                 PERFORM CloseTicket
000230             WHEN "BACKED-OUT"
000231                 MOVE "BACKED-OUT" TO TK-OUTCOME
000232                 ADD 1 TO TicketsClosedBackedOut
000233                 PERFORM CloseTicket
000234             WHEN "EXCEPTION"
000235                 MOVE "FAILED" TO TK-OUTCOME
000236                 ADD 1 TO TicketsClosedFailed
000237                 PERFORM CloseTicket
000238             WHEN OTHER
000239                 CONTINUE
000240         END-EVALUATE
000241     END-IF.
000242
000243 ScanOneAccountPush.
000244     READ SyncLedgerFile NEXT
000245         AT END
000246             SET LedgerScanComplete TO TRUE
000247         NOT AT END
000248             IF LG-ACCOUNT-ID NOT EQUAL TK-ACCOUNT-ID
000249                 SET LedgerScanComplete TO TRUE
000250             ELSE
000251                 PERFORM NoteCandidatePush
000252             END-IF
000253     END-READ
000254     IF SyncLedgerFileStatus NOT EQUAL "00"
000255         SET LedgerScanComplete TO TRUE
000256     END-IF.
000257
000258 NoteCandidatePush.
000259     IF LG-STORED-DATE NOT LESS THAN TK-RECEIVED-DATE AND
000260             LG-PUSH-STATUS NOT EQUAL "REQUEUED" AND
000261             (LG-STORED-DATE GREATER THAN TK-BASELINE-DATE OR
000262              (LG-STORED-DATE EQUAL TK-BASELINE-DATE AND
000263               LG-ROTATION-SEQ GREATER THAN TK-BASELINE-SEQ))
000264         IF FoundLedgerKey EQUAL SPACES OR
000265                 LG-STORED-DATE LESS THAN FoundStoredDate
000266             MOVE LG-LEDGER-KEY TO FoundLedgerKey
000267             MOVE LG-STORED-DATE TO FoundStoredDate
000268             MOVE LG-PUSH-STATUS TO FoundPushStatus
000269             MOVE LG-APPLIED-DATE TO FoundAppliedDate
000270         END-IF
000271     END-IF.
000272
000273 CloseTicket.
000274     SET TicketClosed TO TRUE
000275     MOVE RunDateValue TO TK-CLOSED-DATE
000276     SET TicketChanged TO TRUE.
000277
000278 WriteClosureRecord.
000279     MOVE TK-TICKET-NUMBER TO CF-TICKET-NUMBER
000280     MOVE TK-ACCOUNT-ID TO CF-ACCOUNT-ID
000281     MOVE TK-OUTCOME TO CF-OUTCOME
000282     MOVE TK-APPLIED-DATE TO CF-APPLIED-DATE
000283     MOVE TK-CLOSED-DATE TO CF-CLOSED-DATE
000284     WRITE TicketClosureRecord
000285     MOVE CF-ACCOUNT-ID TO EnvelopeHashId
000286     PERFORM AddToEnvelopeHash
000287     ADD EnvelopeHashWork TO OutputEnvelopeHash
000288     ADD 1 TO OutputEnvelopeCount
000289     MOVE RunDateValue TO TK-FEED-DATE
000290     SET TicketChanged TO TRUE.
000291
000292 WriteOneAgingLine.
000293     ADD 1 TO TicketsStillOpen
000294     COMPUTE ReceivedDateInteger =
000295             FUNCTION INTEGER-OF-DATE(TK-RECEIVED-DATE)
000296     COMPUTE DaysOpen = RunDateInteger - ReceivedDateInteger
000297     IF DaysOpen LESS THAN ZERO
000298         MOVE ZERO TO DaysOpen
000299     END-IF
000300     MOVE TK-TICKET-NUMBER TO AG-TICKET-NUMBER
000301     MOVE TK-ACCOUNT-ID TO AG-ACCOUNT-ID
000302     MOVE TK-PRIORITY TO AG-PRIORITY
000303     MOVE TK-RECEIVED-DATE TO AG-RECEIVED-DATE
000304     MOVE PushStatusText TO AG-PUSH-STATUS
000305     MOVE DaysOpen TO AG-DAYS
000306     EVALUATE TRUE
000307         WHEN DaysOpen LESS THAN 4
000308             ADD 1 TO AgingUnder4Days
000309             MOVE "1-3 DAYS" TO AG-BUCKET
000310         WHEN DaysOpen LESS THAN 8
000311             ADD 1 TO Aging4To7Days
000312             MOVE "4-7 DAYS" TO AG-BUCKET
000313         WHEN DaysOpen LESS THAN 15
000314             ADD 1 TO Aging8To14Days
000315             MOVE "8-14 DAYS" TO AG-BUCKET
000316         WHEN OTHER
000317             ADD 1 TO Aging15PlusDays
000318             MOVE "15+ DAYS" TO AG-BUCKET
000319     END-EVALUATE
000320     MOVE AgingDetailLine TO TicketAgingLine
000321     WRITE TicketAgingLine.
000322
000323 WriteAgingTotals.
000324     MOVE SPACES TO TicketAgingLine
000325     WRITE TicketAgingLine
000326     MOVE "OPEN 1-3 DAYS" TO AT-LABEL
000327     MOVE AgingUnder4Days TO AT-VALUE
000328     PERFORM WriteAgingTotalLine
000329     MOVE "OPEN 4-7 DAYS" TO AT-LABEL
000330     MOVE Aging4To7Days TO AT-VALUE
000331     PERFORM WriteAgingTotalLine
000332     MOVE "OPEN 8-14 DAYS" TO AT-LABEL
000333     MOVE Aging8To14Days TO AT-VALUE
000334     PERFORM WriteAgingTotalLine
000335     MOVE "OPEN 15+ DAYS" TO AT-LABEL
000336     MOVE Aging15PlusDays TO AT-VALUE
000337     PERFORM WriteAgingTotalLine
000338     MOVE "TOTAL OPEN TICKETS" TO AT-LABEL
000339     MOVE TicketsStillOpen TO AT-VALUE
000340     PERFORM WriteAgingTotalLine
000341     MOVE "CLOSURES SENT" TO AT-LABEL
000342     MOVE OutputEnvelopeCount TO AT-VALUE
000343     PERFORM WriteAgingTotalLine.
000344
000345 WriteAgingTotalLine.
000346     MOVE AgingTotalLine TO TicketAgingLine
000347     WRITE TicketAgingLine.
000348
000349 AddToEnvelopeHash.
000350     MOVE ZERO TO EnvelopeHashWork
000351     PERFORM VARYING EnvelopeCharIdx FROM 1 BY 1
000352             UNTIL EnvelopeCharIdx GREATER THAN 8
000353         COMPUTE EnvelopeHashWork = EnvelopeHashWork +
000354                 FUNCTION ORD(EnvelopeHashId(EnvelopeCharIdx:1))
000355     END-PERFORM.
000356
000357 WriteClosureHeader.
000358     MOVE "HDR*****" TO EH-RECORD-TAG
000359     MOVE "TICKET-CLOSURE" TO EH-CREATOR-PROGRAM
000360     MOVE RunDateValue TO EH-CREATED-DATE
000361     MOVE CurrentDateTimeField(9:8) TO EH-CREATED-TIME
000362     WRITE TicketClosureRecord FROM EnvelopeHeaderRecord.
000363
000364 WriteClosureTrailer.
000365     MOVE "TRL*****" TO ET-RECORD-TAG
000366     MOVE OutputEnvelopeCount TO ET-RECORD-COUNT
000367     MOVE OutputEnvelopeHash TO ET-HASH-TOTAL
000368     WRITE TicketClosureRecord FROM EnvelopeTrailerRecord.
000369
000370 AppendRunManifest.
000371     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000372     OPEN EXTEND RunManifestFile
000373     MOVE "TICKET-CLOSURE" TO MF-PROGRAM-ID
000374     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
000375     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
000376     MOVE TicketsOnRegister TO MF-RECORDS-READ
000377     MOVE OutputEnvelopeCount TO MF-RECORDS-WRITTEN
000378     MOVE RETURN-CODE TO MF-RETURN-CODE
000379     WRITE RunManifestRecord
000380     CLOSE RunManifestFile.
