000040
000041 01 SchedulerEntries       PIC 9(3) VALUE ZERO.
000042 01 SchedulerWrites        PIC 9(9) VALUE ZERO.
000043 01 IntakeEntries          PIC 9(3) VALUE ZERO.
000044 01 IntakeWrites           PIC 9(9) VALUE ZERO.
000045 01 SplitterEntries        PIC 9(3) VALUE ZERO.
000046 01 SplitterReads          PIC 9(9) VALUE ZERO.
000047 01 SplitterWrites         PIC 9(9) VALUE ZERO.
000048 01 GeneratorEntries       PIC 9(3) VALUE ZERO.
000049 01 GeneratorReads         PIC 9(9) VALUE ZERO.
000050 01 GeneratorWrites        PIC 9(9) VALUE ZERO.
000051 01 MergerEntries          PIC 9(3) VALUE ZERO.
000052 01 MergerWrites           PIC 9(9) VALUE ZERO.
000053 01 HandoffEntries         PIC 9(3) VALUE ZERO.
000054 01 HandoffReads           PIC 9(9) VALUE ZERO.
000055 01 ReconcilerEntries      PIC 9(3) VALUE ZERO.
000056 01 ReconcilerReads        PIC 9(9) VALUE ZERO.
000057
000058 01 LeftCountValue         PIC 9(9) VALUE ZERO.
000059 01 RightCountValue        PIC 9(9) VALUE ZERO.
000060
000061 01 TieCheckLine.
000062     05 TL-LABEL            PIC X(40).
000063     05 TL-LEFT             PIC ZZZ,ZZZ,ZZ9.
000064     05 FILLER              PIC X(4) VALUE " VS ".
000065     05 TL-RIGHT            PIC ZZZ,ZZZ,ZZ9.
000066     05 FILLER              PIC X(2) VALUE SPACES.
000067     05 TL-VERDICT          PIC X(8).
000068
000069 01 ReportText             PIC X(80) VALUE SPACES.
000070 01 ManifestRecordsRead    PIC 9(9) VALUE ZERO.
000071 01 ChainProblemCount      PIC 9(4) VALUE ZERO.
000072
000073 01 EndOfManifestRecords   PIC X(01) VALUE "N".
000074     88 NoMoreManifestRecords      VALUE "Y".
000075
000076 PROCEDURE DIVISION.
000077 MonitorJobChain.
000078     OPEN OUTPUT MonitorReportFile
000079     MOVE "NIGHTLY CHAIN HAND-OFF VERIFICATION" TO
000080             MonitorReportLine
000081     WRITE MonitorReportLine
000082     MOVE SPACES TO MonitorReportLine
000083     WRITE MonitorReportLine
000084     PERFORM LoadRunManifest
000085     IF ManifestCount EQUAL ZERO
000086         MOVE "RUN MANIFEST EMPTY OR MISSING" TO ReportText
000087         PERFORM WriteExceptionLine
000088     ELSE
000089         PERFORM TotalChainPrograms
000090         PERFORM VerifyChainPresence
000091         PERFORM VerifyChainTies
000092         PERFORM VerifyReturnCodes
000093     END-IF
000094     IF ChainProblemCount EQUAL ZERO
000095         MOVE "ALL HAND-OFFS TIE - CHAIN CLEAN" TO
000096                 MonitorReportLine
000097         WRITE MonitorReportLine
000098     END-IF
000099     CLOSE MonitorReportFile
000100     DISPLAY "MANIFEST RECORDS READ: " ManifestRecordsRead
000101     DISPLAY "CHAIN PROBLEMS FOUND:  " ChainProblemCount
000102     IF ChainProblemCount GREATER THAN ZERO
000103         MOVE 8 TO RETURN-CODE
000104     END-IF
000105     STOP RUN.
000106
000107 LoadRunManifest.
000108     MOVE ZERO TO ManifestCount
000109     OPEN INPUT RunManifestFile
000110     IF RunManifestFileStatus NOT EQUAL "00"
000111         SET NoMoreManifestRecords TO TRUE
000112     END-IF
000113     PERFORM ReadNextManifestRecord UNTIL NoMoreManifestRecords
000114     IF RunManifestFileStatus EQUAL "00" OR
000115             RunManifestFileStatus EQUAL "10"
000116         CLOSE RunManifestFile
000117     END-IF.
000118
000119 ReadNextManifestRecord.
000120     READ RunManifestFile
000121         AT END
000122             SET NoMoreManifestRecords TO TRUE
000123         NOT AT END
000124             PERFORM StoreOneManifestRecord
000125     END-READ.
000126
000127 StoreOneManifestRecord.
000128     ADD 1 TO ManifestRecordsRead
000129     IF ManifestCount LESS THAN 50
000130         ADD 1 TO ManifestCount
000131         MOVE MF-PROGRAM-ID TO ME-PROGRAM-ID(ManifestCount)
000132         MOVE MF-RUN-DATE TO ME-RUN-DATE(ManifestCount)
000133         MOVE MF-RUN-TIME TO ME-RUN-TIME(ManifestCount)
000134         MOVE MF-RECORDS-READ TO ME-RECORDS-READ(ManifestCount)
000135         MOVE MF-RECORDS-WRITTEN TO
000136                 ME-RECORDS-WRITTEN(ManifestCount)
000137         MOVE MF-RETURN-CODE TO ME-RETURN-CODE(ManifestCount)
000138     ELSE
000139         DISPLAY "MANIFEST TABLE FULL - RECORD SKIPPED"
000140     END-IF.
000141
000142 SumProgramTotals.
000143     MOVE ZERO TO TotalEntries
000144     MOVE ZERO TO TotalReads
000145     MOVE ZERO TO TotalWrites
000146     PERFORM VARYING Idx FROM 1 BY 1
000147             UNTIL Idx GREATER THAN ManifestCount
000148         IF ME-PROGRAM-ID(Idx) EQUAL LookupProgramId
000149             ADD 1 TO TotalEntries
000150             ADD ME-RECORDS-READ(Idx) TO TotalReads
000151             ADD ME-RECORDS-WRITTEN(Idx) TO TotalWrites
000152         END-IF
000153     END-PERFORM.
000154
000155 TotalChainPrograms.
000156     MOVE "ROTATION-SCHEDULER" TO LookupProgramId
000157     PERFORM SumProgramTotals
000158     MOVE TotalEntries TO SchedulerEntries
000159     MOVE TotalWrites TO SchedulerWrites
000160     MOVE "TICKET-INTAKE" TO LookupProgramId
000161     PERFORM SumProgramTotals
000162     MOVE TotalEntries TO IntakeEntries
000163     MOVE TotalWrites TO IntakeWrites
000164     MOVE "ROSTER-SPLITTER" TO LookupProgramId
000165     PERFORM SumProgramTotals
000166     MOVE TotalEntries TO SplitterEntries
000167     MOVE TotalReads TO SplitterReads
000168     MOVE TotalWrites TO SplitterWrites
000169     MOVE "ADVENT-OF-CODE-11" TO LookupProgramId
000170     PERFORM SumProgramTotals
000171     MOVE TotalEntries TO GeneratorEntries
000172     MOVE TotalReads TO GeneratorReads
000173     MOVE TotalWrites TO GeneratorWrites
000174     MOVE "FEED-MERGER" TO LookupProgramId
000175     PERFORM SumProgramTotals
000176     MOVE TotalEntries TO MergerEntries
000177     MOVE TotalWrites TO MergerWrites
000178     MOVE "DSYNC-HANDOFF" TO LookupProgramId
000179     PERFORM SumProgramTotals
000180     MOVE TotalEntries TO HandoffEntries
000181     MOVE TotalReads TO HandoffReads
000182     MOVE "DSYNC-RECONCILER" TO LookupProgramId
000183     PERFORM SumProgramTotals
000184     MOVE TotalEntries TO ReconcilerEntries
000185     MOVE TotalReads TO ReconcilerReads.
000186
000187 VerifyChainPresence.
000188     IF SchedulerEntries EQUAL ZERO
000189         MOVE "SCHEDULER MISSING FROM MANIFEST" TO ReportText
000190         PERFORM WriteExceptionLine
000191     END-IF
000192     IF GeneratorEntries EQUAL ZERO AND MergerEntries EQUAL
000193             ZERO
000194         MOVE "NO GENERATOR OR MERGER IN MANIFEST" TO ReportText
000195         PERFORM WriteExceptionLine
000196     END-IF
000197     IF SplitterEntries GREATER THAN ZERO AND
000198             MergerEntries EQUAL ZERO
000199         MOVE "SPLITTER RAN BUT MERGER MISSING" TO ReportText
000200         PERFORM WriteExceptionLine
000201     END-IF
000202     IF HandoffEntries EQUAL ZERO
000203         MOVE "HANDOFF MISSING FROM MANIFEST" TO ReportText
000204         PERFORM WriteExceptionLine
000205     END-IF
000206     IF ReconcilerEntries EQUAL ZERO
000207         MOVE "RECONCILER MISSING FROM MANIFEST" TO ReportText
000208         PERFORM WriteExceptionLine
000209     END-IF.
000210
000211 VerifyChainTies.
000212     IF SchedulerEntries GREATER THAN ZERO AND
000213             IntakeEntries EQUAL ZERO AND
000214             SplitterEntries GREATER THAN ZERO
000215         MOVE "SCHEDULER WRITES VS SPLITTER READS" TO TL-LABEL
000216         MOVE SchedulerWrites TO LeftCountValue
000217         MOVE SplitterReads TO RightCountValue
000218         PERFORM WriteOneTieCheck
000219     END-IF
000220     IF SchedulerEntries GREATER THAN ZERO AND
000221             IntakeEntries EQUAL ZERO AND
000222             SplitterEntries EQUAL ZERO AND
000223             GeneratorEntries GREATER THAN ZERO
000224         MOVE "SCHEDULER WRITES VS GENERATOR READS" TO TL-LABEL
000225         MOVE SchedulerWrites TO LeftCountValue
000226         MOVE GeneratorReads TO RightCountValue
000227         PERFORM WriteOneTieCheck
000228     END-IF
000229     IF IntakeEntries GREATER THAN ZERO AND
000230             SplitterEntries GREATER THAN ZERO
000231         MOVE "TICKET INTAKE WRITES VS SPLITTER READS" TO
000232                 TL-LABEL
000233         MOVE IntakeWrites TO LeftCountValue
000234         MOVE SplitterReads TO RightCountValue
000235         PERFORM WriteOneTieCheck
000236     END-IF
000237     IF IntakeEntries GREATER THAN ZERO AND
000238             SplitterEntries EQUAL ZERO AND
000239             GeneratorEntries GREATER THAN ZERO
000240         MOVE "TICKET INTAKE WRITES VS GENERATOR READS" TO
000241                 TL-LABEL
000242         MOVE IntakeWrites TO LeftCountValue
000243         MOVE GeneratorReads TO RightCountValue
000244         PERFORM WriteOneTieCheck
000245     END-IF
000246     IF SplitterEntries GREATER THAN ZERO AND
000247             GeneratorEntries GREATER THAN ZERO
000248         MOVE "SPLITTER WRITES VS GENERATOR READS" TO TL-LABEL
000249         MOVE SplitterWrites TO LeftCountValue
000250         MOVE GeneratorReads TO RightCountValue
000251         PERFORM WriteOneTieCheck
000252     END-IF
000253     IF GeneratorEntries GREATER THAN ZERO AND
000254             MergerEntries GREATER THAN ZERO
000255         MOVE "GENERATOR SYNC WRITES VS MERGER WRITES" TO
000256                 TL-LABEL
000257         MOVE GeneratorWrites TO LeftCountValue
000258         MOVE MergerWrites TO RightCountValue
000259         PERFORM WriteOneTieCheck
000260     END-IF
000261     IF MergerEntries GREATER THAN ZERO AND
000262             HandoffEntries GREATER THAN ZERO
000263         MOVE "MERGER SYNC WRITES VS HANDOFF READS" TO TL-LABEL
000264         MOVE MergerWrites TO LeftCountValue
000265         MOVE HandoffReads TO RightCountValue
000266         PERFORM WriteOneTieCheck
000267     END-IF
000268     IF MergerEntries EQUAL ZERO AND
000269             GeneratorEntries GREATER THAN ZERO AND
000270             HandoffEntries GREATER THAN ZERO
000271         MOVE "GENERATOR SYNC WRITES VS HANDOFF READS" TO
000272                 TL-LABEL
000273         MOVE GeneratorWrites TO LeftCountValue
000274         MOVE HandoffReads TO RightCountValue
000275         PERFORM WriteOneTieCheck
000276     END-IF
000277     IF HandoffEntries GREATER THAN ZERO AND
000278             ReconcilerEntries GREATER THAN ZERO
000279         MOVE "HANDOFF READS VS RECONCILER READS" TO TL-LABEL
000280         MOVE HandoffReads TO LeftCountValue
000281         MOVE ReconcilerReads TO RightCountValue
000282         PERFORM WriteOneTieCheck
000283     END-IF.
000284
000285 WriteOneTieCheck.
000286     MOVE LeftCountValue TO TL-LEFT
000287     MOVE RightCountValue TO TL-RIGHT
000288     IF LeftCountValue EQUAL RightCountValue
000289         MOVE "TIES" TO TL-VERDICT
000290     ELSE
000291         MOVE "MISMATCH" TO TL-VERDICT
000292         ADD 1 TO ChainProblemCount
000293     END-IF
000294     MOVE TieCheckLine TO MonitorReportLine
000295     WRITE MonitorReportLine.
000296
000297 VerifyReturnCodes.
000298     PERFORM VARYING Idx FROM 1 BY 1
000299             UNTIL Idx GREATER THAN ManifestCount
000300         IF ME-RETURN-CODE(Idx) GREATER THAN 4
000301             MOVE SPACES TO ReportText
000302             STRING ME-PROGRAM-ID(Idx)
000303                     " ENDED WITH RETURN CODE OVER 4"
000304                     DELIMITED BY SIZE INTO ReportText
000305             PERFORM WriteExceptionLine
000306         ELSE
000307             IF ME-PROGRAM-ID(Idx) EQUAL "FEED-MERGER" AND
000308                     ME-RETURN-CODE(Idx) GREATER THAN ZERO
000309                 MOVE "FEED-MERGER REPORTED MERGE PROBLEMS" TO
000310                         ReportText
000311                 PERFORM WriteExceptionLine
000312             END-IF
000313             IF ME-PROGRAM-ID(Idx) EQUAL "INTEGRITY-CHECK" AND
000314                     ME-RETURN-CODE(Idx) GREATER THAN ZERO
000315                 MOVE "INTEGRITY-CHECK REPORTED EXCEPTIONS" TO
000316                         ReportText
000317                 PERFORM WriteExceptionLine
000318             END-IF
000319         END-IF
000320     END-PERFORM.
000321
000322 WriteExceptionLine.
000323     ADD 1 TO ChainProblemCount
000324     MOVE ReportText TO MonitorReportLine
000325     WRITE MonitorReportLine.
