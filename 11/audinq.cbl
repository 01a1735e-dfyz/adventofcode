000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. AUDIT-INQUIRY.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT InquiryRequestFile ASSIGN TO "AUDINQIN"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS InquiryRequestFileStatus.
000011     SELECT AuditArchiveFile ASSIGN TO "AUDARCH"
000012         ORGANIZATION INDEXED
000013         ACCESS MODE DYNAMIC
000014         RECORD KEY AR-ARCHIVE-KEY
000015         FILE STATUS AuditArchiveFileStatus.
000016     SELECT InquiryReportFile ASSIGN TO "AUDINQRPT"
000017         ORGANIZATION LINE SEQUENTIAL.
000018
000019 DATA DIVISION.
000020 FILE SECTION.
000021 FD  InquiryRequestFile.
000022 01  InquiryRequestRecord.
000023     05  IQ-ACCOUNT-ID             PIC X(8).
000024     05  IQ-FROM-DATE              PIC 9(8).
000025     05  IQ-TO-DATE                PIC 9(8).
000026
000027 FD  AuditArchiveFile.
000028     COPY AUDARCH.
000029
000030 FD  InquiryReportFile.
000031 01  ReportPrintLine               PIC X(132).
000032
000033 WORKING-STORAGE SECTION.
000034 01 InquiryRequestFileStatus PIC XX VALUE SPACES.
000035 01 AuditArchiveFileStatus PIC XX VALUE SPACES.
000036
000037 01 PageHeadingLine.
000038     05 FILLER              PIC X(40) VALUE
000039        "PASSWORD AUDIT ARCHIVE - AUDITOR INQUIRY".
000040     05 FILLER              PIC X(70) VALUE SPACES.
000041     05 FILLER              PIC X(5) VALUE "PAGE ".
000042     05 PH-PAGE-NUMBER      PIC ZZ9.
000043
000044 01 RequestStampLine.
000045     05 FILLER              PIC X(8) VALUE "ACCOUNT ".
000046     05 RS-ACCOUNT-ID       PIC X(8).
000047     05 FILLER              PIC X(7) VALUE "  FROM ".
000048     05 RS-FROM-DATE        PIC 9(8).
000049     05 FILLER              PIC X(5) VALUE "  TO ".
000050     05 RS-TO-DATE          PIC 9(8).
000051     05 FILLER              PIC X(12) VALUE "  PREPARED  ".
000052     05 RS-PREPARED-DATE    PIC 9(8).
000053     05 FILLER              PIC X(1) VALUE "/".
000054     05 RS-PREPARED-TIME    PIC 9(6).
000055
000056 01 ColumnHeadingLine.
000057     05 FILLER              PIC X(10) VALUE "ACCOUNT   ".
000058     05 FILLER              PIC X(10) VALUE "RUN DATE  ".
000059     05 FILLER              PIC X(10) VALUE "RUN TIME  ".
000060     05 FILLER              PIC X(10) VALUE "SOURCE    ".
000061     05 FILLER              PIC X(5) VALUE "SEQ  ".
000062     05 FILLER              PIC X(22) VALUE "OLD PASSWORD".
000063     05 FILLER              PIC X(22) VALUE "NEW PASSWORD".
000064     05 FILLER              PIC X(18) VALUE "VAULT REFERENCE".
000065
000066 01 HistoryDetailLine.
000067     05 HL-ACCOUNT-ID       PIC X(8).
000068     05 FILLER              PIC X(2) VALUE SPACES.
000069     05 HL-RUN-DATE         PIC 9(8).
000070     05 FILLER              PIC X(2) VALUE SPACES.
000071     05 HL-RUN-TIME         PIC 9(8).
000072     05 FILLER              PIC X(2) VALUE SPACES.
000073     05 HL-SOURCE           PIC X(8).
000074     05 FILLER              PIC X(2) VALUE SPACES.
000075     05 HL-ROTATION-SEQ     PIC Z9.
000076     05 FILLER              PIC X(3) VALUE SPACES.
000077     05 HL-OLD-PASSWORD     PIC X(20).
000078     05 FILLER              PIC X(2) VALUE SPACES.
000079     05 HL-NEW-PASSWORD     PIC X(20).
000080     05 FILLER              PIC X(2) VALUE SPACES.
000081     05 HL-VAULT-REF        PIC X(18).
000082
000083 01 SummaryTotalLine.
000084     05 SL-LABEL            PIC X(24).
000085     05 SL-VALUE            PIC ZZZ,ZZZ,ZZ9.
000086
000087 01 SummaryDateLine.
000088     05 SD-LABEL            PIC X(24).
000089     05 FILLER              PIC X(3) VALUE SPACES.
000090     05 SD-VALUE            PIC 9(8).
000091
000092 01 SectionTitleText       PIC X(40) VALUE SPACES.
000093
000094 01 PageNumber             PIC 9(3) VALUE ZERO.
000095 01 LineCount              PIC 9(3) VALUE ZERO.
000096 01 PageBodyLimit          PIC 9(3) VALUE 55.
000097
000098 01 RequestAccountId       PIC X(8) VALUE SPACES.
000099     88 RequestForAllAccounts      VALUE "ALL".
000100 01 RequestFromDate        PIC 9(8) VALUE ZERO.
000101 01 RequestToDate          PIC 9(8) VALUE ZERO.
000102 01 RequestRejectText      PIC X(60) VALUE SPACES.
000103
000104 01 PeriodEntriesListed    PIC 9(9) VALUE ZERO.
000105 01 PeriodRotations        PIC 9(9) VALUE ZERO.
000106 01 PeriodBackouts         PIC 9(9) VALUE ZERO.
000107 01 PeriodAccounts         PIC 9(9) VALUE ZERO.
000108 01 PeriodFirstRunDate     PIC 9(8) VALUE ZERO.
000109 01 PeriodLastRunDate      PIC 9(8) VALUE ZERO.
000110 01 PeriodLastAccountId    PIC X(8) VALUE SPACES.
000111
000112 01 RequestsRead           PIC 9(9) VALUE ZERO.
000113 01 RequestsRejected       PIC 9(9) VALUE ZERO.
000114 01 TotalEntriesListed     PIC 9(9) VALUE ZERO.
000115
000116 01 EndOfRequestRecords    PIC X(01) VALUE "N".
000117     88 NoMoreRequestRecords       VALUE "Y".
000118 01 EndOfArchiveScan       PIC X(01) VALUE "N".
000119     88 ArchiveScanComplete        VALUE "Y".
000120
000121 01 CurrentDateTimeField   PIC X(21).
000122
000123 PROCEDURE DIVISION.
000124 AnswerAuditInquiries.
000125     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000126     MOVE CurrentDateTimeField(1:8) TO RS-PREPARED-DATE
000127     MOVE CurrentDateTimeField(9:6) TO RS-PREPARED-TIME
000128     OPEN INPUT InquiryRequestFile
000129     IF InquiryRequestFileStatus NOT EQUAL "00"
000130         DISPLAY "NO INQUIRY REQUEST - RUN STOPPED"
000131         MOVE 8 TO RETURN-CODE
000132         STOP RUN
000133     END-IF
000134     OPEN INPUT AuditArchiveFile
000135     IF AuditArchiveFileStatus NOT EQUAL "00"
000136         DISPLAY "AUDIT ARCHIVE UNAVAILABLE - RUN STOPPED"
000137         CLOSE InquiryRequestFile
000138         MOVE 8 TO RETURN-CODE
000139         STOP RUN
000140     END-IF
000141     OPEN OUTPUT InquiryReportFile
000142     PERFORM ReadNextRequestRecord
000143     PERFORM AnswerOneInquiry UNTIL NoMoreRequestRecords
000144     CLOSE InquiryRequestFile
000145     CLOSE AuditArchiveFile
000146     CLOSE InquiryReportFile
000147     DISPLAY "INQUIRY REQUESTS READ: " RequestsRead
000148     DISPLAY "REQUESTS REJECTED:     " RequestsRejected
000149     DISPLAY "ENTRIES LISTED:        " TotalEntriesListed
000150     IF RequestsRead EQUAL ZERO
000151         DISPLAY "NO INQUIRY REQUEST - NOTHING LISTED"
000152         MOVE 8 TO RETURN-CODE
000153     ELSE
000154         IF RequestsRejected GREATER THAN ZERO
000155             MOVE 4 TO RETURN-CODE
000156         END-IF
000157     END-IF
000158     STOP RUN.
000159
000160 ReadNextRequestRecord.
000161     READ InquiryRequestFile
000162         AT END
000163             SET NoMoreRequestRecords TO TRUE
000164     END-READ.
000165
000166 AnswerOneInquiry.
000167     ADD 1 TO RequestsRead
000168     PERFORM ValidateInquiryRequest
000169     MOVE RequestAccountId TO RS-ACCOUNT-ID
000170     MOVE RequestFromDate TO RS-FROM-DATE
000171     MOVE RequestToDate TO RS-TO-DATE
000172     PERFORM StartNewPage
000173     IF RequestRejectText NOT EQUAL SPACES
000174         ADD 1 TO RequestsRejected
000175         MOVE RequestRejectText TO ReportPrintLine
000176         PERFORM WriteReportLine
000177     ELSE
000178         MOVE "ARCHIVED HISTORY" TO SectionTitleText
000179         PERFORM WriteSectionTitle
000180         MOVE ColumnHeadingLine TO ReportPrintLine
000181         PERFORM WriteReportLine
000182         PERFORM ListArchivedHistory
000183         MOVE "PERIOD SUMMARY" TO SectionTitleText
000184         PERFORM WriteSectionTitle
000185         PERFORM WritePeriodSummary
000186     END-IF
000187     PERFORM ReadNextRequestRecord.
000188
000189 ValidateInquiryRequest.
000190     MOVE SPACES TO RequestRejectText
000191     MOVE IQ-ACCOUNT-ID TO RequestAccountId
000192     MOVE ZERO TO RequestFromDate
000193     MOVE ZERO TO RequestToDate
000194     IF IQ-FROM-DATE NUMERIC
000195         MOVE IQ-FROM-DATE TO RequestFromDate
000196     ELSE
000197         MOVE "REQUEST REJECTED - FROM-DATE IS NOT NUMERIC"
000198                 TO RequestRejectText
000199     END-IF
000200     IF IQ-TO-DATE NUMERIC
000201         MOVE IQ-TO-DATE TO RequestToDate
000202     ELSE
000203         MOVE "REQUEST REJECTED - TO-DATE IS NOT NUMERIC"
000204                 TO RequestRejectText
000205     END-IF
000206     IF RequestToDate EQUAL ZERO
000207         MOVE 99999999 TO RequestToDate
000208     END-IF
000209     IF RequestFromDate GREATER THAN RequestToDate
000210         MOVE "REQUEST REJECTED - FROM-DATE IS AFTER TO-DATE"
000211                 TO RequestRejectText
000212     END-IF
000213     IF RequestAccountId EQUAL SPACES
000214         MOVE "REQUEST REJECTED - NO ACCOUNT ID OR ALL"
000215                 TO RequestRejectText
000216     END-IF.
000217
000218 ListArchivedHistory.
000219     MOVE ZERO TO PeriodEntriesListed
000220     MOVE ZERO TO PeriodRotations
000221     MOVE ZERO TO PeriodBackouts
000222     MOVE ZERO TO PeriodAccounts
000223     MOVE ZERO TO PeriodFirstRunDate
000224     MOVE ZERO TO PeriodLastRunDate
000225     MOVE SPACES TO PeriodLastAccountId
000226     MOVE "N" TO EndOfArchiveScan
000227     IF RequestForAllAccounts
000228         MOVE LOW-VALUES TO AR-ARCHIVE-KEY
000229     ELSE
000230         MOVE RequestAccountId TO AR-ACCOUNT-ID
000231         MOVE RequestFromDate TO AR-RUN-DATE
000232         MOVE ZERO TO AR-RUN-TIME
000233         MOVE LOW-VALUES TO AR-ENTRY-SOURCE
000234         MOVE ZERO TO AR-ROTATION-SEQ
000235     END-IF
000236     START AuditArchiveFile KEY GREATER THAN OR EQUAL
000237             AR-ARCHIVE-KEY
000238         INVALID KEY
000239             SET ArchiveScanComplete TO TRUE
000240     END-START
000241     IF AuditArchiveFileStatus NOT EQUAL "00"
000242         SET ArchiveScanComplete TO TRUE
000243     END-IF
000244     PERFORM ListOneArchiveRecord UNTIL ArchiveScanComplete
000245     IF PeriodEntriesListed EQUAL ZERO
000246         MOVE "NO ARCHIVED HISTORY MATCHES THIS REQUEST"
000247                 TO ReportPrintLine
000248         PERFORM WriteReportLine
000249     END-IF.
000250
000251 ListOneArchiveRecord.
000252     READ AuditArchiveFile NEXT
000253         AT END
000254             SET ArchiveScanComplete TO TRUE
000255         NOT AT END
000256             IF RequestForAllAccounts
000257                 IF AR-RUN-DATE NOT LESS THAN RequestFromDate AND
000258                         AR-RUN-DATE NOT GREATER THAN
000259                   RequestToDate
000260                     PERFORM WriteOneHistoryLine
000261                 END-IF
000262             ELSE
000263                 IF AR-ACCOUNT-ID NOT EQUAL RequestAccountId OR
000264                         AR-RUN-DATE GREATER THAN RequestToDate
000265                     SET ArchiveScanComplete TO TRUE
000266                 ELSE
000267                     PERFORM WriteOneHistoryLine
000268                 END-IF
000269             END-IF
000270     END-READ
000271     IF AuditArchiveFileStatus NOT EQUAL "00"
000272         SET ArchiveScanComplete TO TRUE
000273     END-IF.
000274
000275 WriteOneHistoryLine.
000276     MOVE AR-ACCOUNT-ID TO HL-ACCOUNT-ID
000277     MOVE AR-RUN-DATE TO HL-RUN-DATE
000278     MOVE AR-RUN-TIME TO HL-RUN-TIME
000279     IF ArchivedBackout
000280         MOVE "BACKOUT" TO HL-SOURCE
000281         ADD 1 TO PeriodBackouts
000282     ELSE
000283         MOVE "ROTATION" TO HL-SOURCE
000284         ADD 1 TO PeriodRotations
000285     END-IF
000286     MOVE AR-ROTATION-SEQ TO HL-ROTATION-SEQ
000287     MOVE AR-OLD-PASSWORD TO HL-OLD-PASSWORD
000288     MOVE AR-NEW-PASSWORD TO HL-NEW-PASSWORD
000289     MOVE AR-VAULT-REF TO HL-VAULT-REF
000290     MOVE HistoryDetailLine TO ReportPrintLine
000291     PERFORM WriteReportLine
000292     ADD 1 TO PeriodEntriesListed
000293     ADD 1 TO TotalEntriesListed
000294     IF AR-ACCOUNT-ID NOT EQUAL PeriodLastAccountId
000295         ADD 1 TO PeriodAccounts
000296         MOVE AR-ACCOUNT-ID TO PeriodLastAccountId
000297     END-IF
000298     IF PeriodFirstRunDate EQUAL ZERO OR
000299             AR-RUN-DATE LESS THAN PeriodFirstRunDate
000300         MOVE AR-RUN-DATE TO PeriodFirstRunDate
000301     END-IF
000302     IF AR-RUN-DATE GREATER THAN PeriodLastRunDate
000303         MOVE AR-RUN-DATE TO PeriodLastRunDate
000304     END-IF.
000305
000306 WritePeriodSummary.
000307     MOVE "ENTRIES LISTED" TO SL-LABEL
000308     MOVE PeriodEntriesListed TO SL-VALUE
000309     PERFORM WriteSummaryTotalLine
000310     MOVE "PASSWORD ROTATIONS" TO SL-LABEL
000311     MOVE PeriodRotations TO SL-VALUE
000312     PERFORM WriteSummaryTotalLine
000313     MOVE "ROTATION BACKOUTS" TO SL-LABEL
000314     MOVE PeriodBackouts TO SL-VALUE
000315     PERFORM WriteSummaryTotalLine
000316     MOVE "ACCOUNTS AFFECTED" TO SL-LABEL
000317     MOVE PeriodAccounts TO SL-VALUE
000318     PERFORM WriteSummaryTotalLine
000319     MOVE "FIRST RUN DATE FOUND" TO SD-LABEL
000320     MOVE PeriodFirstRunDate TO SD-VALUE
000321     MOVE SummaryDateLine TO ReportPrintLine
000322     PERFORM WriteReportLine
000323     MOVE "LAST RUN DATE FOUND" TO SD-LABEL
000324     MOVE PeriodLastRunDate TO SD-VALUE
000325     MOVE SummaryDateLine TO ReportPrintLine
000326     PERFORM WriteReportLine.
000327
000328 WriteSummaryTotalLine.
000329     MOVE SummaryTotalLine TO ReportPrintLine
000330     PERFORM WriteReportLine.
000331
000332 StartNewPage.
000333     ADD 1 TO PageNumber
000334     MOVE PageNumber TO PH-PAGE-NUMBER
000335     MOVE PageHeadingLine TO ReportPrintLine
000336     WRITE ReportPrintLine
000337     MOVE RequestStampLine TO ReportPrintLine
000338     WRITE ReportPrintLine
000339     MOVE SPACES TO ReportPrintLine
000340     WRITE ReportPrintLine
000341     MOVE 3 TO LineCount.
000342
000343 WriteReportLine.
000344     IF LineCount GREATER THAN OR EQUAL TO PageBodyLimit
000345         PERFORM StartNewPage
000346     END-IF
000347     WRITE ReportPrintLine
000348     ADD 1 TO LineCount.
000349
000350 WriteSectionTitle.
000351     MOVE SPACES TO ReportPrintLine
000352     PERFORM WriteReportLine
000353     MOVE SectionTitleText TO ReportPrintLine
000354     PERFORM WriteReportLine
000355     MOVE SPACES TO ReportPrintLine
000356     PERFORM WriteReportLine.
