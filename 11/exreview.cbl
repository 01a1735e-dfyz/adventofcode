000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. EXEMPT-REVIEW.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT ReviewParmFile ASSIGN TO "EXREVPRM"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS ReviewParmFileStatus.
000011     SELECT ExemptionRegisterFile ASSIGN TO "EXEMPREG"
000012         ORGANIZATION INDEXED
000013         ACCESS MODE DYNAMIC
000014         RECORD KEY EX-ACCOUNT-ID
000015         FILE STATUS ExemptionRegisterFileStatus.
000016     SELECT ReviewReportFile ASSIGN TO "EXREVRPT"
000017         ORGANIZATION LINE SEQUENTIAL.
000018
000019 DATA DIVISION.
000020 FILE SECTION.
000021 FD  ReviewParmFile.
000022 01  ReviewParmRecord.
000023     05  RV-RUN-DATE               PIC 9(8).
000024     05  RV-WARNING-DAYS           PIC 9(3).
000025
000026 FD  ExemptionRegisterFile.
000027     COPY EXEMPT.
000028
000029 FD  ReviewReportFile.
000030 01  ReviewReportLine              PIC X(80).
000031
000032 WORKING-STORAGE SECTION.
000033 01 ReviewParmFileStatus   PIC XX VALUE SPACES.
000034 01 ExemptionRegisterFileStatus PIC XX VALUE SPACES.
000035 01 CurrentDateTimeField   PIC X(21).
000036 01 RunDateValue           PIC 9(8) VALUE ZERO.
000037 01 RunDateInteger         PIC 9(9) VALUE ZERO.
000038 01 WarningDays            PIC 9(3) VALUE ZERO.
000039 01 WarningDateInteger     PIC 9(9) VALUE ZERO.
000040 01 WarningDateValue       PIC 9(8) VALUE ZERO.
000041 01 ExpiryDateInteger      PIC 9(9) VALUE ZERO.
000042 01 DaysFromRunDate        PIC S9(9) VALUE ZERO.
000043
000044 01 ReviewSection          PIC X(01) VALUE SPACE.
000045     88 ReviewingExpiring          VALUE "E".
000046     88 ReviewingLapsed            VALUE "L".
000047
000048 01 ExemptionsOnRegister   PIC 9(9) VALUE ZERO.
000049 01 ExemptionsInForce      PIC 9(9) VALUE ZERO.
000050 01 ExemptionsNotStarted   PIC 9(9) VALUE ZERO.
000051 01 ExemptionsExpiring     PIC 9(9) VALUE ZERO.
000052 01 ExemptionsLapsed       PIC 9(9) VALUE ZERO.
000053
000054 01 ReviewDetailLine.
000055     05 RD-ACCOUNT-ID       PIC X(8).
000056     05 FILLER              PIC X(2) VALUE SPACES.
000057     05 RD-APPROVER-ID      PIC X(8).
000058     05 FILLER              PIC X(2) VALUE SPACES.
000059     05 RD-GRANTED-DATE     PIC 9(8).
000060     05 FILLER              PIC X(2) VALUE SPACES.
000061     05 RD-EXPIRY-DATE      PIC 9(8).
000062     05 FILLER              PIC X(2) VALUE SPACES.
000063     05 RD-DAYS             PIC ZZZZ9.
000064     05 FILLER              PIC X(2) VALUE SPACES.
000065     05 RD-REASON           PIC X(30).
000066
000067 01 ReviewTotalLine.
000068     05 RT-LABEL            PIC X(24).
000069     05 RT-VALUE            PIC ZZZ,ZZZ,ZZ9.
000070
000071 01 ReviewStampLine.
000072     05 RS-LABEL            PIC X(24).
000073     05 RS-VALUE            PIC 9(8).
000074
000075 01 EndOfRegisterScan      PIC X(01) VALUE "N".
000076     88 RegisterScanComplete       VALUE "Y".
000077
000078 PROCEDURE DIVISION.
000079 ReviewExemptionRegister.
000080     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000081     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000082     PERFORM LoadReviewParameters
000083     OPEN INPUT ExemptionRegisterFile
000084     IF ExemptionRegisterFileStatus NOT EQUAL "00"
000085         DISPLAY "EXEMPTION REGISTER UNAVAILABLE - RUN STOPPED"
000086         MOVE 8 TO RETURN-CODE
000087         STOP RUN
000088     END-IF
000089     OPEN OUTPUT ReviewReportFile
000090     PERFORM WriteReviewHeading
000091     MOVE "EXEMPTIONS EXPIRING WITHIN THE WARNING WINDOW" TO
000092             ReviewReportLine
000093     WRITE ReviewReportLine
000094     SET ReviewingExpiring TO TRUE
000095     PERFORM ScanExemptionRegister
000096     MOVE SPACES TO ReviewReportLine
000097     WRITE ReviewReportLine
000098     MOVE "EXEMPTIONS ALREADY LAPSED" TO ReviewReportLine
000099     WRITE ReviewReportLine
000100     SET ReviewingLapsed TO TRUE
000101     PERFORM ScanExemptionRegister
000102     PERFORM WriteReviewTotals
000103     CLOSE ExemptionRegisterFile
000104     CLOSE ReviewReportFile
000105     DISPLAY "EXEMPTIONS ON REGISTER:" ExemptionsOnRegister
000106     DISPLAY "EXEMPTIONS IN FORCE:   " ExemptionsInForce
000107     DISPLAY "EXPIRING IN WINDOW:    " ExemptionsExpiring
000108     DISPLAY "ALREADY LAPSED:        " ExemptionsLapsed
000109     IF ExemptionsLapsed GREATER THAN ZERO
000110         MOVE 4 TO RETURN-CODE
000111     END-IF
000112     STOP RUN.
000113
000114 LoadReviewParameters.
000115     MOVE 30 TO WarningDays
000116     OPEN INPUT ReviewParmFile
000117     IF ReviewParmFileStatus EQUAL "00"
000118         READ ReviewParmFile
000119             AT END
000120                 CONTINUE
000121             NOT AT END
000122                 IF RV-RUN-DATE NUMERIC AND
000123                         RV-RUN-DATE GREATER THAN ZERO
000124                     MOVE RV-RUN-DATE TO RunDateValue
000125                 END-IF
000126                 IF RV-WARNING-DAYS NUMERIC AND
000127                         RV-WARNING-DAYS GREATER THAN ZERO
000128                     MOVE RV-WARNING-DAYS TO WarningDays
000129                 END-IF
000130         END-READ
000131         CLOSE ReviewParmFile
000132     END-IF
000133     COMPUTE RunDateInteger =
000134             FUNCTION INTEGER-OF-DATE(RunDateValue)
000135     COMPUTE WarningDateInteger = RunDateInteger + WarningDays
000136     COMPUTE WarningDateValue =
000137             FUNCTION DATE-OF-INTEGER(WarningDateInteger).
000138
000139 ScanExemptionRegister.
000140     MOVE "N" TO EndOfRegisterScan
000141     MOVE LOW-VALUES TO EX-ACCOUNT-ID
000142     START ExemptionRegisterFile KEY GREATER THAN OR EQUAL
000143             EX-ACCOUNT-ID
000144         INVALID KEY
000145             SET RegisterScanComplete TO TRUE
000146     END-START
000147     IF ExemptionRegisterFileStatus NOT EQUAL "00"
000148         SET RegisterScanComplete TO TRUE
000149     END-IF
000150     PERFORM ReviewOneExemption UNTIL RegisterScanComplete.
000151
000152 ReviewOneExemption.
000153     READ ExemptionRegisterFile NEXT
000154         AT END
000155             SET RegisterScanComplete TO TRUE
000156         NOT AT END
000157             IF ReviewingExpiring
000158                 PERFORM ClassifyOneExemption
000159             ELSE
000160                 IF EX-EXPIRY-DATE LESS THAN RunDateValue
000161                     PERFORM WriteLapsedLine
000162                 END-IF
000163             END-IF
000164     END-READ
000165     IF ExemptionRegisterFileStatus NOT EQUAL "00"
000166         SET RegisterScanComplete TO TRUE
000167     END-IF.
000168
000169 ClassifyOneExemption.
000170     ADD 1 TO ExemptionsOnRegister
000171     EVALUATE TRUE
000172         WHEN EX-EXPIRY-DATE LESS THAN RunDateValue
000173             CONTINUE
000174         WHEN EX-GRANTED-DATE GREATER THAN RunDateValue
000175             ADD 1 TO ExemptionsNotStarted
000176         WHEN OTHER
000177             ADD 1 TO ExemptionsInForce
000178             IF EX-EXPIRY-DATE LESS THAN OR EQUAL TO
000179                     WarningDateValue
000180                 PERFORM WriteExpiringLine
000181             END-IF
000182     END-EVALUATE.
000183
000184 WriteExpiringLine.
000185     ADD 1 TO ExemptionsExpiring
000186     COMPUTE ExpiryDateInteger =
000187             FUNCTION INTEGER-OF-DATE(EX-EXPIRY-DATE)
000188     COMPUTE DaysFromRunDate = ExpiryDateInteger - RunDateInteger
000189     PERFORM WriteReviewDetailLine.
000190
000191 WriteLapsedLine.
000192     ADD 1 TO ExemptionsLapsed
000193     COMPUTE ExpiryDateInteger =
000194             FUNCTION INTEGER-OF-DATE(EX-EXPIRY-DATE)
000195     COMPUTE DaysFromRunDate = RunDateInteger - ExpiryDateInteger
000196     PERFORM WriteReviewDetailLine.
000197
000198 WriteReviewDetailLine.
000199     MOVE EX-ACCOUNT-ID TO RD-ACCOUNT-ID
000200     MOVE EX-APPROVER-ID TO RD-APPROVER-ID
000201     MOVE EX-GRANTED-DATE TO RD-GRANTED-DATE
000202     MOVE EX-EXPIRY-DATE TO RD-EXPIRY-DATE
000203     MOVE DaysFromRunDate TO RD-DAYS
000204     MOVE EX-REASON TO RD-REASON
000205     MOVE ReviewDetailLine TO ReviewReportLine
000206     WRITE ReviewReportLine.
000207
000208 WriteReviewHeading.
000209     MOVE "ROTATION EXEMPTION REVIEW" TO ReviewReportLine
000210     WRITE ReviewReportLine
000211     MOVE SPACES TO ReviewReportLine
000212     WRITE ReviewReportLine
000213     MOVE "RUN DATE" TO RS-LABEL
000214     MOVE RunDateValue TO RS-VALUE
000215     PERFORM WriteReviewStampLine
000216     MOVE "WARNING WINDOW ENDS" TO RS-LABEL
000217     MOVE WarningDateValue TO RS-VALUE
000218     PERFORM WriteReviewStampLine
000219     MOVE "WARNING DAYS" TO RT-LABEL
000220     MOVE WarningDays TO RT-VALUE
000221     PERFORM WriteReviewTotalLine
000222     MOVE SPACES TO ReviewReportLine
000223     WRITE ReviewReportLine.
000224
000225 WriteReviewTotals.
000226     MOVE SPACES TO ReviewReportLine
000227     WRITE ReviewReportLine
000228     MOVE "EXEMPTIONS ON REGISTER" TO RT-LABEL
000229     MOVE ExemptionsOnRegister TO RT-VALUE
000230     PERFORM WriteReviewTotalLine
000231     MOVE "IN FORCE" TO RT-LABEL
000232     MOVE ExemptionsInForce TO RT-VALUE
000233     PERFORM WriteReviewTotalLine
000234     MOVE "NOT YET IN FORCE" TO RT-LABEL
000235     MOVE ExemptionsNotStarted TO RT-VALUE
000236     PERFORM WriteReviewTotalLine
000237     MOVE "EXPIRING IN WINDOW" TO RT-LABEL
000238     MOVE ExemptionsExpiring TO RT-VALUE
000239     PERFORM WriteReviewTotalLine
000240     MOVE "ALREADY LAPSED" TO RT-LABEL
000241     MOVE ExemptionsLapsed TO RT-VALUE
000242     PERFORM WriteReviewTotalLine.
000243
000244 WriteReviewTotalLine.
000245     MOVE ReviewTotalLine TO ReviewReportLine
000246     WRITE ReviewReportLine.
000247
000248 WriteReviewStampLine.
000249     MOVE ReviewStampLine TO ReviewReportLine
000250     WRITE ReviewReportLine.
