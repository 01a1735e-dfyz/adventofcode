000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. EXEMPT-MAINTENANCE.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT ExemptTransactionFile ASSIGN TO "EXEMPTIN"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS ExemptTransactionFileStatus.
000011     SELECT AccountMasterFile ASSIGN TO "ACCTMSTR"
000012         ORGANIZATION LINE SEQUENTIAL
000013         FILE STATUS AccountMasterFileStatus.
000014     SELECT ExemptionRegisterFile ASSIGN TO "EXEMPREG"
000015         ORGANIZATION INDEXED
000016         ACCESS MODE DYNAMIC
000017         RECORD KEY EX-ACCOUNT-ID
000018         FILE STATUS ExemptionRegisterFileStatus.
000019     SELECT ExemptMaintReportFile ASSIGN TO "EXMNTRPT"
000020         ORGANIZATION LINE SEQUENTIAL.
000021
000022 DATA DIVISION.
000023 FILE SECTION.
000024 FD  ExemptTransactionFile.
000025 01  ExemptTransactionRecord.
000026     05  XM-ACTION                 PIC X(6).
000027     05  XM-ACCOUNT-ID             PIC X(8).
000028     05  XM-REASON                 PIC X(40).
000029     05  XM-APPROVER-ID            PIC X(8).
000030     05  XM-GRANTED-DATE           PIC 9(8).
000031     05  XM-EXPIRY-DATE            PIC 9(8).
000032
000033 FD  AccountMasterFile.
000034     COPY ACCOUNT.
000035
000036 FD  ExemptionRegisterFile.
000037     COPY EXEMPT.
000038
000039 FD  ExemptMaintReportFile.
000040 01  ExemptMaintReportLine         PIC X(80).
000041
000042 WORKING-STORAGE SECTION.
000043 01 ExemptTransactionFileStatus PIC XX VALUE SPACES.
000044 01 AccountMasterFileStatus PIC XX VALUE SPACES.
000045 01 ExemptionRegisterFileStatus PIC XX VALUE SPACES.
000046 01 CurrentDateTimeField   PIC X(21).
000047 01 RunDateValue           PIC 9(8) VALUE ZERO.
000048
000049 01 MasterAccountTable.
000050     05 MasterAccountCount  PIC 9(4) VALUE ZERO.
000051     05 MasterAccountEntry OCCURS 5000 TIMES.
000052         10 MA-ACCOUNT-ID          PIC X(8).
000053
000054 01 Idx                    PIC 9(4) VALUE ZERO.
000055 01 LookupAccountId        PIC X(8) VALUE SPACES.
000056 01 TransactionValidity    PIC X(01) VALUE "Y".
000057     88 TransactionIsValid         VALUE "Y".
000058     88 TransactionIsInvalid       VALUE "N".
000059 01 RejectReasonText       PIC X(40) VALUE SPACES.
000060 01 AppliedStatusText      PIC X(50) VALUE SPACES.
000061 01 CheckGrantedDate       PIC 9(8) VALUE ZERO.
000062 01 CheckExpiryDate        PIC 9(8) VALUE ZERO.
000063
000064 01 RegisterDetailLine.
000065     05 RG-ACTION           PIC X(6).
000066     05 FILLER              PIC X(2) VALUE SPACES.
000067     05 RG-ACCOUNT-ID       PIC X(8).
000068     05 FILLER              PIC X(2) VALUE SPACES.
000069     05 RG-STATUS           PIC X(50).
000070
000071 01 RegisterImageLine.
000072     05 RI-TAG              PIC X(8).
000073     05 RI-ACCOUNT-ID       PIC X(8).
000074     05 FILLER              PIC X(2) VALUE SPACES.
000075     05 RI-APPROVER-ID      PIC X(8).
000076     05 FILLER              PIC X(2) VALUE SPACES.
000077     05 RI-GRANTED-DATE     PIC 9(8).
000078     05 FILLER              PIC X(2) VALUE SPACES.
000079     05 RI-EXPIRY-DATE      PIC 9(8).
000080     05 FILLER              PIC X(2) VALUE SPACES.
000081     05 RI-CHANGED-DATE     PIC 9(8).
000082
000083 01 RegisterReasonLine.
000084     05 FILLER              PIC X(8) VALUE SPACES.
000085     05 RN-LABEL            PIC X(10) VALUE "REASON".
000086     05 RN-REASON           PIC X(40).
000087
000088 01 TransactionsRead       PIC 9(9) VALUE ZERO.
000089 01 TransactionsRejected   PIC 9(9) VALUE ZERO.
000090 01 ExemptionsAdded        PIC 9(9) VALUE ZERO.
000091 01 ExemptionsChanged      PIC 9(9) VALUE ZERO.
000092 01 ExemptionsDeleted      PIC 9(9) VALUE ZERO.
000093
000094 01 EndOfTransactions      PIC X(01) VALUE "N".
000095     88 NoMoreTransactions         VALUE "Y".
000096 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000097     88 NoMoreMasterRecords        VALUE "Y".
000098
000099 PROCEDURE DIVISION.
000100 MaintainExemptionRegister.
000101     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000102     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000103     PERFORM LoadMasterAccounts
000104     PERFORM OpenExemptionRegister
000105     OPEN OUTPUT ExemptMaintReportFile
000106     OPEN INPUT ExemptTransactionFile
000107     IF ExemptTransactionFileStatus NOT EQUAL "00"
000108         DISPLAY "EXEMPTION TRANSACTION FILE MISSING - "
000109                 "NOTHING TO DO"
000110         SET NoMoreTransactions TO TRUE
000111     END-IF
000112     PERFORM ReadNextTransaction UNTIL NoMoreTransactions
000113     IF ExemptTransactionFileStatus EQUAL "00" OR
000114             ExemptTransactionFileStatus EQUAL "10"
000115         CLOSE ExemptTransactionFile
000116     END-IF
000117     CLOSE ExemptionRegisterFile
000118     CLOSE ExemptMaintReportFile
000119     DISPLAY "TRANSACTIONS READ:     " TransactionsRead
000120     DISPLAY "TRANSACTIONS REJECTED: " TransactionsRejected
000121     DISPLAY "EXEMPTIONS ADDED:      " ExemptionsAdded
000122     DISPLAY "EXEMPTIONS CHANGED:    " ExemptionsChanged
000123     DISPLAY "EXEMPTIONS DELETED:    " ExemptionsDeleted
000124     IF TransactionsRejected GREATER THAN ZERO
000125         MOVE 4 TO RETURN-CODE
000126     END-IF
000127     STOP RUN.
000128
000129 LoadMasterAccounts.
000130     MOVE ZERO TO MasterAccountCount
000131     OPEN INPUT AccountMasterFile
000132     IF AccountMasterFileStatus NOT EQUAL "00"
000133         DISPLAY "ACCOUNT MASTER UNAVAILABLE - RUN STOPPED"
000134         MOVE 8 TO RETURN-CODE
000135         STOP RUN
000136     END-IF
000137     PERFORM ReadNextMasterRecord UNTIL NoMoreMasterRecords
000138     CLOSE AccountMasterFile.
000139
000140 ReadNextMasterRecord.
000141     READ AccountMasterFile
000142         AT END
000143             SET NoMoreMasterRecords TO TRUE
000144         NOT AT END
000145             IF MasterAccountCount LESS THAN 5000
000146                 ADD 1 TO MasterAccountCount
000147                 MOVE AM-ACCOUNT-ID TO
000148                         MA-ACCOUNT-ID(MasterAccountCount)
000149             ELSE
000150                 DISPLAY "MASTER TABLE FULL - RUN STOPPED"
000151                 MOVE 8 TO RETURN-CODE
000152                 STOP RUN
000153             END-IF
000154     END-READ.
000155
000156 LocateMasterAccount.
000157     PERFORM VARYING Idx FROM 1 BY 1
000158             UNTIL Idx GREATER THAN MasterAccountCount
000159         IF MA-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000160             EXIT PERFORM
000161         END-IF
000162     END-PERFORM
000163     IF Idx GREATER THAN MasterAccountCount
000164         MOVE ZERO TO Idx
000165     END-IF.
000166
000167 OpenExemptionRegister.
000168     OPEN I-O ExemptionRegisterFile
000169     IF ExemptionRegisterFileStatus EQUAL "35"
000170         OPEN OUTPUT ExemptionRegisterFile
000171         CLOSE ExemptionRegisterFile
000172         OPEN I-O ExemptionRegisterFile
000173     END-IF
000174     IF ExemptionRegisterFileStatus NOT EQUAL "00"
000175         DISPLAY "EXEMPTION REGISTER UNAVAILABLE - RUN STOPPED"
000176         MOVE 8 TO RETURN-CODE
000177         STOP RUN
000178     END-IF.
000179
000180 ReadNextTransaction.
000181     READ ExemptTransactionFile
000182         AT END
000183             SET NoMoreTransactions TO TRUE
000184         NOT AT END
000185             PERFORM ProcessOneTransaction
000186     END-READ.
000187
000188 ProcessOneTransaction.
000189     ADD 1 TO TransactionsRead
000190     IF XM-GRANTED-DATE NOT NUMERIC
000191         MOVE ZERO TO XM-GRANTED-DATE
000192     END-IF
000193     IF XM-EXPIRY-DATE NOT NUMERIC
000194         MOVE ZERO TO XM-EXPIRY-DATE
000195     END-IF
000196     PERFORM ValidateOneTransaction
000197     IF TransactionIsInvalid
000198         PERFORM WriteRejectedTransaction
000199     ELSE
000200         EVALUATE XM-ACTION
000201             WHEN "ADD"
000202                 PERFORM ApplyAddTransaction
000203             WHEN "CHANGE"
000204                 PERFORM ApplyChangeTransaction
000205             WHEN "DELETE"
000206                 PERFORM ApplyDeleteTransaction
000207         END-EVALUATE
000208     END-IF.
000209
000210 ValidateOneTransaction.
000211     SET TransactionIsValid TO TRUE
000212     MOVE SPACES TO RejectReasonText
000213     IF XM-ACTION NOT EQUAL "ADD" AND
000214             XM-ACTION NOT EQUAL "CHANGE" AND
000215             XM-ACTION NOT EQUAL "DELETE"
000216         SET TransactionIsInvalid TO TRUE
000217         MOVE "Invalid action code" TO RejectReasonText
000218     END-IF
000219     IF TransactionIsValid AND XM-ACCOUNT-ID EQUAL SPACES
000220         SET TransactionIsInvalid TO TRUE
000221         MOVE "Account id missing" TO RejectReasonText
000222     END-IF
000223     IF TransactionIsValid AND XM-ACTION EQUAL "ADD"
000224         MOVE XM-ACCOUNT-ID TO LookupAccountId
000225         PERFORM LocateMasterAccount
000226         IF Idx EQUAL ZERO
000227             SET TransactionIsInvalid TO TRUE
000228             MOVE "Account not on master" TO RejectReasonText
000229         END-IF
000230     END-IF
000231     IF TransactionIsValid AND XM-ACTION EQUAL "ADD" AND
000232             (XM-REASON EQUAL SPACES OR
000233              XM-APPROVER-ID EQUAL SPACES)
000234         SET TransactionIsInvalid TO TRUE
000235         MOVE "Reason and approver are required" TO
000236                 RejectReasonText
000237     END-IF
000238     IF TransactionIsValid AND XM-ACTION EQUAL "ADD" AND
000239             XM-EXPIRY-DATE EQUAL ZERO
000240         SET TransactionIsInvalid TO TRUE
000241         MOVE "Expiry date missing" TO RejectReasonText
000242     END-IF
000243     IF TransactionIsValid AND XM-ACTION EQUAL "CHANGE" AND
000244             XM-REASON EQUAL SPACES AND
000245             XM-APPROVER-ID EQUAL SPACES AND
000246             XM-GRANTED-DATE EQUAL ZERO AND
000247             XM-EXPIRY-DATE EQUAL ZERO
000248         SET TransactionIsInvalid TO TRUE
000249         MOVE "Change carries no new values" TO RejectReasonText
000250     END-IF
000251     IF TransactionIsValid AND XM-GRANTED-DATE NOT EQUAL ZERO
000252         IF FUNCTION TEST-DATE-YYYYMMDD(XM-GRANTED-DATE)
000253                 NOT EQUAL ZERO
000254             SET TransactionIsInvalid TO TRUE
000255             MOVE "Granted date invalid" TO RejectReasonText
000256         END-IF
000257     END-IF
000258     IF TransactionIsValid AND XM-EXPIRY-DATE NOT EQUAL ZERO
000259         IF FUNCTION TEST-DATE-YYYYMMDD(XM-EXPIRY-DATE)
000260                 NOT EQUAL ZERO
000261             SET TransactionIsInvalid TO TRUE
000262             MOVE "Expiry date invalid" TO RejectReasonText
000263         END-IF
000264     END-IF
000265     IF TransactionIsValid AND XM-EXPIRY-DATE NOT EQUAL ZERO
000266             AND XM-EXPIRY-DATE LESS THAN RunDateValue
000267         SET TransactionIsInvalid TO TRUE
000268         MOVE "Expiry date already passed" TO RejectReasonText
000269     END-IF.
000270
000271 WriteRejectedTransaction.
000272     ADD 1 TO TransactionsRejected
000273     MOVE SPACES TO RegisterDetailLine
000274     MOVE XM-ACTION TO RG-ACTION
000275     MOVE XM-ACCOUNT-ID TO RG-ACCOUNT-ID
000276     MOVE SPACES TO RG-STATUS
000277     STRING "REJECTED - " RejectReasonText
000278             DELIMITED BY SIZE INTO RG-STATUS
000279     MOVE RegisterDetailLine TO ExemptMaintReportLine
000280     WRITE ExemptMaintReportLine.
000281
000282 WriteAppliedLine.
000283     MOVE SPACES TO RegisterDetailLine
000284     MOVE XM-ACTION TO RG-ACTION
000285     MOVE XM-ACCOUNT-ID TO RG-ACCOUNT-ID
000286     MOVE AppliedStatusText TO RG-STATUS
000287     MOVE RegisterDetailLine TO ExemptMaintReportLine
000288     WRITE ExemptMaintReportLine.
000289
000290 ApplyAddTransaction.
000291     MOVE XM-ACCOUNT-ID TO EX-ACCOUNT-ID
000292     READ ExemptionRegisterFile
000293         INVALID KEY
000294             PERFORM WriteNewExemption
000295         NOT INVALID KEY
000296             MOVE "Exemption already on register" TO
000297                     RejectReasonText
000298             PERFORM WriteRejectedTransaction
000299     END-READ.
000300
000301 WriteNewExemption.
000302     MOVE SPACES TO ExemptionRecord
000303     MOVE XM-ACCOUNT-ID TO EX-ACCOUNT-ID
000304     MOVE XM-REASON TO EX-REASON
000305     MOVE XM-APPROVER-ID TO EX-APPROVER-ID
000306     MOVE XM-GRANTED-DATE TO EX-GRANTED-DATE
000307     IF EX-GRANTED-DATE EQUAL ZERO
000308         MOVE RunDateValue TO EX-GRANTED-DATE
000309     END-IF
000310     MOVE XM-EXPIRY-DATE TO EX-EXPIRY-DATE
000311     MOVE RunDateValue TO EX-LAST-CHANGED-DATE
000312     IF EX-EXPIRY-DATE LESS THAN EX-GRANTED-DATE
000313         MOVE "Expiry date before granted date" TO
000314                 RejectReasonText
000315         PERFORM WriteRejectedTransaction
000316     ELSE
000317         WRITE ExemptionRecord
000318         MOVE "APPLIED - EXEMPTION ADDED" TO AppliedStatusText
000319         PERFORM WriteAppliedLine
000320         MOVE "AFTER" TO RI-TAG
000321         PERFORM WriteExemptionImageLine
000322         ADD 1 TO ExemptionsAdded
000323     END-IF.
000324
000325 ApplyChangeTransaction.
000326     MOVE XM-ACCOUNT-ID TO EX-ACCOUNT-ID
000327     READ ExemptionRegisterFile
000328         INVALID KEY
000329             MOVE "Exemption not on register" TO
000330                     RejectReasonText
000331             PERFORM WriteRejectedTransaction
000332         NOT INVALID KEY
000333             PERFORM RewriteChangedExemption
000334     END-READ.
000335
000336 RewriteChangedExemption.
000337     MOVE EX-GRANTED-DATE TO CheckGrantedDate
000338     MOVE EX-EXPIRY-DATE TO CheckExpiryDate
000339     IF XM-GRANTED-DATE GREATER THAN ZERO
000340         MOVE XM-GRANTED-DATE TO CheckGrantedDate
000341     END-IF
000342     IF XM-EXPIRY-DATE GREATER THAN ZERO
000343         MOVE XM-EXPIRY-DATE TO CheckExpiryDate
000344     END-IF
000345     IF CheckExpiryDate LESS THAN CheckGrantedDate
000346         MOVE "Expiry date before granted date" TO
000347                 RejectReasonText
000348         PERFORM WriteRejectedTransaction
000349     ELSE
000350         MOVE "APPLIED" TO AppliedStatusText
000351         PERFORM WriteAppliedLine
000352         MOVE "BEFORE" TO RI-TAG
000353         PERFORM WriteExemptionImageLine
000354         IF XM-REASON NOT EQUAL SPACES
000355             MOVE XM-REASON TO EX-REASON
000356         END-IF
000357         IF XM-APPROVER-ID NOT EQUAL SPACES
000358             MOVE XM-APPROVER-ID TO EX-APPROVER-ID
000359         END-IF
000360         MOVE CheckGrantedDate TO EX-GRANTED-DATE
000361         MOVE CheckExpiryDate TO EX-EXPIRY-DATE
000362         MOVE RunDateValue TO EX-LAST-CHANGED-DATE
000363         REWRITE ExemptionRecord
000364         MOVE "AFTER" TO RI-TAG
000365         PERFORM WriteExemptionImageLine
000366         ADD 1 TO ExemptionsChanged
000367     END-IF.
000368
000369 ApplyDeleteTransaction.
000370     MOVE XM-ACCOUNT-ID TO EX-ACCOUNT-ID
000371     READ ExemptionRegisterFile
000372         INVALID KEY
000373             MOVE "Exemption not on register" TO
000374                     RejectReasonText
000375             PERFORM WriteRejectedTransaction
000376         NOT INVALID KEY
000377             DELETE ExemptionRegisterFile RECORD
000378             MOVE "APPLIED - EXEMPTION REMOVED" TO
000379                     AppliedStatusText
000380             PERFORM WriteAppliedLine
000381             MOVE "BEFORE" TO RI-TAG
000382             PERFORM WriteExemptionImageLine
000383             ADD 1 TO ExemptionsDeleted
000384     END-READ.
000385
000386 WriteExemptionImageLine.
000387     MOVE EX-ACCOUNT-ID TO RI-ACCOUNT-ID
000388     MOVE EX-APPROVER-ID TO RI-APPROVER-ID
000389     MOVE EX-GRANTED-DATE TO RI-GRANTED-DATE
000390     MOVE EX-EXPIRY-DATE TO RI-EXPIRY-DATE
000391     MOVE EX-LAST-CHANGED-DATE TO RI-CHANGED-DATE
000392     MOVE RegisterImageLine TO ExemptMaintReportLine
000393     WRITE ExemptMaintReportLine
000394     MOVE EX-REASON TO RN-REASON
000395     MOVE RegisterReasonLine TO ExemptMaintReportLine
000396     WRITE ExemptMaintReportLine.
