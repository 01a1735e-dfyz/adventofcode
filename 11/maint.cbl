000024     05  MT-INITIAL-PASSWORD       PIC A(20).
000025     05  MT-ROTATION-INTERVAL      PIC 9(3).
000026     05  MT-ROTATION-COUNT         PIC 99.
000027     05  MT-OWNER-ID               PIC X(8).
000028     05  MT-OWNER-CONTACT          PIC X(40).
000029     05  MT-DEPARTMENT-CODE        PIC X(4).
000030     05  MT-DIRECTORY-TARGETS.
000031         10  MT-TARGET-CODE        PIC X(4) OCCURS 3 TIMES.
000032
000033 FD  AccountMasterFile.
000034     COPY ACCOUNT.
000035
000036 FD  UpdatedMasterFile.
000037 01  UpdatedMasterRecord           PIC X(105).
000038
000039 FD  UpdateRegisterFile.
000040 01  UpdateRegisterLine            PIC X(80).
000050         10 TE-INITIAL-PASSWORD    PIC A(20).
000051         10 TE-ROTATION-INTERVAL   PIC 9(3).
000052         10 TE-ROTATION-COUNT      PIC 99.
000053         10 TE-OWNER-ID            PIC X(8).
000054         10 TE-OWNER-CONTACT       PIC X(40).
000055         10 TE-DEPARTMENT-CODE     PIC X(4).
000056         10 TE-DIRECTORY-TARGETS   PIC X(12).
000057         10 TE-APPLIED             PIC X(01).
000058
000059 01 Idx                    PIC 9(4) VALUE ZERO.
000060 01 LookupAccountId        PIC X(8) VALUE SPACES.
000061 01 TransactionValidity    PIC X(01) VALUE "Y".
000062     88 TransactionIsValid         VALUE "Y".
000063     88 TransactionIsInvalid       VALUE "N".
000064 01 RejectReasonText       PIC X(40) VALUE SPACES.
000065 01 PasswordCheckField     PIC A(20) VALUE SPACES.
000066 01 PasswordCheckLength    PIC 99 VALUE ZERO.
000067 01 CharIdx                PIC 99 VALUE ZERO.
000068 01 MaskSourcePassword     PIC A(20) VALUE SPACES.
000069 01 MaskedPassword         PIC A(20) VALUE SPACES.
000070 01 MaskFillLength         PIC 99 VALUE ZERO.
000071 01 TargetIdx              PIC 9 VALUE ZERO.
000072 01 EarlierTargetIdx       PIC 9 VALUE ZERO.
000073
000074 01 RegisterDetailLine.
000075     05 RG-ACTION           PIC X(6).
000076     05 FILLER              PIC X(2) VALUE SPACES.
000077     05 RG-ACCOUNT-ID       PIC X(8).
000078     05 FILLER              PIC X(2) VALUE SPACES.
000079     05 RG-STATUS           PIC X(50).
000080
000081 01 RegisterImageLine.
000082     05 RI-TAG              PIC X(8).
000083     05 RI-ACCOUNT-ID       PIC X(8).
000084     05 FILLER              PIC X(2) VALUE SPACES.
000085     05 RI-PASSWORD         PIC X(20).
000086     05 FILLER              PIC X(2) VALUE SPACES.
000087     05 RI-LAST-DATE        PIC 9(8).
000088     05 FILLER              PIC X(2) VALUE SPACES.
000089     05 RI-INTERVAL         PIC ZZ9.
000090     05 FILLER              PIC X(2) VALUE SPACES.
000091     05 RI-COUNT            PIC Z9.
000092     05 FILLER              PIC X(2) VALUE SPACES.
000093     05 RI-DEPARTMENT-CODE  PIC X(4).
000094     05 FILLER              PIC X(2) VALUE SPACES.
000095     05 RI-OWNER-ID         PIC X(8).
000096
000097 01 RegisterContactLine.
000098     05 FILLER              PIC X(8) VALUE SPACES.
000099     05 RN-LABEL            PIC X(10) VALUE "CONTACT".
000100     05 RN-OWNER-CONTACT    PIC X(40).
000101
000102 01 RegisterTargetLine.
000103     05 FILLER              PIC X(8).
000104     05 RD-LABEL            PIC X(10).
000105     05 RD-TARGET-ENTRY OCCURS 3 TIMES.
000106         10 RD-TARGET-CODE  PIC X(4).
000107         10 FILLER          PIC X(2).
000108
000109 01 TransactionsRead       PIC 9(9) VALUE ZERO.
000110 01 TransactionsRejected   PIC 9(9) VALUE ZERO.
000111 01 AccountsAdded          PIC 9(9) VALUE ZERO.
000112 01 AccountsChanged        PIC 9(9) VALUE ZERO.
000113 01 AccountsDeleted        PIC 9(9) VALUE ZERO.
000114 01 MastersRead            PIC 9(9) VALUE ZERO.
000115 01 MastersWritten         PIC 9(9) VALUE ZERO.
000116
000117 01 EndOfTransactions      PIC X(01) VALUE "N".
000118     88 NoMoreTransactions         VALUE "Y".
000119 01 EndOfMasterRecords     PIC X(01) VALUE "N".
000120     88 NoMoreMasterRecords        VALUE "Y".
000121
000122 PROCEDURE DIVISION.
000123 MaintainAccountMaster.
000124     OPEN OUTPUT UpdateRegisterFile
000125     PERFORM LoadMaintTransactions
000126     OPEN INPUT AccountMasterFile
000127     OPEN OUTPUT UpdatedMasterFile
000128     PERFORM ReadNextMasterRecord
000129     PERFORM ProcessOneMasterRecord UNTIL NoMoreMasterRecords
000130     PERFORM ApplyUnmatchedTransactions
000131     CLOSE AccountMasterFile
000132     CLOSE UpdatedMasterFile
000133     CLOSE UpdateRegisterFile
000134     DISPLAY "TRANSACTIONS READ:     " TransactionsRead
000135     DISPLAY "TRANSACTIONS REJECTED: " TransactionsRejected
000136     DISPLAY "ACCOUNTS ADDED:        " AccountsAdded
000137     DISPLAY "ACCOUNTS CHANGED:      " AccountsChanged
000138     DISPLAY "ACCOUNTS DELETED:      " AccountsDeleted
000139     DISPLAY "MASTER RECORDS READ:   " MastersRead
000140     DISPLAY "MASTER RECORDS WRITTEN:" MastersWritten
000141     IF TransactionsRejected GREATER THAN ZERO
000142         MOVE 4 TO RETURN-CODE
000143     END-IF
000144     STOP RUN.
000145
000146 LoadMaintTransactions.
000147     MOVE ZERO TO TransactionCount
000148     OPEN INPUT MaintTransactionFile
000149     IF MaintTransactionFileStatus NOT EQUAL "00"
000150         DISPLAY "MAINT TRANSACTION FILE MISSING - NOTHING TO DO"
000151         SET NoMoreTransactions TO TRUE
000152     END-IF
000153     PERFORM ReadNextTransaction UNTIL NoMoreTransactions
000154     IF MaintTransactionFileStatus EQUAL "00" OR
000155             MaintTransactionFileStatus EQUAL "10"
000156         CLOSE MaintTransactionFile
000157     END-IF.
000158
000159 ReadNextTransaction.
000160     READ MaintTransactionFile
000161         AT END
000162             SET NoMoreTransactions TO TRUE
000163         NOT AT END
000164             PERFORM StoreOneTransaction
000165     END-READ.
000166
000167 StoreOneTransaction.
000168     ADD 1 TO TransactionsRead
000169     IF MT-ROTATION-INTERVAL NOT NUMERIC
000170         MOVE ZERO TO MT-ROTATION-INTERVAL
000171     END-IF
000172     IF MT-ROTATION-COUNT NOT NUMERIC
000173         MOVE ZERO TO MT-ROTATION-COUNT
000174     END-IF
000175     PERFORM ValidateOneTransaction
000176     IF TransactionIsInvalid
000177         PERFORM WriteRejectedTransaction
000178     ELSE
000179         IF TransactionCount LESS THAN 1000
000180             ADD 1 TO TransactionCount
000181             MOVE MT-ACTION TO TE-ACTION(TransactionCount)
000182             MOVE MT-ACCOUNT-ID TO
000183                     TE-ACCOUNT-ID(TransactionCount)
000184             MOVE MT-INITIAL-PASSWORD TO
000185                     TE-INITIAL-PASSWORD(TransactionCount)
000186             MOVE MT-ROTATION-INTERVAL TO
000187                     TE-ROTATION-INTERVAL(TransactionCount)
000188             MOVE MT-ROTATION-COUNT TO
000189                     TE-ROTATION-COUNT(TransactionCount)
000190             MOVE MT-OWNER-ID TO TE-OWNER-ID(TransactionCount)
000191             MOVE MT-OWNER-CONTACT TO
000192                     TE-OWNER-CONTACT(TransactionCount)
000193             MOVE MT-DEPARTMENT-CODE TO
000194                     TE-DEPARTMENT-CODE(TransactionCount)
000195             MOVE MT-DIRECTORY-TARGETS TO
000196                     TE-DIRECTORY-TARGETS(TransactionCount)
000197             MOVE "N" TO TE-APPLIED(TransactionCount)
000198         ELSE
000199             MOVE "Transaction table full" TO RejectReasonText
000200             PERFORM WriteRejectedTransaction
000201         END-IF
000202     END-IF.
000203
000204 ValidateOneTransaction.
000205     SET TransactionIsValid TO TRUE
000206     MOVE SPACES TO RejectReasonText
000207     IF MT-ACTION NOT EQUAL "ADD" AND
000208             MT-ACTION NOT EQUAL "CHANGE" AND
000209             MT-ACTION NOT EQUAL "DELETE"
000210         SET TransactionIsInvalid TO TRUE
000211         MOVE "Invalid action code" TO RejectReasonText
000212     END-IF
000213     IF TransactionIsValid AND MT-ACCOUNT-ID EQUAL SPACES
000214         SET TransactionIsInvalid TO TRUE
000215         MOVE "Account id missing" TO RejectReasonText
000216     END-IF
000217     IF TransactionIsValid
000218         MOVE MT-ACCOUNT-ID TO LookupAccountId
000219         PERFORM LocateTransactionEntry
000220         IF Idx GREATER THAN ZERO
000221             SET TransactionIsInvalid TO TRUE
000222             MOVE "Duplicate transaction for account" TO
000223                     RejectReasonText
000224         END-IF
000225     END-IF
000226     IF TransactionIsValid AND MT-ACTION EQUAL "ADD"
000227         MOVE MT-INITIAL-PASSWORD TO PasswordCheckField
000228         PERFORM ValidatePasswordField
000229         IF PasswordCheckLength EQUAL ZERO
000230             SET TransactionIsInvalid TO TRUE
000231             MOVE "Initial password missing or invalid" TO
000232                     RejectReasonText
000233         END-IF
000234     END-IF
000235     IF TransactionIsValid AND MT-ACTION EQUAL "ADD" AND
000236             MT-ROTATION-INTERVAL EQUAL ZERO
000237         SET TransactionIsInvalid TO TRUE
000238         MOVE "Rotation interval missing" TO RejectReasonText
000239     END-IF
000240     IF TransactionIsValid AND MT-ACTION EQUAL "CHANGE" AND
000241             MT-INITIAL-PASSWORD EQUAL SPACES AND
000242             MT-ROTATION-INTERVAL EQUAL ZERO AND
000243             MT-ROTATION-COUNT EQUAL ZERO AND
000244             MT-OWNER-ID EQUAL SPACES AND
000245             MT-OWNER-CONTACT EQUAL SPACES AND
000246             MT-DEPARTMENT-CODE EQUAL SPACES AND
000247             MT-DIRECTORY-TARGETS EQUAL SPACES
000248         SET TransactionIsInvalid TO TRUE
000249         MOVE "Change carries no new values" TO RejectReasonText
000250     END-IF
000251     IF TransactionIsValid AND MT-ACTION EQUAL "CHANGE" AND
000252             MT-INITIAL-PASSWORD NOT EQUAL SPACES
000253         MOVE MT-INITIAL-PASSWORD TO PasswordCheckField
000254         PERFORM ValidatePasswordField
000255         IF PasswordCheckLength EQUAL ZERO
000256             SET TransactionIsInvalid TO TRUE
000257             MOVE "Replacement password invalid" TO
000258                     RejectReasonText
000259         END-IF
000260     END-IF
000261     IF TransactionIsValid
000262         PERFORM VARYING TargetIdx FROM 1 BY 1
000263                 UNTIL TargetIdx GREATER THAN 3
000264             PERFORM ValidateTargetCode
000265         END-PERFORM
000266     END-IF.
000267
000268 ValidateTargetCode.
000269     IF MT-TARGET-CODE(TargetIdx) NOT EQUAL SPACES AND
000270             MT-TARGET-CODE(TargetIdx) NOT EQUAL "AD" AND
000271             MT-TARGET-CODE(TargetIdx) NOT EQUAL "LDAP" AND
000272             MT-TARGET-CODE(TargetIdx) NOT EQUAL "RACF"
000273         SET TransactionIsInvalid TO TRUE
000274         MOVE "Unknown directory target code" TO RejectReasonText
000275     END-IF
000276     PERFORM VARYING EarlierTargetIdx FROM 1 BY 1
000277             UNTIL EarlierTargetIdx NOT LESS THAN TargetIdx
000278         IF MT-TARGET-CODE(TargetIdx) NOT EQUAL SPACES AND
000279                 MT-TARGET-CODE(TargetIdx) EQUAL
000280                 MT-TARGET-CODE(EarlierTargetIdx)
000281             SET TransactionIsInvalid TO TRUE
000282             MOVE "Directory target named twice" TO
000283                     RejectReasonText
000284         END-IF
000285     END-PERFORM.
000286
000287 ValidatePasswordField.
000288     MOVE ZERO TO PasswordCheckLength
000289     PERFORM VARYING CharIdx FROM 20 BY -1
000290             UNTIL CharIdx LESS THAN 1 OR
000291             PasswordCheckLength GREATER THAN ZERO
000292         IF PasswordCheckField(CharIdx:1) NOT EQUAL SPACE
000293             MOVE CharIdx TO PasswordCheckLength
000294         END-IF
000295     END-PERFORM
000296     PERFORM VARYING CharIdx FROM 1 BY 1
000297             UNTIL CharIdx GREATER THAN PasswordCheckLength
000298         IF PasswordCheckField(CharIdx:1) LESS THAN "a" OR
000299                 PasswordCheckField(CharIdx:1) GREATER THAN "z"
000300             MOVE ZERO TO PasswordCheckLength
000301             EXIT PERFORM
000302         END-IF
000303     END-PERFORM.
000304
000305 LocateTransactionEntry.
000306     PERFORM VARYING Idx FROM 1 BY 1
000307             UNTIL Idx GREATER THAN TransactionCount
000308         IF TE-ACCOUNT-ID(Idx) EQUAL LookupAccountId
000309             EXIT PERFORM
000310         END-IF
000311     END-PERFORM
000312     IF Idx GREATER THAN TransactionCount
000313         MOVE ZERO TO Idx
000314     END-IF.
000315
000316 WriteRejectedTransaction.
000317     ADD 1 TO TransactionsRejected
000318     MOVE SPACES TO RegisterDetailLine
000319     MOVE MT-ACTION TO RG-ACTION
000320     MOVE MT-ACCOUNT-ID TO RG-ACCOUNT-ID
000321     MOVE SPACES TO RG-STATUS
000322     STRING "REJECTED - " RejectReasonText
000323             DELIMITED BY SIZE INTO RG-STATUS
000324     MOVE RegisterDetailLine TO UpdateRegisterLine
000325     WRITE UpdateRegisterLine.
000326
000327 ReadNextMasterRecord.
000328     READ AccountMasterFile
000329         AT END
000330             SET NoMoreMasterRecords TO TRUE
000331     END-READ.
000332
000333 ProcessOneMasterRecord.
000334     ADD 1 TO MastersRead
000335     MOVE AM-ACCOUNT-ID TO LookupAccountId
000336     PERFORM LocateTransactionEntry
000337     IF Idx EQUAL ZERO
000338         PERFORM WriteUnchangedMaster
000339     ELSE
000340         EVALUATE TE-ACTION(Idx)
000341             WHEN "ADD"
000342                 MOVE "Y" TO TE-APPLIED(Idx)
000343                 MOVE "Account already on master" TO
000344                         RejectReasonText
000345                 PERFORM RejectMatchedTransaction
000346                 PERFORM WriteUnchangedMaster
000347             WHEN "CHANGE"
000348                 MOVE "Y" TO TE-APPLIED(Idx)
000349                 PERFORM ApplyChangeTransaction
000350             WHEN "DELETE"
000351                 MOVE "Y" TO TE-APPLIED(Idx)
000352                 PERFORM ApplyDeleteTransaction
000353         END-EVALUATE
000354     END-IF
000355     PERFORM ReadNextMasterRecord.
000356
000357 WriteUnchangedMaster.
000358     MOVE AccountMasterRecord TO UpdatedMasterRecord
000359     WRITE UpdatedMasterRecord
000360     ADD 1 TO MastersWritten.
000361
000362 RejectMatchedTransaction.
000363     ADD 1 TO TransactionsRejected
000364     MOVE SPACES TO RegisterDetailLine
000365     MOVE TE-ACTION(Idx) TO RG-ACTION
000366     MOVE TE-ACCOUNT-ID(Idx) TO RG-ACCOUNT-ID
000367     MOVE SPACES TO RG-STATUS
000368     STRING "REJECTED - " RejectReasonText
000369             DELIMITED BY SIZE INTO RG-STATUS
000370     MOVE RegisterDetailLine TO UpdateRegisterLine
000371     WRITE UpdateRegisterLine.
000372
000373 ApplyChangeTransaction.
000374     MOVE SPACES TO RegisterDetailLine
000375     MOVE "CHANGE" TO RG-ACTION
000376     MOVE AM-ACCOUNT-ID TO RG-ACCOUNT-ID
000377     MOVE "APPLIED" TO RG-STATUS
000378     MOVE RegisterDetailLine TO UpdateRegisterLine
000379     WRITE UpdateRegisterLine
000380     MOVE "BEFORE" TO RI-TAG
000381     PERFORM WriteMasterImageLine
000382     IF TE-INITIAL-PASSWORD(Idx) NOT EQUAL SPACES
000383         MOVE TE-INITIAL-PASSWORD(Idx) TO AM-CURRENT-PASSWORD
000384     END-IF
000385     IF TE-ROTATION-INTERVAL(Idx) GREATER THAN ZERO
000386         MOVE TE-ROTATION-INTERVAL(Idx) TO AM-ROTATION-INTERVAL
000387     END-IF
000388     IF TE-ROTATION-COUNT(Idx) GREATER THAN ZERO
000389         MOVE TE-ROTATION-COUNT(Idx) TO AM-ROTATION-COUNT
000390     END-IF
000391     IF TE-OWNER-ID(Idx) NOT EQUAL SPACES
000392         MOVE TE-OWNER-ID(Idx) TO AM-OWNER-ID
000393     END-IF
000394     IF TE-OWNER-CONTACT(Idx) NOT EQUAL SPACES
000395         MOVE TE-OWNER-CONTACT(Idx) TO AM-OWNER-CONTACT
000396     END-IF
000397     IF TE-DEPARTMENT-CODE(Idx) NOT EQUAL SPACES
000398         MOVE TE-DEPARTMENT-CODE(Idx) TO AM-DEPARTMENT-CODE
000399     END-IF
000400     IF TE-DIRECTORY-TARGETS(Idx) NOT EQUAL SPACES
000401         MOVE TE-DIRECTORY-TARGETS(Idx) TO AM-DIRECTORY-TARGETS
000402     END-IF
000403     MOVE "AFTER" TO RI-TAG
000404     PERFORM WriteMasterImageLine
000405     ADD 1 TO AccountsChanged
000406     PERFORM WriteUnchangedMaster.
000407
000408 ApplyDeleteTransaction.
000409     MOVE SPACES TO RegisterDetailLine
000410     MOVE "DELETE" TO RG-ACTION
000411     MOVE AM-ACCOUNT-ID TO RG-ACCOUNT-ID
000412     MOVE "APPLIED - RECORD DROPPED" TO RG-STATUS
000413     MOVE RegisterDetailLine TO UpdateRegisterLine
000414     WRITE UpdateRegisterLine
000415     MOVE "BEFORE" TO RI-TAG
000416     PERFORM WriteMasterImageLine
000417     ADD 1 TO AccountsDeleted.
000418
000419 WriteMasterImageLine.
000420     MOVE AM-ACCOUNT-ID TO RI-ACCOUNT-ID
000421     MOVE AM-CURRENT-PASSWORD TO MaskSourcePassword
000422     PERFORM MaskOnePassword
000423     MOVE MaskedPassword TO RI-PASSWORD
000424     MOVE AM-LAST-ROTATION-DATE TO RI-LAST-DATE
000425     MOVE AM-ROTATION-INTERVAL TO RI-INTERVAL
000426     MOVE AM-ROTATION-COUNT TO RI-COUNT
000427     MOVE AM-DEPARTMENT-CODE TO RI-DEPARTMENT-CODE
000428     MOVE AM-OWNER-ID TO RI-OWNER-ID
000429     MOVE RegisterImageLine TO UpdateRegisterLine
000430     WRITE UpdateRegisterLine
000431     IF AM-OWNER-CONTACT NOT EQUAL SPACES
000432         MOVE AM-OWNER-CONTACT TO RN-OWNER-CONTACT
000433         MOVE RegisterContactLine TO UpdateRegisterLine
000434         WRITE UpdateRegisterLine
000435     END-IF
000436     MOVE SPACES TO RegisterTargetLine
000437     MOVE "TARGETS" TO RD-LABEL
000438     PERFORM VARYING TargetIdx FROM 1 BY 1
000439             UNTIL TargetIdx GREATER THAN 3
000440         MOVE AM-TARGET-CODE(TargetIdx) TO
000441                 RD-TARGET-CODE(TargetIdx)
000442     END-PERFORM
000443     MOVE RegisterTargetLine TO UpdateRegisterLine
000444     WRITE UpdateRegisterLine.
000445
000446 MaskOnePassword.
000447     MOVE SPACES TO MaskedPassword
000448     MOVE MaskSourcePassword TO PasswordCheckField
000449     MOVE ZERO TO PasswordCheckLength
000450     PERFORM VARYING CharIdx FROM 20 BY -1
000451             UNTIL CharIdx LESS THAN 1 OR
000452             PasswordCheckLength GREATER THAN ZERO
000453         IF PasswordCheckField(CharIdx:1) NOT EQUAL SPACE
000454             MOVE CharIdx TO PasswordCheckLength
000455         END-IF
000456     END-PERFORM
000457     IF PasswordCheckLength EQUAL ZERO
000458         MOVE SPACES TO MaskedPassword
000459     ELSE
000460         MOVE ALL "*" TO MaskedPassword(1:PasswordCheckLength)
000461         MOVE MaskSourcePassword(1:1) TO MaskedPassword(1:1)
000462         MOVE MaskSourcePassword(PasswordCheckLength:1) TO
000463                 MaskedPassword(PasswordCheckLength:1)
000464     END-IF.
000465
000466 ApplyUnmatchedTransactions.
000467     PERFORM VARYING Idx FROM 1 BY 1
000468             UNTIL Idx GREATER THAN TransactionCount
000469         IF TE-APPLIED(Idx) EQUAL "N"
000470             EVALUATE TE-ACTION(Idx)
000471                 WHEN "ADD"
000472                     PERFORM ApplyAddTransaction
000473                 WHEN OTHER
000474                     MOVE "Account not on master" TO
000475                             RejectReasonText
000476                     PERFORM RejectMatchedTransaction
000477             END-EVALUATE
000478         END-IF
000479     END-PERFORM.
000480
000481 ApplyAddTransaction.
000482     MOVE SPACES TO AccountMasterRecord
000483     MOVE TE-ACCOUNT-ID(Idx) TO AM-ACCOUNT-ID
000484     MOVE TE-INITIAL-PASSWORD(Idx) TO AM-CURRENT-PASSWORD
000485     MOVE ZERO TO AM-LAST-ROTATION-DATE
000486     MOVE TE-ROTATION-INTERVAL(Idx) TO AM-ROTATION-INTERVAL
000487     MOVE TE-ROTATION-COUNT(Idx) TO AM-ROTATION-COUNT
000488     MOVE TE-OWNER-ID(Idx) TO AM-OWNER-ID
000489     MOVE TE-OWNER-CONTACT(Idx) TO AM-OWNER-CONTACT
000490     MOVE TE-DEPARTMENT-CODE(Idx) TO AM-DEPARTMENT-CODE
000491     MOVE TE-DIRECTORY-TARGETS(Idx) TO AM-DIRECTORY-TARGETS
000492     IF AM-DIRECTORY-TARGETS EQUAL SPACES
000493         MOVE "AD" TO AM-TARGET-CODE(1)
000494     END-IF
000495     MOVE SPACES TO RegisterDetailLine
000496     MOVE "ADD" TO RG-ACTION
000497     MOVE AM-ACCOUNT-ID TO RG-ACCOUNT-ID
000498     MOVE "APPLIED - RECORD ADDED" TO RG-STATUS
000499     MOVE RegisterDetailLine TO UpdateRegisterLine
000500     WRITE UpdateRegisterLine
000501     MOVE "AFTER" TO RI-TAG
000502     PERFORM WriteMasterImageLine
000503     ADD 1 TO AccountsAdded
000504     PERFORM WriteUnchangedMaster.
