000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. LEDGER-CONVERSION.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT OldSyncLedgerFile ASSIGN TO "SYNCLOLD"
000009         ORGANIZATION INDEXED
000010         ACCESS MODE DYNAMIC
000011         RECORD KEY OL-LEDGER-KEY
000012         FILE STATUS OldSyncLedgerFileStatus.
000013     SELECT SyncLedgerFile ASSIGN TO "SYNCLEDG"
000014         ORGANIZATION INDEXED
000015         ACCESS MODE DYNAMIC
000016         RECORD KEY LG-LEDGER-KEY
000017         FILE STATUS SyncLedgerFileStatus.
000018
000019 DATA DIVISION.
000020 FILE SECTION.
000021 FD  OldSyncLedgerFile.
000022 01  OldSyncLedgerRecord.
000023     05  OL-LEDGER-KEY.
000024         10  OL-ACCOUNT-ID         PIC X(8).
000025         10  OL-ROTATION-SEQ       PIC 99.
000026         10  OL-STORED-DATE        PIC 9(8).
000027     05  OL-PUSH-STATUS            PIC X(12).
000028     05  OL-GENERATED-DATE         PIC 9(8).
000029     05  OL-HANDOFF-DATE           PIC 9(8).
000030     05  OL-ACK-STATUS             PIC X(2).
000031     05  OL-APPLIED-DATE           PIC 9(8).
000032     05  OL-RETRY-COUNT            PIC 9(3).
000033
000034 FD  SyncLedgerFile.
000035     COPY LEDGER.
000036
000037 WORKING-STORAGE SECTION.
000038 01 OldSyncLedgerFileStatus PIC XX VALUE SPACES.
000039 01 SyncLedgerFileStatus   PIC XX VALUE SPACES.
000040 01 TargetIdx              PIC 9 VALUE ZERO.
000041
000042 01 OldRecordsRead         PIC 9(9) VALUE ZERO.
000043 01 RecordsConverted       PIC 9(9) VALUE ZERO.
000044 01 RecordsNotWritten      PIC 9(9) VALUE ZERO.
000045 01 AppliedPushes          PIC 9(9) VALUE ZERO.
000046 01 HandedOffPushes        PIC 9(9) VALUE ZERO.
000047 01 DisableEntries         PIC 9(9) VALUE ZERO.
000048
000049 01 EndOfOldLedger         PIC X(01) VALUE "N".
000050     88 OldLedgerComplete          VALUE "Y".
000051
000052 PROCEDURE DIVISION.
000053 ConvertSyncLedger.
000054     OPEN INPUT SyncLedgerFile
000055     IF SyncLedgerFileStatus NOT EQUAL "35"
000056         DISPLAY "SYNCLEDG ALREADY PRESENT - CONVERSION REFUSED"
000057         IF SyncLedgerFileStatus EQUAL "00"
000058             CLOSE SyncLedgerFile
000059         END-IF
000060         MOVE 8 TO RETURN-CODE
000061         STOP RUN
000062     END-IF
000063     OPEN INPUT OldSyncLedgerFile
000064     IF OldSyncLedgerFileStatus NOT EQUAL "00"
000065         DISPLAY "OLD LEDGER SYNCLOLD UNAVAILABLE - RUN STOPPED"
000066         MOVE 8 TO RETURN-CODE
000067         STOP RUN
000068     END-IF
000069     OPEN OUTPUT SyncLedgerFile
000070     IF SyncLedgerFileStatus NOT EQUAL "00"
000071         DISPLAY "SYNCLEDG COULD NOT BE CREATED - RUN STOPPED"
000072         MOVE 8 TO RETURN-CODE
000073         STOP RUN
000074     END-IF
000075     MOVE LOW-VALUES TO OL-LEDGER-KEY
000076     START OldSyncLedgerFile KEY GREATER THAN OR EQUAL
000077             OL-LEDGER-KEY
000078         INVALID KEY
000079             SET OldLedgerComplete TO TRUE
000080     END-START
000081     IF OldSyncLedgerFileStatus NOT EQUAL "00"
000082         SET OldLedgerComplete TO TRUE
000083     END-IF
000084     PERFORM ConvertOneLedgerRecord UNTIL OldLedgerComplete
000085     CLOSE OldSyncLedgerFile
000086     CLOSE SyncLedgerFile
000087     DISPLAY "OLD LEDGER RECORDS READ:" OldRecordsRead
000088     DISPLAY "RECORDS CONVERTED:     " RecordsConverted
000089     DISPLAY "  APPLIED:             " AppliedPushes
000090     DISPLAY "  HANDED OFF:          " HandedOffPushes
000091     DISPLAY "  DISABLES:            " DisableEntries
000092     DISPLAY "RECORDS NOT WRITTEN:   " RecordsNotWritten
000093     IF RecordsNotWritten GREATER THAN ZERO
000094         MOVE 8 TO RETURN-CODE
000095     END-IF
000096     STOP RUN.
000097
000098 ConvertOneLedgerRecord.
000099     READ OldSyncLedgerFile NEXT
000100         AT END
000101             SET OldLedgerComplete TO TRUE
000102         NOT AT END
000103             ADD 1 TO OldRecordsRead
000104             PERFORM BuildConvertedRecord
000105             WRITE SyncLedgerRecord
000106                 INVALID KEY
000107                     DISPLAY "LEDGER KEY NOT WRITTEN: "
000108                             OL-LEDGER-KEY
000109                     ADD 1 TO RecordsNotWritten
000110                 NOT INVALID KEY
000111                     ADD 1 TO RecordsConverted
000112             END-WRITE
000113     END-READ
000114     IF OldSyncLedgerFileStatus NOT EQUAL "00"
000115         SET OldLedgerComplete TO TRUE
000116     END-IF.
000117
000118 BuildConvertedRecord.
000119     MOVE OL-ACCOUNT-ID TO LG-ACCOUNT-ID
000120     MOVE OL-ROTATION-SEQ TO LG-ROTATION-SEQ
000121     MOVE OL-STORED-DATE TO LG-STORED-DATE
000122     MOVE OL-PUSH-STATUS TO LG-PUSH-STATUS
000123     MOVE OL-GENERATED-DATE TO LG-GENERATED-DATE
000124     MOVE OL-HANDOFF-DATE TO LG-HANDOFF-DATE
000125     MOVE OL-ACK-STATUS TO LG-ACK-STATUS
000126     MOVE OL-APPLIED-DATE TO LG-APPLIED-DATE
000127     MOVE OL-RETRY-COUNT TO LG-RETRY-COUNT
000128     IF OL-ROTATION-SEQ EQUAL ZERO
000129         MOVE "D" TO LG-ACTION-CODE
000130         ADD 1 TO DisableEntries
000131     ELSE
000132         MOVE "U" TO LG-ACTION-CODE
000133     END-IF
000134     MOVE OL-GENERATED-DATE TO LG-EFFECTIVE-DATE
000135     PERFORM VARYING TargetIdx FROM 1 BY 1
000136             UNTIL TargetIdx GREATER THAN 3
000137         MOVE SPACE TO LG-TARGET-STATE(TargetIdx)
000138         MOVE SPACES TO LG-TARGET-ACK-STATUS(TargetIdx)
000139         MOVE ZERO TO LG-TARGET-APPLIED-DATE(TargetIdx)
000140     END-PERFORM
000141     EVALUATE TRUE
000142         WHEN OL-APPLIED-DATE GREATER THAN ZERO
000143             MOVE "A" TO LG-TARGET-STATE(1)
000144             MOVE OL-ACK-STATUS TO LG-TARGET-ACK-STATUS(1)
000145             MOVE OL-APPLIED-DATE TO LG-TARGET-APPLIED-DATE(1)
000146             ADD 1 TO AppliedPushes
000147         WHEN OL-HANDOFF-DATE GREATER THAN ZERO
000148             MOVE "H" TO LG-TARGET-STATE(1)
000149             ADD 1 TO HandedOffPushes
000150         WHEN OTHER
000151             CONTINUE
000152     END-EVALUATE.
