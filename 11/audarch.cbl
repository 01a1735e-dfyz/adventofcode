000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. AUDIT-ARCHIVER.
000003 AUTHOR. DFYZ.
000004
000005 ENVIRONMENT DIVISION.
000006 INPUT-OUTPUT SECTION.
000007 FILE-CONTROL.
000008     SELECT AuditTrailFile ASSIGN TO "AUDITOUT"
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS AuditTrailFileStatus.
000011     SELECT BackoutAuditFile ASSIGN TO "AUDITBKO"
000012         ORGANIZATION LINE SEQUENTIAL
000013         FILE STATUS BackoutAuditFileStatus.
000014     SELECT AuditArchiveFile ASSIGN TO "AUDARCH"
000015         ORGANIZATION INDEXED
000016         ACCESS MODE DYNAMIC
000017         RECORD KEY AR-ARCHIVE-KEY
000018         FILE STATUS AuditArchiveFileStatus.
000019     SELECT OPTIONAL RunManifestFile ASSIGN TO "RUNMANIF"
000020         ORGANIZATION LINE SEQUENTIAL.
000021
000022 DATA DIVISION.
000023 FILE SECTION.
000024 FD  AuditTrailFile.
000025     COPY AUDIT.
000026
000027 FD  BackoutAuditFile.
000028 01  BackoutAuditRecord.
000029     05  BA-ACCOUNT-ID             PIC X(8).
000030     05  BA-OLD-PASSWORD           PIC A(20).
000031     05  BA-NEW-PASSWORD           PIC A(20).
000032     05  BA-RUN-DATE               PIC 9(8).
000033     05  BA-RUN-TIME               PIC 9(8).
000034     05  BA-VAULT-REF              PIC X(18).
000035
000036 FD  AuditArchiveFile.
000037     COPY AUDARCH.
000038
000039 FD  RunManifestFile.
000040     COPY MANIFEST.
000041
000042 WORKING-STORAGE SECTION.
000043 01 AuditTrailFileStatus   PIC XX VALUE SPACES.
000044 01 BackoutAuditFileStatus PIC XX VALUE SPACES.
000045 01 AuditArchiveFileStatus PIC XX VALUE SPACES.
000046
000047 01 CurrentDateTimeField   PIC X(21).
000048 01 RunDateValue           PIC 9(8) VALUE ZERO.
000049
000050 01 AuditRecordsRead       PIC 9(9) VALUE ZERO.
000051 01 BackoutRecordsRead     PIC 9(9) VALUE ZERO.
000052 01 RecordsArchived        PIC 9(9) VALUE ZERO.
000053 01 AlreadyArchived        PIC 9(9) VALUE ZERO.
000054 01 TotalRecordsRead       PIC 9(9) VALUE ZERO.
000055
000056 01 EndOfAuditRecords      PIC X(01) VALUE "N".
000057     88 NoMoreAuditRecords         VALUE "Y".
000058 01 EndOfBackoutRecords    PIC X(01) VALUE "N".
000059     88 NoMoreBackoutRecords       VALUE "Y".
000060
000061 PROCEDURE DIVISION.
000062 ArchiveNightlyAuditTrail.
000063     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000064     MOVE CurrentDateTimeField(1:8) TO RunDateValue
000065     PERFORM OpenAuditArchiveFile
000066     PERFORM ArchiveRotationAudit
000067     PERFORM ArchiveBackoutAudit
000068     CLOSE AuditArchiveFile
000069     DISPLAY "AUDIT RECORDS READ:   " AuditRecordsRead
000070     DISPLAY "BACKOUT RECORDS READ: " BackoutRecordsRead
000071     DISPLAY "RECORDS ARCHIVED:     " RecordsArchived
000072     DISPLAY "ALREADY ON ARCHIVE:   " AlreadyArchived
000073     ADD AuditRecordsRead BackoutRecordsRead
000074             GIVING TotalRecordsRead
000075     PERFORM AppendRunManifest
000076     STOP RUN.
000077
000078 OpenAuditArchiveFile.
000079     OPEN I-O AuditArchiveFile
000080     IF AuditArchiveFileStatus EQUAL "35"
000081         OPEN OUTPUT AuditArchiveFile
000082         CLOSE AuditArchiveFile
000083         OPEN I-O AuditArchiveFile
000084     END-IF
000085     IF AuditArchiveFileStatus NOT EQUAL "00"
000086         DISPLAY "AUDIT ARCHIVE UNAVAILABLE - RUN STOPPED"
000087         MOVE 8 TO RETURN-CODE
000088         PERFORM AppendRunManifest
000089         STOP RUN
000090     END-IF.
000091
000092 ArchiveRotationAudit.
000093     OPEN INPUT AuditTrailFile
000094     IF AuditTrailFileStatus NOT EQUAL "00"
000095         DISPLAY "NO ROTATION AUDIT TRAIL - NOTHING ARCHIVED"
000096         MOVE 4 TO RETURN-CODE
000097         SET NoMoreAuditRecords TO TRUE
000098     END-IF
000099     PERFORM ArchiveOneAuditRecord UNTIL NoMoreAuditRecords
000100     IF AuditTrailFileStatus EQUAL "00" OR
000101             AuditTrailFileStatus EQUAL "10"
000102         CLOSE AuditTrailFile
000103     END-IF.
000104
000105 ArchiveOneAuditRecord.
000106     READ AuditTrailFile
000107         AT END
000108             SET NoMoreAuditRecords TO TRUE
000109         NOT AT END
000110             ADD 1 TO AuditRecordsRead
000111             MOVE AT-ACCOUNT-ID TO AR-ACCOUNT-ID
000112             MOVE AT-RUN-DATE TO AR-RUN-DATE
000113             MOVE AT-RUN-TIME TO AR-RUN-TIME
000114             SET ArchivedRotation TO TRUE
000115             MOVE AT-OLD-PASSWORD TO AR-OLD-PASSWORD
000116             MOVE AT-NEW-PASSWORD TO AR-NEW-PASSWORD
000117             MOVE AT-VAULT-REF TO AR-VAULT-REF
000118             PERFORM WriteOneArchiveRecord
000119     END-READ.
000120
000121 ArchiveBackoutAudit.
000122     OPEN INPUT BackoutAuditFile
000123     IF BackoutAuditFileStatus NOT EQUAL "00"
000124         SET NoMoreBackoutRecords TO TRUE
000125     END-IF
000126     PERFORM ArchiveOneBackoutRecord UNTIL NoMoreBackoutRecords
000127     IF BackoutAuditFileStatus EQUAL "00" OR
000128             BackoutAuditFileStatus EQUAL "10"
000129         CLOSE BackoutAuditFile
000130     END-IF.
000131
000132 ArchiveOneBackoutRecord.
000133     READ BackoutAuditFile
000134         AT END
000135             SET NoMoreBackoutRecords TO TRUE
000136         NOT AT END
000137             ADD 1 TO BackoutRecordsRead
000138             MOVE BA-ACCOUNT-ID TO AR-ACCOUNT-ID
000139             MOVE BA-RUN-DATE TO AR-RUN-DATE
000140             MOVE BA-RUN-TIME TO AR-RUN-TIME
000141             SET ArchivedBackout TO TRUE
000142             MOVE BA-OLD-PASSWORD TO AR-OLD-PASSWORD
000143             MOVE BA-NEW-PASSWORD TO AR-NEW-PASSWORD
000144             MOVE BA-VAULT-REF TO AR-VAULT-REF
000145             PERFORM WriteOneArchiveRecord
000146     END-READ.
000147
000148 WriteOneArchiveRecord.
000149     IF AR-VAULT-REF(9:2) NUMERIC
000150         MOVE AR-VAULT-REF(9:2) TO AR-ROTATION-SEQ
000151     ELSE
000152         MOVE ZERO TO AR-ROTATION-SEQ
000153     END-IF
000154     MOVE RunDateValue TO AR-ARCHIVED-DATE
000155     WRITE AuditArchiveRecord
000156         INVALID KEY
000157             ADD 1 TO AlreadyArchived
000158         NOT INVALID KEY
000159             ADD 1 TO RecordsArchived
000160     END-WRITE.
000161
000162 AppendRunManifest.
000163     MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeField
000164     OPEN EXTEND RunManifestFile
000165     MOVE "AUDIT-ARCHIVER" TO MF-PROGRAM-ID
000166     MOVE CurrentDateTimeField(1:8) TO MF-RUN-DATE
000167     MOVE CurrentDateTimeField(9:8) TO MF-RUN-TIME
000168     MOVE TotalRecordsRead TO MF-RECORDS-READ
000169     MOVE RecordsArchived TO MF-RECORDS-WRITTEN
000170     MOVE RETURN-CODE TO MF-RETURN-CODE
000171     WRITE RunManifestRecord
000172     CLOSE RunManifestFile.
