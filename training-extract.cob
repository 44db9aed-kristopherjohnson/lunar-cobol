*> Nightly training-records interface extract. The corporate learning
*> system keeps each operator's training transcript, and every
*> completed simulator mission belongs on it. This job sends it the
*> mission-log outcome records flown since the last successful
*> extract, one fixed-layout detail each (training-extract.cpy) -
*> operator, run stamp, scenario code and name, site, outcome, impact
*> velocity, fuel left, and whether dispersion was active - between a
*> header naming the batch and a trailer carrying the record count
*> and hash totals. The archive cut's *CONTROL* record and relief
*> handover lines are not missions and are never sent, as the
*> reporting programs already skip them; an ascent outcome is sent as
*> its own record.
*>
*> Each mission is sent exactly once. The high-water mark file holds
*> the run stamp of the last record sent and how many records with
*> that stamp went out, so records are told apart by stamp rather
*> than position: every archive generation is read ahead of the live
*> log, as ExceptionReport does, and a month-end cut in between two
*> extracts neither loses nor repeats anything. An archive
*> generation that cannot be read stops the run before anything is
*> written, since records in it would be skipped for good once the
*> mark moved past them. The mark moves only when the whole extract
*> has been written; a run that dies leaves it where it was and the
*> next run sends the same missions again in a new batch.
*>
*> The receiver returns an acknowledgment file, one record per detail
*> received. It is processed first: every reject is reported with
*> its reason and the record, found by batch and sequence on the
*> sent journal of everything ever extracted, is queued to be sent
*> again. Queued records go out at the front of this run's batch,
*> marked as resends, and the acknowledgment file is emptied once
*> read so no acknowledgment is acted on twice. The run ends with
*> completion code 4 when there were rejects or acknowledgments that
*> could not be matched, 16 when it could not extract at all.

IDENTIFICATION DIVISION.
PROGRAM-ID. TrainingExtract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MissionLog ASSIGN TO "data/mission-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionLogFileStatus.

    SELECT OPTIONAL ArchiveIndex ASSIGN TO "data/mission-log-archives.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT ArchiveLog ASSIGN TO ArchiveLogFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ArchiveLogFileStatus.

    SELECT MissionConfig ASSIGN TO "data/mission-config.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionConfigFileStatus.

    SELECT OPTIONAL HighWaterMark ASSIGN TO "data/training-hwm.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS HighWaterMarkFileStatus.

    SELECT OPTIONAL Acknowledgment ASSIGN TO "data/training-ack.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS AcknowledgmentFileStatus.

    SELECT OPTIONAL SentJournal ASSIGN TO "data/training-sent.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SentJournalFileStatus.

    SELECT OPTIONAL ResendQueue ASSIGN TO "data/training-resend.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ResendQueueFileStatus.

    SELECT TrainingExtractFile ASSIGN TO "data/training-extract.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT ExtractReport ASSIGN TO "data/training-extract-report.txt"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

*> The live log and the archive generations share one record layout,
*> so both files read into raw buffers that are unpacked through the
*> copybook layout in working storage.
FD  MissionLog.
01  MissionLogBuffer          PIC X(132).

FD  ArchiveIndex.
01  ArchiveIndexRecord        PIC X(64).

FD  ArchiveLog.
01  ArchiveLogBuffer          PIC X(132).

FD  MissionConfig.
01  MissionConfigRecord.
    COPY "mission-params.cpy".

FD  HighWaterMark.
01  HighWaterMarkRecord.
    COPY "training-hwm.cpy".

FD  Acknowledgment.
01  AcknowledgmentRecord.
    COPY "training-ack.cpy".

*> Every detail record ever extracted, appended as it is written,
*> under the batch number it went out in. The detail is kept as the
*> raw interface image so it can be queued and sent again as is.
FD  SentJournal.
01  SentJournalRecord.
    02 JnlBatchNumber         PIC 9(6).
    02 JnlRecordSeq           PIC 9(6).
    02 JnlDetailImage         PIC X(110).

*> Rejected details waiting to be sent again, as raw interface images.
FD  ResendQueue.
01  ResendQueueRecord         PIC X(110).

FD  TrainingExtractFile.
01  TrainingDetailRecord.
    COPY "training-extract.cpy".
01  TrainingHeaderRecord.
    COPY "training-header.cpy".
01  TrainingTrailerRecord.
    COPY "training-trailer.cpy".

FD  ExtractReport.
01  ExtractReportLine         PIC X(90).

WORKING-STORAGE SECTION.

01 LogRecordWork.
    COPY "mission-log.cpy".
01 LogControlWork REDEFINES LogRecordWork.
    COPY "log-control.cpy".

01 MissionLogStatus           PIC X  VALUE "N".
    88 EndOfMissionLog        VALUE "Y".

01 MissionLogFileStatus       PIC XX.
    88 MissionLogFileOk       VALUE "00", "05".

*> Archive generations listed in the archive index, read ahead of the
*> live log. The index is OPTIONAL: before the first archive cut the
*> live log is the whole history.

01 ArchiveLogFileName         PIC X(64).

01 ArchiveLogFileStatus       PIC XX.
    88 ArchiveLogFileOk       VALUE "00".
    88 ArchiveLogNotFound     VALUE "35".

01 ArchiveIndexStatus         PIC X  VALUE "N".
    88 EndOfArchiveIndex      VALUE "Y".

01 ArchiveLogStatus           PIC X.
    88 EndOfArchiveLog        VALUE "Y".

01 ArchiveLimit               PIC 99  VALUE 20  USAGE COMP.

01 ArchiveTable.
    02 ArchiveGenCount        PIC 99  VALUE 0  USAGE COMP.
    02 ArchiveGenName OCCURS 20 TIMES  PIC X(64).

01 ArchiveGenIndex            PIC 99  USAGE COMP.
01 ArchiveOverflowCount       PIC 9(4)  VALUE 0  USAGE COMP.
01 MissingArchiveCount        PIC 9(4)  VALUE 0  USAGE COMP.

*> Scenario catalog, every version, for the scenario name sent with
*> each mission: the version stamped on the log record, or for
*> records logged before the stamp was carried, the version in effect
*> on the run date (the scenario's first version if the mission
*> predates them all).

01 MissionConfigStatus        PIC X  VALUE "N".
    88 EndOfMissionConfig     VALUE "Y".

01 MissionConfigFileStatus    PIC XX.
    88 MissionConfigFileOk    VALUE "00".
    88 MissionConfigNotFound  VALUE "35".

01 CatalogLimit               PIC 99  VALUE 99  USAGE COMP.

01 CatalogTable.
    02 CatalogCount           PIC 99  VALUE 0  USAGE COMP.
    02 CatalogEntry OCCURS 99 TIMES.
        03 CatScenarioCode    PIC X(1).
        03 CatScenarioName    PIC X(20).
        03 CatVersion         PIC 9(3).
        03 CatEffectiveDate   PIC X(8).

01 CatalogIndex               PIC 99  USAGE COMP.
01 FoundCatalogIndex          PIC 99  USAGE COMP.
01 FoundCatalogVersion        PIC 9(3).
01 FirstCatalogIndex          PIC 99  USAGE COMP.

*> The high-water mark carried in, and the one this run will leave.

01 HighWaterMarkFileStatus    PIC XX.
    88 HighWaterMarkFileOk    VALUE "00", "05".

01 HighWaterMarkStatus        PIC X  VALUE "N".
    88 EndOfHighWaterMark     VALUE "Y".

01 PriorMark.
    02 PriorMarkStamp.
        03 PriorMarkRunDate   PIC X(8)  VALUE "00000000".
        03 PriorMarkRunTime   PIC X(6)  VALUE "000000".
    02 PriorMarkCount         PIC 9(4)  VALUE 0.
    02 PriorBatchNumber       PIC 9(6)  VALUE 0.

01 NewMark.
    02 NewMarkStamp.
        03 NewMarkRunDate     PIC X(8).
        03 NewMarkRunTime     PIC X(6).
    02 NewMarkCount           PIC 9(4).

01 BatchNumber                PIC 9(6).

*> The log record being judged against the mark. Records carrying
*> the mark's own stamp are counted off against it in log order.

01 RecordStamp.
    02 RecordRunDate          PIC X(8).
    02 RecordRunTime          PIC X(6).

01 MarkStampSeenCount         PIC 9(4)  VALUE 0  USAGE COMP.

*> Acknowledgment processing. Rejects are held here until the sent
*> journal has been searched for the records they name.

01 AcknowledgmentFileStatus   PIC XX.
    88 AcknowledgmentFileOk   VALUE "00", "05".

01 AcknowledgmentStatus       PIC X  VALUE "N".
    88 EndOfAcknowledgment    VALUE "Y".

01 SentJournalFileStatus      PIC XX.
    88 SentJournalFileOk      VALUE "00", "05".

01 SentJournalStatus          PIC X  VALUE "N".
    88 EndOfSentJournal       VALUE "Y".

01 ResendQueueFileStatus      PIC XX.
    88 ResendQueueFileOk      VALUE "00", "05".

01 ResendQueueStatus          PIC X  VALUE "N".
    88 EndOfResendQueue       VALUE "Y".

01 RejectLimit                PIC 9(4)  VALUE 500  USAGE COMP.

01 RejectTable.
    02 RejectCount            PIC 9(4)  VALUE 0  USAGE COMP.
    02 RejectEntry OCCURS 500 TIMES.
        03 RejBatchNumber     PIC 9(6).
        03 RejRecordSeq       PIC 9(6).
        03 RejReasonCode      PIC X(4).
        03 RejReasonText      PIC X(40).
        03 RejFoundFlag       PIC X(1).
            88 RejWasFound    VALUE "Y".

01 RejectIndex                PIC 9(4)  USAGE COMP.

01 JournalDetailWork.
    COPY "training-extract.cpy".

*> Run totals and controls

01 AckReadCount               PIC 9(6)  VALUE 0  USAGE COMP.
01 AckAcceptedCount           PIC 9(6)  VALUE 0  USAGE COMP.
01 AckRejectedCount           PIC 9(6)  VALUE 0  USAGE COMP.
01 AckRequeuedCount           PIC 9(6)  VALUE 0  USAGE COMP.
01 AckNotJournaledCount       PIC 9(6)  VALUE 0  USAGE COMP.
01 AckUnknownBatchCount       PIC 9(6)  VALUE 0  USAGE COMP.
01 AckInvalidCount            PIC 9(6)  VALUE 0  USAGE COMP.
01 AckOverflowCount           PIC 9(6)  VALUE 0  USAGE COMP.

01 LogRecordCount             PIC 9(6)  VALUE 0  USAGE COMP.
01 ControlRecordCount         PIC 9(6)  VALUE 0  USAGE COMP.
01 HandoverRecordCount        PIC 9(6)  VALUE 0  USAGE COMP.
01 AlreadySentCount           PIC 9(6)  VALUE 0  USAGE COMP.
01 NewSentCount               PIC 9(6)  VALUE 0  USAGE COMP.
01 ResentCount                PIC 9(6)  VALUE 0  USAGE COMP.
01 UnnamedScenarioCount       PIC 9(6)  VALUE 0  USAGE COMP.
01 DetailWrittenCount         PIC 9(6)  VALUE 0  USAGE COMP.
01 ControlTotal               PIC 9(6)  USAGE COMP.

01 TrainingExtractStatus      PIC X  VALUE "N".
    88 EndOfTrainingExtract   VALUE "Y".

01 FileDetailCount            PIC 9(6)  USAGE COMP.
01 FileTrailerCount           PIC 9(6)  USAGE COMP.
01 FileVelocityHash           PIC S9(9)V99  USAGE COMP.
01 FileTrailerVelocityHash    PIC S9(9)V99  USAGE COMP.

01 VelocityHashTotal          PIC S9(9)V99  VALUE 0  USAGE COMP.
01 FuelLeftHashTotal          PIC S9(9)V99  VALUE 0  USAGE COMP.
01 RunDateHashTotal           PIC 9(14)     VALUE 0  USAGE COMP.

01 ExtractCompletionRc        PIC 99  VALUE 0  USAGE COMP.
01 ExceptionCompletionCode    PIC 99  VALUE 4  USAGE COMP.
01 HardFailureCode            PIC 99  VALUE 16  USAGE COMP.

01 RunBalanceFlag             PIC X  VALUE "Y".
    88 RunIsInBalance         VALUE "Y".

*> Report formatting

01 RejectHeadings.
    02 FILLER                 PIC X(10)  VALUE "  BATCH".
    02 FILLER                 PIC X(8)   VALUE "SEQ".
    02 FILLER                 PIC X(12)  VALUE "OPERATOR".
    02 FILLER                 PIC X(17)  VALUE "RUN".
    02 FILLER                 PIC X(43)  VALUE "REASON".

01 RejectDetailLine.
    02 FILLER                 PIC X(2).
    02 RdlBatchNumber         PIC 9(6).
    02 FILLER                 PIC X(2).
    02 RdlRecordSeq           PIC 9(6).
    02 FILLER                 PIC X(2).
    02 RdlOperatorId          PIC X(10).
    02 FILLER                 PIC X(2).
    02 RdlRunDate             PIC X(8).
    02 RdlDash                PIC X(1).
    02 RdlRunTime             PIC X(6).
    02 FILLER                 PIC X(2).
    02 RdlReasonCode          PIC X(4).
    02 FILLER                 PIC X(1).
    02 RdlReasonText          PIC X(38).

01 DetailCountLine.
    02 DetailCountLabel       PIC X(36).
    02 DetailCountValue       PIC ZZZZZ9.

01 HashDisplay                PIC -ZZZ,ZZZ,ZZ9.99.
01 DateHashDisplay            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
01 CountDisplay               PIC ZZZ9.
01 ControlCountDisplay        PIC ZZZZZ9.
01 ControlCountDisplay2       PIC ZZZZZ9.
01 BatchDisplay               PIC ZZZZZ9.
01 EditedFieldText            PIC X(8).

01 CurrentDateTimeRaw         PIC X(21).

01 RunTimestamp.
    02 RunDate                PIC X(8).
    02 RunTime                PIC X(6).

PROCEDURE DIVISION.

Begin.
    MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeRaw
    MOVE CurrentDateTimeRaw(1:8) TO RunDate
    MOVE CurrentDateTimeRaw(9:6) TO RunTime

    PERFORM LoadHighWaterMark
    PERFORM LoadScenarioCatalog
    PERFORM LoadArchiveIndex
    PERFORM CheckArchiveGenerations

    OPEN OUTPUT ExtractReport
    PERFORM WriteReportHeader
    PERFORM ProcessAcknowledgments

    PERFORM WriteTrainingExtract
    PERFORM SaveHighWaterMark
    PERFORM ClearResendQueue

    PERFORM WriteExtractControls
    CLOSE ExtractReport

    IF AckRejectedCount > 0 OR AckUnknownBatchCount > 0
            OR AckInvalidCount > 0 OR AckOverflowCount > 0
            OR UnnamedScenarioCount > 0 OR NOT RunIsInBalance THEN
        MOVE ExceptionCompletionCode TO ExtractCompletionRc
    END-IF

    MOVE BatchNumber TO BatchDisplay
    MOVE DetailWrittenCount TO DetailCountValue
    DISPLAY "TRAINING EXTRACT BATCH " BatchDisplay " WRITTEN - "
        DetailCountValue " RECORD(S)"
    MOVE AckRejectedCount TO DetailCountValue
    DISPLAY "ACKNOWLEDGMENTS PROCESSED - " DetailCountValue
        " REJECT(S) QUEUED FOR RESEND"
    MOVE ExtractCompletionRc TO RETURN-CODE
    STOP RUN.

*> The extract cannot be trusted to send each mission once: stop with
*> the completion code the scheduler alerts on, before anything has
*> been written and with the high-water mark untouched.
AbortExtract.
    DISPLAY "TRAINING EXTRACT NOT RUN - HIGH-WATER MARK UNCHANGED"
    MOVE HardFailureCode TO RETURN-CODE
    STOP RUN.

*> No mark on file means nothing has ever been sent: the first
*> extract sends the whole history.
LoadHighWaterMark.
    OPEN INPUT HighWaterMark
    IF NOT HighWaterMarkFileOk THEN
        DISPLAY "HIGH-WATER MARK FILE UNREADABLE (STATUS "
            HighWaterMarkFileStatus ")"
        PERFORM AbortExtract
    END-IF
    READ HighWaterMark
        AT END
            SET EndOfHighWaterMark TO TRUE
        NOT AT END
            MOVE HwmRunDate     TO PriorMarkRunDate
            MOVE HwmRunTime     TO PriorMarkRunTime
            MOVE HwmStampCount  TO PriorMarkCount
            MOVE HwmBatchNumber TO PriorBatchNumber
    END-READ
    CLOSE HighWaterMark

    MOVE PriorMarkStamp TO NewMarkStamp
    MOVE PriorMarkCount TO NewMarkCount
    COMPUTE BatchNumber = PriorBatchNumber + 1
    EXIT.

LoadScenarioCatalog.
    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
        DISPLAY "MISSION CONFIGURATION FILE NOT FOUND"
        PERFORM AbortExtract
    END-IF
    PERFORM UNTIL EndOfMissionConfig
        READ MissionConfig
            AT END
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF CatalogCount < CatalogLimit THEN
                    ADD 1 TO CatalogCount
                    MOVE ScenarioCode TO CatScenarioCode(CatalogCount)
                    MOVE ScenarioName TO CatScenarioName(CatalogCount)
                    MOVE CfgVersion   TO CatVersion(CatalogCount)
                    MOVE CfgEffectiveDate
                        TO CatEffectiveDate(CatalogCount)
                END-IF
        END-READ
    END-PERFORM
    CLOSE MissionConfig
    EXIT.

*> Read the archive index into the generation-name table. Unlike the
*> reports, a generation past the table limit cannot just be left
*> unread here, so it stops the run.
LoadArchiveIndex.
    OPEN INPUT ArchiveIndex
    PERFORM UNTIL EndOfArchiveIndex
        READ ArchiveIndex
            AT END
                SET EndOfArchiveIndex TO TRUE
            NOT AT END
                IF ArchiveGenCount < ArchiveLimit THEN
                    ADD 1 TO ArchiveGenCount
                    MOVE ArchiveIndexRecord
                        TO ArchiveGenName(ArchiveGenCount)
                ELSE
                    ADD 1 TO ArchiveOverflowCount
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchiveIndex
    IF ArchiveOverflowCount > 0 THEN
        DISPLAY "ARCHIVE INDEX LISTS MORE GENERATIONS THAN THIS "
            "PROGRAM'S TABLE"
        PERFORM AbortExtract
    END-IF
    EXIT.

*> Every generation must be on disk before anything is sent.
CheckArchiveGenerations.
    PERFORM VARYING ArchiveGenIndex FROM 1 BY 1
            UNTIL ArchiveGenIndex > ArchiveGenCount
        MOVE ArchiveGenName(ArchiveGenIndex) TO ArchiveLogFileName
        OPEN INPUT ArchiveLog
        IF ArchiveLogFileOk THEN
            CLOSE ArchiveLog
        ELSE
            ADD 1 TO MissingArchiveCount
            DISPLAY "ARCHIVE GENERATION NOT FOUND: "
                FUNCTION TRIM(ArchiveLogFileName)
        END-IF
    END-PERFORM
    IF MissingArchiveCount > 0 THEN
        PERFORM AbortExtract
    END-IF
    EXIT.

WriteReportHeader.
    MOVE SPACES TO ExtractReportLine
    STRING "TRAINING RECORDS EXTRACT  RUN: " RunDate "-" RunTime
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine
    MOVE SPACES TO ExtractReportLine
    WRITE ExtractReportLine
    MOVE BatchNumber TO BatchDisplay
    MOVE PriorMarkCount TO CountDisplay
    MOVE SPACES TO ExtractReportLine
    STRING "BATCH " BatchDisplay "  FROM HIGH-WATER MARK "
        PriorMarkRunDate "-" PriorMarkRunTime " +" CountDisplay
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine
    MOVE SPACES TO ExtractReportLine
    WRITE ExtractReportLine
    EXIT.

*> Read the receiver's acknowledgments, hold the rejects, find each
*> rejected record on the sent journal and queue it to go again, then
*> empty the acknowledgment file. An acknowledgment for a batch never
*> sent, or one that cannot be read, is reported and ignored.
ProcessAcknowledgments.
    MOVE "ACKNOWLEDGMENTS" TO ExtractReportLine
    WRITE ExtractReportLine
    OPEN INPUT Acknowledgment
    IF NOT AcknowledgmentFileOk THEN
        DISPLAY "ACKNOWLEDGMENT FILE UNREADABLE (STATUS "
            AcknowledgmentFileStatus ")"
        CLOSE ExtractReport
        PERFORM AbortExtract
    END-IF
    PERFORM UNTIL EndOfAcknowledgment
        READ Acknowledgment
            AT END
                SET EndOfAcknowledgment TO TRUE
            NOT AT END
                ADD 1 TO AckReadCount
                PERFORM TakeOneAcknowledgment
        END-READ
    END-PERFORM
    CLOSE Acknowledgment

    IF RejectCount > 0 THEN
        MOVE RejectHeadings TO ExtractReportLine
        WRITE ExtractReportLine
        PERFORM RequeueRejects
    END-IF

    MOVE "  ACKNOWLEDGMENTS READ. . . . . . . :" TO DetailCountLabel
    MOVE AckReadCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  ACCEPTED. . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE AckAcceptedCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  REJECTED. . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE AckRejectedCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "    QUEUED FOR RESEND . . . . . . . :" TO DetailCountLabel
    MOVE AckRequeuedCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "    NOT ON THE SENT JOURNAL . . . . :" TO DetailCountLabel
    MOVE AckNotJournaledCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "    BEYOND THIS PROGRAM'S TABLE . . :" TO DetailCountLabel
    MOVE AckOverflowCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  FOR A BATCH NEVER SENT. . . . . . :" TO DetailCountLabel
    MOVE AckUnknownBatchCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  UNREADABLE. . . . . . . . . . . . :" TO DetailCountLabel
    MOVE AckInvalidCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE SPACES TO ExtractReportLine
    WRITE ExtractReportLine

    OPEN OUTPUT Acknowledgment
    CLOSE Acknowledgment
    EXIT.

TakeOneAcknowledgment.
    EVALUATE TRUE
        WHEN AckBatchNumber IS NOT NUMERIC
                OR AckRecordSeq IS NOT NUMERIC
                OR NOT (AckAccepted OR AckRejected)
            ADD 1 TO AckInvalidCount
        WHEN AckBatchNumber = 0 OR AckBatchNumber > PriorBatchNumber
            ADD 1 TO AckUnknownBatchCount
            MOVE SPACES TO ExtractReportLine
            STRING "  ACKNOWLEDGMENT FOR BATCH " AckBatchNumber
                " SEQ " AckRecordSeq " - BATCH NEVER SENT"
                DELIMITED BY SIZE INTO ExtractReportLine
            WRITE ExtractReportLine
        WHEN AckAccepted
            ADD 1 TO AckAcceptedCount
        WHEN OTHER
            ADD 1 TO AckRejectedCount
            IF RejectCount < RejectLimit THEN
                ADD 1 TO RejectCount
                MOVE AckBatchNumber TO RejBatchNumber(RejectCount)
                MOVE AckRecordSeq   TO RejRecordSeq(RejectCount)
                MOVE AckReasonCode  TO RejReasonCode(RejectCount)
                MOVE AckReasonText  TO RejReasonText(RejectCount)
                MOVE "N"            TO RejFoundFlag(RejectCount)
            ELSE
                ADD 1 TO AckOverflowCount
            END-IF
    END-EVALUATE
    EXIT.

*> One pass of the sent journal queues every held reject it holds.
*> A record rejected in more than one batch is queued once per reject
*> - each reject names a different send of it.
RequeueRejects.
    OPEN INPUT SentJournal
    IF NOT SentJournalFileOk THEN
        DISPLAY "SENT JOURNAL UNREADABLE (STATUS "
            SentJournalFileStatus ")"
        CLOSE ExtractReport
        PERFORM AbortExtract
    END-IF
    OPEN EXTEND ResendQueue
    PERFORM UNTIL EndOfSentJournal
        READ SentJournal
            AT END
                SET EndOfSentJournal TO TRUE
            NOT AT END
                PERFORM MatchJournalRecord
        END-READ
    END-PERFORM
    CLOSE ResendQueue
    CLOSE SentJournal

    PERFORM VARYING RejectIndex FROM 1 BY 1
            UNTIL RejectIndex > RejectCount
        IF NOT RejWasFound(RejectIndex) THEN
            ADD 1 TO AckNotJournaledCount
            MOVE SPACES TO RejectDetailLine
            MOVE RejBatchNumber(RejectIndex) TO RdlBatchNumber
            MOVE RejRecordSeq(RejectIndex)   TO RdlRecordSeq
            MOVE "NOT ON JOURNAL"            TO RdlOperatorId(1:10)
            MOVE RejReasonCode(RejectIndex)  TO RdlReasonCode
            MOVE RejReasonText(RejectIndex)  TO RdlReasonText
            MOVE RejectDetailLine TO ExtractReportLine
            WRITE ExtractReportLine
        END-IF
    END-PERFORM
    EXIT.

MatchJournalRecord.
    PERFORM VARYING RejectIndex FROM 1 BY 1
            UNTIL RejectIndex > RejectCount
        IF RejBatchNumber(RejectIndex) = JnlBatchNumber
                AND RejRecordSeq(RejectIndex) = JnlRecordSeq
                AND NOT RejWasFound(RejectIndex) THEN
            SET RejWasFound(RejectIndex) TO TRUE
            MOVE JnlDetailImage TO ResendQueueRecord
            WRITE ResendQueueRecord
            ADD 1 TO AckRequeuedCount
            MOVE JnlDetailImage TO JournalDetailWork
            MOVE SPACES TO RejectDetailLine
            MOVE JnlBatchNumber              TO RdlBatchNumber
            MOVE JnlRecordSeq                TO RdlRecordSeq
            MOVE TrnOperatorId OF JournalDetailWork TO RdlOperatorId
            MOVE TrnRunDate OF JournalDetailWork    TO RdlRunDate
            MOVE "-"                         TO RdlDash
            MOVE TrnRunTime OF JournalDetailWork    TO RdlRunTime
            MOVE RejReasonCode(RejectIndex)  TO RdlReasonCode
            MOVE RejReasonText(RejectIndex)  TO RdlReasonText
            MOVE RejectDetailLine TO ExtractReportLine
            WRITE ExtractReportLine
        END-IF
    END-PERFORM
    EXIT.

*> Write the batch: header, the queued resends, every log record past
*> the mark, trailer. Each detail is journaled as it is written.
WriteTrainingExtract.
    OPEN OUTPUT TrainingExtractFile
    OPEN EXTEND SentJournal

    MOVE SPACES TO TrainingHeaderRecord
    MOVE "H"              TO TrhRecordType
    MOVE "LUNARTRN"       TO TrhInterfaceId
    MOVE BatchNumber      TO TrhBatchNumber
    MOVE RunDate          TO TrhExtractDate
    MOVE RunTime          TO TrhExtractTime
    MOVE PriorMarkRunDate TO TrhFromRunDate
    MOVE PriorMarkRunTime TO TrhFromRunTime
    WRITE TrainingHeaderRecord

    PERFORM SendResendQueue

    PERFORM VARYING ArchiveGenIndex FROM 1 BY 1
            UNTIL ArchiveGenIndex > ArchiveGenCount
        PERFORM ReadOneArchive
    END-PERFORM
    OPEN INPUT MissionLog
    IF MissionLogFileOk THEN
        PERFORM UNTIL EndOfMissionLog
            READ MissionLog
                AT END
                    SET EndOfMissionLog TO TRUE
                NOT AT END
                    MOVE MissionLogBuffer TO LogRecordWork
                    PERFORM TakeOneLogRecord
            END-READ
        END-PERFORM
        CLOSE MissionLog
    END-IF

    MOVE SPACES TO TrainingTrailerRecord
    MOVE "T"                TO TrtRecordType
    MOVE BatchNumber        TO TrtBatchNumber
    MOVE DetailWrittenCount TO TrtRecordCount
    MOVE VelocityHashTotal  TO TrtVelocityHash
    MOVE FuelLeftHashTotal  TO TrtFuelLeftHash
    MOVE RunDateHashTotal   TO TrtRunDateHash
    WRITE TrainingTrailerRecord

    CLOSE SentJournal
    CLOSE TrainingExtractFile
    EXIT.

SendResendQueue.
    OPEN INPUT ResendQueue
    IF ResendQueueFileOk THEN
        PERFORM UNTIL EndOfResendQueue
            READ ResendQueue
                AT END
                    SET EndOfResendQueue TO TRUE
                NOT AT END
                    MOVE ResendQueueRecord TO TrainingDetailRecord
                    MOVE "R" TO TrnSendType OF TrainingDetailRecord
                    ADD 1 TO ResentCount
                    PERFORM WriteDetailRecord
            END-READ
        END-PERFORM
        CLOSE ResendQueue
    END-IF
    EXIT.

ReadOneArchive.
    MOVE ArchiveGenName(ArchiveGenIndex) TO ArchiveLogFileName
    MOVE "N" TO ArchiveLogStatus
    OPEN INPUT ArchiveLog
    PERFORM UNTIL EndOfArchiveLog
        READ ArchiveLog
            AT END
                SET EndOfArchiveLog TO TRUE
            NOT AT END
                MOVE ArchiveLogBuffer TO LogRecordWork
                PERFORM TakeOneLogRecord
        END-READ
    END-PERFORM
    CLOSE ArchiveLog
    EXIT.

*> Skip what is not a mission, then judge the record against the
*> mark: an earlier stamp was sent by an earlier extract, as were the
*> first PriorMarkCount records carrying the mark's own stamp.
TakeOneLogRecord.
    ADD 1 TO LogRecordCount
    EVALUATE TRUE
        WHEN CtlMarker = "*CONTROL*"
            ADD 1 TO ControlRecordCount
        WHEN LogOutcomeCategory = "RELIEF HANDOVER"
            ADD 1 TO HandoverRecordCount
        WHEN OTHER
            MOVE LogRunDate TO RecordRunDate
            MOVE LogRunTime TO RecordRunTime
            EVALUATE TRUE
                WHEN RecordStamp < PriorMarkStamp
                    ADD 1 TO AlreadySentCount
                WHEN RecordStamp = PriorMarkStamp
                        AND MarkStampSeenCount < PriorMarkCount
                    ADD 1 TO MarkStampSeenCount
                    ADD 1 TO AlreadySentCount
                WHEN OTHER
                    PERFORM SendLogRecord
            END-EVALUATE
    END-EVALUATE
    EXIT.

SendLogRecord.
    INITIALIZE TrainingDetailRecord
    MOVE "N"                TO TrnSendType OF TrainingDetailRecord
    MOVE LogOperatorId      TO TrnOperatorId OF TrainingDetailRecord
    MOVE LogRunDate         TO TrnRunDate OF TrainingDetailRecord
    MOVE LogRunTime         TO TrnRunTime OF TrainingDetailRecord
    MOVE LogScenarioCode    TO TrnScenarioCode OF TrainingDetailRecord
    PERFORM FindScenarioName
    MOVE LogSiteName        TO TrnSiteName OF TrainingDetailRecord
    MOVE LogOutcomeCategory TO TrnOutcome OF TrainingDetailRecord
    MOVE LogImpactVelocity TO EditedFieldText
    COMPUTE TrnImpactVelocity OF TrainingDetailRecord =
        FUNCTION NUMVAL(EditedFieldText)
    MOVE LogFuelLeft TO EditedFieldText
    COMPUTE TrnFuelLeft OF TrainingDetailRecord =
        FUNCTION NUMVAL(EditedFieldText)
    IF LogDispersionSeed IS NUMERIC AND LogDispersionSeed > 0 THEN
        MOVE "Y" TO TrnDispersionFlag OF TrainingDetailRecord
    ELSE
        MOVE "N" TO TrnDispersionFlag OF TrainingDetailRecord
    END-IF
    ADD 1 TO NewSentCount
    PERFORM WriteDetailRecord

    IF RecordStamp = NewMarkStamp THEN
        ADD 1 TO NewMarkCount
    ELSE
        MOVE RecordStamp TO NewMarkStamp
        MOVE 1 TO NewMarkCount
    END-IF
    EXIT.

*> The version stamped on the record if the catalog still has it,
*> else the latest version in effect on the run date, else the
*> scenario's first version.
FindScenarioName.
    MOVE 0 TO FoundCatalogIndex
    MOVE 0 TO FoundCatalogVersion
    MOVE 0 TO FirstCatalogIndex
    PERFORM VARYING CatalogIndex FROM 1 BY 1
            UNTIL CatalogIndex > CatalogCount
        IF CatScenarioCode(CatalogIndex) = LogScenarioCode THEN
            IF FirstCatalogIndex = 0 THEN
                MOVE CatalogIndex TO FirstCatalogIndex
            END-IF
            IF LogScenarioVersion IS NUMERIC
                    AND LogScenarioVersion > 0 THEN
                IF CatVersion(CatalogIndex) = LogScenarioVersion THEN
                    MOVE CatalogIndex TO FoundCatalogIndex
                    MOVE 999 TO FoundCatalogVersion
                END-IF
            END-IF
            IF CatEffectiveDate(CatalogIndex) <= LogRunDate
                    AND CatVersion(CatalogIndex) > FoundCatalogVersion
                    THEN
                MOVE CatalogIndex TO FoundCatalogIndex
                MOVE CatVersion(CatalogIndex) TO FoundCatalogVersion
            END-IF
        END-IF
    END-PERFORM
    IF FoundCatalogIndex = 0 THEN
        MOVE FirstCatalogIndex TO FoundCatalogIndex
    END-IF
    IF FoundCatalogIndex = 0 THEN
        ADD 1 TO UnnamedScenarioCount
        MOVE SPACES TO TrnScenarioName OF TrainingDetailRecord
    ELSE
        MOVE CatScenarioName(FoundCatalogIndex)
            TO TrnScenarioName OF TrainingDetailRecord
    END-IF
    EXIT.

*> Number the detail within the batch, add it to the trailer totals,
*> write it, and journal it under this batch.
WriteDetailRecord.
    ADD 1 TO DetailWrittenCount
    MOVE "D" TO TrnRecordType OF TrainingDetailRecord
    MOVE DetailWrittenCount TO TrnRecordSeq OF TrainingDetailRecord
    ADD TrnImpactVelocity OF TrainingDetailRecord TO VelocityHashTotal
    ADD TrnFuelLeft OF TrainingDetailRecord TO FuelLeftHashTotal
    IF TrnRunDate OF TrainingDetailRecord IS NUMERIC THEN
        ADD FUNCTION NUMVAL(TrnRunDate OF TrainingDetailRecord)
            TO RunDateHashTotal
    END-IF
    WRITE TrainingDetailRecord

    MOVE BatchNumber TO JnlBatchNumber
    MOVE DetailWrittenCount TO JnlRecordSeq
    MOVE TrainingDetailRecord TO JnlDetailImage
    WRITE SentJournalRecord
    EXIT.

*> The whole batch is written: move the mark past it.
SaveHighWaterMark.
    OPEN OUTPUT HighWaterMark
    INITIALIZE HighWaterMarkRecord
    MOVE NewMarkRunDate     TO HwmRunDate
    MOVE NewMarkRunTime     TO HwmRunTime
    MOVE NewMarkCount       TO HwmStampCount
    MOVE BatchNumber        TO HwmBatchNumber
    MOVE RunDate            TO HwmExtractDate
    MOVE RunTime            TO HwmExtractTime
    MOVE DetailWrittenCount TO HwmRecordCount
    WRITE HighWaterMarkRecord
    CLOSE HighWaterMark
    EXIT.

*> Everything queued has gone out in this batch.
ClearResendQueue.
    OPEN OUTPUT ResendQueue
    CLOSE ResendQueue
    EXIT.

WriteExtractControls.
    MOVE "EXTRACT" TO ExtractReportLine
    WRITE ExtractReportLine
    MOVE "  LOG RECORDS READ. . . . . . . . . :" TO DetailCountLabel
    MOVE LogRecordCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  CONTROL RECORDS SKIPPED . . . . . :" TO DetailCountLabel
    MOVE ControlRecordCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  RELIEF HANDOVER LINES SKIPPED . . :" TO DetailCountLabel
    MOVE HandoverRecordCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  SENT BY AN EARLIER EXTRACT. . . . :" TO DetailCountLabel
    MOVE AlreadySentCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  NEW MISSIONS SENT . . . . . . . . :" TO DetailCountLabel
    MOVE NewSentCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  REJECTED MISSIONS SENT AGAIN. . . :" TO DetailCountLabel
    MOVE ResentCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  SENT WITH NO SCENARIO NAME. . . . :" TO DetailCountLabel
    MOVE UnnamedScenarioCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  DETAIL RECORDS WRITTEN. . . . . . :" TO DetailCountLabel
    MOVE DetailWrittenCount TO DetailCountValue
    PERFORM WriteDetailCountLine

    MOVE VelocityHashTotal TO HashDisplay
    MOVE SPACES TO ExtractReportLine
    STRING "  IMPACT VELOCITY HASH TOTAL. . . . :" HashDisplay
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine
    MOVE FuelLeftHashTotal TO HashDisplay
    MOVE SPACES TO ExtractReportLine
    STRING "  FUEL LEFT HASH TOTAL. . . . . . . :" HashDisplay
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine
    MOVE RunDateHashTotal TO DateHashDisplay
    MOVE SPACES TO ExtractReportLine
    STRING "  RUN DATE HASH TOTAL . . . . . . . :" DateHashDisplay
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine

    MOVE NewMarkCount TO CountDisplay
    MOVE SPACES TO ExtractReportLine
    STRING "  NEW HIGH-WATER MARK " NewMarkRunDate "-" NewMarkRunTime
        " +" CountDisplay
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine
    MOVE SPACES TO ExtractReportLine
    WRITE ExtractReportLine

    PERFORM VerifyExtractFile
    MOVE FileDetailCount TO ControlCountDisplay
    MOVE FileTrailerCount TO ControlCountDisplay2
    MOVE SPACES TO ExtractReportLine
    STRING "CONTROL 1  DETAILS ON EXTRACT FILE " ControlCountDisplay
        "  TRAILER COUNT " ControlCountDisplay2
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine
    IF FileDetailCount = FileTrailerCount
            AND FileVelocityHash = FileTrailerVelocityHash
            AND FileDetailCount = NewSentCount + ResentCount THEN
        PERFORM WriteInBalanceLine
    ELSE
        PERFORM WriteOutOfBalanceLine
    END-IF

    COMPUTE ControlTotal = ControlRecordCount + HandoverRecordCount
        + AlreadySentCount + NewSentCount
    MOVE LogRecordCount TO ControlCountDisplay
    MOVE ControlTotal TO ControlCountDisplay2
    MOVE SPACES TO ExtractReportLine
    STRING "CONTROL 2  LOG RECORDS READ " ControlCountDisplay
        "  SKIPPED, SENT BEFORE, AND NEW " ControlCountDisplay2
        DELIMITED BY SIZE INTO ExtractReportLine
    WRITE ExtractReportLine
    IF ControlTotal = LogRecordCount THEN
        PERFORM WriteInBalanceLine
    ELSE
        PERFORM WriteOutOfBalanceLine
    END-IF

    MOVE SPACES TO ExtractReportLine
    WRITE ExtractReportLine
    MOVE "SUPERVISOR SIGN-OFF: ____________________  DATE: ________"
        TO ExtractReportLine
    WRITE ExtractReportLine
    EXIT.

*> Read the extract back as the receiver will, totalling the details
*> actually on file against what its trailer claims.
VerifyExtractFile.
    MOVE 0 TO FileDetailCount
    MOVE 0 TO FileVelocityHash
    MOVE 0 TO FileTrailerCount
    MOVE 0 TO FileTrailerVelocityHash
    OPEN INPUT TrainingExtractFile
    PERFORM UNTIL EndOfTrainingExtract
        READ TrainingExtractFile
            AT END
                SET EndOfTrainingExtract TO TRUE
            NOT AT END
                EVALUATE TRUE
                    WHEN TrnIsDetail OF TrainingDetailRecord
                        ADD 1 TO FileDetailCount
                        ADD TrnImpactVelocity OF TrainingDetailRecord
                            TO FileVelocityHash
                    WHEN TrtIsTrailer
                        MOVE TrtRecordCount  TO FileTrailerCount
                        MOVE TrtVelocityHash TO FileTrailerVelocityHash
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE TrainingExtractFile
    EXIT.

WriteDetailCountLine.
    MOVE DetailCountLine TO ExtractReportLine
    WRITE ExtractReportLine
    EXIT.

WriteInBalanceLine.
    MOVE "           IN-BALANCE" TO ExtractReportLine
    WRITE ExtractReportLine
    EXIT.

WriteOutOfBalanceLine.
    MOVE "           OUT-OF-BALANCE" TO ExtractReportLine
    WRITE ExtractReportLine
    MOVE "N" TO RunBalanceFlag
    EXIT.
