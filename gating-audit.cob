*> Retroactive qualification gating audit. The lander gates every
*> mission on the operator's level at sign-on and at relief handover,
*> but the operator master only says what each operator holds today,
*> so after an upgrade, a downgrade, or a deactivation nobody can show
*> from the master that last month's missions were flown by operators
*> qualified at the time. This program walks the mission log - the
*> archive generations first, then the live log - and judges every
*> operator who had the con of each mission against the CfgMinQual of
*> the scenario version flown, taking the operator's level and active
*> flag as of the mission's run stamp from the operator journal
*> OperatorMaint keeps (operator-journal.cpy).
*>
*> A mission is every log record carrying its run stamp: the outcome
*> record, an ascent outcome behind it, and any RELIEF HANDOVER lines.
*> Each operator is judged once per mission - the operator who handed
*> over as RELIEVED, the one who took over as RELIEF, and the operator
*> on an outcome record not already judged as PILOT. The scenario
*> version is the one stamped on the record, or for older records the
*> version in effect on the run date.
*>
*> The level as of the run stamp is the after image of the operator's
*> last journaled change made by then. A mission flown before the
*> operator's first journaled change takes that change's before
*> image, and an operator never changed since journaling began is
*> judged on the current master; both rest on status nobody journaled,
*> and the report marks them so. A check-ride candidate flies above
*> their level on the examiner's authority, as the lander allows, so a
*> mission the check-ride file lists as a ride attempt is shown as a
*> check-ride exemption rather than a violation. A record whose
*> scenario cannot be resolved against the catalog is counted as not
*> judged.
*>
*> Violations end the run with completion code 4, as do archive
*> generations that cannot be read. A missing catalog or operator
*> master, or a journal or master too large for the tables, means no
*> mission can be judged and ends the run with 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. GatingAudit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MissionConfig ASSIGN TO "data/mission-config.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionConfigFileStatus.

    SELECT OperatorMaster ASSIGN TO "data/operator-master.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorMasterFileStatus.

    SELECT OPTIONAL OperatorJournal ASSIGN TO "data/operator-journal.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorJournalFileStatus.

    SELECT OPTIONAL CheckRideRecords
        ASSIGN TO "data/checkride-records.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CheckRideRecordsFileStatus.

    SELECT OPTIONAL MissionLog ASSIGN TO "data/mission-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionLogFileStatus.

    SELECT OPTIONAL ArchiveIndex ASSIGN TO "data/mission-log-archives.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT ArchiveLog ASSIGN TO ArchiveLogFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ArchiveLogFileStatus.

    SELECT GatingReport ASSIGN TO "data/gating-audit.txt"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  MissionConfig.
01  MissionConfigRecord.
    COPY "mission-params.cpy".

FD  OperatorMaster.
01  OperatorMasterRecord.
    COPY "operator-master.cpy".

FD  OperatorJournal.
01  OperatorJournalRecord.
    COPY "operator-journal.cpy".

FD  CheckRideRecords.
01  CheckRideRecord.
    COPY "checkride-rec.cpy".

*> The live log and the archive generations share one record layout,
*> read into raw buffers and unpacked through the copybook layout in
*> working storage, as the reporting programs do.
FD  MissionLog.
01  MissionLogBuffer          PIC X(132).

FD  ArchiveIndex.
01  ArchiveIndexRecord        PIC X(64).

FD  ArchiveLog.
01  ArchiveLogBuffer          PIC X(132).

FD  GatingReport.
01  GatingReportLine          PIC X(110).

WORKING-STORAGE SECTION.

01 LogRecordWork.
    COPY "mission-log.cpy".
01 LogControlWork REDEFINES LogRecordWork.
    COPY "log-control.cpy".

01 MissionConfigFileStatus    PIC XX.
    88 MissionConfigNotFound  VALUE "35".
01 OperatorMasterFileStatus   PIC XX.
    88 OperatorMasterNotFound VALUE "35".
01 OperatorJournalFileStatus  PIC XX.
    88 OperatorJournalFileOk  VALUE "00", "05".
01 CheckRideRecordsFileStatus PIC XX.
    88 CheckRideRecordsFileOk VALUE "00", "05".
01 MissionLogFileStatus       PIC XX.
    88 MissionLogFileOk       VALUE "00", "05".
01 ArchiveLogFileStatus       PIC XX.
    88 ArchiveLogFileOk       VALUE "00".

01 InputFileStatus            PIC X  VALUE "N".
    88 EndOfInputFile         VALUE "Y".

*> Archive generations listed in the archive index, read ahead of the
*> live log so the missions are judged in the order they were flown.

01 ArchiveLogFileName         PIC X(64).

01 ArchiveIndexStatus         PIC X  VALUE "N".
    88 EndOfArchiveIndex      VALUE "Y".

01 ArchiveLimit               PIC 99  VALUE 20  USAGE COMP.

01 ArchiveTable.
    02 ArchiveGenCount        PIC 99  VALUE 0  USAGE COMP.
    02 ArchiveGenName OCCURS 20 TIMES  PIC X(64).

01 ArchiveGenIndex            PIC 99  USAGE COMP.

*> Catalog scenario versions, retired ones included: a mission flown
*> before a retirement is judged against the version it flew.

01 CatalogLimit               PIC 99  VALUE 99  USAGE COMP.

01 CatalogTable.
    02 CatalogEntryCount      PIC 99  VALUE 0  USAGE COMP.
    02 CatalogEntry OCCURS 99 TIMES.
        03 CatScenarioCode    PIC X(1).
        03 CatVersion         PIC 9(3).
        03 CatEffectiveDate   PIC X(8).
        03 CatMinQual         PIC X(1).

01 CatalogIndex               PIC 99  USAGE COMP.
01 FlownIndex                 PIC 99  USAGE COMP.

*> The operator master as it stands today.

01 OperatorLimit              PIC 9(3)  VALUE 200  USAGE COMP.

01 OperatorTable.
    02 OperatorEntryCount     PIC 9(3)  VALUE 0  USAGE COMP.
    02 OperatorEntry OCCURS 200 TIMES.
        03 MstOperatorId      PIC X(10).
        03 MstQualLevel       PIC X(1).
        03 MstActiveFlag      PIC X(1).

01 OperatorIndex              PIC 9(3)  USAGE COMP.

*> Every journaled change, kept whole so an operator's status can be
*> replayed to any moment.

01 JournalLimit               PIC 9(4)  VALUE 2000  USAGE COMP.

01 JournalTable.
    02 JournalEntryCount      PIC 9(4)  VALUE 0  USAGE COMP.
    02 JournalEntry OCCURS 2000 TIMES.
        03 JnlOperatorId      PIC X(10).
        03 JnlStamp           PIC X(14).
        03 JnlBeforeOpId      PIC X(10).
        03 JnlBeforeQualLevel PIC X(1).
        03 JnlBeforeActiveFlag PIC X(1).
        03 JnlAfterOpId       PIC X(10).
        03 JnlAfterQualLevel  PIC X(1).
        03 JnlAfterActiveFlag PIC X(1).

01 JournalIndex               PIC 9(4)  USAGE COMP.
01 FirstJournalIndex          PIC 9(4)  USAGE COMP.
01 LastJournalIndex           PIC 9(4)  USAGE COMP.
01 FirstJournalStamp          PIC X(14).
01 LastJournalStamp           PIC X(14).

*> Check-ride attempts: the candidate, the examiner, and the run
*> stamp of each mission flown as part of a ride.

01 RideAttemptLimit           PIC 9(4)  VALUE 500  USAGE COMP.

01 RideAttemptTable.
    02 RideAttemptCount       PIC 9(4)  VALUE 0  USAGE COMP.
    02 RideAttemptEntry OCCURS 500 TIMES.
        03 RideCandidateId    PIC X(10).
        03 RideExaminerId     PIC X(10).
        03 RideStamp          PIC X(14).

01 RideIndex                  PIC 9(4)  USAGE COMP.
01 AttemptIndex               PIC 9  USAGE COMP.
01 RideExaminerFound          PIC X(10).

01 RideFoundFlag              PIC X  VALUE "N".
    88 RideWasFound           VALUE "Y".

*> The mission being walked: its run stamp and the operators already
*> judged for it.

01 MissionStamp.
    02 MissionRunDate         PIC X(8).
    02 MissionRunTime         PIC X(6).

01 RecordStamp.
    02 RecordRunDate          PIC X(8).
    02 RecordRunTime          PIC X(6).

01 MissionOperatorLimit       PIC 99  VALUE 10  USAGE COMP.

01 MissionOperatorTable.
    02 MissionOperatorCount   PIC 99  VALUE 0  USAGE COMP.
    02 MissionOperatorId OCCURS 10 TIMES  PIC X(10).

01 MissionOperatorIndex       PIC 99  USAGE COMP.

01 AlreadyJudgedFlag          PIC X  VALUE "N".
    88 OperatorAlreadyJudged  VALUE "Y".

*> The operator and role being judged, and what the scenario flown
*> required.

01 JudgeOperatorId            PIC X(10).
01 JudgeRole                  PIC X(8).

01 ScenarioResolvedFlag       PIC X  VALUE "N".
    88 ScenarioIsResolved     VALUE "Y".

01 RequiredQualLevel          PIC X(1).
01 FlownVersion               PIC 9(3).
01 RequiredQualRank           PIC 9.
01 HeldQualRank               PIC 9.
01 QualLevelWork              PIC X(1).
01 QualRankWork               PIC 9.

*> The operator's status as of the mission's run stamp, and what it
*> was taken from.

01 HeldImage.
    02 HeldOpId               PIC X(10).
    02 HeldQualLevel          PIC X(1).
    02 HeldActiveFlag         PIC X(1).

01 HeldBasis                  PIC X(7).
    88 HeldFromJournal        VALUE "JOURNAL".
    88 HeldFromBeforeImage    VALUE "BEFORE".
    88 HeldFromMaster         VALUE "MASTER".

*> Counts and controls

01 LogRecordsReadCount        PIC 9(6)  VALUE 0  USAGE COMP.
01 ControlRecordsCount        PIC 9(6)  VALUE 0  USAGE COMP.
01 MissionsSeenCount          PIC 9(6)  VALUE 0  USAGE COMP.
01 JudgedCount                PIC 9(6)  VALUE 0  USAGE COMP.
01 ExemptCount                PIC 9(6)  VALUE 0  USAGE COMP.
01 NotJudgedCount             PIC 9(6)  VALUE 0  USAGE COMP.
01 UnjournaledCount           PIC 9(6)  VALUE 0  USAGE COMP.
01 ViolationCount             PIC 9(6)  VALUE 0  USAGE COMP.
01 WarningCount               PIC 9(6)  VALUE 0  USAGE COMP.

01 AuditBlockedFlag           PIC X  VALUE "N".
    88 AuditIsBlocked         VALUE "Y".

*> Scheduler completion codes, the same values the lander uses.

01 CleanCompletionCode        PIC 99  VALUE  0  USAGE COMP.
01 WarningCompletionCode      PIC 99  VALUE  4  USAGE COMP.
01 CannotRunCode              PIC 99  VALUE 16  USAGE COMP.

01 AuditCompletionRc          PIC 99  USAGE COMP.
01 AuditStatusText            PIC X(30).

*> Report formatting: one line per operator-mission found wanting.

01 FindingHeadings.
    02 FILLER                 PIC X(19)  VALUE "  FLOWN".
    02 FILLER                 PIC X(12)  VALUE "OPERATOR".
    02 FILLER                 PIC X(10)  VALUE "ROLE".
    02 FILLER                 PIC X(4)   VALUE "SCN".
    02 FILLER                 PIC X(5)   VALUE "VER".
    02 FILLER                 PIC X(5)   VALUE "REQ".
    02 FILLER                 PIC X(5)   VALUE "HELD".
    02 FILLER                 PIC X(9)   VALUE "BASIS".
    02 FILLER                 PIC X(7)   VALUE "FINDING".

01 FindingLine.
    02 FILLER                 PIC X(2).
    02 FndRunDate             PIC X(8).
    02 FndDash                PIC X(1).
    02 FndRunTime             PIC X(6).
    02 FILLER                 PIC X(2).
    02 FndOperatorId          PIC X(10).
    02 FILLER                 PIC X(2).
    02 FndRole                PIC X(8).
    02 FILLER                 PIC X(2).
    02 FndScenarioCode        PIC X(1).
    02 FILLER                 PIC X(3).
    02 FndScenarioVersion     PIC 9(3).
    02 FILLER                 PIC X(2).
    02 FndRequired            PIC X(1).
    02 FILLER                 PIC X(4).
    02 FndHeld                PIC X(1).
    02 FILLER                 PIC X(4).
    02 FndBasis               PIC X(7).
    02 FILLER                 PIC X(2).
    02 FndMessage             PIC X(42).

01 FindingMessage             PIC X(42).

01 NoticeGrade                PIC X(8).
01 NoticeText                 PIC X(96).

01 DetailCountLine.
    02 DetailCountLabel       PIC X(36).
    02 DetailCountValue       PIC ZZZZZ9.

01 CurrentDateTimeRaw         PIC X(21).

01 RunTimestamp.
    02 RunDate                PIC X(8).
    02 RunTime                PIC X(6).

PROCEDURE DIVISION.

Begin.
    MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeRaw
    MOVE CurrentDateTimeRaw(1:8) TO RunDate
    MOVE CurrentDateTimeRaw(9:6) TO RunTime

    OPEN OUTPUT GatingReport
    MOVE SPACES TO GatingReportLine
    STRING "QUALIFICATION GATING AUDIT  RUN: " RunDate "-" RunTime
        DELIMITED BY SIZE INTO GatingReportLine
    WRITE GatingReportLine
    MOVE SPACES TO GatingReportLine
    WRITE GatingReportLine

    PERFORM LoadCatalog
    PERFORM LoadOperatorMaster
    PERFORM LoadOperatorJournal
    PERFORM LoadRideAttempts

    IF NOT AuditIsBlocked THEN
        PERFORM LoadArchiveIndex
        MOVE FindingHeadings TO GatingReportLine
        WRITE GatingReportLine
        MOVE SPACES TO MissionStamp
        PERFORM VARYING ArchiveGenIndex FROM 1 BY 1
                UNTIL ArchiveGenIndex > ArchiveGenCount
            PERFORM ReadOneArchive
        END-PERFORM
        PERFORM ReadLiveLog
        IF ViolationCount = 0 AND ExemptCount = 0 THEN
            MOVE "  (NO MISSION FLOWN WITHOUT THE REQUIRED QUALIFICATION)"
                TO GatingReportLine
            WRITE GatingReportLine
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN AuditIsBlocked
            MOVE CannotRunCode TO AuditCompletionRc
            MOVE "AUDIT COULD NOT BE RUN" TO AuditStatusText
        WHEN ViolationCount > 0
            MOVE WarningCompletionCode TO AuditCompletionRc
            MOVE "GATING VIOLATIONS FOUND" TO AuditStatusText
        WHEN WarningCount > 0
            MOVE WarningCompletionCode TO AuditCompletionRc
            MOVE "COMPLETED WITH WARNINGS" TO AuditStatusText
        WHEN OTHER
            MOVE CleanCompletionCode TO AuditCompletionRc
            MOVE "CLEAN COMPLETION" TO AuditStatusText
    END-EVALUATE

    PERFORM WriteAuditTotals
    CLOSE GatingReport

    DISPLAY "GATING AUDIT COMPLETE - " FUNCTION TRIM(AuditStatusText)
    MOVE AuditCompletionRc TO RETURN-CODE
    STOP RUN.

*> A condition that stops the audit before any mission is judged, or
*> a warning beside the findings; the caller sets NoticeText.
ReportBlocked.
    SET AuditIsBlocked TO TRUE
    MOVE "ERROR" TO NoticeGrade
    PERFORM WriteNoticeLine
    EXIT.

ReportWarning.
    ADD 1 TO WarningCount
    MOVE "WARNING" TO NoticeGrade
    PERFORM WriteNoticeLine
    EXIT.

WriteNoticeLine.
    MOVE SPACES TO GatingReportLine
    STRING "  " NoticeGrade " " NoticeText
        DELIMITED BY SIZE INTO GatingReportLine
    WRITE GatingReportLine
    EXIT.

*> Every scenario version on file, so each mission can be judged
*> against the version it flew.
LoadCatalog.
    MOVE "N" TO InputFileStatus
    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
        MOVE "MISSION-CONFIG NOT FOUND - NO REQUIREMENT CAN RESOLVE"
            TO NoticeText
        PERFORM ReportBlocked
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ MissionConfig
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    IF CatalogEntryCount < CatalogLimit THEN
                        ADD 1 TO CatalogEntryCount
                        MOVE ScenarioCode
                            TO CatScenarioCode(CatalogEntryCount)
                        MOVE CfgVersion TO CatVersion(CatalogEntryCount)
                        MOVE CfgEffectiveDate
                            TO CatEffectiveDate(CatalogEntryCount)
                        MOVE CfgMinQual TO CatMinQual(CatalogEntryCount)
                    ELSE
                        MOVE "MISSION-CONFIG LARGER THAN THE AUDIT TABLE"
                            TO NoticeText
                        PERFORM ReportBlocked
                        SET EndOfInputFile TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MissionConfig
    END-IF
    EXIT.

*> The current master answers for any operator the journal has never
*> seen change.
LoadOperatorMaster.
    MOVE "N" TO InputFileStatus
    OPEN INPUT OperatorMaster
    IF OperatorMasterNotFound THEN
        MOVE "OPERATOR-MASTER NOT FOUND - NO STATUS CAN RESOLVE"
            TO NoticeText
        PERFORM ReportBlocked
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ OperatorMaster
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    IF OperatorEntryCount < OperatorLimit THEN
                        ADD 1 TO OperatorEntryCount
                        MOVE OpId TO MstOperatorId(OperatorEntryCount)
                        MOVE OpQualLevel
                            TO MstQualLevel(OperatorEntryCount)
                        MOVE OpActiveFlag
                            TO MstActiveFlag(OperatorEntryCount)
                    ELSE
                        MOVE "OPERATOR-MASTER LARGER THAN THE AUDIT TABLE"
                            TO NoticeText
                        PERFORM ReportBlocked
                        SET EndOfInputFile TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OperatorMaster
    END-IF
    EXIT.

*> No journal at all is not an error - every operator is then judged
*> on the current master, and the report says so - but a journal too
*> large to hold cannot be replayed, and judging on part of it would
*> give wrong answers.
LoadOperatorJournal.
    MOVE "N" TO InputFileStatus
    OPEN INPUT OperatorJournal
    IF OperatorJournalFileOk THEN
        PERFORM UNTIL EndOfInputFile
            READ OperatorJournal
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    IF JournalEntryCount < JournalLimit THEN
                        ADD 1 TO JournalEntryCount
                        PERFORM HoldJournalEntry
                    ELSE
                        MOVE "OPERATOR-JOURNAL LARGER THAN THE AUDIT TABLE"
                            TO NoticeText
                        PERFORM ReportBlocked
                        SET EndOfInputFile TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OperatorJournal
    END-IF
    EXIT.

HoldJournalEntry.
    MOVE OjnOperatorId TO JnlOperatorId(JournalEntryCount)
    MOVE OjnChangeDate TO JnlStamp(JournalEntryCount)(1:8)
    MOVE OjnChangeTime TO JnlStamp(JournalEntryCount)(9:6)
    MOVE OjnBeforeOpId TO JnlBeforeOpId(JournalEntryCount)
    MOVE OjnBeforeQualLevel TO JnlBeforeQualLevel(JournalEntryCount)
    MOVE OjnBeforeActiveFlag TO JnlBeforeActiveFlag(JournalEntryCount)
    MOVE OjnAfterOpId TO JnlAfterOpId(JournalEntryCount)
    MOVE OjnAfterQualLevel TO JnlAfterQualLevel(JournalEntryCount)
    MOVE OjnAfterActiveFlag TO JnlAfterActiveFlag(JournalEntryCount)
    EXIT.

*> Each attempt of each check-ride, by its mission run stamp.
LoadRideAttempts.
    MOVE "N" TO InputFileStatus
    OPEN INPUT CheckRideRecords
    IF CheckRideRecordsFileOk THEN
        PERFORM UNTIL EndOfInputFile
            READ CheckRideRecords
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    IF ChkAttemptCount IS NUMERIC THEN
                        PERFORM VARYING AttemptIndex FROM 1 BY 1
                                UNTIL AttemptIndex > ChkAttemptCount
                                    OR AttemptIndex > 6
                            PERFORM HoldRideAttempt
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CheckRideRecords
    END-IF
    EXIT.

*> A ride attempt that cannot be held would turn an authorized flight
*> into a reported violation, so overflow is a warning on the report.
HoldRideAttempt.
    IF RideAttemptCount < RideAttemptLimit THEN
        ADD 1 TO RideAttemptCount
        MOVE ChkCandidateId TO RideCandidateId(RideAttemptCount)
        MOVE ChkExaminerId TO RideExaminerId(RideAttemptCount)
        MOVE ChkAttRunDate(AttemptIndex)
            TO RideStamp(RideAttemptCount)(1:8)
        MOVE ChkAttRunTime(AttemptIndex)
            TO RideStamp(RideAttemptCount)(9:6)
    ELSE
        IF RideAttemptCount = RideAttemptLimit THEN
            MOVE "CHECK-RIDE ATTEMPTS BEYOND THE AUDIT TABLE NOT EXEMPTED"
                TO NoticeText
            PERFORM ReportWarning
            ADD 1 TO RideAttemptCount
        END-IF
    END-IF
    EXIT.

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
                    MOVE SPACES TO NoticeText
                    STRING "ARCHIVE GENERATION NOT AUDITED: "
                        ArchiveIndexRecord
                        DELIMITED BY SIZE INTO NoticeText
                    PERFORM ReportWarning
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchiveIndex
    EXIT.

*> A generation listed but not on disk leaves its missions unjudged.
ReadOneArchive.
    MOVE ArchiveGenName(ArchiveGenIndex) TO ArchiveLogFileName
    MOVE "N" TO InputFileStatus
    OPEN INPUT ArchiveLog
    IF NOT ArchiveLogFileOk THEN
        MOVE SPACES TO NoticeText
        STRING "ARCHIVE GENERATION NOT FOUND: " ArchiveLogFileName
            DELIMITED BY SIZE INTO NoticeText
        PERFORM ReportWarning
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ ArchiveLog
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    MOVE ArchiveLogBuffer TO LogRecordWork
                    PERFORM TakeOneLogRecord
            END-READ
        END-PERFORM
        CLOSE ArchiveLog
    END-IF
    EXIT.

ReadLiveLog.
    MOVE "N" TO InputFileStatus
    OPEN INPUT MissionLog
    IF MissionLogFileOk THEN
        PERFORM UNTIL EndOfInputFile
            READ MissionLog
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    MOVE MissionLogBuffer TO LogRecordWork
                    PERFORM TakeOneLogRecord
            END-READ
        END-PERFORM
        CLOSE MissionLog
    END-IF
    EXIT.

*> A new run stamp starts a new mission. A handover line judges both
*> sides of the handover; any other line judges its operator.
TakeOneLogRecord.
    ADD 1 TO LogRecordsReadCount
    IF CtlMarker = "*CONTROL*" THEN
        ADD 1 TO ControlRecordsCount
    ELSE
        MOVE LogRunDate TO RecordRunDate
        MOVE LogRunTime TO RecordRunTime
        IF RecordStamp NOT = MissionStamp THEN
            MOVE RecordStamp TO MissionStamp
            MOVE 0 TO MissionOperatorCount
            ADD 1 TO MissionsSeenCount
        END-IF
        PERFORM ResolveFlownScenario
        IF LogOutcomeCategory = "RELIEF HANDOVER"
                AND LogSiteName(1:5) = "FROM " THEN
            MOVE LogSiteName(6:10) TO JudgeOperatorId
            MOVE "RELIEVED" TO JudgeRole
            PERFORM JudgeOperator
            MOVE LogOperatorId TO JudgeOperatorId
            MOVE "RELIEF" TO JudgeRole
            PERFORM JudgeOperator
        ELSE
            MOVE LogOperatorId TO JudgeOperatorId
            MOVE "PILOT" TO JudgeRole
            PERFORM JudgeOperator
        END-IF
    END-IF
    EXIT.

*> The version stamped on the record, or for a record logged before
*> versions were carried the latest version in effect on its run
*> date; its minimum level is what the lander gated on.
ResolveFlownScenario.
    MOVE "N" TO ScenarioResolvedFlag
    MOVE 0 TO FlownIndex
    IF LogScenarioCode NOT = SPACE THEN
        PERFORM VARYING CatalogIndex FROM 1 BY 1
                UNTIL CatalogIndex > CatalogEntryCount
            IF CatScenarioCode(CatalogIndex) = LogScenarioCode THEN
                IF LogScenarioVersion IS NUMERIC
                        AND LogScenarioVersion > 0 THEN
                    IF CatVersion(CatalogIndex) = LogScenarioVersion THEN
                        MOVE CatalogIndex TO FlownIndex
                    END-IF
                ELSE
                    IF CatEffectiveDate(CatalogIndex) <= LogRunDate THEN
                        MOVE CatalogIndex TO FlownIndex
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF
    IF FlownIndex > 0 THEN
        SET ScenarioIsResolved TO TRUE
        MOVE CatVersion(FlownIndex) TO FlownVersion
        MOVE CatMinQual(FlownIndex) TO RequiredQualLevel
        MOVE RequiredQualLevel TO QualLevelWork
        PERFORM SetQualRank
        MOVE QualRankWork TO RequiredQualRank
    END-IF
    EXIT.

*> Judge JudgeOperatorId for the mission, once per mission however
*> many of its lines name them.
JudgeOperator.
    MOVE "N" TO AlreadyJudgedFlag
    PERFORM VARYING MissionOperatorIndex FROM 1 BY 1
            UNTIL MissionOperatorIndex > MissionOperatorCount
        IF MissionOperatorId(MissionOperatorIndex) = JudgeOperatorId THEN
            SET OperatorAlreadyJudged TO TRUE
        END-IF
    END-PERFORM
    IF NOT OperatorAlreadyJudged THEN
        IF MissionOperatorCount < MissionOperatorLimit THEN
            ADD 1 TO MissionOperatorCount
            MOVE JudgeOperatorId
                TO MissionOperatorId(MissionOperatorCount)
        END-IF
        IF ScenarioIsResolved THEN
            PERFORM JudgeResolvedOperator
        ELSE
            ADD 1 TO NotJudgedCount
        END-IF
    END-IF
    EXIT.

*> The lander refuses an operator not on file or inactive whatever
*> the mission, and an operator below the scenario's level unless
*> they are a check-ride candidate flying the ride.
JudgeResolvedOperator.
    ADD 1 TO JudgedCount
    PERFORM ResolveStatusAsOf
    IF NOT HeldFromJournal THEN
        ADD 1 TO UnjournaledCount
    END-IF
    MOVE HeldQualLevel TO QualLevelWork
    PERFORM SetQualRank
    MOVE QualRankWork TO HeldQualRank
    EVALUATE TRUE
        WHEN HeldOpId = SPACES
            MOVE "NOT ON MASTER AT THE TIME" TO FindingMessage
            PERFORM ReportViolation
        WHEN HeldActiveFlag NOT = "A"
            MOVE "INACTIVE AT THE TIME" TO FindingMessage
            PERFORM ReportViolation
        WHEN HeldQualRank < RequiredQualRank
            PERFORM FindRideAttempt
            IF RideWasFound THEN
                ADD 1 TO ExemptCount
                MOVE SPACES TO FindingMessage
                STRING "EXEMPT - CHECK-RIDE, EXAMINER "
                    RideExaminerFound
                    DELIMITED BY SIZE INTO FindingMessage
                PERFORM WriteFindingLine
            ELSE
                MOVE "BELOW REQUIRED LEVEL" TO FindingMessage
                PERFORM ReportViolation
            END-IF
    END-EVALUATE
    EXIT.

*> Replay the journal for JudgeOperatorId to the mission's run stamp.
*> Entries are compared by change stamp rather than trusted to be in
*> order.
ResolveStatusAsOf.
    MOVE 0 TO FirstJournalIndex
    MOVE 0 TO LastJournalIndex
    MOVE HIGH-VALUES TO FirstJournalStamp
    MOVE LOW-VALUES TO LastJournalStamp
    PERFORM VARYING JournalIndex FROM 1 BY 1
            UNTIL JournalIndex > JournalEntryCount
        IF JnlOperatorId(JournalIndex) = JudgeOperatorId THEN
            IF JnlStamp(JournalIndex) < FirstJournalStamp THEN
                MOVE JournalIndex TO FirstJournalIndex
                MOVE JnlStamp(JournalIndex) TO FirstJournalStamp
            END-IF
            IF JnlStamp(JournalIndex) <= MissionStamp
                    AND JnlStamp(JournalIndex) >= LastJournalStamp THEN
                MOVE JournalIndex TO LastJournalIndex
                MOVE JnlStamp(JournalIndex) TO LastJournalStamp
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN LastJournalIndex > 0
            SET HeldFromJournal TO TRUE
            MOVE JnlAfterOpId(LastJournalIndex) TO HeldOpId
            MOVE JnlAfterQualLevel(LastJournalIndex) TO HeldQualLevel
            MOVE JnlAfterActiveFlag(LastJournalIndex) TO HeldActiveFlag
        WHEN FirstJournalIndex > 0
            SET HeldFromBeforeImage TO TRUE
            MOVE JnlBeforeOpId(FirstJournalIndex) TO HeldOpId
            MOVE JnlBeforeQualLevel(FirstJournalIndex) TO HeldQualLevel
            MOVE JnlBeforeActiveFlag(FirstJournalIndex)
                TO HeldActiveFlag
        WHEN OTHER
            SET HeldFromMaster TO TRUE
            MOVE SPACES TO HeldImage
            PERFORM VARYING OperatorIndex FROM 1 BY 1
                    UNTIL OperatorIndex > OperatorEntryCount
                IF MstOperatorId(OperatorIndex) = JudgeOperatorId THEN
                    MOVE MstOperatorId(OperatorIndex) TO HeldOpId
                    MOVE MstQualLevel(OperatorIndex) TO HeldQualLevel
                    MOVE MstActiveFlag(OperatorIndex) TO HeldActiveFlag
                END-IF
            END-PERFORM
    END-EVALUATE
    EXIT.

*> Was this mission a ride attempt flown by JudgeOperatorId?
FindRideAttempt.
    MOVE "N" TO RideFoundFlag
    PERFORM VARYING RideIndex FROM 1 BY 1
            UNTIL RideIndex > RideAttemptCount
                OR RideIndex > RideAttemptLimit
                OR RideWasFound
        IF RideCandidateId(RideIndex) = JudgeOperatorId
                AND RideStamp(RideIndex) = MissionStamp THEN
            SET RideWasFound TO TRUE
            MOVE RideExaminerId(RideIndex) TO RideExaminerFound
        END-IF
    END-PERFORM
    EXIT.

*> Rank a qualification letter so levels compare numerically. A blank
*> or unrecognized level on a scenario record reads as T, as the
*> lander reads it.
SetQualRank.
    EVALUATE QualLevelWork
        WHEN "C"
            MOVE 3 TO QualRankWork
        WHEN "P"
            MOVE 2 TO QualRankWork
        WHEN OTHER
            MOVE 1 TO QualRankWork
    END-EVALUATE
    EXIT.

ReportViolation.
    ADD 1 TO ViolationCount
    PERFORM WriteFindingLine
    EXIT.

WriteFindingLine.
    MOVE SPACES TO FindingLine
    MOVE MissionRunDate     TO FndRunDate
    MOVE "-"                TO FndDash
    MOVE MissionRunTime     TO FndRunTime
    MOVE JudgeOperatorId    TO FndOperatorId
    MOVE JudgeRole          TO FndRole
    MOVE LogScenarioCode    TO FndScenarioCode
    MOVE FlownVersion       TO FndScenarioVersion
    MOVE RequiredQualLevel  TO FndRequired
    IF HeldOpId = SPACES THEN
        MOVE "-" TO FndHeld
    ELSE
        MOVE HeldQualLevel TO FndHeld
    END-IF
    MOVE HeldBasis          TO FndBasis
    MOVE FindingMessage     TO FndMessage
    MOVE FindingLine TO GatingReportLine
    WRITE GatingReportLine
    EXIT.

WriteAuditTotals.
    MOVE SPACES TO GatingReportLine
    WRITE GatingReportLine
    MOVE "  BASIS: JOURNAL - THE LAST JOURNALED CHANGE BEFORE THE MISSION"
        TO GatingReportLine
    WRITE GatingReportLine
    MOVE "         BEFORE  - FLOWN BEFORE ANY JOURNALED CHANGE TO THEM"
        TO GatingReportLine
    WRITE GatingReportLine
    MOVE "         MASTER  - NO CHANGE JOURNALED, CURRENT MASTER RECORD"
        TO GatingReportLine
    WRITE GatingReportLine
    MOVE SPACES TO GatingReportLine
    WRITE GatingReportLine
    MOVE "AUDIT TOTALS" TO GatingReportLine
    WRITE GatingReportLine
    MOVE "  LOG RECORDS READ. . . . . . . . . :" TO DetailCountLabel
    MOVE LogRecordsReadCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  CONTROL RECORDS SKIPPED . . . . . :" TO DetailCountLabel
    MOVE ControlRecordsCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  MISSIONS. . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE MissionsSeenCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  OPERATOR-MISSIONS JUDGED. . . . . :" TO DetailCountLabel
    MOVE JudgedCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "    ON UNJOURNALED STATUS . . . . . :" TO DetailCountLabel
    MOVE UnjournaledCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  NOT JUDGED - SCENARIO UNRESOLVED. :" TO DetailCountLabel
    MOVE NotJudgedCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  CHECK-RIDE EXEMPTIONS . . . . . . :" TO DetailCountLabel
    MOVE ExemptCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  VIOLATIONS. . . . . . . . . . . . :" TO DetailCountLabel
    MOVE ViolationCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  WARNINGS. . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE WarningCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  JOURNAL ENTRIES . . . . . . . . . :" TO DetailCountLabel
    MOVE JournalEntryCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  COMPLETION CODE . . . . . . . . . :" TO DetailCountLabel
    MOVE AuditCompletionRc TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE SPACES TO GatingReportLine
    STRING "  STATUS: " AuditStatusText
        DELIMITED BY SIZE INTO GatingReportLine
    WRITE GatingReportLine
    EXIT.

WriteDetailCountLine.
    MOVE DetailCountLine TO GatingReportLine
    WRITE GatingReportLine
    MOVE SPACES TO DetailCountLine
    EXIT.
