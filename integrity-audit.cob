*> Nightly cross-file referential integrity audit, run ahead of the
*> batch window. Every master and control file has its own keeper -
*> ScenarioMaint, OperatorMaint, RateMaint, or a hand edit - and none
*> of them looks at the others, so a scenario deleted from the catalog
*> leaves its landing-site and rate-card records behind, can still be
*> named on tonight's scenario deck, and can still be the scenario a
*> mid-mission checkpoint resumes into. This program reads every one
*> of those files (and never writes any of them) and prints each
*> orphan, duplicate, and dangling reference with the file and record
*> number it came from:
*>
*>   - MISSION-CONFIG catalog: blank scenario codes, invalid version
*>     numbers, effective dates, and statuses, duplicate versions of a
*>     code, and versions not kept together in ascending order;
*>   - LANDING-SITE and FUEL-COST-RATE: duplicate codes, and records
*>     for scenarios no longer in the catalog;
*>   - SCENARIO-DECK: codes that do not resolve to a version in effect
*>     tonight, or whose version in effect is a retirement, and
*>     fuel-rate decks (the line's own, else the standard deck) that
*>     are not on disk or would be skipped by the batch for want of a
*>     current CERTIFIED certificate on DECK-REGISTRY - the latest
*>     one for the deck and scenario, for the version in effect, and
*>     still counting and hashing as certified;
*>   - OPERATOR-MASTER: blank and duplicate operator IDs;
*>   - RESTART-<operator> checkpoints: the scenario version a
*>     checkpoint would resume, and checkpoints left by operators no
*>     longer on file;
*>   - CHECKRIDE-STANDARDS: scenarios that will not fly tonight, or
*>     whose version in effect is not at the level the standard
*>     examines for;
*>   - CURRENCY-RECOMMENDATIONS and UPGRADE-RECOMMENDATIONS: operators
*>     (and check-ride examiners) no longer on file;
*>   - SESSION-LOCK: a lock still HELD, and its operator;
*>   - SLOT-BOOKING: live bookings for operators no longer on file, or
*>     for a slot not yet flown by an operator since made inactive,
*>     and bookings whose scenario has no version in effect on the
*>     slot date or is retired by then;
*>   - BATCH-PROGRESS: a deck run that started and never recorded its
*>     end, which the next deck batch will stop to offer a restart of;
*>   - the live MISSION-LOG: operator IDs (including the operator a
*>     relief handover came from) and scenario codes and stamped
*>     catalog versions that no longer resolve.
*>
*> Findings are graded. An ERROR is something tonight's batch will
*> trip over - a deck code or checkpoint scenario that no longer
*> exists, a duplicate key in a master, a lock left HELD - and ends the
*> run with completion code 16 so the scheduler stops the stream. A
*> WARNING is history or leftovers the lander will not trip over and
*> ends the run with 4. A clean audit ends with 0. The verdict is
*> also written to AUDIT-SUMMARY, laid out like the lander's job
*> summary.

IDENTIFICATION DIVISION.
PROGRAM-ID. IntegrityAudit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MissionConfig ASSIGN TO "data/mission-config.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionConfigFileStatus.

    SELECT LandingSite ASSIGN TO "data/landing-site.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS LandingSiteFileStatus.

    SELECT FuelCostRate ASSIGN TO "data/fuel-cost-rate.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FuelCostRateFileStatus.

    SELECT ScenarioDeck ASSIGN TO "data/scenario-deck.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ScenarioDeckFileStatus.

    SELECT OperatorMaster ASSIGN TO "data/operator-master.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorMasterFileStatus.

    SELECT RestartFile ASSIGN TO RestartFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RestartFileStatus.

    SELECT CheckRideStandards ASSIGN TO "data/checkride-standards.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CheckRideStandardsFileStatus.

    SELECT Recommendations ASSIGN TO RecommendationsFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RecommendationsFileStatus.

    SELECT SessionLock ASSIGN TO "data/session-lock.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS SessionLockFileStatus.

    SELECT FuelRateDeck ASSIGN TO FuelRateDeckFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FuelRateDeckFileStatus.

    SELECT DeckRegistry ASSIGN TO "data/deck-registry.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DeckRegistryFileStatus.

    SELECT BookingMaster ASSIGN TO "data/slot-booking.dat"
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BkgKey
        FILE STATUS IS BookingMasterFileStatus.

    SELECT BatchProgress ASSIGN TO "data/batch-progress.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BatchProgressFileStatus.

    SELECT MissionLog ASSIGN TO "data/mission-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionLogFileStatus.

    SELECT AuditReport ASSIGN TO "data/integrity-audit-report.txt"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT AuditSummary ASSIGN TO "data/audit-summary.dat"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  MissionConfig.
01  MissionConfigRecord.
    COPY "mission-params.cpy".

FD  LandingSite.
01  LandingSiteRecord.
    COPY "landing-site.cpy".

FD  FuelCostRate.
01  FuelCostRateRecord.
    COPY "fuel-cost-rate.cpy".

FD  ScenarioDeck.
01  ScenarioDeckRecord        PIC X(80).

FD  OperatorMaster.
01  OperatorMasterRecord.
    COPY "operator-master.cpy".

FD  RestartFile.
01  RestartRecord.
    COPY "restart-rec.cpy".

FD  CheckRideStandards.
01  CheckRideStandardRecord.
    COPY "checkride-std.cpy".

FD  Recommendations.
01  RecommendationRecord.
    COPY "currency-rec.cpy".

FD  SessionLock.
01  SessionLockRecord.
    COPY "session-lock.cpy".

FD  FuelRateDeck.
01  FuelRateDeckRecord        PIC 999.

FD  DeckRegistry.
01  DeckRegistryRecord.
    COPY "deck-certificate.cpy".

FD  BookingMaster.
01  BookingRecord.
    COPY "slot-booking.cpy".

FD  BatchProgress.
01  BatchProgressRecord.
    COPY "batch-progress.cpy".

*> The live log reads into a raw buffer unpacked through the copybook
*> layout in working storage, as the reporting programs do.
FD  MissionLog.
01  MissionLogBuffer          PIC X(132).

FD  AuditReport.
01  AuditReportLine           PIC X(110).

FD  AuditSummary.
01  AuditSummaryRecord.
    COPY "audit-summary.cpy".

WORKING-STORAGE SECTION.

01 LogRecordWork.
    COPY "mission-log.cpy".
01 LogControlWork REDEFINES LogRecordWork.
    COPY "log-control.cpy".

01 MissionConfigFileStatus    PIC XX.
    88 MissionConfigNotFound  VALUE "35".
01 LandingSiteFileStatus      PIC XX.
    88 LandingSiteNotFound    VALUE "35".
01 FuelCostRateFileStatus     PIC XX.
    88 FuelCostRateNotFound   VALUE "35".
01 ScenarioDeckFileStatus     PIC XX.
    88 ScenarioDeckNotFound   VALUE "35".
01 OperatorMasterFileStatus   PIC XX.
    88 OperatorMasterNotFound VALUE "35".
01 RestartFileStatus          PIC XX.
    88 RestartFileNotFound    VALUE "35".
01 CheckRideStandardsFileStatus PIC XX.
    88 CheckRideStandardsNotFound VALUE "35".
01 RecommendationsFileStatus  PIC XX.
    88 RecommendationsNotFound VALUE "35".
01 SessionLockFileStatus      PIC XX.
    88 SessionLockNotFound    VALUE "35".
01 FuelRateDeckFileStatus     PIC XX.
    88 FuelRateDeckFileOk     VALUE "00".
01 DeckRegistryFileStatus     PIC XX.
    88 DeckRegistryFileOk     VALUE "00".
01 BookingMasterFileStatus    PIC XX.
    88 BookingMasterFileOk    VALUE "00".
    88 BookingMasterNotFound  VALUE "35".
01 BatchProgressFileStatus    PIC XX.
    88 BatchProgressNotFound  VALUE "35".
01 MissionLogFileStatus       PIC XX.
    88 MissionLogNotFound     VALUE "35".

01 InputFileStatus            PIC X  VALUE "N".
    88 EndOfInputFile         VALUE "Y".

01 RestartFileName            PIC X(64).
01 RecommendationsFileName    PIC X(64).

01 StandardScenarioIndex      PIC 9  USAGE COMP.

*> A scenario-deck line: the scenario code, then optionally the
*> fuel-rate deck its profile flies, the standard deck when blank.

01 DeckLineWork.
    02 DeckLineScenarioCode   PIC X(1).
    02 DeckLineSep            PIC X(1).
    02 DeckLineFuelDeckName   PIC X(64).

01 DefaultFuelRateDeckName    PIC X(64)  VALUE "data/fuel-rate-deck.dat".
01 FuelRateDeckFileName       PIC X(64).

*> The deck's current certificate - the latest registry record for
*> the deck and scenario - and the deck as it stands on disk.

01 CertificateFoundFlag       PIC X  VALUE "N".
    88 CertificateWasFound    VALUE "Y".

01 CurrentCertificate.
    02 CurrentCertVersion     PIC 9(3).
    02 CurrentCertCount       PIC 9(4).
    02 CurrentCertHash        PIC 9(9).
    02 CurrentCertVerdict     PIC X(13).
        88 CurrentCertPassed  VALUE "CERTIFIED".

01 DeckCheckCount             PIC 9(4)  USAGE COMP.
01 DeckCheckHash              PIC 9(9)  USAGE COMP.
01 DeckCheckValue             PIC 9(3).
01 DeckProblemText            PIC X(34).

*> The status of a booked scenario's version in effect on the slot
*> date, blank when none is in effect yet.

01 InEffectStatus             PIC X(1).

*> The last deck run on the progress file: where it started, and
*> whether it recorded its end.

01 DeckRunFoundFlag           PIC X  VALUE "N".
    88 DeckRunWasFound        VALUE "Y".

01 DeckRunEndFlag             PIC X  VALUE "N".
    88 DeckRunEnded           VALUE "Y".

01 DeckRunStamp.
    02 DeckRunDate            PIC X(8).
    02 DeckRunTime            PIC X(6).

01 DeckRunStartRecord         PIC 9(6)  USAGE COMP.

*> Catalog scenario versions, loaded first so every other file's
*> scenario references can be resolved against them.

01 CatalogLimit               PIC 99  VALUE 99  USAGE COMP.

01 CatalogTable.
    02 CatalogEntryCount      PIC 99  VALUE 0  USAGE COMP.
    02 CatalogEntry OCCURS 99 TIMES.
        03 CatScenarioCode    PIC X(1).
        03 CatVersion         PIC 9(3).
        03 CatEffectiveDate   PIC X(8).
        03 CatStatus          PIC X(1).
        03 CatMinQual         PIC X(1).
        03 CatRecordNumber    PIC 9(6)  USAGE COMP.

01 CatalogIndex               PIC 99  USAGE COMP.

01 ScenarioResolvedFlag       PIC X  VALUE "N".
    88 ScenarioIsResolved     VALUE "Y".

01 LookupScenarioCode         PIC X(1).
01 LookupScenarioVersion      PIC 9(3).
01 EffectiveIndex             PIC 99  USAGE COMP.
01 VersionDisplay             PIC 9(3).

*> How a scenario reference resolved against the versions in effect
*> on the run date: to a flyable version, to a retirement, or to a
*> code whose first version has not taken effect yet.
01 EffectiveResult            PIC X  VALUE "N".
    88 EffectiveIsFlyable     VALUE "F".
    88 EffectiveIsRetired     VALUE "R".
    88 EffectiveIsPending     VALUE "P".
    88 EffectiveIsMissing     VALUE "N".

01 CatalogRecordOkFlag        PIC X  VALUE "Y".
    88 CatalogRecordIsOk      VALUE "Y".

*> Operator IDs on the master, loaded for the same reason.

01 OperatorLimit              PIC 99  VALUE 99  USAGE COMP.

01 OperatorTable.
    02 OperatorEntryCount     PIC 99  VALUE 0  USAGE COMP.
    02 OperatorEntry OCCURS 99 TIMES.
        03 MstOperatorId      PIC X(10).
        03 MstActiveFlag      PIC X(1).
        03 MstRecordNumber    PIC 9(6)  USAGE COMP.

01 OperatorIndex              PIC 99  USAGE COMP.

01 OperatorResolvedFlag       PIC X  VALUE "N".
    88 OperatorIsResolved     VALUE "Y".

01 LookupOperatorId           PIC X(10).

*> Codes already seen in the site file or rate card being checked,
*> for duplicate detection; reset for each file.

01 SeenCodeTable.
    02 SeenCodeCount          PIC 99  VALUE 0  USAGE COMP.
    02 SeenCodeEntry OCCURS 99 TIMES.
        03 SeenCode           PIC X(1).
        03 SeenRecordNumber   PIC 9(6)  USAGE COMP.

01 SeenIndex                  PIC 99  USAGE COMP.
01 FirstSeenRecord            PIC 9(6)  USAGE COMP.

01 DuplicateFoundFlag         PIC X  VALUE "N".
    88 DuplicateWasFound      VALUE "Y".

*> Operator IDs on the mission log that no longer resolve, each
*> probed once for a checkpoint left behind on disk.

01 UnknownOperatorLimit       PIC 99  VALUE 50  USAGE COMP.

01 UnknownOperatorTable.
    02 UnknownOperatorCount   PIC 99  VALUE 0  USAGE COMP.
    02 UnknownOperatorId OCCURS 50 TIMES  PIC X(10).

01 UnknownIndex               PIC 99  USAGE COMP.

01 UnknownFoundFlag           PIC X  VALUE "N".
    88 UnknownWasFound        VALUE "Y".

01 CheckpointOwnerFlag        PIC X  VALUE "Y".
    88 CheckpointOwnerIsOnFile VALUE "Y".

*> Counts and controls

01 RecordNumber               PIC 9(6)  USAGE COMP.
01 RecordsCheckedCount        PIC 9(6)  VALUE 0  USAGE COMP.
01 ErrorCount                 PIC 9(6)  VALUE 0  USAGE COMP.
01 WarningCount               PIC 9(6)  VALUE 0  USAGE COMP.
01 CheckpointsFoundCount      PIC 9(6)  VALUE 0  USAGE COMP.

01 ControlFileFlag            PIC X  VALUE "N".
    88 ControlFileIsMissing   VALUE "Y".

*> Scheduler completion codes, the same values the lander uses.

01 CleanCompletionCode        PIC 99  VALUE  0  USAGE COMP.
01 WarningCompletionCode      PIC 99  VALUE  4  USAGE COMP.
01 BrokenReferenceCode        PIC 99  VALUE 16  USAGE COMP.

01 AuditCompletionRc          PIC 99  USAGE COMP.
01 AuditStatusText            PIC X(30).

*> Report formatting: one line per finding.

01 FindingLine.
    02 FILLER                 PIC X(2).
    02 FndSeverity            PIC X(8).
    02 FndFileName            PIC X(26).
    02 FndRecordLabel         PIC X(4).
    02 FndRecordNumber        PIC ZZZZZ9.
    02 FILLER                 PIC X(2).
    02 FndMessage             PIC X(62).

01 FindingHeadings.
    02 FILLER                 PIC X(10)  VALUE "  GRADE".
    02 FILLER                 PIC X(26)  VALUE "FILE".
    02 FILLER                 PIC X(12)  VALUE "RECORD".
    02 FILLER                 PIC X(7)   VALUE "FINDING".

01 FindingFileName            PIC X(26).
01 FindingMessage             PIC X(62).
01 RecordNumberDisplay        PIC ZZZZZ9.

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

    OPEN OUTPUT AuditReport
    MOVE SPACES TO AuditReportLine
    STRING "REFERENTIAL INTEGRITY AUDIT  RUN: " RunDate "-" RunTime
        DELIMITED BY SIZE INTO AuditReportLine
    WRITE AuditReportLine
    MOVE SPACES TO AuditReportLine
    WRITE AuditReportLine
    MOVE FindingHeadings TO AuditReportLine
    WRITE AuditReportLine

    PERFORM LoadCatalog
    PERFORM LoadOperatorMaster
    PERFORM CheckLandingSites
    PERFORM CheckRateCard
    PERFORM CheckScenarioDeck
    PERFORM CheckOperatorCheckpoints
    PERFORM CheckCheckRideStandards
    PERFORM CheckRecommendations
    PERFORM CheckSessionLock
    PERFORM CheckSlotBookings
    PERFORM CheckBatchProgress
    PERFORM CheckMissionLog
    PERFORM CheckOrphanCheckpoints

    IF ErrorCount = 0 AND WarningCount = 0 THEN
        MOVE "  (NO FINDINGS)" TO AuditReportLine
        WRITE AuditReportLine
    END-IF

    EVALUATE TRUE
        WHEN ControlFileIsMissing
            MOVE BrokenReferenceCode TO AuditCompletionRc
            MOVE "CONTROL FILE MISSING" TO AuditStatusText
        WHEN ErrorCount > 0
            MOVE BrokenReferenceCode TO AuditCompletionRc
            MOVE "BROKEN REFERENCES FOUND" TO AuditStatusText
        WHEN WarningCount > 0
            MOVE WarningCompletionCode TO AuditCompletionRc
            MOVE "COMPLETED WITH WARNINGS" TO AuditStatusText
        WHEN OTHER
            MOVE CleanCompletionCode TO AuditCompletionRc
            MOVE "CLEAN COMPLETION" TO AuditStatusText
    END-EVALUATE

    PERFORM WriteAuditTotals
    CLOSE AuditReport
    PERFORM WriteAuditSummary

    DISPLAY "INTEGRITY AUDIT COMPLETE - " FUNCTION TRIM(AuditStatusText)
    MOVE AuditCompletionRc TO RETURN-CODE
    STOP RUN.

*> Print one finding. The caller sets FindingFileName, RecordNumber,
*> and FindingMessage; the grade is set by which paragraph it calls.
ReportError.
    ADD 1 TO ErrorCount
    MOVE "ERROR" TO FndSeverity
    PERFORM WriteFindingLine
    EXIT.

ReportWarning.
    ADD 1 TO WarningCount
    MOVE "WARNING" TO FndSeverity
    PERFORM WriteFindingLine
    EXIT.

WriteFindingLine.
    MOVE FindingFileName TO FndFileName
    IF RecordNumber = 0 THEN
        MOVE SPACES TO FndRecordLabel
        MOVE 0 TO FndRecordNumber
    ELSE
        MOVE "REC " TO FndRecordLabel
        MOVE RecordNumber TO FndRecordNumber
    END-IF
    MOVE FindingMessage TO FndMessage
    MOVE FindingLine TO AuditReportLine
    WRITE AuditReportLine
    MOVE SPACES TO FindingLine
    EXIT.

*> The catalog is the anchor for every scenario reference. Without
*> it nothing can be resolved, so its absence is reported and the
*> audit fails the stream.
LoadCatalog.
    MOVE "MISSION-CONFIG" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE "N" TO InputFileStatus
    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
        MOVE "FILE NOT FOUND - NO SCENARIO REFERENCE CAN RESOLVE"
            TO FindingMessage
        PERFORM ReportError
        SET ControlFileIsMissing TO TRUE
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ MissionConfig
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    PERFORM CheckOneCatalogRecord
            END-READ
        END-PERFORM
        CLOSE MissionConfig
    END-IF
    EXIT.

CheckOneCatalogRecord.
    MOVE "Y" TO CatalogRecordOkFlag
    IF ScenarioCode = SPACE THEN
        MOVE "BLANK SCENARIO CODE" TO FindingMessage
        PERFORM ReportError
        MOVE "N" TO CatalogRecordOkFlag
    END-IF
    IF CfgVersion IS NOT NUMERIC OR CfgVersion = 0 THEN
        MOVE "INVALID VERSION NUMBER" TO FindingMessage
        PERFORM ReportError
        MOVE "N" TO CatalogRecordOkFlag
    END-IF
    IF CfgEffectiveDate IS NOT NUMERIC THEN
        MOVE "INVALID EFFECTIVE DATE" TO FindingMessage
        PERFORM ReportError
        MOVE "N" TO CatalogRecordOkFlag
    END-IF
    IF CfgStatus NOT = "A" AND CfgStatus NOT = "R" THEN
        MOVE "INVALID STATUS - MUST BE A OR R" TO FindingMessage
        PERFORM ReportError
    END-IF
    IF CatalogRecordIsOk THEN
        PERFORM CheckCatalogVersion
    END-IF
    EXIT.

*> A code's versions must be unique and held together in ascending
*> version and effective-date order: the lander, the reports, and
*> ScenarioMaint all take the last version in effect they come to.
CheckCatalogVersion.
    MOVE ScenarioCode TO LookupScenarioCode
    MOVE CfgVersion TO LookupScenarioVersion
    PERFORM ResolveScenarioVersion
    IF ScenarioIsResolved THEN
        MOVE CatRecordNumber(CatalogIndex) TO RecordNumberDisplay
        MOVE SPACES TO FindingMessage
        STRING "DUPLICATE SCENARIO " ScenarioCode " VERSION "
            CfgVersion " (FIRST AT RECORD" RecordNumberDisplay ")"
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportError
    ELSE
        PERFORM ResolveScenario
        IF ScenarioIsResolved THEN
            IF CatScenarioCode(CatalogEntryCount) NOT = ScenarioCode THEN
                MOVE SPACES TO FindingMessage
                STRING "VERSIONS OF SCENARIO " ScenarioCode
                    " ARE NOT KEPT TOGETHER"
                    DELIMITED BY SIZE INTO FindingMessage
                PERFORM ReportError
            ELSE
                IF CfgVersion < CatVersion(CatalogEntryCount)
                        OR CfgEffectiveDate
                            < CatEffectiveDate(CatalogEntryCount) THEN
                    MOVE SPACES TO FindingMessage
                    STRING "SCENARIO " ScenarioCode " VERSION "
                        CfgVersion " IS OUT OF SEQUENCE"
                        DELIMITED BY SIZE INTO FindingMessage
                    PERFORM ReportError
                END-IF
            END-IF
        END-IF
        IF CatalogEntryCount < CatalogLimit THEN
            ADD 1 TO CatalogEntryCount
            MOVE ScenarioCode TO CatScenarioCode(CatalogEntryCount)
            MOVE CfgVersion TO CatVersion(CatalogEntryCount)
            MOVE CfgEffectiveDate TO CatEffectiveDate(CatalogEntryCount)
            MOVE CfgStatus TO CatStatus(CatalogEntryCount)
            MOVE CfgMinQual TO CatMinQual(CatalogEntryCount)
            MOVE RecordNumber TO CatRecordNumber(CatalogEntryCount)
        ELSE
            MOVE "CATALOG LARGER THAN THE AUDIT TABLE - NOT CHECKED"
                TO FindingMessage
            PERFORM ReportError
        END-IF
    END-IF
    EXIT.

*> Look LookupScenarioCode up in the catalog table, leaving
*> CatalogIndex on the entry when it is found.
ResolveScenario.
    MOVE "N" TO ScenarioResolvedFlag
    PERFORM VARYING CatalogIndex FROM 1 BY 1
            UNTIL CatalogIndex > CatalogEntryCount
                OR ScenarioIsResolved
        IF CatScenarioCode(CatalogIndex) = LookupScenarioCode THEN
            SET ScenarioIsResolved TO TRUE
        END-IF
    END-PERFORM
    IF ScenarioIsResolved THEN
        SUBTRACT 1 FROM CatalogIndex
    END-IF
    EXIT.

*> Look LookupScenarioCode and LookupScenarioVersion up in the
*> catalog table, leaving CatalogIndex on the entry when it is found.
ResolveScenarioVersion.
    MOVE "N" TO ScenarioResolvedFlag
    PERFORM VARYING CatalogIndex FROM 1 BY 1
            UNTIL CatalogIndex > CatalogEntryCount
                OR ScenarioIsResolved
        IF CatScenarioCode(CatalogIndex) = LookupScenarioCode
                AND CatVersion(CatalogIndex) = LookupScenarioVersion THEN
            SET ScenarioIsResolved TO TRUE
        END-IF
    END-PERFORM
    IF ScenarioIsResolved THEN
        SUBTRACT 1 FROM CatalogIndex
    END-IF
    EXIT.

*> Find the version of LookupScenarioCode the lander would load on
*> the run date - the latest one already in effect - and say whether
*> it can be flown, leaving EffectiveIndex on it.
ResolveEffectiveVersion.
    SET EffectiveIsMissing TO TRUE
    MOVE 0 TO EffectiveIndex
    PERFORM VARYING CatalogIndex FROM 1 BY 1
            UNTIL CatalogIndex > CatalogEntryCount
        IF CatScenarioCode(CatalogIndex) = LookupScenarioCode THEN
            IF CatEffectiveDate(CatalogIndex) <= RunDate THEN
                MOVE CatalogIndex TO EffectiveIndex
            ELSE
                IF EffectiveIndex = 0 THEN
                    SET EffectiveIsPending TO TRUE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF EffectiveIndex > 0 THEN
        IF CatStatus(EffectiveIndex) = "R" THEN
            SET EffectiveIsRetired TO TRUE
        ELSE
            SET EffectiveIsFlyable TO TRUE
        END-IF
    END-IF
    EXIT.

*> The text for a scenario reference that cannot be flown tonight.
SetUnflyableMessage.
    MOVE SPACES TO FindingMessage
    EVALUATE TRUE
        WHEN EffectiveIsRetired
            STRING "DANGLING - SCENARIO " LookupScenarioCode
                " IS RETIRED"
                DELIMITED BY SIZE INTO FindingMessage
        WHEN EffectiveIsPending
            STRING "DANGLING - SCENARIO " LookupScenarioCode
                " HAS NO VERSION IN EFFECT YET"
                DELIMITED BY SIZE INTO FindingMessage
        WHEN OTHER
            STRING "DANGLING - SCENARIO " LookupScenarioCode
                " IS NOT IN THE CATALOG"
                DELIMITED BY SIZE INTO FindingMessage
    END-EVALUATE
    EXIT.

*> The operator master is the anchor for every operator reference,
*> and the lander will not start without it.
LoadOperatorMaster.
    MOVE "OPERATOR-MASTER" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE "N" TO InputFileStatus
    OPEN INPUT OperatorMaster
    IF OperatorMasterNotFound THEN
        MOVE "FILE NOT FOUND - NO OPERATOR REFERENCE CAN RESOLVE"
            TO FindingMessage
        PERFORM ReportError
        SET ControlFileIsMissing TO TRUE
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ OperatorMaster
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    PERFORM CheckOneOperatorRecord
            END-READ
        END-PERFORM
        CLOSE OperatorMaster
    END-IF
    EXIT.

CheckOneOperatorRecord.
    IF OpId = SPACES THEN
        MOVE "BLANK OPERATOR ID" TO FindingMessage
        PERFORM ReportError
    ELSE
        MOVE OpId TO LookupOperatorId
        PERFORM ResolveOperator
        IF OperatorIsResolved THEN
            MOVE MstRecordNumber(OperatorIndex) TO RecordNumberDisplay
            MOVE SPACES TO FindingMessage
            STRING "DUPLICATE OPERATOR ID " FUNCTION TRIM(OpId)
                " (FIRST AT RECORD" RecordNumberDisplay ")"
                DELIMITED BY SIZE INTO FindingMessage
            PERFORM ReportError
        ELSE
            IF OperatorEntryCount < OperatorLimit THEN
                ADD 1 TO OperatorEntryCount
                MOVE OpId TO MstOperatorId(OperatorEntryCount)
                MOVE OpActiveFlag TO MstActiveFlag(OperatorEntryCount)
                MOVE RecordNumber TO MstRecordNumber(OperatorEntryCount)
            ELSE
                MOVE "MASTER LARGER THAN THE AUDIT TABLE - NOT CHECKED"
                    TO FindingMessage
                PERFORM ReportError
            END-IF
        END-IF
    END-IF
    EXIT.

*> Look LookupOperatorId up on the master table, leaving
*> OperatorIndex on the entry when it is found.
ResolveOperator.
    MOVE "N" TO OperatorResolvedFlag
    PERFORM VARYING OperatorIndex FROM 1 BY 1
            UNTIL OperatorIndex > OperatorEntryCount
                OR OperatorIsResolved
        IF MstOperatorId(OperatorIndex) = LookupOperatorId THEN
            SET OperatorIsResolved TO TRUE
        END-IF
    END-PERFORM
    IF OperatorIsResolved THEN
        SUBTRACT 1 FROM OperatorIndex
    END-IF
    EXIT.

*> Landing sites: a second record for one code is a duplicate (the
*> lander takes the first), and a site whose scenario has left the
*> catalog is an orphan.
CheckLandingSites.
    MOVE "LANDING-SITE" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE 0 TO SeenCodeCount
    MOVE "N" TO InputFileStatus
    OPEN INPUT LandingSite
    IF LandingSiteNotFound THEN
        MOVE "FILE NOT FOUND - EVERY SITE FLIES AS UNSURVEYED"
            TO FindingMessage
        PERFORM ReportWarning
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ LandingSite
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    MOVE SiteScenarioCode TO LookupScenarioCode
                    PERFORM CheckCodeForDuplicate
                    PERFORM CheckCodeForOrphan
            END-READ
        END-PERFORM
        CLOSE LandingSite
    END-IF
    EXIT.

*> Rate card: same two checks as the site file.
CheckRateCard.
    MOVE "FUEL-COST-RATE" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE 0 TO SeenCodeCount
    MOVE "N" TO InputFileStatus
    OPEN INPUT FuelCostRate
    IF FuelCostRateNotFound THEN
        MOVE "FILE NOT FOUND - EVERY SCENARIO PRICES AS UNPRICED"
            TO FindingMessage
        PERFORM ReportWarning
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ FuelCostRate
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    MOVE RateScenarioCode TO LookupScenarioCode
                    PERFORM CheckCodeForDuplicate
                    PERFORM CheckCodeForOrphan
            END-READ
        END-PERFORM
        CLOSE FuelCostRate
    END-IF
    EXIT.

*> A code seen earlier in the same file is a duplicate key.
CheckCodeForDuplicate.
    MOVE "N" TO DuplicateFoundFlag
    PERFORM VARYING SeenIndex FROM 1 BY 1
            UNTIL SeenIndex > SeenCodeCount OR DuplicateWasFound
        IF SeenCode(SeenIndex) = LookupScenarioCode THEN
            SET DuplicateWasFound TO TRUE
            MOVE SeenRecordNumber(SeenIndex) TO FirstSeenRecord
        END-IF
    END-PERFORM
    IF DuplicateWasFound THEN
        MOVE FirstSeenRecord TO RecordNumberDisplay
        MOVE SPACES TO FindingMessage
        STRING "DUPLICATE SCENARIO CODE " LookupScenarioCode
            " (FIRST AT RECORD" RecordNumberDisplay ")"
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportError
    ELSE
        IF SeenCodeCount < 99 THEN
            ADD 1 TO SeenCodeCount
            MOVE LookupScenarioCode TO SeenCode(SeenCodeCount)
            MOVE RecordNumber TO SeenRecordNumber(SeenCodeCount)
        END-IF
    END-IF
    EXIT.

*> A record for a scenario the catalog no longer holds is an orphan:
*> harmless to tonight's batch, but left behind by a deletion.
CheckCodeForOrphan.
    PERFORM ResolveScenario
    IF NOT ScenarioIsResolved AND NOT ControlFileIsMissing THEN
        MOVE SPACES TO FindingMessage
        STRING "ORPHAN - SCENARIO " LookupScenarioCode
            " IS NOT IN THE CATALOG"
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportWarning
    END-IF
    EXIT.

*> Every code on tonight's scenario deck must resolve to a flyable
*> version in effect, or the lander stops the batch with a hard
*> failure when it reaches that line.
CheckScenarioDeck.
    MOVE "SCENARIO-DECK" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE "N" TO InputFileStatus
    OPEN INPUT ScenarioDeck
    IF ScenarioDeckNotFound THEN
        CONTINUE
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ ScenarioDeck
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    MOVE ScenarioDeckRecord TO DeckLineWork
                    MOVE DeckLineScenarioCode TO LookupScenarioCode
                    PERFORM ResolveEffectiveVersion
                    IF NOT EffectiveIsFlyable THEN
                        PERFORM SetUnflyableMessage
                        PERFORM ReportError
                    ELSE
                        PERFORM CheckDeckCertificate
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ScenarioDeck
    END-IF
    EXIT.

*> The batch flies a deck line's profile only off a deck certified
*> for its scenario: the lander looks up the same certificate and
*> recounts the same deck before every batch mission, and skips the
*> mission when either falls short.
CheckDeckCertificate.
    IF DeckLineFuelDeckName = SPACES THEN
        MOVE DefaultFuelRateDeckName TO FuelRateDeckFileName
    ELSE
        MOVE FUNCTION TRIM(DeckLineFuelDeckName) TO FuelRateDeckFileName
    END-IF
    PERFORM FindDeckCertificate
    MOVE SPACES TO DeckProblemText
    OPEN INPUT FuelRateDeck
    IF NOT FuelRateDeckFileOk THEN
        MOVE "DECK NOT FOUND" TO DeckProblemText
    ELSE
        MOVE 0 TO DeckCheckCount
        MOVE 0 TO DeckCheckHash
        MOVE "N" TO InputFileStatus
        PERFORM UNTIL EndOfInputFile
            READ FuelRateDeck
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO DeckCheckCount
                    IF FuelRateDeckRecord IS NUMERIC THEN
                        MOVE FuelRateDeckRecord TO DeckCheckValue
                        ADD DeckCheckValue TO DeckCheckHash
                    END-IF
            END-READ
        END-PERFORM
        MOVE "N" TO InputFileStatus
        CLOSE FuelRateDeck
        EVALUATE TRUE
            WHEN NOT CertificateWasFound
                MOVE "DECK NOT CERTIFIED" TO DeckProblemText
            WHEN NOT CurrentCertPassed
                MOVE "DECK CERTIFICATION FAILED" TO DeckProblemText
            WHEN CurrentCertVersion NOT = CatVersion(EffectiveIndex)
                STRING "DECK STALE (V" CurrentCertVersion
                    ", V" CatVersion(EffectiveIndex) " IN EFFECT)"
                    DELIMITED BY SIZE INTO DeckProblemText
            WHEN DeckCheckCount NOT = CurrentCertCount
                    OR DeckCheckHash NOT = CurrentCertHash
                MOVE "DECK CHANGED SINCE CERTIFIED" TO DeckProblemText
        END-EVALUATE
    END-IF
    IF DeckProblemText NOT = SPACES THEN
        MOVE SPACES TO FindingMessage
        STRING FUNCTION TRIM(DeckProblemText) ": "
            FUNCTION TRIM(FuelRateDeckFileName)
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportError
    END-IF
    EXIT.

*> The latest registry record for the deck and scenario is the deck's
*> current certificate.
FindDeckCertificate.
    MOVE "N" TO CertificateFoundFlag
    OPEN INPUT DeckRegistry
    IF DeckRegistryFileOk THEN
        MOVE "N" TO InputFileStatus
        PERFORM UNTIL EndOfInputFile
            READ DeckRegistry
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    IF CertDeckName = FuelRateDeckFileName
                            AND CertScenarioCode = LookupScenarioCode
                            THEN
                        SET CertificateWasFound TO TRUE
                        MOVE CertScenarioVersion TO CurrentCertVersion
                        MOVE CertRecordCount     TO CurrentCertCount
                        MOVE CertHashTotal       TO CurrentCertHash
                        MOVE CertVerdict         TO CurrentCertVerdict
                    END-IF
            END-READ
        END-PERFORM
        MOVE "N" TO InputFileStatus
        CLOSE DeckRegistry
    END-IF
    EXIT.

*> Every scenario a check-ride standard names must fly tonight at
*> exactly the level the standard examines for, or the lander will
*> refuse to start that check-ride. Sessions that are not check-rides
*> never read the file, so these findings are warnings.
CheckCheckRideStandards.
    MOVE "CHECKRIDE-STANDARDS" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE "N" TO InputFileStatus
    OPEN INPUT CheckRideStandards
    IF CheckRideStandardsNotFound THEN
        CONTINUE
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ CheckRideStandards
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    PERFORM VARYING StandardScenarioIndex FROM 1 BY 1
                            UNTIL StandardScenarioIndex > 6
                        PERFORM CheckStandardScenario
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE CheckRideStandards
    END-IF
    EXIT.

CheckStandardScenario.
    MOVE StdScenarioList(StandardScenarioIndex:1) TO LookupScenarioCode
    IF LookupScenarioCode NOT = SPACE THEN
        PERFORM ResolveEffectiveVersion
        IF NOT EffectiveIsFlyable THEN
            PERFORM SetUnflyableMessage
            PERFORM ReportWarning
        ELSE
            IF CatMinQual(EffectiveIndex) NOT = StdTargetLevel THEN
                MOVE SPACES TO FindingMessage
                STRING "SCENARIO " LookupScenarioCode
                    " REQUIRES QUALIFICATION "
                    CatMinQual(EffectiveIndex)
                    ", STANDARD IS FOR " StdTargetLevel
                    DELIMITED BY SIZE INTO FindingMessage
                PERFORM ReportWarning
            END-IF
        END-IF
    END-IF
    EXIT.

*> Probe each operator's checkpoint file. Most operators have none,
*> or one from a mission that has already finished.
CheckOperatorCheckpoints.
    SET CheckpointOwnerIsOnFile TO TRUE
    PERFORM VARYING OperatorIndex FROM 1 BY 1
            UNTIL OperatorIndex > OperatorEntryCount
        MOVE MstOperatorId(OperatorIndex) TO LookupOperatorId
        PERFORM ProbeCheckpoint
    END-PERFORM
    EXIT.

*> Checkpoints belonging to operator IDs the mission log names but
*> the master no longer holds: nobody can sign on to resume them.
CheckOrphanCheckpoints.
    MOVE "N" TO CheckpointOwnerFlag
    PERFORM VARYING UnknownIndex FROM 1 BY 1
            UNTIL UnknownIndex > UnknownOperatorCount
        MOVE UnknownOperatorId(UnknownIndex) TO LookupOperatorId
        PERFORM ProbeCheckpoint
    END-PERFORM
    EXIT.

*> Read LookupOperatorId's checkpoint, if there is one. A checkpoint
*> still mid-mission is what a resume would load, so a scenario that
*> no longer resolves there is an error; on a finished mission it is
*> only a leftover.
ProbeCheckpoint.
    MOVE SPACES TO RestartFileName
    STRING "data/restart-" FUNCTION TRIM(LookupOperatorId) ".dat"
        DELIMITED BY SIZE INTO RestartFileName
    MOVE SPACES TO FindingFileName
    STRING "RESTART-" FUNCTION TRIM(LookupOperatorId)
        DELIMITED BY SIZE INTO FindingFileName
    MOVE 1 TO RecordNumber
    OPEN INPUT RestartFile
    IF RestartFileNotFound THEN
        CONTINUE
    ELSE
        READ RestartFile
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO CheckpointsFoundCount
                ADD 1 TO RecordsCheckedCount
                PERFORM CheckOneCheckpoint
        END-READ
        CLOSE RestartFile
    END-IF
    EXIT.

CheckOneCheckpoint.
    IF NOT CheckpointOwnerIsOnFile THEN
        MOVE SPACES TO FindingMessage
        STRING "ORPHAN - OPERATOR " FUNCTION TRIM(LookupOperatorId)
            " IS NOT ON THE OPERATOR MASTER"
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportWarning
    END-IF
    *> A checkpoint that recorded its version resumes exactly that
    *> version; an older one resumes whatever is in effect now, so a
    *> mid-mission one needs a flyable version in effect.
    MOVE RstScenarioCode TO LookupScenarioCode
    MOVE 0 TO VersionDisplay
    EVALUATE TRUE
        WHEN RstScenarioVersion IS NUMERIC AND RstScenarioVersion > 0
            MOVE RstScenarioVersion TO LookupScenarioVersion
            PERFORM ResolveScenarioVersion
            MOVE RstScenarioVersion TO VersionDisplay
        WHEN RstGameOverFlag = 0
            PERFORM ResolveEffectiveVersion
            MOVE "N" TO ScenarioResolvedFlag
            IF EffectiveIsFlyable THEN
                SET ScenarioIsResolved TO TRUE
            END-IF
        WHEN OTHER
            PERFORM ResolveScenario
    END-EVALUATE
    IF NOT ScenarioIsResolved THEN
        MOVE SPACES TO FindingMessage
        IF RstGameOverFlag = 0 THEN
            IF VersionDisplay > 0 THEN
                STRING "DANGLING - RESUMES SCENARIO " LookupScenarioCode
                    " VERSION " VersionDisplay ", NOT IN THE CATALOG"
                    DELIMITED BY SIZE INTO FindingMessage
            ELSE
                PERFORM SetUnflyableMessage
            END-IF
            IF CheckpointOwnerIsOnFile THEN
                PERFORM ReportError
            ELSE
                PERFORM ReportWarning
            END-IF
        ELSE
            STRING "DANGLING - FINISHED MISSION ON SCENARIO "
                LookupScenarioCode ", NOT IN THE CATALOG"
                DELIMITED BY SIZE INTO FindingMessage
            PERFORM ReportWarning
        END-IF
    END-IF
    EXIT.

*> A recommendation for an operator no longer on file cannot be
*> applied; OperatorMaint would skip it.
CheckRecommendations.
    MOVE "data/currency-recommendations.dat" TO RecommendationsFileName
    MOVE "CURRENCY-RECOMMENDATIONS" TO FindingFileName
    PERFORM CheckRecommendationsFile
    MOVE "data/upgrade-recommendations.dat" TO RecommendationsFileName
    MOVE "UPGRADE-RECOMMENDATIONS" TO FindingFileName
    PERFORM CheckRecommendationsFile
    EXIT.

*> One recommendations file, named by the caller. A check-ride upgrade
*> also names its examiner, who must still be on file too.
CheckRecommendationsFile.
    MOVE 0 TO RecordNumber
    MOVE "N" TO InputFileStatus
    OPEN INPUT Recommendations
    IF RecommendationsNotFound THEN
        CONTINUE
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ Recommendations
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    MOVE RecOperatorId TO LookupOperatorId
                    PERFORM ResolveOperator
                    IF NOT OperatorIsResolved THEN
                        MOVE SPACES TO FindingMessage
                        STRING "DANGLING - OPERATOR "
                            FUNCTION TRIM(RecOperatorId)
                            " IS NOT ON THE OPERATOR MASTER"
                            DELIMITED BY SIZE INTO FindingMessage
                        PERFORM ReportWarning
                    END-IF
                    IF RecExaminerId NOT = SPACES THEN
                        MOVE RecExaminerId TO LookupOperatorId
                        PERFORM ResolveOperator
                        IF NOT OperatorIsResolved THEN
                            MOVE SPACES TO FindingMessage
                            STRING "DANGLING - EXAMINER "
                                FUNCTION TRIM(RecExaminerId)
                                " IS NOT ON THE OPERATOR MASTER"
                                DELIMITED BY SIZE INTO FindingMessage
                            PERFORM ReportWarning
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Recommendations
    END-IF
    EXIT.

*> A lock still HELD at audit time stops the batch at sign-on waiting
*> for an override nobody is there to give.
CheckSessionLock.
    MOVE "SESSION-LOCK" TO FindingFileName
    MOVE 1 TO RecordNumber
    OPEN INPUT SessionLock
    IF SessionLockNotFound THEN
        CONTINUE
    ELSE
        READ SessionLock
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO RecordsCheckedCount
                IF LckState = "HELD" THEN
                    MOVE SPACES TO FindingMessage
                    STRING "LOCK STILL HELD BY "
                        FUNCTION TRIM(LckOperatorId) " SINCE "
                        LckRunDate "-" LckRunTime
                        DELIMITED BY SIZE INTO FindingMessage
                    PERFORM ReportError
                END-IF
                IF LckOperatorId NOT = SPACES THEN
                    MOVE LckOperatorId TO LookupOperatorId
                    PERFORM ResolveOperator
                    IF NOT OperatorIsResolved THEN
                        MOVE SPACES TO FindingMessage
                        STRING "DANGLING - OPERATOR "
                            FUNCTION TRIM(LckOperatorId)
                            " IS NOT ON THE OPERATOR MASTER"
                            DELIMITED BY SIZE INTO FindingMessage
                        PERFORM ReportWarning
                    END-IF
                END-IF
        END-READ
        CLOSE SessionLock
    END-IF
    EXIT.

*> Live bookings are held against the rules BookingMaint books them
*> under. An operator who has left the master leaves every booking
*> of theirs dangling; one made inactive since only matters for a
*> slot still to come. The scenario is judged on the slot's own date,
*> so a retirement keyed after the booking was made shows up here.
*> None of this stops the batch, so the findings are warnings.
CheckSlotBookings.
    MOVE "SLOT-BOOKING" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE "N" TO InputFileStatus
    OPEN INPUT BookingMaster
    EVALUATE TRUE
        WHEN BookingMasterNotFound
            CONTINUE
        WHEN NOT BookingMasterFileOk
            MOVE SPACES TO FindingMessage
            STRING "FILE COULD NOT BE OPENED (STATUS "
                BookingMasterFileStatus ") - NOT CHECKED"
                DELIMITED BY SIZE INTO FindingMessage
            PERFORM ReportWarning
        WHEN OTHER
            PERFORM UNTIL EndOfInputFile
                READ BookingMaster
                    AT END
                        SET EndOfInputFile TO TRUE
                    NOT AT END
                        ADD 1 TO RecordNumber
                        ADD 1 TO RecordsCheckedCount
                        IF BkgStatus = "B" THEN
                            PERFORM CheckOneBooking
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BookingMaster
    END-EVALUATE
    EXIT.

CheckOneBooking.
    MOVE BkgOperatorId TO LookupOperatorId
    PERFORM ResolveOperator
    IF NOT OperatorIsResolved AND NOT ControlFileIsMissing THEN
        MOVE SPACES TO FindingMessage
        STRING "SLOT " BkgDate "-" BkgStartTime ": OPERATOR "
            FUNCTION TRIM(BkgOperatorId) " NOT ON THE OPERATOR MASTER"
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportWarning
    END-IF
    IF OperatorIsResolved AND BkgDate >= RunDate
            AND MstActiveFlag(OperatorIndex) NOT = "A" THEN
        MOVE SPACES TO FindingMessage
        STRING "SLOT " BkgDate "-" BkgStartTime ": OPERATOR "
            FUNCTION TRIM(BkgOperatorId) " IS INACTIVE"
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportWarning
    END-IF
    MOVE SPACES TO InEffectStatus
    PERFORM VARYING CatalogIndex FROM 1 BY 1
            UNTIL CatalogIndex > CatalogEntryCount
        IF CatScenarioCode(CatalogIndex) = BkgScenarioCode
                AND CatEffectiveDate(CatalogIndex) <= BkgDate THEN
            MOVE CatStatus(CatalogIndex) TO InEffectStatus
            IF InEffectStatus = SPACE THEN
                MOVE "A" TO InEffectStatus
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO FindingMessage
    EVALUATE TRUE
        WHEN ControlFileIsMissing
            CONTINUE
        WHEN BkgScenarioCode = SPACE OR InEffectStatus = SPACE
            STRING "SLOT " BkgDate "-" BkgStartTime ": SCENARIO "
                BkgScenarioCode " NOT IN EFFECT ON THE SLOT DATE"
                DELIMITED BY SIZE INTO FindingMessage
            PERFORM ReportWarning
        WHEN InEffectStatus = "R"
            STRING "SLOT " BkgDate "-" BkgStartTime ": SCENARIO "
                BkgScenarioCode " RETIRED ON THE SLOT DATE"
                DELIMITED BY SIZE INTO FindingMessage
            PERFORM ReportWarning
    END-EVALUATE
    EXIT.

*> A fresh deck run rewrites the progress file with its START record,
*> so the file holds one deck run and its restarts. Without an END
*> record that run failed part way, and the next deck batch stops at
*> sign-on to ask whether to restart it.
CheckBatchProgress.
    MOVE "BATCH-PROGRESS" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE "N" TO DeckRunFoundFlag
    MOVE "N" TO DeckRunEndFlag
    MOVE "N" TO InputFileStatus
    OPEN INPUT BatchProgress
    IF BatchProgressNotFound THEN
        CONTINUE
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ BatchProgress
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    ADD 1 TO RecordsCheckedCount
                    PERFORM TakeProgressRecord
            END-READ
        END-PERFORM
        CLOSE BatchProgress
        IF DeckRunWasFound AND NOT DeckRunEnded THEN
            MOVE DeckRunStartRecord TO RecordNumber
            MOVE SPACES TO FindingMessage
            STRING "DECK RUN " DeckRunDate "-" DeckRunTime
                " ENDED ABNORMALLY - RESTART PENDING"
                DELIMITED BY SIZE INTO FindingMessage
            PERFORM ReportError
        END-IF
    END-IF
    EXIT.

TakeProgressRecord.
    EVALUATE PrgRecordType
        WHEN "START"
            SET DeckRunWasFound TO TRUE
            MOVE "N" TO DeckRunEndFlag
            MOVE PrgDeckRunDate TO DeckRunDate
            MOVE PrgDeckRunTime TO DeckRunTime
            MOVE RecordNumber TO DeckRunStartRecord
        WHEN "END"
            SET DeckRunEnded TO TRUE
    END-EVALUATE
    EXIT.

*> The live log is history: references that no longer resolve are
*> warnings, since the lander never reads the log back.
CheckMissionLog.
    MOVE "MISSION-LOG" TO FindingFileName
    MOVE 0 TO RecordNumber
    MOVE "N" TO InputFileStatus
    OPEN INPUT MissionLog
    IF MissionLogNotFound THEN
        CONTINUE
    ELSE
        PERFORM UNTIL EndOfInputFile
            READ MissionLog
                AT END
                    SET EndOfInputFile TO TRUE
                NOT AT END
                    ADD 1 TO RecordNumber
                    MOVE MissionLogBuffer TO LogRecordWork
                    IF CtlMarker NOT = "*CONTROL*" THEN
                        ADD 1 TO RecordsCheckedCount
                        PERFORM CheckOneLogRecord
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MissionLog
    END-IF
    EXIT.

CheckOneLogRecord.
    MOVE LogOperatorId TO LookupOperatorId
    PERFORM CheckLogOperator
    IF LogOutcomeCategory = "RELIEF HANDOVER"
            AND LogSiteName(1:5) = "FROM " THEN
        MOVE LogSiteName(6:10) TO LookupOperatorId
        PERFORM CheckLogOperator
    END-IF
    IF LogScenarioCode NOT = SPACE THEN
        MOVE LogScenarioCode TO LookupScenarioCode
        IF LogScenarioVersion IS NUMERIC AND LogScenarioVersion > 0 THEN
            MOVE LogScenarioVersion TO LookupScenarioVersion
            PERFORM ResolveScenarioVersion
        ELSE
            MOVE 0 TO LookupScenarioVersion
            PERFORM ResolveScenario
        END-IF
        IF NOT ScenarioIsResolved AND NOT ControlFileIsMissing THEN
            MOVE SPACES TO FindingMessage
            IF LookupScenarioVersion > 0 THEN
                STRING "DANGLING - SCENARIO " LogScenarioCode
                    " VERSION " LogScenarioVersion
                    " IS NOT IN THE CATALOG"
                    DELIMITED BY SIZE INTO FindingMessage
            ELSE
                STRING "DANGLING - SCENARIO " LogScenarioCode
                    " IS NOT IN THE CATALOG"
                    DELIMITED BY SIZE INTO FindingMessage
            END-IF
            PERFORM ReportWarning
        END-IF
    END-IF
    EXIT.

*> An operator ID on the log that no longer resolves is reported, and
*> remembered so its checkpoint can be probed afterwards.
CheckLogOperator.
    PERFORM ResolveOperator
    IF NOT OperatorIsResolved AND NOT ControlFileIsMissing THEN
        MOVE SPACES TO FindingMessage
        STRING "DANGLING - OPERATOR " FUNCTION TRIM(LookupOperatorId)
            " IS NOT ON THE OPERATOR MASTER"
            DELIMITED BY SIZE INTO FindingMessage
        PERFORM ReportWarning
        MOVE "N" TO UnknownFoundFlag
        PERFORM VARYING UnknownIndex FROM 1 BY 1
                UNTIL UnknownIndex > UnknownOperatorCount
                    OR UnknownWasFound
            IF UnknownOperatorId(UnknownIndex) = LookupOperatorId THEN
                SET UnknownWasFound TO TRUE
            END-IF
        END-PERFORM
        IF NOT UnknownWasFound
                AND UnknownOperatorCount < UnknownOperatorLimit THEN
            ADD 1 TO UnknownOperatorCount
            MOVE LookupOperatorId
                TO UnknownOperatorId(UnknownOperatorCount)
        END-IF
    END-IF
    EXIT.

WriteAuditTotals.
    MOVE SPACES TO AuditReportLine
    WRITE AuditReportLine
    MOVE "AUDIT TOTALS" TO AuditReportLine
    WRITE AuditReportLine
    MOVE "  RECORDS CHECKED . . . . . . . . . :" TO DetailCountLabel
    MOVE RecordsCheckedCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  CHECKPOINTS FOUND . . . . . . . . :" TO DetailCountLabel
    MOVE CheckpointsFoundCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  ERRORS. . . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE ErrorCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  WARNINGS. . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE WarningCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  COMPLETION CODE . . . . . . . . . :" TO DetailCountLabel
    MOVE AuditCompletionRc TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE SPACES TO AuditReportLine
    STRING "  STATUS: " AuditStatusText
        DELIMITED BY SIZE INTO AuditReportLine
    WRITE AuditReportLine
    EXIT.

WriteDetailCountLine.
    MOVE DetailCountLine TO AuditReportLine
    WRITE AuditReportLine
    MOVE SPACES TO DetailCountLine
    EXIT.

*> The one-record summary the scheduler reads, rewritten every run.
WriteAuditSummary.
    OPEN OUTPUT AuditSummary
    INITIALIZE AuditSummaryRecord
    MOVE RunDate             TO AudRunDate
    MOVE RunTime             TO AudRunTime
    MOVE RecordsCheckedCount TO AudRecordsChecked
    MOVE ErrorCount          TO AudErrorCount
    MOVE WarningCount        TO AudWarningCount
    MOVE AuditCompletionRc   TO AudCompletionCode
    MOVE AuditStatusText     TO AudStatusText
    WRITE AuditSummaryRecord
    CLOSE AuditSummary
    EXIT.
