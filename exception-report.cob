*> Rejected fuel-rate analysis over the EXCEPTION-LOG file. The lander
*> writes every bad K entry to the exception log so operators with a
*> mis-keying habit can be found; this batch program reads the log
*> back and turns it into something a supervisor can act on:
*>
*>   - rejections per operator broken down by kind of mistake: values
*>     in the 1-7 dead band below the engine's minimum throttle,
*>     values over 200, and K=999 keyed during an ascent (where an
*>     abort is not possible), with anything else counted as other;
*>   - every turn that took three or more attempts to get a usable K
*>     value in, with the bad values keyed;
*>   - each rejection joined to the mission log on operator plus run
*>     stamp, so an operator's rate is stated per mission flown rather
*>     than as a raw count that simply tracks how much they fly;
*>   - a retraining list of every operator whose rate is over the
*>     threshold, printed on the report for supervisor sign-off and
*>     written to RETRAINING-LIST for follow-up.
*>
*> Missions flown are counted off every archive generation and the
*> live log, as MissionReport does, so the join still finds missions
*> the month-end cut has moved off the live log. A relief handover
*> line puts both the relieving operator and the operator relieved on
*> the mission, since either may have keyed the rejections. A
*> rejection whose operator and run stamp match no mission on file -
*> a session that died before Contact, typically - is reported as
*> unmatched and left out of the rate.

IDENTIFICATION DIVISION.
PROGRAM-ID. ExceptionReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ExceptionLog ASSIGN TO "data/exception-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ExceptionLogFileStatus.

    SELECT MissionLog ASSIGN TO "data/mission-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionLogFileStatus.

    SELECT OPTIONAL ArchiveIndex ASSIGN TO "data/mission-log-archives.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT ArchiveLog ASSIGN TO ArchiveLogFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ArchiveLogFileStatus.

    SELECT ExceptionAnalysis ASSIGN TO "data/exception-report.txt"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT RetrainingList ASSIGN TO "data/retraining-list.dat"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  ExceptionLog.
01  ExceptionLogRecord.
    COPY "exception-log.cpy".

*> The live log and the archive generations share one record layout,
*> so both files read into raw buffers that are unpacked through the
*> copybook layout in working storage.
FD  MissionLog.
01  MissionLogBuffer          PIC X(132).

FD  ArchiveIndex.
01  ArchiveIndexRecord        PIC X(64).

FD  ArchiveLog.
01  ArchiveLogBuffer          PIC X(132).

FD  ExceptionAnalysis.
01  ExceptionAnalysisLine     PIC X(110).

FD  RetrainingList.
01  RetrainingRecord.
    COPY "retraining-rec.cpy".

WORKING-STORAGE SECTION.

01 LogRecordWork.
    COPY "mission-log.cpy".
01 LogControlWork REDEFINES LogRecordWork.
    COPY "log-control.cpy".

01 ExceptionLogStatus         PIC X  VALUE "N".
    88 EndOfExceptionLog      VALUE "Y".

01 ExceptionLogFileStatus     PIC XX.
    88 ExceptionLogFileOk     VALUE "00".
    88 ExceptionLogNotFound   VALUE "35".

01 MissionLogStatus           PIC X  VALUE "N".
    88 EndOfMissionLog        VALUE "Y".

01 MissionLogFileStatus       PIC XX.
    88 MissionLogFileOk       VALUE "00".
    88 MissionLogNotFound     VALUE "35".

*> Archive generations listed in the archive index, read ahead of the
*> live log when missions are counted. The index is OPTIONAL: before
*> the first archive cut the live log is the whole history.

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
01 MissingArchiveCount        PIC 9(4)  VALUE 0  USAGE COMP.

*> Retraining threshold: an operator averaging more than this many
*> rejected K entries per mission flown goes on the retraining list.

01 RetrainingThreshold        PIC 9V99  VALUE 0.50.

*> Per-operator accumulators. One slot per distinct operator ID seen
*> on either file, claimed in first-seen order.

01 OperatorLimit              PIC 99  VALUE 50  USAGE COMP.

01 OperatorTable.
    02 OperatorCount          PIC 99  VALUE 0  USAGE COMP.
    02 OperatorStats OCCURS 50 TIMES.
        03 StatOperatorId     PIC X(10).
        03 StatMissionCount   PIC 9(6)  USAGE COMP.
        03 StatRejectCount    PIC 9(6)  USAGE COMP.
        03 StatDeadBand       PIC 9(6)  USAGE COMP.
        03 StatOverLimit      PIC 9(6)  USAGE COMP.
        03 StatAscentAbort    PIC 9(6)  USAGE COMP.
        03 StatOtherReject    PIC 9(6)  USAGE COMP.
        03 StatMatchedCount   PIC 9(6)  USAGE COMP.
        03 StatUnmatchedCount PIC 9(6)  USAGE COMP.
        03 StatRateValue      PIC 9(3)V99  USAGE COMP.
        03 StatRetrainFlag    PIC X.
            88 StatNeedsRetraining VALUE "Y".

*> One entry per distinct operator plus run stamp on the exception
*> log, carrying that mission's rejection count until the mission-log
*> pass marks it matched. Rejections past the table limit cannot be
*> joined and are counted separately.

01 StampLimit                 PIC 9(4)  VALUE 500  USAGE COMP.

01 StampTable.
    02 StampCount             PIC 9(4)  VALUE 0  USAGE COMP.
    02 StampEntry OCCURS 500 TIMES.
        03 StampOperatorId    PIC X(10).
        03 StampRunDate       PIC X(8).
        03 StampRunTime       PIC X(6).
        03 StampRejectCount   PIC 9(4)  USAGE COMP.
        03 StampOperatorSlot  PIC 99  USAGE COMP.
        03 StampMatchedFlag   PIC X.
            88 StampWasMatched VALUE "Y".

01 StampIndex                 PIC 9(4)  USAGE COMP.

01 StampFoundFlag             PIC X  VALUE "N".
    88 StampWasFound          VALUE "Y".

*> Turns that took three or more attempts. A turn is the run of
*> consecutive exception records sharing one run stamp and elapsed
*> time; the highest attempt count rejected plus the entry finally
*> accepted gives the attempts the turn took.

01 LongTurnThreshold          PIC 99  VALUE 3  USAGE COMP.
01 LongTurnLimit              PIC 9(4)  VALUE 200  USAGE COMP.

01 LongTurnTable.
    02 LongTurnCount          PIC 9(4)  VALUE 0  USAGE COMP.
    02 LongTurnEntry OCCURS 200 TIMES.
        03 LtOperatorId       PIC X(10).
        03 LtRunDate          PIC X(8).
        03 LtRunTime          PIC X(6).
        03 LtElapsedText      PIC X(8).
        03 LtAttempts         PIC 99  USAGE COMP.
        03 LtBadValues        PIC X(24).

01 LongTurnIndex              PIC 9(4)  USAGE COMP.
01 LongTurnOverflow           PIC 9(6)  VALUE 0  USAGE COMP.

01 CurrentTurn.
    02 TurnKey.
        03 TurnRunDate        PIC X(8).
        03 TurnRunTime        PIC X(6).
        03 TurnElapsedText    PIC X(8).
    02 TurnOperatorId         PIC X(10).
    02 TurnHighestAttempt     PIC 99  USAGE COMP.
    02 TurnBadValues          PIC X(24).
    02 TurnBadValuePointer    PIC 99  USAGE COMP.

01 TurnOpenFlag               PIC X  VALUE "N".
    88 TurnIsOpen             VALUE "Y".

*> Operators already credited with the mission currently being read
*> off the mission log. A mission's records (handover lines, the
*> touchdown, any ascent) all carry the same run stamp, so each
*> operator on it is credited one mission however many lines they
*> appear on.

01 MissionStamp.
    02 MissionRunDate         PIC X(8).
    02 MissionRunTime         PIC X(6).

01 MissionCrewLimit           PIC 99  VALUE 10  USAGE COMP.

01 MissionCrewTable.
    02 MissionCrewCount       PIC 99  VALUE 0  USAGE COMP.
    02 MissionCrewId OCCURS 10 TIMES  PIC X(10).

01 MissionCrewIndex           PIC 99  USAGE COMP.

01 CrewFoundFlag              PIC X  VALUE "N".
    88 CrewWasFound           VALUE "Y".

01 ParticipantId              PIC X(10).

*> Working fields for the record being classified

01 LookupOperatorId           PIC X(10).
01 OperatorIndex              PIC 99  USAGE COMP.
01 FoundIndex                 PIC 99  USAGE COMP.

01 OperatorFoundFlag          PIC X  VALUE "N".
    88 OperatorWasFound       VALUE "Y".

01 EditedFieldText            PIC X(8).
01 BadFuelRateValue           PIC 9(3)  USAGE COMP.
01 AttemptValue               PIC 99  USAGE COMP.
01 BadValueDisplay            PIC ZZ9.

*> Run totals and controls

01 ExceptionRecordCount       PIC 9(6)  VALUE 0  USAGE COMP.
01 OverflowRejectCount        PIC 9(6)  VALUE 0  USAGE COMP.
01 MatchedRejectTotal         PIC 9(6)  VALUE 0  USAGE COMP.
01 UnmatchedRejectTotal       PIC 9(6)  VALUE 0  USAGE COMP.
01 MissionCreditTotal         PIC 9(6)  VALUE 0  USAGE COMP.
01 HandoverRecordCount        PIC 9(6)  VALUE 0  USAGE COMP.
01 RetrainingCount            PIC 9(4)  VALUE 0  USAGE COMP.
01 ControlTotal               PIC 9(6)  USAGE COMP.

01 SiteTotals.
    02 SiteDeadBand           PIC 9(6)  VALUE 0  USAGE COMP.
    02 SiteOverLimit          PIC 9(6)  VALUE 0  USAGE COMP.
    02 SiteAscentAbort        PIC 9(6)  VALUE 0  USAGE COMP.
    02 SiteOtherReject        PIC 9(6)  VALUE 0  USAGE COMP.

*> Report formatting

01 OperatorDetailLine.
    02 FILLER                 PIC X(2).
    02 OdlOperatorId          PIC X(10).
    02 FILLER                 PIC X(3).
    02 OdlMissions            PIC ZZZZZ9.
    02 FILLER                 PIC X(3).
    02 OdlRejects             PIC ZZZZZ9.
    02 FILLER                 PIC X(5).
    02 OdlDeadBand            PIC ZZZZZ9.
    02 FILLER                 PIC X(4).
    02 OdlOverLimit           PIC ZZZZZ9.
    02 FILLER                 PIC X(5).
    02 OdlAscentAbort         PIC ZZZZZ9.
    02 FILLER                 PIC X(1).
    02 OdlOther               PIC ZZZZZ9.
    02 FILLER                 PIC X(7).
    02 OdlUnmatched           PIC ZZZZZ9.
    02 FILLER                 PIC X(7).
    02 OdlRate                PIC ZZ9.99.
    02 FILLER                 PIC X(2).
    02 OdlFlag                PIC X(7).

01 OperatorHeadings1.
    02 FILLER                 PIC X(13)  VALUE "  OPERATOR".
    02 FILLER                 PIC X(10)  VALUE "MISSIONS".
    02 FILLER                 PIC X(9)   VALUE "REJECTS".
    02 FILLER                 PIC X(11)  VALUE "DEAD BAND".
    02 FILLER                 PIC X(10)  VALUE "OVER 200".
    02 FILLER                 PIC X(11)  VALUE "999 KEYED".
    02 FILLER                 PIC X(8)   VALUE "OTHER".
    02 FILLER                 PIC X(12)  VALUE "NO MISSION".
    02 FILLER                 PIC X(11)  VALUE "PER MISSION".

01 OperatorHeadings2.
    02 FILLER                 PIC X(38)  VALUE SPACES.
    02 FILLER                 PIC X(15)  VALUE "1-7".
    02 FILLER                 PIC X(23)  VALUE "IN ASCENT".
    02 FILLER                 PIC X(6)   VALUE "ON LOG".

01 TurnDetailLine.
    02 FILLER                 PIC X(2).
    02 TdlOperatorId          PIC X(10).
    02 FILLER                 PIC X(2).
    02 TdlRunDate             PIC X(8).
    02 TdlStampDash           PIC X(1).
    02 TdlRunTime             PIC X(6).
    02 FILLER                 PIC X(2).
    02 TdlElapsedText         PIC X(8).
    02 FILLER                 PIC X(8).
    02 TdlAttempts            PIC Z9.
    02 FILLER                 PIC X(4).
    02 TdlBadValues           PIC X(24).

01 TurnHeadings.
    02 FILLER                 PIC X(14)  VALUE "  OPERATOR".
    02 FILLER                 PIC X(17)  VALUE "RUN STAMP".
    02 FILLER                 PIC X(10)  VALUE "ELAPSED".
    02 FILLER                 PIC X(10)  VALUE "ATTEMPTS".
    02 FILLER                 PIC X(15)  VALUE "VALUES REJECTED".

01 DetailCountLine.
    02 DetailCountLabel       PIC X(36).
    02 DetailCountValue       PIC ZZZZZ9.

01 ThresholdDisplay           PIC 9.99.

01 CurrentDateTimeRaw         PIC X(21).

01 RunTimestamp.
    02 RunDate                PIC X(8).
    02 RunTime                PIC X(6).

PROCEDURE DIVISION.

Begin.
    MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeRaw
    MOVE CurrentDateTimeRaw(1:8) TO RunDate
    MOVE CurrentDateTimeRaw(9:6) TO RunTime

    PERFORM LoadArchiveIndex
    PERFORM AccumulateExceptionLog
    PERFORM CountMissionsFlown
    PERFORM ApplyJoinResults
    PERFORM WriteExceptionReport

    MOVE RetrainingCount TO DetailCountValue
    DISPLAY "EXCEPTION ANALYSIS REPORT WRITTEN - "
        DetailCountValue " OPERATOR(S) ON THE RETRAINING LIST"
    STOP RUN.

*> Read the archive index into the generation-name table. Generations
*> past the table limit are dropped with a warning rather than read
*> partially.
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
                    DISPLAY "ARCHIVE INDEX LISTS MORE GENERATIONS "
                        "THAN THIS PROGRAM'S TABLE - OLDEST EXTRA "
                        "GENERATIONS NOT COUNTED"
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchiveIndex
    EXIT.

*> First pass: classify every rejection into its operator's slot,
*> note its operator and run stamp for the join, and follow the turns
*> so the long ones can be listed.
AccumulateExceptionLog.
    OPEN INPUT ExceptionLog
    IF ExceptionLogNotFound THEN
        DISPLAY "EXCEPTION LOG FILE NOT FOUND - NOTHING TO ANALYZE"
        STOP RUN
    END-IF
    PERFORM UNTIL EndOfExceptionLog
        READ ExceptionLog
            AT END
                SET EndOfExceptionLog TO TRUE
            NOT AT END
                ADD 1 TO ExceptionRecordCount
                PERFORM ClassifyOneException
                PERFORM FollowTurn
                PERFORM NoteExceptionStamp
        END-READ
    END-PERFORM
    CLOSE ExceptionLog
    PERFORM CloseCurrentTurn
    EXIT.

*> The kind of mistake, by value. K=999 is only ever rejected when it
*> is keyed during an ascent (on the descent it is the abort), so a
*> 999 on a record written before the phase flag existed is still an
*> ascent abort; a 999 read off a batch deck is just an out-of-range
*> deck value.
ClassifyOneException.
    MOVE ExcBadFuelRate TO EditedFieldText
    COMPUTE BadFuelRateValue = FUNCTION NUMVAL(EditedFieldText)
    MOVE ExcAttemptCount TO EditedFieldText
    COMPUTE AttemptValue = FUNCTION NUMVAL(EditedFieldText)
    MOVE ExcOperatorId TO LookupOperatorId
    PERFORM FindOperatorSlot
    IF NOT OperatorWasFound THEN
        ADD 1 TO OverflowRejectCount
    ELSE
        ADD 1 TO StatRejectCount(FoundIndex)
        EVALUATE TRUE
            WHEN BadFuelRateValue >= 1 AND BadFuelRateValue <= 7
                ADD 1 TO StatDeadBand(FoundIndex)
                ADD 1 TO SiteDeadBand
            WHEN BadFuelRateValue = 999
                    AND (ExcPhaseFlag = "A" OR ExcPhaseFlag = SPACE)
                ADD 1 TO StatAscentAbort(FoundIndex)
                ADD 1 TO SiteAscentAbort
            WHEN BadFuelRateValue > 200
                ADD 1 TO StatOverLimit(FoundIndex)
                ADD 1 TO SiteOverLimit
            WHEN OTHER
                ADD 1 TO StatOtherReject(FoundIndex)
                ADD 1 TO SiteOtherReject
        END-EVALUATE
    END-IF
    EXIT.

*> Records for one turn are written back to back, so a change of run
*> stamp or elapsed time closes the turn in progress and opens a new
*> one. The operator kept is the last one seen, since a relief
*> handover can change hands part way through a turn.
FollowTurn.
    IF TurnIsOpen AND ExcRunDate = TurnRunDate
            AND ExcRunTime = TurnRunTime
            AND ExcElapsedTime = TurnElapsedText THEN
        CONTINUE
    ELSE
        PERFORM CloseCurrentTurn
        MOVE ExcRunDate     TO TurnRunDate
        MOVE ExcRunTime     TO TurnRunTime
        MOVE ExcElapsedTime TO TurnElapsedText
        MOVE 0 TO TurnHighestAttempt
        MOVE SPACES TO TurnBadValues
        MOVE 1 TO TurnBadValuePointer
        SET TurnIsOpen TO TRUE
    END-IF
    MOVE ExcOperatorId TO TurnOperatorId
    IF AttemptValue > TurnHighestAttempt THEN
        MOVE AttemptValue TO TurnHighestAttempt
    END-IF
    IF TurnBadValuePointer < 21 THEN
        MOVE BadFuelRateValue TO BadValueDisplay
        STRING BadValueDisplay " "
            DELIMITED BY SIZE INTO TurnBadValues
            WITH POINTER TurnBadValuePointer
    END-IF
    EXIT.

*> Keep the turn just finished if the entry finally accepted made it
*> three attempts or more.
CloseCurrentTurn.
    IF TurnIsOpen THEN
        IF TurnHighestAttempt + 1 >= LongTurnThreshold THEN
            IF LongTurnCount < LongTurnLimit THEN
                ADD 1 TO LongTurnCount
                MOVE TurnOperatorId  TO LtOperatorId(LongTurnCount)
                MOVE TurnRunDate     TO LtRunDate(LongTurnCount)
                MOVE TurnRunTime     TO LtRunTime(LongTurnCount)
                MOVE TurnElapsedText TO LtElapsedText(LongTurnCount)
                COMPUTE LtAttempts(LongTurnCount) =
                    TurnHighestAttempt + 1
                MOVE TurnBadValues   TO LtBadValues(LongTurnCount)
            ELSE
                ADD 1 TO LongTurnOverflow
            END-IF
        END-IF
        MOVE "N" TO TurnOpenFlag
    END-IF
    EXIT.

*> Locate (or claim) the join entry for this rejection's operator and
*> run stamp and count the rejection against it.
NoteExceptionStamp.
    IF OperatorWasFound THEN
        MOVE "N" TO StampFoundFlag
        PERFORM VARYING StampIndex FROM 1 BY 1
                UNTIL StampIndex > StampCount OR StampWasFound
            IF StampOperatorId(StampIndex) = ExcOperatorId
                    AND StampRunDate(StampIndex) = ExcRunDate
                    AND StampRunTime(StampIndex) = ExcRunTime THEN
                SET StampWasFound TO TRUE
                ADD 1 TO StampRejectCount(StampIndex)
            END-IF
        END-PERFORM
        IF NOT StampWasFound THEN
            IF StampCount < StampLimit THEN
                ADD 1 TO StampCount
                MOVE ExcOperatorId TO StampOperatorId(StampCount)
                MOVE ExcRunDate    TO StampRunDate(StampCount)
                MOVE ExcRunTime    TO StampRunTime(StampCount)
                MOVE 1             TO StampRejectCount(StampCount)
                MOVE FoundIndex    TO StampOperatorSlot(StampCount)
                MOVE "N"           TO StampMatchedFlag(StampCount)
            ELSE
                ADD 1 TO UnmatchedRejectTotal
                ADD 1 TO StatUnmatchedCount(FoundIndex)
            END-IF
        END-IF
    END-IF
    EXIT.

*> Locate (or claim) the accumulator slot for LookupOperatorId.
FindOperatorSlot.
    MOVE "N" TO OperatorFoundFlag
    MOVE 0 TO FoundIndex
    PERFORM VARYING OperatorIndex FROM 1 BY 1
            UNTIL OperatorIndex > OperatorCount
                OR OperatorWasFound
        IF StatOperatorId(OperatorIndex) = LookupOperatorId THEN
            SET OperatorWasFound TO TRUE
            MOVE OperatorIndex TO FoundIndex
        END-IF
    END-PERFORM
    IF NOT OperatorWasFound AND OperatorCount < OperatorLimit THEN
        ADD 1 TO OperatorCount
        INITIALIZE OperatorStats(OperatorCount)
        MOVE LookupOperatorId TO StatOperatorId(OperatorCount)
        MOVE OperatorCount TO FoundIndex
        SET OperatorWasFound TO TRUE
    END-IF
    EXIT.

*> Second pass: credit each operator with the missions they flew -
*> archive generations first, then the live log - and mark every
*> exception stamp that joins to one of them.
CountMissionsFlown.
    MOVE SPACES TO MissionStamp
    PERFORM VARYING ArchiveGenIndex FROM 1 BY 1
            UNTIL ArchiveGenIndex > ArchiveGenCount
        PERFORM CountOneArchive
    END-PERFORM
    MOVE "N" TO MissionLogStatus
    OPEN INPUT MissionLog
    IF MissionLogNotFound THEN
        DISPLAY "MISSION LOG FILE NOT FOUND - NO MISSIONS TO JOIN TO"
    ELSE
        PERFORM UNTIL EndOfMissionLog
            READ MissionLog
                AT END
                    SET EndOfMissionLog TO TRUE
                NOT AT END
                    MOVE MissionLogBuffer TO LogRecordWork
                    PERFORM CountOneLogRecord
            END-READ
        END-PERFORM
        CLOSE MissionLog
    END-IF
    EXIT.

*> An archive generation listed in the index but missing on disk is
*> counted and reported, not fatal.
CountOneArchive.
    MOVE ArchiveGenName(ArchiveGenIndex) TO ArchiveLogFileName
    MOVE "N" TO ArchiveLogStatus
    OPEN INPUT ArchiveLog
    IF ArchiveLogNotFound THEN
        ADD 1 TO MissingArchiveCount
        DISPLAY "ARCHIVE GENERATION NOT FOUND: "
            FUNCTION TRIM(ArchiveLogFileName)
    ELSE
        PERFORM UNTIL EndOfArchiveLog
            READ ArchiveLog
                AT END
                    SET EndOfArchiveLog TO TRUE
                NOT AT END
                    MOVE ArchiveLogBuffer TO LogRecordWork
                    PERFORM CountOneLogRecord
            END-READ
        END-PERFORM
        CLOSE ArchiveLog
    END-IF
    EXIT.

*> A new run stamp starts a new mission crew. A handover line credits
*> the relieving operator and, from its site column, the operator
*> relieved.
CountOneLogRecord.
    IF CtlMarker = "*CONTROL*" THEN
        CONTINUE
    ELSE
        IF LogRunDate NOT = MissionRunDate
                OR LogRunTime NOT = MissionRunTime THEN
            MOVE LogRunDate TO MissionRunDate
            MOVE LogRunTime TO MissionRunTime
            MOVE 0 TO MissionCrewCount
        END-IF
        MOVE LogOperatorId TO ParticipantId
        PERFORM CreditParticipant
        IF LogOutcomeCategory = "RELIEF HANDOVER" THEN
            ADD 1 TO HandoverRecordCount
            IF LogSiteName(1:5) = "FROM " THEN
                MOVE LogSiteName(6:10) TO ParticipantId
                PERFORM CreditParticipant
            END-IF
        END-IF
    END-IF
    EXIT.

*> Credit ParticipantId with the current mission unless they already
*> have it, and mark their exception stamp for this mission matched.
CreditParticipant.
    MOVE "N" TO CrewFoundFlag
    PERFORM VARYING MissionCrewIndex FROM 1 BY 1
            UNTIL MissionCrewIndex > MissionCrewCount OR CrewWasFound
        IF MissionCrewId(MissionCrewIndex) = ParticipantId THEN
            SET CrewWasFound TO TRUE
        END-IF
    END-PERFORM
    IF NOT CrewWasFound AND ParticipantId NOT = SPACES THEN
        IF MissionCrewCount < MissionCrewLimit THEN
            ADD 1 TO MissionCrewCount
            MOVE ParticipantId TO MissionCrewId(MissionCrewCount)
        END-IF
        MOVE ParticipantId TO LookupOperatorId
        PERFORM FindOperatorSlot
        IF OperatorWasFound THEN
            ADD 1 TO StatMissionCount(FoundIndex)
            ADD 1 TO MissionCreditTotal
        END-IF
        PERFORM VARYING StampIndex FROM 1 BY 1
                UNTIL StampIndex > StampCount
            IF StampOperatorId(StampIndex) = ParticipantId
                    AND StampRunDate(StampIndex) = MissionRunDate
                    AND StampRunTime(StampIndex) = MissionRunTime THEN
                SET StampWasMatched(StampIndex) TO TRUE
            END-IF
        END-PERFORM
    END-IF
    EXIT.

*> Fold the join back into the operator slots, then work out each
*> operator's rate per mission and whether it puts them on the
*> retraining list.
ApplyJoinResults.
    PERFORM VARYING StampIndex FROM 1 BY 1
            UNTIL StampIndex > StampCount
        MOVE StampOperatorSlot(StampIndex) TO FoundIndex
        IF StampWasMatched(StampIndex) THEN
            ADD StampRejectCount(StampIndex)
                TO StatMatchedCount(FoundIndex)
            ADD StampRejectCount(StampIndex) TO MatchedRejectTotal
        ELSE
            ADD StampRejectCount(StampIndex)
                TO StatUnmatchedCount(FoundIndex)
            ADD StampRejectCount(StampIndex) TO UnmatchedRejectTotal
        END-IF
    END-PERFORM
    PERFORM VARYING OperatorIndex FROM 1 BY 1
            UNTIL OperatorIndex > OperatorCount
        MOVE "N" TO StatRetrainFlag(OperatorIndex)
        IF StatMissionCount(OperatorIndex) = 0 THEN
            MOVE 0 TO StatRateValue(OperatorIndex)
        ELSE
            COMPUTE StatRateValue(OperatorIndex) ROUNDED =
                StatMatchedCount(OperatorIndex)
                / StatMissionCount(OperatorIndex)
            IF StatRateValue(OperatorIndex) > RetrainingThreshold THEN
                SET StatNeedsRetraining(OperatorIndex) TO TRUE
                ADD 1 TO RetrainingCount
            END-IF
        END-IF
    END-PERFORM
    EXIT.

*> Print the report - operator breakdown, long turns, retraining list,
*> run controls - and write the retraining list file alongside it.
WriteExceptionReport.
    OPEN OUTPUT ExceptionAnalysis
    MOVE SPACES TO ExceptionAnalysisLine
    STRING "REJECTED FUEL-RATE EXCEPTION ANALYSIS  RUN: "
        RunDate "-" RunTime
        DELIMITED BY SIZE INTO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE SPACES TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine

    PERFORM WriteOperatorSection
    PERFORM WriteLongTurnSection
    PERFORM WriteRetrainingSection
    PERFORM WriteRunControls
    CLOSE ExceptionAnalysis
    EXIT.

WriteOperatorSection.
    MOVE "REJECTIONS BY OPERATOR AND KIND OF MISTAKE"
        TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE OperatorHeadings1 TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE OperatorHeadings2 TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    PERFORM VARYING OperatorIndex FROM 1 BY 1
            UNTIL OperatorIndex > OperatorCount
        MOVE SPACES TO OperatorDetailLine
        MOVE StatOperatorId(OperatorIndex)    TO OdlOperatorId
        MOVE StatMissionCount(OperatorIndex)  TO OdlMissions
        MOVE StatRejectCount(OperatorIndex)   TO OdlRejects
        MOVE StatDeadBand(OperatorIndex)      TO OdlDeadBand
        MOVE StatOverLimit(OperatorIndex)     TO OdlOverLimit
        MOVE StatAscentAbort(OperatorIndex)   TO OdlAscentAbort
        MOVE StatOtherReject(OperatorIndex)   TO OdlOther
        MOVE StatUnmatchedCount(OperatorIndex) TO OdlUnmatched
        MOVE StatRateValue(OperatorIndex)     TO OdlRate
        IF StatNeedsRetraining(OperatorIndex) THEN
            MOVE "RETRAIN" TO OdlFlag
        END-IF
        MOVE OperatorDetailLine TO ExceptionAnalysisLine
        WRITE ExceptionAnalysisLine
    END-PERFORM
    IF OperatorCount = 0 THEN
        MOVE "  (NONE)" TO ExceptionAnalysisLine
        WRITE ExceptionAnalysisLine
    END-IF
    MOVE SPACES TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE "  DEAD BAND 1-7 . . . . . . . . . . :" TO DetailCountLabel
    MOVE SiteDeadBand TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  OVER 200. . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE SiteOverLimit TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  999 KEYED DURING ASCENT . . . . . :" TO DetailCountLabel
    MOVE SiteAscentAbort TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  OTHER . . . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE SiteOtherReject TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE SPACES TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    EXIT.

WriteLongTurnSection.
    MOVE "TURNS TAKING THREE OR MORE ATTEMPTS" TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE TurnHeadings TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    PERFORM VARYING LongTurnIndex FROM 1 BY 1
            UNTIL LongTurnIndex > LongTurnCount
        MOVE SPACES TO TurnDetailLine
        MOVE "-" TO TdlStampDash
        MOVE LtOperatorId(LongTurnIndex)  TO TdlOperatorId
        MOVE LtRunDate(LongTurnIndex)     TO TdlRunDate
        MOVE LtRunTime(LongTurnIndex)     TO TdlRunTime
        MOVE LtElapsedText(LongTurnIndex) TO TdlElapsedText
        MOVE LtAttempts(LongTurnIndex)    TO TdlAttempts
        MOVE LtBadValues(LongTurnIndex)   TO TdlBadValues
        MOVE TurnDetailLine TO ExceptionAnalysisLine
        WRITE ExceptionAnalysisLine
    END-PERFORM
    IF LongTurnCount = 0 THEN
        MOVE "  (NONE)" TO ExceptionAnalysisLine
        WRITE ExceptionAnalysisLine
    END-IF
    IF LongTurnOverflow > 0 THEN
        MOVE "  FURTHER LONG TURNS NOT LISTED. . :" TO DetailCountLabel
        MOVE LongTurnOverflow TO DetailCountValue
        PERFORM WriteDetailCountLine
    END-IF
    MOVE SPACES TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    EXIT.

*> The retraining list: every operator over the threshold, on the
*> report for sign-off and on RETRAINING-LIST for follow-up. The file
*> is rewritten every run, so it always holds the current list.
WriteRetrainingSection.
    MOVE RetrainingThreshold TO ThresholdDisplay
    MOVE SPACES TO ExceptionAnalysisLine
    STRING "RETRAINING LIST (OVER " ThresholdDisplay
        " REJECTIONS PER MISSION FLOWN)"
        DELIMITED BY SIZE INTO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    OPEN OUTPUT RetrainingList
    PERFORM VARYING OperatorIndex FROM 1 BY 1
            UNTIL OperatorIndex > OperatorCount
        IF StatNeedsRetraining(OperatorIndex) THEN
            PERFORM WriteRetrainingEntry
        END-IF
    END-PERFORM
    CLOSE RetrainingList
    IF RetrainingCount = 0 THEN
        MOVE "  (NONE)" TO ExceptionAnalysisLine
        WRITE ExceptionAnalysisLine
    END-IF
    MOVE SPACES TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE "SUPERVISOR SIGN-OFF: ____________________  DATE: ________"
        TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE SPACES TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    EXIT.

WriteRetrainingEntry.
    MOVE StatRateValue(OperatorIndex) TO OdlRate
    MOVE StatMissionCount(OperatorIndex) TO OdlMissions
    MOVE StatMatchedCount(OperatorIndex) TO OdlRejects
    MOVE SPACES TO ExceptionAnalysisLine
    STRING "  " StatOperatorId(OperatorIndex) " " OdlRate
        " PER MISSION (" OdlRejects " REJECTIONS OVER" OdlMissions
        " MISSIONS)"
        DELIMITED BY SIZE INTO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    INITIALIZE RetrainingRecord
    MOVE StatOperatorId(OperatorIndex)   TO RtnOperatorId
    MOVE RunDate                         TO RtnRunDate
    MOVE StatMissionCount(OperatorIndex) TO RtnMissionCount
    MOVE StatMatchedCount(OperatorIndex) TO RtnRejectCount
    MOVE StatRateValue(OperatorIndex)    TO RtnRatePerMission
    MOVE "REJECTED K RATE OVER THRESHOLD" TO RtnReason
    WRITE RetrainingRecord
    EXIT.

*> Every exception record read is either joined to a mission, left
*> unmatched, or dropped for want of an operator slot.
WriteRunControls.
    MOVE "RUN CONTROLS" TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE "  EXCEPTION RECORDS READ. . . . . . :" TO DetailCountLabel
    MOVE ExceptionRecordCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  JOINED TO A MISSION FLOWN . . . . :" TO DetailCountLabel
    MOVE MatchedRejectTotal TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  NO MISSION ON LOG . . . . . . . . :" TO DetailCountLabel
    MOVE UnmatchedRejectTotal TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  PAST OPERATOR TABLE LIMIT . . . . :" TO DetailCountLabel
    MOVE OverflowRejectCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    COMPUTE ControlTotal = MatchedRejectTotal + UnmatchedRejectTotal
        + OverflowRejectCount
    MOVE SPACES TO ExceptionAnalysisLine
    IF ControlTotal = ExceptionRecordCount THEN
        STRING "  CONTROL: READ = JOINED + UNMATCHED + DROPPED"
            "  IN-BALANCE"
            DELIMITED BY SIZE INTO ExceptionAnalysisLine
    ELSE
        STRING "  CONTROL: READ = JOINED + UNMATCHED + DROPPED"
            "  OUT-OF-BALANCE"
            DELIMITED BY SIZE INTO ExceptionAnalysisLine
    END-IF
    WRITE ExceptionAnalysisLine
    MOVE "  MISSION CREDITS FROM LOG. . . . . :" TO DetailCountLabel
    MOVE MissionCreditTotal TO DetailCountValue
    PERFORM WriteDetailCountLine
    IF HandoverRecordCount > 0 THEN
        MOVE "  RELIEF HANDOVER LINES . . . . . . :"
            TO DetailCountLabel
        MOVE HandoverRecordCount TO DetailCountValue
        PERFORM WriteDetailCountLine
    END-IF
    IF ArchiveGenCount > 0 THEN
        MOVE "  ARCHIVE GENERATIONS READ. . . . . :"
            TO DetailCountLabel
        COMPUTE DetailCountValue =
            ArchiveGenCount - MissingArchiveCount
        PERFORM WriteDetailCountLine
    END-IF
    IF MissingArchiveCount > 0 THEN
        MOVE "  ARCHIVE GENERATIONS MISSING . . . :"
            TO DetailCountLabel
        MOVE MissingArchiveCount TO DetailCountValue
        PERFORM WriteDetailCountLine
    END-IF
    EXIT.

WriteDetailCountLine.
    MOVE DetailCountLine TO ExceptionAnalysisLine
    WRITE ExceptionAnalysisLine
    MOVE SPACES TO DetailCountLine
    EXIT.
