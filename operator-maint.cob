*> in the recommendations file the currency check (QualCurrency)
*> writes and applies each qualification or active-flag change with
*> one confirmation, instead of the supervisor keying them by hand
*> from the printout. The U function does the same for the upgrade
*> recommendations the lander writes when a candidate passes a
*> check-ride, showing the examiner who signed the ride; an upgrade is
*> only applied to an active operator still below the level earned.
*>
*> Every change is journaled (operator-journal.cpy) so an operator's
*> qualification and active status can be answered for any date after
*> the fact. The supervisor signs on at the start of the session, and
*> each manual add, change, or delete asks for a reason code; an
*> applied recommendation carries CURR, an applied upgrade CHKR. The
*> journal entries are held with the roster and appended to the
*> journal just ahead of the master being written back - if the
*> journal cannot be written, neither is the master, so no change
*> ever reaches the master unjournaled.

IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorMaint.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorMasterFileStatus.

    SELECT Recommendations ASSIGN TO RecommendationsFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS RecommendationsFileStatus.

    SELECT OPTIONAL OperatorJournal ASSIGN TO "data/operator-journal.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorJournalFileStatus.

DATA DIVISION.
FILE SECTION.

01  RecommendationRecord.
    COPY "currency-rec.cpy".

FD  OperatorJournal.
01  OperatorJournalRecord     PIC X(140).

WORKING-STORAGE SECTION.

01 BlankLine                  PIC X  VALUE SPACE.
01 RecommendationsStatus      PIC X.
    88 EndOfRecommendations   VALUE "Y".

01 OperatorJournalFileStatus  PIC XX.
    88 OperatorJournalFileOk  VALUE "00", "05".

01 OperatorJournalStatus      PIC X.
    88 EndOfOperatorJournal   VALUE "Y".

*> Currency recommendations and check-ride upgrades share one record
*> layout, so the one file definition reads whichever is asked for.

01 RecommendationsFileName    PIC X(64).

01 CurrencyRecsFileName       PIC X(64)
    VALUE "data/currency-recommendations.dat".

01 UpgradeRecsFileName        PIC X(64)
    VALUE "data/upgrade-recommendations.dat".

01 RecsFileKind               PIC X  VALUE "C".
    88 ReadingUpgrades        VALUE "U".

*> Qualification levels ranked so an upgrade can tell whether the
*> operator is still below the level it recommends.

01 QualLevelWork              PIC X(1).
01 QualRankWork               PIC 9.
01 CurrentQualRank            PIC 9.

01 AppliedCount               PIC 9(4)  USAGE COMP.
01 SkippedCount               PIC 9(4)  USAGE COMP.


01 ChangeCount                PIC 9(4)  VALUE 0  USAGE COMP.

01 MasterSavedFlag            PIC X  VALUE "N".
    88 MasterWasSaved         VALUE "Y".

*> The supervisor signed on for the session: an active C-level
*> operator, or anyone at all while the roster is still empty.

01 SupervisorId               PIC X(10).

01 SupervisorFlag             PIC X  VALUE "N".
    88 SupervisorIsSignedOn   VALUE "Y".

*> Journal entries for the session's changes, held as journal record
*> images until the roster is written back.

01 JournalWork.
    COPY "operator-journal.cpy".

01 PendingJournalLimit        PIC 9(3)  VALUE 200  USAGE COMP.

01 PendingJournalTable.
    02 PendingJournalCount    PIC 9(3)  VALUE 0  USAGE COMP.
    02 PendingJournalImage OCCURS 200 TIMES  PIC X(140).

01 PendingJournalIndex        PIC 9(3)  USAGE COMP.

01 JournalOperatorWork        PIC X(10).
01 JournalActionWork          PIC X(1).
01 JournalSourceWork          PIC X(1).
01 JournalReasonWork          PIC X(4).
01 JournalRunDateWork         PIC X(8).
01 JournalExaminerWork        PIC X(10).
01 BeforeImageWork            PIC X(32).
01 AfterImageWork             PIC X(32).

*> The date of the operator's last change of level or active flag,
*> journaled or still held, which an upgrade's ride must postdate.

01 LastStatusChangeDate       PIC X(8).

01 CurrentDateTimeRaw         PIC X(21).

*> Operator console entries

01 MenuAnswer                 PIC X.
    88 ChangeRequested        VALUE "C", "c".
    88 DeleteRequested        VALUE "D", "d".
    88 RecsRequested          VALUE "R", "r".
    88 UpgradesRequested      VALUE "U", "u".
    88 QuitRequested          VALUE "Q", "q".

01 ConfirmAnswer              PIC X.
    88 IsValidQualLevel       VALUE "T", "P", "C".
01 ActiveAnswer               PIC X(1).
    88 IsValidActiveFlag      VALUE "A", "I".
01 ReasonAnswer               PIC X(4).
    88 IsValidReasonCode      VALUE "HIRE", "QUAL", "LEAV", "RETN",
                                    "TERM", "NAME", "CORR".

*> Candidate record checked by ValidateCandidate before it is allowed
*> into the table.
    MOVE RosterEntryCount TO CountDisplay
    DISPLAY CountDisplay " OPERATOR(S) ON FILE"

    PERFORM SignOnSupervisor
    IF NOT SupervisorIsSignedOn THEN
        DISPLAY "NO SUPERVISOR SIGNED ON - MAINTENANCE NOT POSSIBLE"
        STOP RUN
    END-IF

    PERFORM WITH TEST AFTER UNTIL QuitRequested
        DISPLAY BlankLine
        DISPLAY "FUNCTIONS: L)IST  A)DD  C)HANGE  D)ELETE  "
            "R)ECOMMENDATIONS  U)PGRADES  Q)UIT"
        DISPLAY "ENTER FUNCTION:" NO ADVANCING
        ACCEPT MenuAnswer
        EVALUATE TRUE
            WHEN ListRequested
                PERFORM ListRoster
            WHEN QuitRequested
                CONTINUE
            WHEN PendingJournalCount >= PendingJournalLimit
                DISPLAY "NOT POSSIBLE - SESSION HOLDS AS MANY CHANGES "
                    "AS IT CAN JOURNAL; QUIT TO SAVE THEM FIRST"
            WHEN AddRequested
                PERFORM AddOperator
            WHEN ChangeRequested
            WHEN DeleteRequested
                PERFORM DeleteOperator
            WHEN RecsRequested
                MOVE CurrencyRecsFileName TO RecommendationsFileName
                MOVE "C" TO RecsFileKind
                PERFORM ApplyRecommendations
            WHEN UpgradesRequested
                MOVE UpgradeRecsFileName TO RecommendationsFileName
                MOVE "U" TO RecsFileKind
                PERFORM ApplyRecommendations
            WHEN OTHER
                DISPLAY "NOT POSSIBLE - ENTER L, A, C, D, R, U, OR Q"
        END-EVALUATE
    END-PERFORM

    IF ChangeCount > 0 THEN
        PERFORM SaveRoster
        IF MasterWasSaved THEN
            MOVE PendingJournalCount TO CountDisplay
            DISPLAY "OPERATOR MASTER WRITTEN BACK - " CountDisplay
                " CHANGE(S) JOURNALED"
        END-IF
    ELSE
        DISPLAY "NO CHANGES MADE - OPERATOR MASTER LEFT UNTOUCHED"
    END-IF

    STOP RUN.

*> The supervisor answerable for the session's changes must be an
*> active C-level operator. Until the first roster is built there is
*> no one to check against, and the ID is taken as keyed.
SignOnSupervisor.
    DISPLAY "ENTER SUPERVISOR ID:" NO ADVANCING
    ACCEPT SupervisorId
    IF SupervisorId NOT = SPACES THEN
        IF RosterEntryCount = 0 THEN
            DISPLAY "ROSTER IS EMPTY - SUPERVISOR ACCEPTED AS KEYED"
            SET SupervisorIsSignedOn TO TRUE
        ELSE
            MOVE SupervisorId TO IdAnswer
            PERFORM FindOperator
            EVALUATE TRUE
                WHEN NOT OperatorWasFound
                    DISPLAY "SUPERVISOR NOT ON THE OPERATOR MASTER"
                WHEN RosOpActiveFlag(FoundIndex) NOT = "A"
                    DISPLAY "SUPERVISOR IS NOT ACTIVE"
                WHEN RosOpQualLevel(FoundIndex) NOT = "C"
                    DISPLAY "SUPERVISOR MUST HOLD QUALIFICATION C"
                WHEN OTHER
                    SET SupervisorIsSignedOn TO TRUE
            END-EVALUATE
        END-IF
    END-IF
    EXIT.

*> Read the whole operator master into RosterTable. A missing file is
*> not fatal here - this program is how the first roster gets built.
LoadRoster.
                PERFORM PromptCandidateFields
                PERFORM ValidateCandidate
                IF CandidateIsOk THEN
                    PERFORM GetReasonCode
                    ADD 1 TO RosterEntryCount
                    MOVE CandidateEntry
                        TO RosterEntry(RosterEntryCount)
                    ADD 1 TO ChangeCount
                    MOVE "A" TO JournalActionWork
                    MOVE SPACES TO BeforeImageWork
                    MOVE CandidateEntry TO AfterImageWork
                    PERFORM HoldManualJournalEntry
                    DISPLAY "OPERATOR ADDED"
                END-IF
            END-IF
        PERFORM PromptReplacementFields
        PERFORM ValidateCandidate
        IF CandidateIsOk THEN
            IF CandidateEntry = RosterEntry(FoundIndex) THEN
                DISPLAY "NO CHANGE - OPERATOR LEFT AS IS"
            ELSE
                PERFORM GetReasonCode
                MOVE RosterEntry(FoundIndex) TO BeforeImageWork
                MOVE CandidateEntry TO RosterEntry(FoundIndex)
                ADD 1 TO ChangeCount
                MOVE "C" TO JournalActionWork
                MOVE CandidateEntry TO AfterImageWork
                PERFORM HoldManualJournalEntry
                DISPLAY "OPERATOR CHANGED"
            END-IF
        END-IF
    END-IF
    EXIT.
        DISPLAY "DELETE THIS OPERATOR? (Y/N):" NO ADVANCING
        ACCEPT ConfirmAnswer
        IF ConfirmedYes THEN
            PERFORM GetReasonCode
            MOVE RosterEntry(FoundIndex) TO BeforeImageWork
            PERFORM VARYING ShiftIndex FROM FoundIndex BY 1
                    UNTIL ShiftIndex >= RosterEntryCount
                MOVE RosterEntry(ShiftIndex + 1)
            END-PERFORM
            SUBTRACT 1 FROM RosterEntryCount
            ADD 1 TO ChangeCount
            MOVE "D" TO JournalActionWork
            MOVE SPACES TO AfterImageWork
            PERFORM HoldManualJournalEntry
            DISPLAY "OPERATOR DELETED"
        ELSE
            DISPLAY "DELETE ABANDONED"
    END-IF
    EXIT.

*> Walk a recommendations file - the currency check's, or the
*> check-ride upgrades - showing each operator's current record and
*> the recommended change, and apply the ones the supervisor confirms.
*> Changes land in the in-memory roster like any other function's and
*> reach the file when the session quits with changes pending.
ApplyRecommendations.
    OPEN INPUT Recommendations
    IF RecommendationsNotFound THEN
        IF ReadingUpgrades THEN
            DISPLAY "NO UPGRADE RECOMMENDATIONS ON HAND - "
                "NO CHECK-RIDE HAS BEEN PASSED"
        ELSE
            DISPLAY "NO RECOMMENDATIONS FILE ON HAND - "
                "RUN THE CURRENCY CHECK FIRST"
        END-IF
    ELSE
        MOVE "N" TO RecommendationsStatus
        MOVE 0 TO AppliedCount
        DISPLAY BlankLine
        DISPLAY RosterHeadings
        DISPLAY RosterDetailLine
        EVALUATE RecAction
            WHEN "I"
                DISPLAY "CURRENCY RUN " RecRunDate ": "
                    FUNCTION TRIM(RecReason)
                DISPLAY "RECOMMENDED: SET ACTIVE FLAG TO I"
            WHEN "U"
                DISPLAY "CHECK-RIDE " RecRunDate " EXAMINER "
                    FUNCTION TRIM(RecExaminerId) ": "
                    FUNCTION TRIM(RecReason)
                DISPLAY "RECOMMENDED: UPGRADE QUALIFICATION TO "
                    RecNewQualLevel
            WHEN OTHER
                DISPLAY "CURRENCY RUN " RecRunDate ": "
                    FUNCTION TRIM(RecReason)
                DISPLAY "RECOMMENDED: SET QUALIFICATION TO "
                    RecNewQualLevel
        END-EVALUATE
        MOVE "Y" TO ConfirmAnswer
        IF RecAction = "U" THEN
            PERFORM CheckUpgradeStillDue
        END-IF
        IF ConfirmedYes
                AND PendingJournalCount >= PendingJournalLimit THEN
            DISPLAY "SESSION HOLDS AS MANY CHANGES AS IT CAN JOURNAL - "
                "QUIT TO SAVE THEM, THEN APPLY THE REST"
            MOVE "N" TO ConfirmAnswer
        END-IF
        IF ConfirmedYes THEN
            DISPLAY "APPLY? (Y/N):" NO ADVANCING
            ACCEPT ConfirmAnswer
        END-IF
        IF ConfirmedYes THEN
            MOVE RosterEntry(FoundIndex) TO BeforeImageWork
            IF RecAction = "I" THEN
                MOVE "I" TO RosOpActiveFlag(FoundIndex)
            ELSE
                MOVE RecNewQualLevel
                    TO RosOpQualLevel(FoundIndex)
            END-IF
            IF RosterEntry(FoundIndex) = BeforeImageWork THEN
                ADD 1 TO SkippedCount
                DISPLAY "ALREADY IN EFFECT - NOT APPLIED"
            ELSE
                ADD 1 TO ChangeCount
                ADD 1 TO AppliedCount
                PERFORM HoldRecommendationJournalEntry
                DISPLAY "APPLIED"
            END-IF
        ELSE
            ADD 1 TO SkippedCount
            DISPLAY "SKIPPED"
    END-IF
    EXIT.

*> An upgrade file keeps every ride ever passed, so a recommendation
*> already applied, overtaken by a later change, or for an operator
*> since deactivated is passed over without asking. A ride is
*> overtaken when the operator's level or active flag has changed on
*> or after the ride date - an operator upgraded on an old ride and
*> since moved back down by the currency check must fly a new one.
CheckUpgradeStillDue.
    MOVE RosOpQualLevel(FoundIndex) TO QualLevelWork
    PERFORM SetQualRank
    MOVE QualRankWork TO CurrentQualRank
    MOVE RecNewQualLevel TO QualLevelWork
    PERFORM SetQualRank
    PERFORM FindLastStatusChange
    EVALUATE TRUE
        WHEN RosOpActiveFlag(FoundIndex) NOT = "A"
            DISPLAY "OPERATOR IS INACTIVE - NOT APPLIED"
            MOVE "N" TO ConfirmAnswer
        WHEN CurrentQualRank >= QualRankWork
            DISPLAY "OPERATOR ALREADY HOLDS THIS LEVEL OR HIGHER - "
                "NOT APPLIED"
            MOVE "N" TO ConfirmAnswer
        WHEN LastStatusChangeDate NOT = SPACES
                AND RecRunDate <= LastStatusChangeDate
            DISPLAY "RIDE OF " RecRunDate " OVERTAKEN BY STATUS CHANGE "
                "OF " LastStatusChangeDate " - NOT APPLIED"
            MOVE "N" TO ConfirmAnswer
    END-EVALUATE
    EXIT.

*> The latest date the recommendation's operator changed level or
*> active flag, from the journal on file and the session's held
*> entries. A change of name alone does not count.
FindLastStatusChange.
    MOVE SPACES TO LastStatusChangeDate
    MOVE "N" TO OperatorJournalStatus
    OPEN INPUT OperatorJournal
    IF OperatorJournalFileOk THEN
        PERFORM UNTIL EndOfOperatorJournal
            READ OperatorJournal
                AT END
                    SET EndOfOperatorJournal TO TRUE
                NOT AT END
                    MOVE OperatorJournalRecord TO JournalWork
                    PERFORM TakeStatusChange
            END-READ
        END-PERFORM
        CLOSE OperatorJournal
    END-IF
    PERFORM VARYING PendingJournalIndex FROM 1 BY 1
            UNTIL PendingJournalIndex > PendingJournalCount
        MOVE PendingJournalImage(PendingJournalIndex) TO JournalWork
        PERFORM TakeStatusChange
    END-PERFORM
    EXIT.

TakeStatusChange.
    IF OjnOperatorId = RecOperatorId
            AND (OjnBeforeQualLevel NOT = OjnAfterQualLevel
                OR OjnBeforeActiveFlag NOT = OjnAfterActiveFlag)
            AND OjnChangeDate > LastStatusChangeDate THEN
        MOVE OjnChangeDate TO LastStatusChangeDate
    END-IF
    EXIT.

*> Rank a qualification letter so levels compare numerically, T (1)
*> below P (2) below C (3).
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

*> A manual change asks the supervisor why it was made.
GetReasonCode.
    PERFORM WITH TEST AFTER UNTIL IsValidReasonCode
        DISPLAY "REASON CODE (HIRE QUAL LEAV RETN TERM NAME CORR):"
            NO ADVANCING
        ACCEPT ReasonAnswer
        IF NOT IsValidReasonCode THEN
            DISPLAY "NOT POSSIBLE - ENTER ONE OF THE CODES SHOWN"
        END-IF
    END-PERFORM
    EXIT.

HoldManualJournalEntry.
    MOVE IdAnswer     TO JournalOperatorWork
    MOVE "M"          TO JournalSourceWork
    MOVE ReasonAnswer TO JournalReasonWork
    MOVE SPACES       TO JournalRunDateWork
    MOVE SPACES       TO JournalExaminerWork
    PERFORM HoldJournalEntry
    EXIT.

*> An applied recommendation is journaled with the run that made it,
*> and an upgrade with the examiner who signed the ride.
HoldRecommendationJournalEntry.
    MOVE RecOperatorId           TO JournalOperatorWork
    MOVE "C"                     TO JournalActionWork
    MOVE RosterEntry(FoundIndex) TO AfterImageWork
    MOVE RecRunDate              TO JournalRunDateWork
    IF ReadingUpgrades THEN
        MOVE "U"           TO JournalSourceWork
        MOVE "CHKR"        TO JournalReasonWork
        MOVE RecExaminerId TO JournalExaminerWork
    ELSE
        MOVE "R"           TO JournalSourceWork
        MOVE "CURR"        TO JournalReasonWork
        MOVE SPACES        TO JournalExaminerWork
    END-IF
    PERFORM HoldJournalEntry
    EXIT.

*> Stamp the change with the moment it was made and hold it for the
*> journal.
HoldJournalEntry.
    MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeRaw
    MOVE SPACES TO JournalWork
    MOVE CurrentDateTimeRaw(1:8) TO OjnChangeDate
    MOVE CurrentDateTimeRaw(9:6) TO OjnChangeTime
    MOVE JournalOperatorWork     TO OjnOperatorId
    MOVE JournalActionWork       TO OjnAction
    MOVE JournalSourceWork       TO OjnSource
    MOVE SupervisorId            TO OjnSupervisorId
    MOVE JournalReasonWork       TO OjnReasonCode
    MOVE BeforeImageWork         TO OjnBeforeImage
    MOVE AfterImageWork          TO OjnAfterImage
    MOVE JournalRunDateWork      TO OjnSourceRunDate
    MOVE JournalExaminerWork     TO OjnExaminerId
    ADD 1 TO PendingJournalCount
    MOVE JournalWork TO PendingJournalImage(PendingJournalCount)
    EXIT.

*> The journal is appended first; only once it has taken every held
*> entry is the master rewritten.
SaveRoster.
    OPEN EXTEND OperatorJournal
    IF NOT OperatorJournalFileOk THEN
        DISPLAY "OPERATOR JOURNAL UNAVAILABLE (STATUS "
            OperatorJournalFileStatus ") - OPERATOR MASTER NOT "
            "WRITTEN BACK, THE SESSION'S CHANGES ARE LOST"
    ELSE
        PERFORM VARYING PendingJournalIndex FROM 1 BY 1
                UNTIL PendingJournalIndex > PendingJournalCount
            MOVE PendingJournalImage(PendingJournalIndex)
                TO OperatorJournalRecord
            WRITE OperatorJournalRecord
        END-PERFORM
        CLOSE OperatorJournal
        PERFORM WriteRosterFile
        SET MasterWasSaved TO TRUE
    END-IF
    EXIT.

WriteRosterFile.
    OPEN OUTPUT OperatorMaster
    PERFORM VARYING RosterIndex FROM 1 BY 1
            UNTIL RosterIndex > RosterEntryCount
