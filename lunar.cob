ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FuelRateDeck ASSIGN TO FuelRateDeckFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS FuelRateDeckFileStatus.

        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ScenarioDeckFileStatus.

    SELECT OPTIONAL BatchProgress ASSIGN TO "data/batch-progress.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS BatchProgressFileStatus.

    SELECT OPTIONAL DeckRegistry ASSIGN TO "data/deck-registry.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS DeckRegistryFileStatus.

    SELECT RecordedDeck ASSIGN TO RecordedDeckFileName
        ORGANIZATION LINE SEQUENTIAL.

        ALTERNATE RECORD KEY IS HistRunDate WITH DUPLICATES
        FILE STATUS IS MissionHistoryFileStatus.

    SELECT OPTIONAL BookingMaster ASSIGN TO "data/slot-booking.dat"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BkgKey
        FILE STATUS IS BookingMasterFileStatus.

    SELECT CheckRideStandards ASSIGN TO "data/checkride-standards.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS CheckRideStandardsFileStatus.

    SELECT OPTIONAL CheckRideRecords
        ASSIGN TO "data/checkride-records.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT OPTIONAL UpgradeRecommendations
        ASSIGN TO "data/upgrade-recommendations.dat"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.


FD  ExceptionLog.
01  ExceptionLogRecord.
    COPY "exception-log.cpy".

FD  RestartFile.
01  RestartRecord.
    COPY "restart-rec.cpy".

*> Single-record session lock shared by every terminal. A HELD record
*> names the operator flying right now, so a second sign-on is bounced
*> who held the lock and since when for the override prompt to show.
FD  SessionLock.
01  SessionLockRecord.
    COPY "session-lock.cpy".

*> Hardcopy line-printer trace of the descent telemetry table, with
*> StatusRowHeadings repeated at the top of every page.
01  FlightRecorderRecord.
    COPY "flight-recorder.cpy".

*> Progress of a scenario-deck batch run, position by position, so a
*> run that ends abnormally can be restarted where it stopped.
FD  BatchProgress.
01  BatchProgressRecord.
    COPY "batch-progress.cpy".

*> A good manual landing saved back as a fuel-rate deck, one K value
*> per line in the same format ReadFuelRateFromDeck consumes, so the
*> burn sequence can be re-flown in batch for training and regression
*> Machine-readable job summary, one fixed-width record per run,
*> rewritten at end of run (or at the moment of a hard failure) so the
*> nightly scheduler can tell a clean completion from a run that
*> limped or died without parsing console output. A scenario-deck
*> run adds its type - DECK, or RESTART with the deck run stamp of the
*> failed run it restarted - and the profiles carried forward and
*> flown this time. A batch run that skipped missions for want of a
*> current deck certificate counts them, and names the first one
*> skipped - why, its scenario, and the deck it would have flown.
FD  JobSummary.
01  JobSummaryRecord.
    02 JobRunDate             PIC X(8).
    02 JobCompletionCode      PIC 9(2).
    02 JobSep5                PIC X(2).
    02 JobStatusText          PIC X(30).
    02 JobSep6                PIC X(2).
    02 JobRunType             PIC X(7).
    02 JobSep7                PIC X(2).
    02 JobRestartOfDate       PIC X(8).
    02 JobRestartOfTime       PIC X(6).
    02 JobSep8                PIC X(2).
    02 JobProfilesCarried     PIC 9(4).
    02 JobSep9                PIC X(2).
    02 JobProfilesFlown       PIC 9(4).
    02 JobSep10               PIC X(2).
    02 JobMissionsSkipped     PIC 9(4).
    02 JobSep11               PIC X(2).
    02 JobSkipReason          PIC X(30).
    02 JobSep12               PIC X(2).
    02 JobSkipScenarioCode    PIC X(1).
    02 JobSep13               PIC X(2).
    02 JobSkipDeckName        PIC X(64).

*> Master of certified operators: only a known, active operator ID may
*> sign on, and the operator's qualification level gates which
01  MissionHistoryRecord.
    COPY "mission-history.cpy".

*> Simulator slot bookings keyed by date plus start time, maintained
*> by BookingMaint; sign-on checks the slot the terminal is being
*> taken in against it.
FD  BookingMaster.
01  BookingRecord.
    COPY "slot-booking.cpy".

*> Optional list of scenario codes to fly unattended in batch mode, one
*> per line, so a deck of profiles can run back-to-back with no
*> operator at the console between them. After the code, a line may
*> name the fuel-rate deck certified for that scenario; a line that
*> names none flies the standard deck.
FD  ScenarioDeck.
01  ScenarioDeckRecord.
    02 DeckLineScenarioCode    PIC X(1).
    02 DeckLineSep             PIC X(1).
    02 DeckLineFuelDeckName    PIC X(64).

*> Certified-deck registry written by DeckCertify, searched before
*> every batch mission for the deck's current certificate.
FD  DeckRegistry.
01  DeckCertificateRecord.
    COPY "deck-certificate.cpy".

*> Check-ride standards: per qualification level, the scenarios a
*> candidate flies and the pass criteria each attempt is graded
*> against.
FD  CheckRideStandards.
01  CheckRideStandardRecord.
    COPY "checkride-std.cpy".

*> One record per check-ride flown: candidate, examiner, seed, every
*> attempt's scenario and outcome, and the verdict.
FD  CheckRideRecords.
01  CheckRideRecord.
    COPY "checkride-rec.cpy".

*> A passed check-ride becomes an upgrade recommendation, signed with
*> the examiner's ID, for OperatorMaint to apply to the master.
FD  UpgradeRecommendations.
01  UpgradeRecommendationRecord.
    COPY "currency-rec.cpy".

WORKING-STORAGE SECTION.

    88 FuelRateDeckFileOk     VALUE "00".
    88 FuelRateDeckNotFound   VALUE "35".

01 DefaultFuelRateDeckName    PIC X(64)  VALUE "data/fuel-rate-deck.dat".
01 FuelRateDeckFileName       PIC X(64)  VALUE "data/fuel-rate-deck.dat".

01 FuelRateDeckOpenFlag       PIC X  VALUE "N".
    88 FuelRateDeckIsOpen     VALUE "Y".

*> Mission scenario selection

01 SelectedScenarioCode       PIC X(1)  VALUE "1".
    88 EndOfScenarioDeck      VALUE "Y".

01 NextScenarioCode           PIC X(1).
01 NextFuelDeckName           PIC X(64).

*> Certified decks only. Before every batch mission the fuel-rate deck
*> it is to fly is looked up on the deck registry: the latest
*> certificate for that deck and scenario must be CERTIFIED, for the
*> catalog version being flown, and the deck on disk must still have
*> the record count and hash total it was certified with. Anything
*> less skips the mission - never flown, never logged - and the run
*> ends with the exception completion code.

01 DeckRegistryFileStatus     PIC XX.
    88 DeckRegistryFileOk     VALUE "00", "05".

01 DeckRegistryStatus         PIC X  VALUE "N".
    88 EndOfDeckRegistry      VALUE "Y".

01 MissionDeckFlag            PIC X  VALUE "Y".
    88 MissionDeckIsCertified VALUE "Y".

01 CertificateFoundFlag       PIC X  VALUE "N".
    88 CertificateWasFound    VALUE "Y".

01 MissionDeckName            PIC X(64).

01 CurrentCertificate.
    02 CurrentCertVersion     PIC 9(3).
    02 CurrentCertCount       PIC 9(4).
    02 CurrentCertHash        PIC 9(9).
    02 CurrentCertVerdict     PIC X(13).
        88 CurrentCertPassed  VALUE "CERTIFIED".

01 DeckCheckCount             PIC 9(4)  VALUE 0  USAGE COMP.
01 DeckCheckHash              PIC 9(9)  VALUE 0  USAGE COMP.
01 DeckCheckValue             PIC 9(3).

01 DeckSkipReason             PIC X(30).
01 MissionsSkippedCount       PIC 9(4)  VALUE 0  USAGE COMP.

01 FirstSkip.
    02 FirstSkipReason        PIC X(30).
    02 FirstSkipScenarioCode  PIC X(1).
    02 FirstSkipDeckName      PIC X(64).

*> Deck-run restart. Each profile of a scenario deck that reaches its
*> end is recorded against its deck position on the batch progress
*> file. When the last deck run never recorded its end, the next
*> batch run offers to restart it: positions already done are carried
*> forward without being flown again - provided the deck still names
*> the same scenario there - and flying resumes at the first
*> incomplete one, so no finished profile lands on the mission log,
*> the history master, or the charge-back twice. The job summary and
*> reconciliation name the failed run restarted and count the
*> profiles carried forward and flown. Positions past the table limit
*> are still recorded but cannot be carried forward.

01 BatchProgressFileStatus    PIC XX.
    88 BatchProgressFileOk    VALUE "00", "05".

01 BatchProgressStatus        PIC X  VALUE "N".
    88 EndOfBatchProgress     VALUE "Y".

01 DeckProgressFlag           PIC X  VALUE "N".
    88 DeckProgressIsKept     VALUE "Y".

01 PriorDeckRunFlag           PIC X  VALUE "N".
    88 PriorDeckRunFound      VALUE "Y".

01 PriorDeckEndFlag           PIC X  VALUE "N".
    88 PriorDeckRunEnded      VALUE "Y".

01 DeckRestartAnswer          PIC X  VALUE "N".
    88 DeckRestartIsOn        VALUE "Y", "y".

01 DeckProfileTakenFlag       PIC X  VALUE "N".
    88 DeckProfileTaken       VALUE "Y".

01 DeckRunStamp.
    02 DeckRunDate            PIC X(8).
    02 DeckRunTime            PIC X(6).

01 DeckPosition               PIC 9(4)  VALUE 0  USAGE COMP.
01 DeckPositionCode           PIC X(1).
01 DeckPositionFuelDeck       PIC X(64).
01 PriorDoneCount             PIC 9(4)  VALUE 0  USAGE COMP.
01 ProfilesCarriedCount       PIC 9(4)  VALUE 0  USAGE COMP.
01 ProfilesFlownCount         PIC 9(4)  VALUE 0  USAGE COMP.
01 DeckPositionDisplay        PIC ZZZ9.

01 DeckProgressLimit          PIC 9(4)  VALUE 999  USAGE COMP.

01 DeckProgressTable.
    02 DeckPositionEntry OCCURS 999 TIMES.
        03 DpDoneFlag         PIC X(1).
            88 DpPositionDone VALUE "Y".
        03 DpScenarioCode     PIC X(1).

*> Capture of the interactive burn sequence: every accepted K entry
*> from GetFuelRate, in order, so a successful manual landing can be

01 LockedOutCode              PIC 99  VALUE  8  USAGE COMP.

*> Slot booking: the session lock stops two terminals flying at once,
*> the booking master says whose turn it is. Sign-on finds the booking
*> covering the current time of day. An open slot lets anyone fly
*> with a warning; someone else's booked slot is refused unless an
*> active C-level operator signs the override, and the booking is
*> then stamped with who took it and on whose authority. A refusal
*> ends the run with its own completion code and no job summary, the
*> same way a lock bounce does. The master is advisory like the
*> history master: when it cannot be opened the slot goes unchecked
*> and the session carries on.

01 BookingMasterFileStatus    PIC XX.
    88 BookingMasterFileOk    VALUE "00", "05".

01 BookingBrowseFlag          PIC X.
    88 BookingBrowseDone      VALUE "Y".

01 SlotBookedFlag             PIC X  VALUE "N".
    88 SlotIsBooked           VALUE "Y".

01 SlotOverrideFlag           PIC X  VALUE "N".
    88 SlotOverrideGranted    VALUE "Y".

01 SlotNowMinutes             PIC 9(4)  USAGE COMP.
01 SlotStartMinutes           PIC 9(4)  USAGE COMP.
01 SlotEndMinutes             PIC 9(4)  USAGE COMP.
01 SlotOverrideId             PIC X(10).

01 SlotRefusedCode            PIC 99  VALUE 12  USAGE COMP.

*> Landing-site catalog, loaded once at startup. Scenarios without a
*> site record descend onto unsurveyed terrain, graded as a prepared
*> pad so a missing survey never makes an outcome worse.
    02 BandDamage             PIC 99  USAGE COMP.
    02 BandCrash              PIC 99  USAGE COMP.

*> Scenario catalog selection. The catalog keeps every version of a
*> scenario; a fresh mission flies the version in effect on the run
*> date, and a resumed one the exact version its checkpoint names.
*> The version actually loaded is stamped on every record the mission
*> writes, so downstream jobs judge it against the physics it flew.

01 ScenarioFoundFlag          PIC X  VALUE "N".
    88 ScenarioWasFound       VALUE "Y".

01 LoadedScenarioVersion      PIC 9(3)  VALUE 0.
01 LoadedScenarioStatus       PIC X(1).
01 RequestedScenarioVersion   PIC 9(3)  VALUE 0.

*> The scenario menu: one line per code, showing the version in effect
*> today. Codes not yet in effect, or retired, are left off the menu.

01 MenuLimit                  PIC 99  VALUE 20  USAGE COMP.

01 MenuTable.
    02 MenuEntryCount         PIC 99  VALUE 0  USAGE COMP.
    02 MenuEntry OCCURS 20 TIMES.
        03 MnuScenarioCode    PIC X(1).
        03 MnuScenarioName    PIC X(20).
        03 MnuMinQual         PIC X(1).
        03 MnuVersion         PIC 9(3).
        03 MnuStatus          PIC X(1).

01 MenuIndex                  PIC 99  USAGE COMP.

01 MenuFoundFlag              PIC X.
    88 MenuEntryWasFound      VALUE "Y".

01 StartupFuelDisplay         PIC ZZZZZ9.
01 StartupWeightDisplay       PIC ZZZZZ9.
01 StartupAltitudeDisplay     PIC ZZZZZ9.
01 ReliefHandoverCount        PIC 9(4)  VALUE 0  USAGE COMP.
01 ExpectedLogDelta           PIC 9(6)  USAGE COMP.

*> Check-ride mode: the formal route up the qualification ladder. A
*> C-level examiner signs on beside the candidate, validated against
*> the operator master the same way sign-on is, and the candidate
*> flies the check-ride standard's scenarios for the next level up -
*> one level only, T to P or P to C - with dispersion forced on. The
*> examiner's sign-on is what opens those scenarios to a candidate the
*> qualification gate would otherwise refuse. Each attempt's outcome
*> is graded against the standard when the last one is flown; the
*> check-ride record is appended either way, and a pass also becomes
*> an examiner-signed upgrade recommendation. The candidate flies every
*> attempt: K=888 relief is refused for the length of the ride.

01 CheckRideAnswer            PIC X  VALUE "N".
    88 CheckRideIsOn          VALUE "Y", "y".

01 CheckRideSetupFlag         PIC X  VALUE "N".
    88 CheckRideSetupOk       VALUE "Y".

01 CheckRideStandardsFileStatus PIC XX.
    88 CheckRideStandardsNotFound VALUE "35".

01 CheckRideStandardsStatus   PIC X  VALUE "N".
    88 EndOfCheckRideStandards VALUE "Y".

01 ExaminerId                 PIC X(10).
01 ExaminerName               PIC X(20).

01 CheckRideRunStamp.
    02 CheckRideRunDate       PIC X(8).
    02 CheckRideRunTime       PIC X(6).

01 CheckRideFromLevel         PIC X(1).
01 CheckRideTargetLevel       PIC X(1).
01 CheckRideMinGoodCount      PIC 9  VALUE 0  USAGE COMP.
01 CheckRideWorstAllowed      PIC X(20).
01 CheckRideWorstAllowedRank  PIC 9  VALUE 0  USAGE COMP.

01 CheckRideLimit             PIC 9  VALUE 6  USAGE COMP.

01 CheckRideTable.
    02 CheckRideMissionCount  PIC 9  VALUE 0  USAGE COMP.
    02 CheckRideAttempt OCCURS 6 TIMES.
        03 CrdScenarioCode    PIC X(1).
        03 CrdScenarioVersion PIC 9(3).
        03 CrdRunDate         PIC X(8).
        03 CrdRunTime         PIC X(6).
        03 CrdOutcome         PIC X(20).

01 CheckRideIndex             PIC 9  VALUE 0  USAGE COMP.
01 CheckRideScanIndex         PIC 9  USAGE COMP.
01 CheckRideGoodCount         PIC 9  VALUE 0  USAGE COMP.
01 CheckRideWorstRank         PIC 9  VALUE 0  USAGE COMP.
01 CheckRideWorstOutcome      PIC X(20).

01 CheckRideVerdict           PIC X(4).
    88 CheckRidePassed        VALUE "PASS".
01 CheckRideReason            PIC X(30).

*> Outcome severity for grading, best (1) to worst (6). A safe abort
*> grades with a poor landing: not good enough to count toward the
*> standard, but nobody was hurt. Anything else ranks 7, so it can
*> never pass as a standard's worst outcome.

01 OutcomeWork                PIC X(20).
01 OutcomeRankWork            PIC 9  USAGE COMP.

01 CountDisplay               PIC 9.
01 CountDisplay2              PIC 9.

01 CurrentDateTimeRaw         PIC X(21).

01 RunTimestamp.
    DISPLAY "OPERATOR " FUNCTION TRIM(OperatorName)
        " SIGNED ON - QUALIFICATION " OperatorQualLevel

    PERFORM CheckSlotBooking
    PERFORM AcquireSessionLock
    PERFORM SetRestartFileName

    PERFORM OfferCheckRide

    IF CheckRideIsOn THEN
        MOVE "N" TO BatchModeAnswer
    ELSE
        DISPLAY "RUN IN BATCH MODE FROM FUEL-RATE DECK FILE? (Y/N):"
            NO ADVANCING
        ACCEPT BatchModeAnswer
    END-IF

    IF BatchModeIsOn THEN
        OPEN INPUT FuelRateDeck
            DISPLAY "FUEL-RATE DECK FILE NOT FOUND - "
                "FALLING BACK TO INTERACTIVE MODE"
            SET BatchModeIsOff TO TRUE
        ELSE
            SET FuelRateDeckIsOpen TO TRUE
        END-IF
    END-IF

                MOVE "N" TO ScenarioDeckAnswer
                CLOSE ScenarioDeck
            ELSE
                PERFORM StartDeckProgress
                PERFORM TakeNextDeckProfile
                IF NOT DeckProfileTaken THEN
                    DISPLAY "EVERY PROFILE ON THE DECK WAS FLOWN BY "
                        "THE FAILED RUN - NOTHING LEFT TO FLY"
                END-IF
            END-IF
        END-IF
    END-IF

    IF CheckRideIsOn THEN
        MOVE "N" TO ResumeAnswer
    ELSE
        DISPLAY "RESUME FROM MID-MISSION CHECKPOINT? (Y/N):" NO ADVANCING
        ACCEPT ResumeAnswer
    END-IF

    PERFORM InitializeDispersion

            MissionHistoryFileStatus ") - CONTINUING WITHOUT IT"
    END-IF

    IF DeckProgressIsKept AND NOT DeckProfileTaken THEN
        SET DontTryAgain TO TRUE
    ELSE
        SET TryAgain TO TRUE
    END-IF
    PERFORM UNTIL DontTryAgain
        IF CheckRideIsOn THEN
            PERFORM SelectCheckRideScenario
        ELSE
            PERFORM SelectScenario
        END-IF

        IF BatchModeIsOn THEN
            PERFORM VerifyDeckCertificate
        END-IF

        IF MissionDeckIsCertified THEN
            DISPLAY
              "CONTROL CALLING LUNAR MODULE. MANUAL CONTROL IS NECESSARY"
            DISPLAY
              "YOU MAY RESET FUEL RATE K EACH 10 SECS TO 0 OR ANY VALUE"
            DISPLAY "BETWEEN 8 & 200 LBS/SEC. YOU'VE " StartupFuelDisplay
                " LBS FUEL."
            DISPLAY "CAPSULE WEIGHT-" StartupWeightDisplay
                " LBS. STARTING ALTITUDE-" StartupAltitudeDisplay
                " MILES"
            DISPLAY "ENTER K=999 TO ABORT THE DESCENT AND RETURN TO ORBIT"
            DISPLAY "ENTER K=888 TO HAND OVER TO A RELIEF OPERATOR"
            DISPLAY BlankLine
            DISPLAY BlankLine

            PERFORM PlayGame

            DISPLAY BlankLine
            DISPLAY BlankLine
            DISPLAY BlankLine
        ELSE
            PERFORM SkipUncertifiedMission
        END-IF

        EVALUATE TRUE
            WHEN CheckRideIsOn
                IF CheckRideIndex < CheckRideMissionCount THEN
                    SET TryAgain TO TRUE
                ELSE
                    SET DontTryAgain TO TRUE
                END-IF
            WHEN BatchModeIsOn AND ScenarioDeckIsAvailable
                IF MissionDeckIsCertified THEN
                    PERFORM RecordDeckProfileDone
                ELSE
                    PERFORM RecordDeckProfileSkipped
                END-IF
                PERFORM TakeNextDeckProfile
                IF DeckProfileTaken THEN
                    SET TryAgain TO TRUE
                ELSE
                    SET DontTryAgain TO TRUE
                END-IF
            WHEN OTHER
                DISPLAY "TRY AGAIN?"
                PERFORM WITH TEST AFTER UNTIL TryAgain OR DontTryAgain
                    DISPLAY "(ANS. YES OR NO):" NO ADVANCING
                    ACCEPT TryAgainAnswer
                    *>TEST:DISPLAY TryAgainAnswer
                END-PERFORM
        END-EVALUATE
    END-PERFORM

    IF CheckRideIsOn THEN
        PERFORM FinishCheckRide
    END-IF

    IF BatchModeIsOn THEN
        IF FuelRateDeckIsOpen THEN
            CLOSE FuelRateDeck
        END-IF
        IF ScenarioDeckIsAvailable THEN
            CLOSE ScenarioDeck
            PERFORM RecordDeckRunEnd
        END-IF
    END-IF

    PERFORM DisplaySummaryReport

    IF RejectedFuelRateCount > 0 OR DeckWasExhausted
            OR MissionsSkippedCount > 0 OR NOT RunIsInBalance THEN
        MOVE ExceptionCompletionCode TO JobCompletionRc
        MOVE "COMPLETED WITH EXCEPTIONS" TO JobFailureReason
    ELSE
    MOVE RejectedFuelRateCount  TO JobExceptionsLogged
    MOVE JobCompletionRc        TO JobCompletionCode
    MOVE JobFailureReason       TO JobStatusText
    IF DeckProgressIsKept THEN
        IF DeckRestartIsOn THEN
            MOVE "RESTART"          TO JobRunType
            MOVE DeckRunDate        TO JobRestartOfDate
            MOVE DeckRunTime        TO JobRestartOfTime
        ELSE
            MOVE "DECK"             TO JobRunType
        END-IF
        MOVE ProfilesCarriedCount   TO JobProfilesCarried
        MOVE ProfilesFlownCount     TO JobProfilesFlown
    END-IF
    IF MissionsSkippedCount > 0 THEN
        MOVE MissionsSkippedCount   TO JobMissionsSkipped
        MOVE FirstSkipReason        TO JobSkipReason
        MOVE FirstSkipScenarioCode  TO JobSkipScenarioCode
        MOVE FirstSkipDeckName      TO JobSkipDeckName
    END-IF
    WRITE JobSummaryRecord
    CLOSE JobSummary
    EXIT.
    END-IF
    EXIT.

*> Check the slot the terminal is being taken in against the booking
*> master before the session lock is claimed. The booked operator, or
*> anyone in an open slot, flies on (the latter warned to book); any
*> other operator in a booked slot needs a C-level override, or the
*> sign-on is refused and the booked crew keeps the simulator.
CheckSlotBooking.
    PERFORM StampRunTimestamp
    OPEN I-O BookingMaster
    IF NOT BookingMasterFileOk THEN
        DISPLAY "SLOT BOOKING MASTER UNAVAILABLE (STATUS "
            BookingMasterFileStatus ") - SLOT NOT CHECKED"
    ELSE
        PERFORM FindCurrentBooking
        EVALUATE TRUE
            WHEN NOT SlotIsBooked
                DISPLAY "WARNING: NO BOOKING FOR THIS SLOT - "
                    "BOOK AHEAD WITH THE SHIFT SUPERVISOR"
            WHEN BkgOperatorId = OperatorId
                DISPLAY "BOOKED SLOT " BkgStartTime " FOR "
                    BkgSlotMinutes " MIN - SCENARIO " BkgScenarioCode
            WHEN OTHER
                DISPLAY "SLOT BOOKED BY " FUNCTION TRIM(BkgOperatorId)
                    " FROM " BkgStartTime " FOR " BkgSlotMinutes " MIN"
                PERFORM OverrideBookedSlot
                IF NOT SlotOverrideGranted THEN
                    DISPLAY "SIGN-ON REFUSED - THE SLOT BELONGS TO "
                        "THE BOOKED OPERATOR"
                    CLOSE BookingMaster
                    MOVE SlotRefusedCode TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE OperatorId     TO BkgTakenById
                MOVE SlotOverrideId TO BkgOverrideById
                REWRITE BookingRecord
                    INVALID KEY
                        DISPLAY "SLOT BOOKING NOT STAMPED (STATUS "
                            BookingMasterFileStatus ") - CONTINUING"
                END-REWRITE
        END-EVALUATE
        CLOSE BookingMaster
    END-IF
    EXIT.

*> Browse today's bookings in start-time order for the live one whose
*> slot covers the current minute. Bookings never overlap, so the
*> first that covers it is the only one; once a booking starts after
*> the current minute no later one can cover it either. The covering
*> booking is left in the record area for the caller.
FindCurrentBooking.
    MOVE "N" TO SlotBookedFlag
    MOVE "N" TO BookingBrowseFlag
    COMPUTE SlotNowMinutes = FUNCTION NUMVAL(RunTime(1:2)) * 60
        + FUNCTION NUMVAL(RunTime(3:2))
    MOVE RunDate TO BkgDate
    MOVE "0000"  TO BkgStartTime
    START BookingMaster KEY >= BkgKey
        INVALID KEY
            SET BookingBrowseDone TO TRUE
    END-START
    PERFORM UNTIL BookingBrowseDone
        READ BookingMaster NEXT RECORD
            AT END
                SET BookingBrowseDone TO TRUE
            NOT AT END
                PERFORM ConsiderBooking
        END-READ
    END-PERFORM
    EXIT.

*> Judge one booking of the browse against the current minute.
ConsiderBooking.
    COMPUTE SlotStartMinutes = FUNCTION NUMVAL(BkgStartTime(1:2)) * 60
        + FUNCTION NUMVAL(BkgStartTime(3:2))
    COMPUTE SlotEndMinutes = SlotStartMinutes + BkgSlotMinutes
    EVALUATE TRUE
        WHEN BkgDate NOT = RunDate
            SET BookingBrowseDone TO TRUE
        WHEN SlotStartMinutes > SlotNowMinutes
            SET BookingBrowseDone TO TRUE
        WHEN BkgStatus = "B" AND SlotNowMinutes < SlotEndMinutes
            SET SlotIsBooked TO TRUE
            SET BookingBrowseDone TO TRUE
    END-EVALUATE
    EXIT.

*> The overriding operator signs on through the same operator-master
*> validation as any sign-on, with the operator wanting the slot set
*> aside and put back afterwards the way SignOnExaminer does it. Only
*> an active C-level operator may override, and that can be the
*> operator signing on. A blank ID withdraws the sign-on.
OverrideBookedSlot.
    MOVE OperatorId        TO PriorOperatorId
    MOVE OperatorName      TO PriorOperatorName
    MOVE OperatorQualLevel TO PriorOperatorQualLevel
    MOVE OperatorQualRank  TO PriorOperatorQualRank

    DISPLAY "C-LEVEL OVERRIDE ID (BLANK TO WITHDRAW):" NO ADVANCING
    MOVE SPACES TO OperatorId
    ACCEPT OperatorId
    IF OperatorId NOT = SPACES THEN
        PERFORM ValidateOperator
        EVALUATE TRUE
            WHEN NOT OperatorIsValidated
                CONTINUE
            WHEN OperatorQualLevel NOT = "C"
                DISPLAY "SLOT OVERRIDE NEEDS QUALIFICATION C"
            WHEN OTHER
                MOVE OperatorId TO SlotOverrideId
                SET SlotOverrideGranted TO TRUE
                DISPLAY "SLOT OVERRIDE AUTHORIZED BY "
                    FUNCTION TRIM(OperatorName)
        END-EVALUATE
    END-IF

    MOVE PriorOperatorId        TO OperatorId
    MOVE PriorOperatorName      TO OperatorName
    MOVE PriorOperatorQualLevel TO OperatorQualLevel
    MOVE PriorOperatorQualRank  TO OperatorQualRank
    SET OperatorIsValidated TO TRUE
    EXIT.

*> Checkpoints are kept per operator so one terminal's SaveCheckpoint
*> can never destroy another operator's mid-descent state. The file
*> name carries the operator ID; a relief handover re-performs this so

*> Arm dispersion mode for the session. A blank seed entry draws a
*> fresh one from the sign-on clock; either way the seed in effect is
*> displayed so the examiner can note it before the first descent. A
*> check-ride is always flown dispersed; the seed is still the
*> examiner's to give, so a disputed ride can be re-flown exactly.
InitializeDispersion.
    IF CheckRideIsOn THEN
        MOVE "Y" TO DispersionAnswer
        DISPLAY "DISPERSION TRAINING MODE IS ON FOR THE CHECK-RIDE"
    ELSE
        DISPLAY "DISPERSION TRAINING MODE? (Y/N):" NO ADVANCING
        ACCEPT DispersionAnswer
    END-IF
    IF DispersionIsOn THEN
        DISPLAY "DISPERSION SEED (BLANK FOR NEW SEED):" NO ADVANCING
        ACCEPT SeedAnswer
        "  RUN: " RunDate "-" RunTime
        DELIMITED BY SIZE INTO ReconReportLine
    WRITE ReconReportLine
    IF DeckProgressIsKept AND DeckRestartIsOn THEN
        MOVE SPACES TO ReconReportLine
        STRING "RESTART OF FAILED RUN: " DeckRunDate "-" DeckRunTime
            DELIMITED BY SIZE INTO ReconReportLine
        WRITE ReconReportLine
    END-IF
    MOVE SPACES TO ReconReportLine
    WRITE ReconReportLine

        PERFORM WriteOutOfBalanceLine
    END-IF

    IF DeckProgressIsKept THEN
        PERFORM WriteDeckProgressControl
    END-IF

    MOVE SPACES TO ReconReportLine
    WRITE ReconReportLine
    IF RunIsInBalance THEN
    CLOSE ReconReport
    EXIT.

*> Every deck position reached was either carried forward from the
*> failed run, flown and recorded done by this one, or skipped for
*> want of a current deck certificate.
WriteDeckProgressControl.
    MOVE ProfilesCarriedCount TO ReconCountDisplay
    MOVE ProfilesFlownCount TO ReconCountDisplay2
    MOVE DeckPosition TO DeckPositionDisplay
    MOVE SPACES TO ReconReportLine
    STRING "CONTROL 4  DECK POSITIONS " DeckPositionDisplay
        "  CARRIED FORWARD " ReconCountDisplay
        "  FLOWN THIS RUN " ReconCountDisplay2
        DELIMITED BY SIZE INTO ReconReportLine
    WRITE ReconReportLine
    MOVE MissionsSkippedCount TO ReconCountDisplay
    MOVE SPACES TO ReconReportLine
    STRING "           SKIPPED - DECK NOT CERTIFIED " ReconCountDisplay
        DELIMITED BY SIZE INTO ReconReportLine
    WRITE ReconReportLine
    IF ProfilesCarriedCount + ProfilesFlownCount + MissionsSkippedCount
            = DeckPosition THEN
        PERFORM WriteInBalanceLine
    ELSE
        PERFORM WriteOutOfBalanceLine
    END-IF
    EXIT.

WriteInBalanceLine.
    MOVE "           IN-BALANCE" TO ReconReportLine
    WRITE ReconReportLine
        END-PERFORM

        PERFORM OfferDeckSave
        IF CheckRideIsOn THEN
            PERFORM RecordCheckRideAttempt
        END-IF
        PERFORM OfferAscent
    END-IF

                    *> and the ascent stage must read the resumed
                    *> scenario's CfgMinQual and CfgAscentWeight, not
                    *> the menu pick's - and then the checkpointed
                    *> physics overlay the catalog values. The exact
                    *> version the checkpoint was flown under is
                    *> loaded, so a version taking effect since does
                    *> not change the mission mid-flight; a checkpoint
                    *> from before versions were carried takes the
                    *> version in effect today. A scenario since
                    *> removed from the catalog resumes with the gate
                    *> open and no ascent stage, the same defaults an
                    *> unmarked scenario gets.
                    MOVE RstScenarioCode TO SelectedScenarioCode
                    IF RstScenarioVersion IS NUMERIC THEN
                        MOVE RstScenarioVersion
                            TO RequestedScenarioVersion
                    END-IF
                    PERFORM LoadMissionParameters
                    MOVE 0 TO RequestedScenarioVersion
                    IF NOT ScenarioWasFound THEN
                        MOVE SPACE TO ScenarioMinQual
                        MOVE 0 TO AscentStageWeight
    MOVE ElapsedTime TO RstElapsedTime
    MOVE GameOverFlag TO RstGameOverFlag
    MOVE SelectedScenarioCode TO RstScenarioCode
    MOVE LoadedScenarioVersion TO RstScenarioVersion
    MOVE AscentPhaseFlag TO RstPhaseFlag
    WRITE RestartRecord
    CLOSE RestartFile

*> Read the SelectedScenarioCode's mission-parameter record from the
*> MISSION-CONFIG file and set up the craft/environment for this run.
*> Every version of the code is read: the highest version effective
*> on or before the run date wins, unless RequestedScenarioVersion
*> names an exact version (a checkpoint resume), which is loaded
*> whatever its dates. A code whose version in effect is retired, or
*> that has no version in effect yet, is not found.
LoadMissionParameters.
    MOVE "N" TO MissionConfigStatus
    MOVE "N" TO ScenarioFoundFlag
    MOVE 0 TO LoadedScenarioVersion
    MOVE SPACE TO LoadedScenarioStatus

    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF ScenarioCode = SelectedScenarioCode THEN
                    PERFORM ConsiderScenarioVersion
                END-IF
        END-READ
    END-PERFORM
    CLOSE MissionConfig
    IF LoadedScenarioVersion > 0
            AND (RequestedScenarioVersion > 0
                OR LoadedScenarioStatus NOT = "R") THEN
        SET ScenarioWasFound TO TRUE
        PERFORM SetCurrentSite
    END-IF
    EXIT.

*> Take the catalog record just read if it is the version wanted: the
*> exact version requested, or else a later version than any taken so
*> far that is already in effect on the run date. Versions of a code
*> ascend through the file, so the last one taken is the one in force.
ConsiderScenarioVersion.
    IF RequestedScenarioVersion > 0 THEN
        IF CfgVersion = RequestedScenarioVersion THEN
            PERFORM TakeScenarioVersion
        END-IF
    ELSE
        IF CfgEffectiveDate <= RunDate
                AND CfgVersion > LoadedScenarioVersion THEN
            PERFORM TakeScenarioVersion
        END-IF
    END-IF
    EXIT.

TakeScenarioVersion.
    MOVE CfgAltitude     TO Altitude
    MOVE CfgWeight       TO Weight
    MOVE CfgEmptyWeight  TO EmptyWeight
    MOVE CfgGravity      TO Gravity
    MOVE CfgThrust       TO Z
    MOVE CfgMinQual      TO ScenarioMinQual
    MOVE CfgAscentWeight TO AscentStageWeight
    MOVE CfgVersion      TO LoadedScenarioVersion
    MOVE CfgStatus       TO LoadedScenarioStatus
    EXIT.

*> Check the entered OperatorId against the operator master. Unknown
    END-PERFORM
    EXIT.

*> Fold the catalog record just read into the menu table: a code's
*> first version in effect claims a slot, and any later version in
*> effect replaces what the slot holds.
AddScenarioToMenu.
    IF CfgEffectiveDate <= RunDate THEN
        MOVE "N" TO MenuFoundFlag
        PERFORM VARYING MenuIndex FROM 1 BY 1
                UNTIL MenuIndex > MenuEntryCount
                    OR MenuEntryWasFound
            IF MnuScenarioCode(MenuIndex) = ScenarioCode THEN
                SET MenuEntryWasFound TO TRUE
            END-IF
        END-PERFORM
        IF MenuEntryWasFound THEN
            SUBTRACT 1 FROM MenuIndex
        ELSE
            IF MenuEntryCount < MenuLimit THEN
                ADD 1 TO MenuEntryCount
                MOVE MenuEntryCount TO MenuIndex
                MOVE ScenarioCode TO MnuScenarioCode(MenuIndex)
                MOVE 0 TO MnuVersion(MenuIndex)
            ELSE
                MOVE 0 TO MenuIndex
            END-IF
        END-IF
        IF MenuIndex > 0 THEN
            IF CfgVersion > MnuVersion(MenuIndex) THEN
                MOVE ScenarioName TO MnuScenarioName(MenuIndex)
                MOVE CfgMinQual   TO MnuMinQual(MenuIndex)
                MOVE CfgVersion   TO MnuVersion(MenuIndex)
                MOVE CfgStatus    TO MnuStatus(MenuIndex)
            END-IF
        END-IF
    END-IF
    EXIT.

*> One scenario-menu line with the landing site appended, so the
*> operator knows what terrain each profile descends onto, and the
*> catalog version that will be flown. Retired scenarios are skipped.
DisplayScenarioMenuLine.
    IF MnuStatus(MenuIndex) NOT = "R" THEN
        MOVE "UNSURVEYED TERRAIN" TO MenuSiteName
        PERFORM VARYING SiteIndex FROM 1 BY 1
                UNTIL SiteIndex > SiteEntryCount
            IF SitTabCode(SiteIndex) = MnuScenarioCode(MenuIndex) THEN
                MOVE SitTabName(SiteIndex) TO MenuSiteName
            END-IF
        END-PERFORM
        DISPLAY "  " MnuScenarioCode(MenuIndex) ") "
            MnuScenarioName(MenuIndex)
            "  SITE: " MenuSiteName "  QUAL: " MnuMinQual(MenuIndex)
            "  VER: " MnuVersion(MenuIndex)
    END-IF
    EXIT.

*> Present the scenario catalog from MISSION-CONFIG and let the
        MOVE "MISSION CONFIG MISSING" TO JobFailureReason
        PERFORM AbortRunHardFailure
    END-IF
    MOVE 0 TO MenuEntryCount
    PERFORM UNTIL EndOfMissionConfig
        READ MissionConfig
            AT END
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                PERFORM AddScenarioToMenu
        END-READ
    END-PERFORM
    CLOSE MissionConfig
    PERFORM VARYING MenuIndex FROM 1 BY 1
            UNTIL MenuIndex > MenuEntryCount
        PERFORM DisplayScenarioMenuLine
    END-PERFORM

    IF BatchModeIsOn AND ScenarioDeckIsAvailable THEN
        DISPLAY "SCENARIO NUMBER FROM DECK:" SelectedScenarioCode
            *>TEST:DISPLAY FuelRateAnswer
            ADD 1 TO FuelRateAttemptCount
            EVALUATE TRUE
                WHEN IsReliefRequest AND CheckRideIsOn
                    DISPLAY NotPossibleMessage NO ADVANCING
                    PERFORM LogRejectedFuelRate
                WHEN IsReliefRequest
                    PERFORM ReliefHandover
                WHEN IsAbortRequest AND AscentInProgress
    EXIT.

*> Audit trail: record a rejected K entry (bad value, elapsed time,
*> how many attempts this turn has taken so far, and whether it was
*> keyed on the descent, keyed on the ascent, or read off a batch
*> deck) so terminals with a pattern of mis-keyed fuel rates can be
*> flagged for retraining.
LogRejectedFuelRate.
    INITIALIZE ExceptionLogRecord
    MOVE OperatorId          TO ExcOperatorId
    COMPUTE ExcElapsedTime ROUNDED = ElapsedTime
    MOVE FuelRateAnswer      TO ExcBadFuelRate
    MOVE FuelRateAttemptCount TO ExcAttemptCount
    EVALUATE TRUE
        WHEN BatchModeIsOn
            MOVE "B" TO ExcPhaseFlag
        WHEN AscentInProgress
            MOVE "A" TO ExcPhaseFlag
        WHEN OTHER
            MOVE "D" TO ExcPhaseFlag
    END-EVALUATE
    WRITE ExceptionLogRecord
    ADD 1 TO RejectedFuelRateCount
    EXIT.
        MOVE DispersionSeed  TO LogDispersionSeed
    END-IF
    MOVE SelectedScenarioCode TO LogScenarioCode
    MOVE LoadedScenarioVersion TO LogScenarioVersion
    WRITE MissionLogRecord
    ADD 1 TO ReliefHandoverCount
    EXIT.

*> Offer check-ride mode once the candidate is signed on. Everything a
*> ride needs - a level to examine for, an examiner, a standard, and
*> every scenario on it in effect at that level - is settled before
*> the first descent; anything missing leaves the session an ordinary
*> one rather than starting a ride that cannot be graded.
OfferCheckRide.
    DISPLAY "CHECK-RIDE SESSION? (Y/N):" NO ADVANCING
    ACCEPT CheckRideAnswer
    IF CheckRideIsOn THEN
        SET CheckRideSetupOk TO TRUE
        MOVE OperatorQualLevel TO CheckRideFromLevel
        MOVE RunDate TO CheckRideRunDate
        MOVE RunTime TO CheckRideRunTime
        EVALUATE OperatorQualLevel
            WHEN "T"
                MOVE "P" TO CheckRideTargetLevel
            WHEN "P"
                MOVE "C" TO CheckRideTargetLevel
            WHEN OTHER
                DISPLAY "CANDIDATE ALREADY HOLDS THE HIGHEST QUALIFICATION"
                MOVE "N" TO CheckRideSetupFlag
        END-EVALUATE
        IF CheckRideSetupOk THEN
            PERFORM SignOnExaminer
        END-IF
        IF CheckRideSetupOk THEN
            PERFORM LoadCheckRideStandard
        END-IF
        IF CheckRideSetupOk THEN
            PERFORM CheckCheckRideScenarios
        END-IF
        IF CheckRideSetupOk THEN
            DISPLAY "CHECK-RIDE FOR QUALIFICATION " CheckRideTargetLevel
                " - CANDIDATE " FUNCTION TRIM(OperatorName)
                ", EXAMINER " FUNCTION TRIM(ExaminerName)
            MOVE CheckRideMissionCount TO CountDisplay
            MOVE CheckRideMinGoodCount TO CountDisplay2
            DISPLAY CountDisplay " MISSION(S) TO FLY - PASS NEEDS "
                CountDisplay2 " GOOD LANDING(S) OR BETTER AND "
                "NOTHING WORSE THAN " FUNCTION TRIM(CheckRideWorstAllowed)
        ELSE
            MOVE "N" TO CheckRideAnswer
            DISPLAY "CHECK-RIDE NOT POSSIBLE - "
                "CONTINUING AS AN ORDINARY SESSION"
        END-IF
    END-IF
    EXIT.

*> The examiner signs on at the candidate's terminal through the same
*> operator-master validation as any sign-on, with the candidate's
*> sign-on set aside and put back afterwards the way a refused relief
*> handover puts back the sitting operator. Only an active C-level
*> operator may examine.
SignOnExaminer.
    MOVE OperatorId        TO PriorOperatorId
    MOVE OperatorName      TO PriorOperatorName
    MOVE OperatorQualLevel TO PriorOperatorQualLevel
    MOVE OperatorQualRank  TO PriorOperatorQualRank

    DISPLAY "ENTER EXAMINER ID:" NO ADVANCING
    ACCEPT OperatorId
    PERFORM ValidateOperator
    EVALUATE TRUE
        WHEN NOT OperatorIsValidated
            MOVE "N" TO CheckRideSetupFlag
        WHEN OperatorQualLevel NOT = "C"
            DISPLAY "EXAMINER MUST HOLD QUALIFICATION C"
            MOVE "N" TO CheckRideSetupFlag
        WHEN OTHER
            MOVE OperatorId   TO ExaminerId
            MOVE OperatorName TO ExaminerName
            DISPLAY "EXAMINER " FUNCTION TRIM(ExaminerName) " SIGNED ON"
    END-EVALUATE

    MOVE PriorOperatorId        TO OperatorId
    MOVE PriorOperatorName      TO OperatorName
    MOVE PriorOperatorQualLevel TO OperatorQualLevel
    MOVE PriorOperatorQualRank  TO OperatorQualRank
    SET OperatorIsValidated TO TRUE
    EXIT.

*> Find the check-ride standard for the level being examined for.
LoadCheckRideStandard.
    MOVE "N" TO CheckRideSetupFlag
    MOVE "N" TO CheckRideStandardsStatus
    OPEN INPUT CheckRideStandards
    IF CheckRideStandardsNotFound THEN
        DISPLAY "CHECK-RIDE STANDARDS FILE NOT FOUND"
    ELSE
        PERFORM UNTIL EndOfCheckRideStandards
            READ CheckRideStandards
                AT END
                    SET EndOfCheckRideStandards TO TRUE
                NOT AT END
                    IF StdTargetLevel = CheckRideTargetLevel THEN
                        PERFORM TakeCheckRideStandard
                        SET EndOfCheckRideStandards TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CheckRideStandards
        IF CheckRideMissionCount = 0 THEN
            DISPLAY "NO CHECK-RIDE STANDARD FOR QUALIFICATION "
                CheckRideTargetLevel
        END-IF
    END-IF
    EXIT.

*> Lay the standard's scenario list out as the ride's attempt table
*> and keep its pass criteria, refusing a standard that could never be
*> graded: no scenarios, more good landings demanded than attempts
*> flown, or a worst outcome that is not an outcome.
TakeCheckRideStandard.
    MOVE 0 TO CheckRideMissionCount
    PERFORM VARYING CheckRideScanIndex FROM 1 BY 1
            UNTIL CheckRideScanIndex > CheckRideLimit
        IF StdScenarioList(CheckRideScanIndex:1) NOT = SPACE THEN
            ADD 1 TO CheckRideMissionCount
            INITIALIZE CheckRideAttempt(CheckRideMissionCount)
            MOVE StdScenarioList(CheckRideScanIndex:1)
                TO CrdScenarioCode(CheckRideMissionCount)
        END-IF
    END-PERFORM
    MOVE StdWorstOutcome TO CheckRideWorstAllowed
    MOVE StdWorstOutcome TO OutcomeWork
    PERFORM RankOutcome
    MOVE OutcomeRankWork TO CheckRideWorstAllowedRank
    EVALUATE TRUE
        WHEN CheckRideMissionCount = 0
            DISPLAY "CHECK-RIDE STANDARD FOR QUALIFICATION "
                CheckRideTargetLevel " NAMES NO SCENARIOS"
        WHEN StdMinGoodCount IS NOT NUMERIC
                OR StdMinGoodCount > CheckRideMissionCount
            DISPLAY "CHECK-RIDE STANDARD FOR QUALIFICATION "
                CheckRideTargetLevel " HAS AN INVALID GOOD-LANDING COUNT"
            MOVE 0 TO CheckRideMissionCount
        WHEN CheckRideWorstAllowedRank > 6
            DISPLAY "CHECK-RIDE STANDARD FOR QUALIFICATION "
                CheckRideTargetLevel " NAMES AN UNKNOWN WORST OUTCOME"
            MOVE 0 TO CheckRideMissionCount
        WHEN OTHER
            MOVE StdMinGoodCount TO CheckRideMinGoodCount
            SET CheckRideSetupOk TO TRUE
    END-EVALUATE
    EXIT.

*> Every scenario on the standard must have a version in effect today
*> whose CfgMinQual is exactly the level examined for: a check-ride
*> flown on an easier profile proves nothing, and one on a harder
*> profile examines for the wrong level.
CheckCheckRideScenarios.
    PERFORM VARYING CheckRideScanIndex FROM 1 BY 1
            UNTIL CheckRideScanIndex > CheckRideMissionCount
                OR NOT CheckRideSetupOk
        MOVE CrdScenarioCode(CheckRideScanIndex) TO SelectedScenarioCode
        PERFORM LoadMissionParameters
        IF NOT ScenarioWasFound THEN
            DISPLAY "CHECK-RIDE SCENARIO " SelectedScenarioCode
                " HAS NO VERSION IN EFFECT"
            MOVE "N" TO CheckRideSetupFlag
        ELSE
            IF ScenarioMinQual NOT = CheckRideTargetLevel THEN
                DISPLAY "CHECK-RIDE SCENARIO " SelectedScenarioCode
                    " REQUIRES QUALIFICATION " ScenarioMinQual
                    ", NOT " CheckRideTargetLevel
                MOVE "N" TO CheckRideSetupFlag
            END-IF
        END-IF
    END-PERFORM
    EXIT.

*> The next scenario on the check-ride standard, in place of the menu.
*> The qualification gate is not applied: the examiner's sign-on is
*> the authority for the candidate to fly at the level examined for.
SelectCheckRideScenario.
    ADD 1 TO CheckRideIndex
    MOVE CrdScenarioCode(CheckRideIndex) TO SelectedScenarioCode
    PERFORM LoadMissionParameters
    IF NOT ScenarioWasFound THEN
        DISPLAY "CHECK-RIDE SCENARIO " SelectedScenarioCode
            " IS NO LONGER IN EFFECT - CANNOT CONTINUE"
        MOVE "CHECK-RIDE SCENARIO MISSING" TO JobFailureReason
        PERFORM AbortRunHardFailure
    END-IF
    MOVE CheckRideIndex TO CountDisplay
    MOVE CheckRideMissionCount TO CountDisplay2
    DISPLAY "CHECK-RIDE MISSION " CountDisplay " OF " CountDisplay2
        " - SCENARIO " SelectedScenarioCode
        " VER " LoadedScenarioVersion " AT " CurrentSiteName

    SUBTRACT EmptyWeight FROM Weight GIVING StartupFuelDisplay ROUNDED
    MOVE Weight TO StartupWeightDisplay
    MOVE FUNCTION INTEGER-PART(Altitude) TO StartupAltitudeDisplay
    EXIT.

*> Note the finished attempt against the ride: the version flown, the
*> mission's own run stamp (the key it has on the log and the history
*> master), and the touchdown outcome.
RecordCheckRideAttempt.
    MOVE LoadedScenarioVersion TO CrdScenarioVersion(CheckRideIndex)
    MOVE RunDate               TO CrdRunDate(CheckRideIndex)
    MOVE RunTime               TO CrdRunTime(CheckRideIndex)
    MOVE OutcomeCategory       TO CrdOutcome(CheckRideIndex)
    MOVE CheckRideIndex TO CountDisplay
    MOVE CheckRideMissionCount TO CountDisplay2
    DISPLAY "CHECK-RIDE MISSION " CountDisplay " OF " CountDisplay2
        " GRADED " FUNCTION TRIM(OutcomeCategory)
    EXIT.

*> All attempts flown: grade the ride, put it on the check-ride
*> record file, and turn a pass into an upgrade recommendation.
FinishCheckRide.
    PERFORM GradeCheckRide
    PERFORM WriteCheckRideRecord
    DISPLAY BlankLine
    DISPLAY "CHECK-RIDE VERDICT: " CheckRideVerdict " - "
        FUNCTION TRIM(CheckRideReason)
    IF CheckRidePassed THEN
        PERFORM WriteUpgradeRecommendation
        DISPLAY "UPGRADE TO QUALIFICATION " CheckRideTargetLevel
            " RECOMMENDED - EXAMINER " FUNCTION TRIM(ExaminerId)
    END-IF
    EXIT.

*> A ride fails on any attempt graded worse than the standard's worst
*> outcome, or on too few GOOD LANDING-or-better attempts; otherwise
*> it passes.
GradeCheckRide.
    MOVE 0 TO CheckRideGoodCount
    MOVE 0 TO CheckRideWorstRank
    MOVE SPACES TO CheckRideWorstOutcome
    PERFORM VARYING CheckRideScanIndex FROM 1 BY 1
            UNTIL CheckRideScanIndex > CheckRideMissionCount
        MOVE CrdOutcome(CheckRideScanIndex) TO OutcomeWork
        PERFORM RankOutcome
        IF OutcomeRankWork <= 2 THEN
            ADD 1 TO CheckRideGoodCount
        END-IF
        IF OutcomeRankWork > CheckRideWorstRank THEN
            MOVE OutcomeRankWork TO CheckRideWorstRank
            MOVE OutcomeWork TO CheckRideWorstOutcome
        END-IF
    END-PERFORM

    MOVE SPACES TO CheckRideReason
    EVALUATE TRUE
        WHEN CheckRideWorstRank > CheckRideWorstAllowedRank
            MOVE "FAIL" TO CheckRideVerdict
            STRING "WORST OUTCOME "
                FUNCTION TRIM(CheckRideWorstOutcome)
                DELIMITED BY SIZE INTO CheckRideReason
        WHEN CheckRideGoodCount < CheckRideMinGoodCount
            MOVE "FAIL" TO CheckRideVerdict
            MOVE CheckRideGoodCount TO CountDisplay
            MOVE CheckRideMinGoodCount TO CountDisplay2
            STRING "ONLY " CountDisplay " OF " CountDisplay2
                " GOOD OR BETTER"
                DELIMITED BY SIZE INTO CheckRideReason
        WHEN OTHER
            MOVE "PASS" TO CheckRideVerdict
            STRING "MET THE LEVEL " CheckRideTargetLevel " STANDARD"
                DELIMITED BY SIZE INTO CheckRideReason
    END-EVALUATE
    EXIT.

WriteCheckRideRecord.
    OPEN EXTEND CheckRideRecords
    INITIALIZE CheckRideRecord
    MOVE OperatorId            TO ChkCandidateId
    MOVE ExaminerId            TO ChkExaminerId
    MOVE CheckRideRunDate      TO ChkRunDate
    MOVE CheckRideRunTime      TO ChkRunTime
    MOVE CheckRideFromLevel    TO ChkFromLevel
    MOVE CheckRideTargetLevel  TO ChkTargetLevel
    MOVE DispersionSeed        TO ChkDispersionSeed
    MOVE CheckRideMissionCount TO ChkAttemptCount
    MOVE CheckRideGoodCount    TO ChkGoodCount
    MOVE CheckRideVerdict      TO ChkVerdict
    MOVE CheckRideReason       TO ChkReason
    PERFORM VARYING CheckRideScanIndex FROM 1 BY 1
            UNTIL CheckRideScanIndex > CheckRideMissionCount
        MOVE CrdScenarioCode(CheckRideScanIndex)
            TO ChkAttScenarioCode(CheckRideScanIndex)
        MOVE CrdScenarioVersion(CheckRideScanIndex)
            TO ChkAttScenarioVersion(CheckRideScanIndex)
        MOVE CrdRunDate(CheckRideScanIndex)
            TO ChkAttRunDate(CheckRideScanIndex)
        MOVE CrdRunTime(CheckRideScanIndex)
            TO ChkAttRunTime(CheckRideScanIndex)
        MOVE CrdOutcome(CheckRideScanIndex)
            TO ChkAttOutcome(CheckRideScanIndex)
    END-PERFORM
    WRITE CheckRideRecord
    CLOSE CheckRideRecords
    EXIT.

*> The pass, as a recommendation in the currency check's layout so
*> OperatorMaint applies it the same way: action U, the level earned,
*> the ride's run date, and the examiner who signed it. The reason
*> carries the ride's run time, so the recommendation can be matched
*> to its check-ride record.
WriteUpgradeRecommendation.
    OPEN EXTEND UpgradeRecommendations
    INITIALIZE UpgradeRecommendationRecord
    MOVE OperatorId           TO RecOperatorId
    MOVE "U"                  TO RecAction
    MOVE CheckRideTargetLevel TO RecNewQualLevel
    MOVE CheckRideRunDate     TO RecRunDate
    STRING "CHECK-RIDE PASSED - RUN " CheckRideRunTime
        DELIMITED BY SIZE INTO RecReason
    MOVE ExaminerId           TO RecExaminerId
    WRITE UpgradeRecommendationRecord
    CLOSE UpgradeRecommendations
    EXIT.

*> Rank an outcome for check-ride grading, best to worst.
RankOutcome.
    EVALUATE OutcomeWork
        WHEN "PERFECT LANDING"
            MOVE 1 TO OutcomeRankWork
        WHEN "GOOD LANDING"
            MOVE 2 TO OutcomeRankWork
        WHEN "POOR LANDING"
        WHEN "ABORTED TO ORBIT"
            MOVE 3 TO OutcomeRankWork
        WHEN "CRAFT DAMAGE"
            MOVE 4 TO OutcomeRankWork
        WHEN "CRASH LANDING"
            MOVE 5 TO OutcomeRankWork
        WHEN "NO SURVIVORS"
            MOVE 6 TO OutcomeRankWork
        WHEN OTHER
            MOVE 7 TO OutcomeRankWork
    END-EVALUATE
    EXIT.

*> Batch mode shares one operator-supplied FUEL-RATE-DECK across every
*> mission flown in the run (the TRY AGAIN loop, or every profile in a
*> SCENARIO-DECK). Rewinding it here at the start of each mission gives
FetchNextScenarioFromDeck.
    IF EndOfScenarioDeck THEN
        MOVE SPACE TO NextScenarioCode
        MOVE SPACES TO NextFuelDeckName
    ELSE
        READ ScenarioDeck
            AT END
                SET EndOfScenarioDeck TO TRUE
                MOVE SPACE TO NextScenarioCode
                MOVE SPACES TO NextFuelDeckName
            NOT AT END
                MOVE DeckLineScenarioCode TO NextScenarioCode
                MOVE DeckLineFuelDeckName TO NextFuelDeckName
        END-READ
    END-IF
    EXIT.

*> Read back the progress of the last deck run. If it never recorded
*> its end it failed part way, and the operator may restart it: the
*> restart keeps the failed run's deck stamp and appends to its
*> progress. Otherwise - or if the restart is declined - this is a
*> fresh deck run and the progress file starts over under this run's
*> stamp.
StartDeckProgress.
    SET DeckProgressIsKept TO TRUE
    MOVE RunDate TO DeckRunDate
    MOVE RunTime TO DeckRunTime
    MOVE 0 TO DeckPosition
    INITIALIZE DeckProgressTable
    OPEN INPUT BatchProgress
    IF BatchProgressFileOk THEN
        PERFORM UNTIL EndOfBatchProgress
            READ BatchProgress
                AT END
                    SET EndOfBatchProgress TO TRUE
                NOT AT END
                    PERFORM TakeProgressRecord
            END-READ
        END-PERFORM
        CLOSE BatchProgress
    END-IF

    IF PriorDeckRunFound AND NOT PriorDeckRunEnded THEN
        MOVE PriorDoneCount TO DeckPositionDisplay
        DISPLAY "DECK RUN " DeckRunDate "-" DeckRunTime
            " ENDED ABNORMALLY - " DeckPositionDisplay
            " PROFILE(S) COMPLETED"
        DISPLAY "RESTART IT AT THE FIRST INCOMPLETE PROFILE? (Y/N):"
            NO ADVANCING
        ACCEPT DeckRestartAnswer
    END-IF

    INITIALIZE BatchProgressRecord
    IF DeckRestartIsOn THEN
        DISPLAY "RESTARTING DECK RUN " DeckRunDate "-" DeckRunTime
        OPEN EXTEND BatchProgress
        MOVE "RESTART" TO PrgRecordType
    ELSE
        MOVE RunDate TO DeckRunDate
        MOVE RunTime TO DeckRunTime
        INITIALIZE DeckProgressTable
        OPEN OUTPUT BatchProgress
        MOVE "START" TO PrgRecordType
    END-IF
    MOVE DeckRunDate TO PrgDeckRunDate
    MOVE DeckRunTime TO PrgDeckRunTime
    MOVE OperatorId  TO PrgOperatorId
    MOVE RunDate     TO PrgRunDate
    MOVE RunTime     TO PrgRunTime
    WRITE BatchProgressRecord
    CLOSE BatchProgress
    EXIT.

*> A START record opens a deck run (and discards any earlier one's
*> positions); DONE records mark positions finished; an END record
*> means the run reached the end of its deck.
TakeProgressRecord.
    EVALUATE PrgRecordType
        WHEN "START"
            SET PriorDeckRunFound TO TRUE
            MOVE "N" TO PriorDeckEndFlag
            MOVE PrgDeckRunDate TO DeckRunDate
            MOVE PrgDeckRunTime TO DeckRunTime
            MOVE 0 TO PriorDoneCount
            INITIALIZE DeckProgressTable
        WHEN "DONE"
            ADD 1 TO PriorDoneCount
            IF PrgDeckPosition > 0
                    AND PrgDeckPosition <= DeckProgressLimit THEN
                SET DpPositionDone(PrgDeckPosition) TO TRUE
                MOVE PrgScenarioCode TO DpScenarioCode(PrgDeckPosition)
            END-IF
        WHEN "END"
            SET PriorDeckRunEnded TO TRUE
    END-EVALUATE
    EXIT.

*> Take the next deck position to fly, carrying forward any the failed
*> run already finished. A restart against a deck that no longer names
*> the same scenario at a finished position is refused as a hard
*> failure: flying on would mix two different decks under one run.
TakeNextDeckProfile.
    MOVE "N" TO DeckProfileTakenFlag
    PERFORM UNTIL DeckProfileTaken OR EndOfScenarioDeck
        MOVE NextScenarioCode TO SelectedScenarioCode
        MOVE NextScenarioCode TO DeckPositionCode
        MOVE NextFuelDeckName TO DeckPositionFuelDeck
        ADD 1 TO DeckPosition
        PERFORM FetchNextScenarioFromDeck
        IF DeckRestartIsOn AND DeckPosition <= DeckProgressLimit THEN
            IF DpPositionDone(DeckPosition) THEN
                PERFORM CarryForwardDeckProfile
            ELSE
                SET DeckProfileTaken TO TRUE
            END-IF
        ELSE
            SET DeckProfileTaken TO TRUE
        END-IF
    END-PERFORM
    EXIT.

CarryForwardDeckProfile.
    MOVE DeckPosition TO DeckPositionDisplay
    IF DpScenarioCode(DeckPosition) NOT = DeckPositionCode THEN
        DISPLAY "DECK POSITION " DeckPositionDisplay " WAS SCENARIO "
            DpScenarioCode(DeckPosition) " IN THE FAILED RUN, NOW "
            DeckPositionCode " - CANNOT RESTART A CHANGED DECK"
        MOVE "DECK CHANGED SINCE FAILED RUN" TO JobFailureReason
        PERFORM AbortRunHardFailure
    END-IF
    DISPLAY "DECK POSITION " DeckPositionDisplay " SCENARIO "
        DeckPositionCode " FLOWN BY THE FAILED RUN - CARRIED FORWARD"
    ADD 1 TO ProfilesCarriedCount
    EXIT.

*> The profile just flown has reached its end: mark its deck position
*> done, with the mission's own run stamp and final outcome.
RecordDeckProfileDone.
    OPEN EXTEND BatchProgress
    INITIALIZE BatchProgressRecord
    MOVE "DONE"           TO PrgRecordType
    MOVE DeckRunDate      TO PrgDeckRunDate
    MOVE DeckRunTime      TO PrgDeckRunTime
    MOVE DeckPosition     TO PrgDeckPosition
    MOVE DeckPositionCode TO PrgScenarioCode
    MOVE OperatorId       TO PrgOperatorId
    MOVE RunDate          TO PrgRunDate
    MOVE RunTime          TO PrgRunTime
    MOVE OutcomeCategory  TO PrgOutcome
    WRITE BatchProgressRecord
    CLOSE BatchProgress
    ADD 1 TO ProfilesFlownCount
    EXIT.

*> The profile was skipped for want of a current deck certificate. It
*> is not marked done, so a restart of this deck run would try it
*> again; the record is there for the audit trail.
RecordDeckProfileSkipped.
    OPEN EXTEND BatchProgress
    INITIALIZE BatchProgressRecord
    MOVE "SKIPPED"        TO PrgRecordType
    MOVE DeckRunDate      TO PrgDeckRunDate
    MOVE DeckRunTime      TO PrgDeckRunTime
    MOVE DeckPosition     TO PrgDeckPosition
    MOVE DeckPositionCode TO PrgScenarioCode
    MOVE OperatorId       TO PrgOperatorId
    MOVE RunDate          TO PrgRunDate
    MOVE RunTime          TO PrgRunTime
    MOVE "DECK NOT CERTIFIED" TO PrgOutcome
    WRITE BatchProgressRecord
    CLOSE BatchProgress
    EXIT.

*> The deck ran to its end: nothing is left to restart.
RecordDeckRunEnd.
    OPEN EXTEND BatchProgress
    INITIALIZE BatchProgressRecord
    MOVE "END"        TO PrgRecordType
    MOVE DeckRunDate  TO PrgDeckRunDate
    MOVE DeckRunTime  TO PrgDeckRunTime
    MOVE DeckPosition TO PrgDeckPosition
    MOVE OperatorId   TO PrgOperatorId
    MOVE RunDate      TO PrgRunDate
    MOVE RunTime      TO PrgRunTime
    WRITE BatchProgressRecord
    CLOSE BatchProgress
    EXIT.

*> Before a batch mission is flown, prove its fuel-rate deck is
*> certified for it: the deck the scenario-deck line names (else the
*> standard deck) must have a current CERTIFIED certificate for this
*> scenario, for the catalog version just loaded, and must still
*> count and hash as it did when certified. The deck is left open
*> for PlayGame to rewind and fly.
VerifyDeckCertificate.
    MOVE "N" TO MissionDeckFlag
    MOVE SPACES TO DeckSkipReason
    IF ScenarioDeckIsAvailable AND DeckPositionFuelDeck NOT = SPACES THEN
        MOVE FUNCTION TRIM(DeckPositionFuelDeck) TO MissionDeckName
    ELSE
        MOVE DefaultFuelRateDeckName TO MissionDeckName
    END-IF
    DISPLAY "FUEL-RATE DECK: " FUNCTION TRIM(MissionDeckName)

    PERFORM FindDeckCertificate
    EVALUATE TRUE
        WHEN NOT CertificateWasFound
            MOVE "NO CERTIFICATE ON REGISTRY" TO DeckSkipReason
        WHEN NOT CurrentCertPassed
            MOVE "LATEST CERTIFICATION FAILED" TO DeckSkipReason
        WHEN CurrentCertVersion NOT = LoadedScenarioVersion
            STRING "STALE - CERTIFIED ON V" CurrentCertVersion
                DELIMITED BY SIZE INTO DeckSkipReason
        WHEN OTHER
            PERFORM CheckMissionDeck
    END-EVALUATE

    IF DeckSkipReason = SPACES THEN
        SET MissionDeckIsCertified TO TRUE
    END-IF
    EXIT.

*> The latest registry record for the deck and scenario is the deck's
*> current certificate.
FindDeckCertificate.
    MOVE "N" TO CertificateFoundFlag
    MOVE "N" TO DeckRegistryStatus
    OPEN INPUT DeckRegistry
    IF DeckRegistryFileOk THEN
        PERFORM UNTIL EndOfDeckRegistry
            READ DeckRegistry
                AT END
                    SET EndOfDeckRegistry TO TRUE
                NOT AT END
                    IF CertDeckName = MissionDeckName
                            AND CertScenarioCode = SelectedScenarioCode
                            THEN
                        SET CertificateWasFound TO TRUE
                        MOVE CertScenarioVersion TO CurrentCertVersion
                        MOVE CertRecordCount     TO CurrentCertCount
                        MOVE CertHashTotal       TO CurrentCertHash
                        MOVE CertVerdict         TO CurrentCertVerdict
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DeckRegistry
    END-IF
    EXIT.

*> Switch the fuel-rate deck to the mission's and recompute its record
*> count and hash total the way DeckCertify does: every record
*> counted, every numeric K value summed.
CheckMissionDeck.
    IF FuelRateDeckIsOpen THEN
        CLOSE FuelRateDeck
        MOVE "N" TO FuelRateDeckOpenFlag
    END-IF
    MOVE MissionDeckName TO FuelRateDeckFileName
    OPEN INPUT FuelRateDeck
    IF NOT FuelRateDeckFileOk THEN
        MOVE "DECK FILE NOT FOUND" TO DeckSkipReason
    ELSE
        SET FuelRateDeckIsOpen TO TRUE
        MOVE 0 TO DeckCheckCount
        MOVE 0 TO DeckCheckHash
        MOVE "N" TO FuelRateDeckStatus
        PERFORM UNTIL EndOfFuelRateDeck
            READ FuelRateDeck
                AT END
                    SET EndOfFuelRateDeck TO TRUE
                NOT AT END
                    ADD 1 TO DeckCheckCount
                    IF FuelRateDeckRecord IS NUMERIC THEN
                        MOVE FuelRateDeckRecord TO DeckCheckValue
                        ADD DeckCheckValue TO DeckCheckHash
                    END-IF
            END-READ
        END-PERFORM
        MOVE "N" TO FuelRateDeckStatus
        IF DeckCheckCount NOT = CurrentCertCount
                OR DeckCheckHash NOT = CurrentCertHash THEN
            MOVE "DECK CHANGED SINCE CERTIFIED" TO DeckSkipReason
        END-IF
    END-IF
    EXIT.

*> The mission is not flown. The first one skipped is named in the
*> job summary; every one is counted there.
SkipUncertifiedMission.
    ADD 1 TO MissionsSkippedCount
    IF MissionsSkippedCount = 1 THEN
        MOVE DeckSkipReason       TO FirstSkipReason
        MOVE SelectedScenarioCode TO FirstSkipScenarioCode
        MOVE MissionDeckName      TO FirstSkipDeckName
    END-IF
    DISPLAY "MISSION SKIPPED - SCENARIO " SelectedScenarioCode
        " DECK NOT CERTIFIED: " FUNCTION TRIM(DeckSkipReason)
    DISPLAY BlankLine
    EXIT.

*> Simulate T seconds using current fuel rate.
*> If out of fuel, continue until contact with surface.
*> On contact with surface, determine outcome and display score.
        MOVE DispersionSeed      TO LogDispersionSeed
    END-IF
    MOVE SelectedScenarioCode    TO LogScenarioCode
    MOVE LoadedScenarioVersion   TO LogScenarioVersion
    WRITE MissionLogRecord

    ADD 1 TO MissionSequence
*> rendezvous on whatever fuel the descent left in the tanks. Only
*> scenarios with an ascent stage configured offer it, and batch mode
*> never does - a certified fuel-rate deck plans the descent only and
*> must keep flying exactly as it was certified. Nor does a check-ride,
*> which is graded on the landings alone.
OfferAscent.
    IF NOT BatchModeIsOn
            AND NOT CheckRideIsOn
            AND AscentStageWeight > 0
            AND (Weight - EmptyWeight) > 0
            AND (OutcomeCategory = "PERFECT LANDING"
        MOVE ImpactVelocityDisplay TO HistImpactVelocity
        MOVE FuelLeftDisplay       TO HistFuelLeft
        MOVE OutcomeCategory       TO HistOutcomeCategory
        MOVE SelectedScenarioCode  TO HistScenarioCode
        MOVE LoadedScenarioVersion TO HistScenarioVersion
        WRITE MissionHistoryRecord
            INVALID KEY
                ADD 1 TO MissionSequence
