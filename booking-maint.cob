*> Maintenance utility for the simulator slot booking master. Lists a
*> day's bookings and adds, changes, and cancels them through console
*> prompts, so the shift supervisor can hand out simulator time ahead
*> of the crews arriving for it. A booking names the operator, the
*> scenario they mean to fly, the slot's start time (HHMM), and its
*> length in minutes. The booked operator must be active on the
*> operator master; the scenario must be in effect, and not retired,
*> on the day of the slot. Qualification is deliberately not checked:
*> a check-ride candidate books the scenarios of the level being
*> examined for. A slot may not run past midnight or overlap another
*> live booking that day, and a slot already started may not be
*> touched - it belongs to the weekly utilization report by then.
*> A cancelled booking stays on file, marked X, so the report can
*> still see it; its slot may be booked again.

IDENTIFICATION DIVISION.
PROGRAM-ID. BookingMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BookingMaster ASSIGN TO "data/slot-booking.dat"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BkgKey
        FILE STATUS IS BookingMasterFileStatus.

    SELECT OperatorMaster ASSIGN TO "data/operator-master.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorMasterFileStatus.

    SELECT MissionConfig ASSIGN TO "data/mission-config.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionConfigFileStatus.

DATA DIVISION.
FILE SECTION.

FD  BookingMaster.
01  BookingRecord.
    COPY "slot-booking.cpy".

FD  OperatorMaster.
01  OperatorMasterRecord.
    COPY "operator-master.cpy".

FD  MissionConfig.
01  MissionConfigRecord.
    COPY "mission-params.cpy".

WORKING-STORAGE SECTION.

01 BlankLine                  PIC X  VALUE SPACE.

*> Opening the OPTIONAL master I-O on a fresh site reports status 05
*> (absent, created on first WRITE); that is how the first booking
*> gets made, not a failure.
01 BookingMasterFileStatus    PIC XX.
    88 BookingMasterFileOk    VALUE "00", "05".

01 BrowseDoneFlag             PIC X.
    88 BrowseIsDone           VALUE "Y".

01 OperatorMasterFileStatus   PIC XX.
    88 OperatorMasterNotFound VALUE "35".

01 OperatorMasterStatus       PIC X  VALUE "N".
    88 EndOfOperatorMaster    VALUE "Y".

01 MissionConfigFileStatus    PIC XX.
    88 MissionConfigNotFound  VALUE "35".

01 MissionConfigStatus        PIC X  VALUE "N".
    88 EndOfMissionConfig     VALUE "Y".

*> The operator master and scenario catalog are loaded once, so each
*> booking can be checked against them without re-reading the files.

01 RosterLimit                PIC 99  VALUE 50  USAGE COMP.

01 RosterTable.
    02 RosterEntryCount       PIC 99  VALUE 0  USAGE COMP.
    02 RosterEntry OCCURS 50 TIMES.
        03 RosOpId            PIC X(10).
        03 RosOpActiveFlag    PIC X(1).

01 RosterIndex                PIC 99  USAGE COMP.
01 FoundIndex                 PIC 99  USAGE COMP.

*> Catalog versions in file order: the versions of a code ascend by
*> effective date, so the last one on or before a date is the one in
*> effect that day.

01 CatalogLimit               PIC 99  VALUE 50  USAGE COMP.

01 CatalogTable.
    02 CatalogEntryCount      PIC 99  VALUE 0  USAGE COMP.
    02 CatalogEntry OCCURS 50 TIMES.
        03 CatScenarioCode    PIC X(1).
        03 CatEffectiveDate   PIC X(8).
        03 CatStatus          PIC X(1).

01 CatalogIndex               PIC 99  USAGE COMP.
01 InEffectStatus             PIC X(1).

01 TableOverflowFlag          PIC X  VALUE "N".
    88 TableOverflowed        VALUE "Y".

*> Operator console entries

01 MenuAnswer                 PIC X.
    88 ListRequested          VALUE "L", "l".
    88 AddRequested           VALUE "A", "a".
    88 ChangeRequested        VALUE "C", "c".
    88 CancelRequested        VALUE "X", "x".
    88 QuitRequested          VALUE "Q", "q".

01 ConfirmAnswer              PIC X.
    88 ConfirmedYes           VALUE "Y", "y".

01 DateAnswer                 PIC X(8).
01 TimeAnswer                 PIC X(4).
01 OperatorAnswer             PIC X(10).
01 ScenarioAnswer             PIC X(1).
01 MinutesAnswer              PIC X(3).

*> Candidate booking, held here while ValidateCandidate and the
*> overlap browse use the record area, and moved into it only to be
*> written.

01 CandidateBooking.
    02 CndDate                PIC X(8).
    02 CndStartTime           PIC X(4).
    02 CndOperatorId          PIC X(10).
    02 CndScenarioCode        PIC X(1).
    02 CndSlotMinutes         PIC 9(3).
    02 CndBookedDate          PIC X(8).

01 CandidateOkFlag            PIC X  VALUE "N".
    88 CandidateIsOk          VALUE "Y".

01 BookingFoundFlag           PIC X  VALUE "N".
    88 BookingWasFound        VALUE "Y".

01 ReplacingCancelledFlag     PIC X  VALUE "N".
    88 ReplacingCancelled     VALUE "Y".

01 MinSlotMinutes             PIC 9(3)  VALUE 15  USAGE COMP.
01 MaxSlotMinutes             PIC 9(3)  VALUE 480  USAGE COMP.
01 MinutesPerDay              PIC 9(4)  VALUE 1440  USAGE COMP.

01 CndStartMinutes            PIC 9(4)  USAGE COMP.
01 CndEndMinutes              PIC 9(4)  USAGE COMP.
01 OtherStartMinutes          PIC 9(4)  USAGE COMP.
01 OtherEndMinutes            PIC 9(4)  USAGE COMP.

01 MatchCount                 PIC 9(4)  USAGE COMP.
01 MatchCountDisplay          PIC ZZZ9.

01 CurrentDateTimeRaw         PIC X(21).

01 RunTimestamp.
    02 RunDate                PIC X(8).
    02 RunTime                PIC X(6).

*> Booking listing layout

01 BookingHeadings.
    02 FILLER                 PIC X(10)  VALUE "DATE".
    02 FILLER                 PIC X(7)   VALUE "START".
    02 FILLER                 PIC X(6)   VALUE "MINS".
    02 FILLER                 PIC X(12)  VALUE "OPERATOR".
    02 FILLER                 PIC X(6)   VALUE "SCEN".
    02 FILLER                 PIC X(10)  VALUE "BOOKED ON".
    02 FILLER                 PIC X(30)  VALUE "STATUS".

01 BookingDetailLine.
    02 DetailDate             PIC X(8).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailStartTime        PIC X(4).
    02 FILLER                 PIC X(3)   VALUE SPACES.
    02 DetailSlotMinutes      PIC ZZ9.
    02 FILLER                 PIC X(3)   VALUE SPACES.
    02 DetailOperatorId       PIC X(10).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailScenarioCode     PIC X(1).
    02 FILLER                 PIC X(5)   VALUE SPACES.
    02 DetailBookedDate       PIC X(8).
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 DetailStatusText       PIC X(40).

PROCEDURE DIVISION.

Begin.
    MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeRaw
    MOVE CurrentDateTimeRaw(1:8) TO RunDate
    MOVE CurrentDateTimeRaw(9:6) TO RunTime

    PERFORM LoadRoster
    PERFORM LoadCatalog
    IF TableOverflowed THEN
        DISPLAY "OPERATOR MASTER OR SCENARIO CATALOG HOLDS MORE "
            "RECORDS THAN THIS PROGRAM'S TABLES - "
            "MAINTENANCE NOT POSSIBLE"
        STOP RUN
    END-IF

    OPEN I-O BookingMaster
    IF NOT BookingMasterFileOk THEN
        DISPLAY "SLOT BOOKING MASTER UNAVAILABLE (STATUS "
            BookingMasterFileStatus ")"
        STOP RUN
    END-IF

    DISPLAY "SIMULATOR SLOT BOOKING MAINTENANCE"

    PERFORM WITH TEST AFTER UNTIL QuitRequested
        DISPLAY BlankLine
        DISPLAY "FUNCTIONS: L)IST  A)DD  C)HANGE  X)CANCEL  Q)UIT"
        DISPLAY "ENTER FUNCTION:" NO ADVANCING
        ACCEPT MenuAnswer
        EVALUATE TRUE
            WHEN ListRequested
                PERFORM ListBookings
            WHEN AddRequested
                PERFORM AddBooking
            WHEN ChangeRequested
                PERFORM ChangeBooking
            WHEN CancelRequested
                PERFORM CancelBooking
            WHEN QuitRequested
                CONTINUE
            WHEN OTHER
                DISPLAY "NOT POSSIBLE - ENTER L, A, C, X, OR Q"
        END-EVALUATE
    END-PERFORM

    CLOSE BookingMaster
    STOP RUN.

*> Operator IDs and active flags from the operator master, which must
*> exist - nobody can be booked without it.
LoadRoster.
    OPEN INPUT OperatorMaster
    IF OperatorMasterNotFound THEN
        DISPLAY "OPERATOR MASTER FILE NOT FOUND - CANNOT START"
        STOP RUN
    END-IF
    PERFORM UNTIL EndOfOperatorMaster
        READ OperatorMaster
            AT END
                SET EndOfOperatorMaster TO TRUE
            NOT AT END
                IF RosterEntryCount < RosterLimit THEN
                    ADD 1 TO RosterEntryCount
                    MOVE OpId TO RosOpId(RosterEntryCount)
                    MOVE OpActiveFlag
                        TO RosOpActiveFlag(RosterEntryCount)
                ELSE
                    SET TableOverflowed TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OperatorMaster
    EXIT.

*> Every version of every scenario from the catalog, which must exist.
LoadCatalog.
    OPEN INPUT MissionConfig
    IF MissionConfigNotFound THEN
        DISPLAY "MISSION-CONFIG FILE NOT FOUND - CANNOT START"
        STOP RUN
    END-IF
    PERFORM UNTIL EndOfMissionConfig
        READ MissionConfig
            AT END
                SET EndOfMissionConfig TO TRUE
            NOT AT END
                IF CatalogEntryCount < CatalogLimit THEN
                    ADD 1 TO CatalogEntryCount
                    MOVE ScenarioCode
                        TO CatScenarioCode(CatalogEntryCount)
                    MOVE CfgEffectiveDate
                        TO CatEffectiveDate(CatalogEntryCount)
                    MOVE CfgStatus TO CatStatus(CatalogEntryCount)
                ELSE
                    SET TableOverflowed TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE MissionConfig
    EXIT.

*> List one day's bookings, live and cancelled, in start-time order.
*> A blank date lists today's.
ListBookings.
    DISPLAY "ENTER DATE (YYYYMMDD, BLANK FOR TODAY):" NO ADVANCING
    MOVE SPACES TO DateAnswer
    ACCEPT DateAnswer
    IF DateAnswer = SPACES THEN
        MOVE RunDate TO DateAnswer
    END-IF

    MOVE DateAnswer TO BkgDate
    MOVE "0000"     TO BkgStartTime
    MOVE 0 TO MatchCount
    MOVE "N" TO BrowseDoneFlag
    START BookingMaster KEY >= BkgKey
        INVALID KEY
            SET BrowseIsDone TO TRUE
    END-START

    DISPLAY BookingHeadings
    PERFORM UNTIL BrowseIsDone
        READ BookingMaster NEXT RECORD
            AT END
                SET BrowseIsDone TO TRUE
            NOT AT END
                IF BkgDate = DateAnswer THEN
                    PERFORM DisplayBooking
                    ADD 1 TO MatchCount
                ELSE
                    SET BrowseIsDone TO TRUE
                END-IF
        END-READ
    END-PERFORM
    MOVE MatchCount TO MatchCountDisplay
    DISPLAY MatchCountDisplay " BOOKING(S) FOUND"
    EXIT.

DisplayBooking.
    MOVE BkgDate         TO DetailDate
    MOVE BkgStartTime    TO DetailStartTime
    MOVE BkgSlotMinutes  TO DetailSlotMinutes
    MOVE BkgOperatorId   TO DetailOperatorId
    MOVE BkgScenarioCode TO DetailScenarioCode
    MOVE BkgBookedDate   TO DetailBookedDate
    MOVE SPACES TO DetailStatusText
    EVALUATE TRUE
        WHEN BkgStatus = "X"
            MOVE "CANCELLED" TO DetailStatusText
        WHEN BkgTakenById NOT = SPACES
            STRING "TAKEN BY " FUNCTION TRIM(BkgTakenById)
                " ON OVERRIDE BY " FUNCTION TRIM(BkgOverrideById)
                DELIMITED BY SIZE INTO DetailStatusText
        WHEN OTHER
            MOVE "BOOKED" TO DetailStatusText
    END-EVALUATE
    DISPLAY BookingDetailLine
    EXIT.

*> Prompt for the slot's key and look it up, leaving whatever is on
*> file in the record area.
PromptSlotKey.
    DISPLAY "SLOT DATE (YYYYMMDD):" NO ADVANCING
    MOVE SPACES TO DateAnswer
    ACCEPT DateAnswer
    DISPLAY "SLOT START TIME (HHMM):" NO ADVANCING
    MOVE SPACES TO TimeAnswer
    ACCEPT TimeAnswer

    MOVE "N" TO BookingFoundFlag
    MOVE DateAnswer TO BkgDate
    MOVE TimeAnswer TO BkgStartTime
    READ BookingMaster
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET BookingWasFound TO TRUE
    END-READ
    EXIT.

*> A new booking. A slot key left behind by a cancelled booking is
*> reused in place; a live one is refused before anything else is
*> asked.
AddBooking.
    PERFORM PromptSlotKey
    MOVE "N" TO ReplacingCancelledFlag
    IF BookingWasFound AND BkgStatus NOT = "X" THEN
        DISPLAY "NOT POSSIBLE - SLOT ALREADY BOOKED BY "
            FUNCTION TRIM(BkgOperatorId)
    ELSE
        IF BookingWasFound THEN
            SET ReplacingCancelled TO TRUE
        END-IF
        MOVE SPACES TO CandidateBooking
        MOVE 0 TO CndSlotMinutes
        MOVE DateAnswer TO CndDate
        MOVE TimeAnswer TO CndStartTime
        MOVE RunDate    TO CndBookedDate
        DISPLAY "OPERATOR ID:" NO ADVANCING
        MOVE SPACES TO OperatorAnswer
        ACCEPT OperatorAnswer
        MOVE OperatorAnswer TO CndOperatorId
        DISPLAY "SCENARIO CODE:" NO ADVANCING
        MOVE SPACES TO ScenarioAnswer
        ACCEPT ScenarioAnswer
        MOVE ScenarioAnswer TO CndScenarioCode
        DISPLAY "SLOT LENGTH (MINUTES):" NO ADVANCING
        MOVE SPACES TO MinutesAnswer
        ACCEPT MinutesAnswer
        COMPUTE CndSlotMinutes = FUNCTION NUMVAL(MinutesAnswer)
        PERFORM ValidateCandidate
        IF CandidateIsOk THEN
            PERFORM StoreCandidate
            IF ReplacingCancelled THEN
                REWRITE BookingRecord
                    INVALID KEY
                        DISPLAY "BOOKING NOT STORED (STATUS "
                            BookingMasterFileStatus ")"
                    NOT INVALID KEY
                        DISPLAY "BOOKING ADDED"
                END-REWRITE
            ELSE
                WRITE BookingRecord
                    INVALID KEY
                        DISPLAY "BOOKING NOT STORED (STATUS "
                            BookingMasterFileStatus ")"
                    NOT INVALID KEY
                        DISPLAY "BOOKING ADDED"
                END-WRITE
            END-IF
        END-IF
    END-IF
    EXIT.

*> Replacement operator, scenario, or length for a live booking not
*> yet started; a blank entry keeps the value on file. Moving a slot
*> to another time is a cancel and a new booking.
ChangeBooking.
    PERFORM PromptSlotKey
    EVALUATE TRUE
        WHEN NOT BookingWasFound OR BkgStatus = "X"
            DISPLAY "NOT POSSIBLE - NO LIVE BOOKING FOR THAT SLOT"
        WHEN BkgDate < RunDate
                OR (BkgDate = RunDate AND BkgStartTime <= RunTime(1:4))
            DISPLAY "NOT POSSIBLE - THE SLOT HAS ALREADY STARTED"
        WHEN OTHER
            DISPLAY BookingHeadings
            PERFORM DisplayBooking
            DISPLAY "ENTER NEW VALUES (BLANK KEEPS CURRENT VALUE)"
            MOVE BkgDate         TO CndDate
            MOVE BkgStartTime    TO CndStartTime
            MOVE BkgOperatorId   TO CndOperatorId
            MOVE BkgScenarioCode TO CndScenarioCode
            MOVE BkgSlotMinutes  TO CndSlotMinutes
            MOVE BkgBookedDate   TO CndBookedDate
            DISPLAY "OPERATOR ID:" NO ADVANCING
            MOVE SPACES TO OperatorAnswer
            ACCEPT OperatorAnswer
            IF OperatorAnswer NOT = SPACES THEN
                MOVE OperatorAnswer TO CndOperatorId
            END-IF
            DISPLAY "SCENARIO CODE:" NO ADVANCING
            MOVE SPACES TO ScenarioAnswer
            ACCEPT ScenarioAnswer
            IF ScenarioAnswer NOT = SPACES THEN
                MOVE ScenarioAnswer TO CndScenarioCode
            END-IF
            DISPLAY "SLOT LENGTH (MINUTES):" NO ADVANCING
            MOVE SPACES TO MinutesAnswer
            ACCEPT MinutesAnswer
            IF MinutesAnswer NOT = SPACES THEN
                COMPUTE CndSlotMinutes = FUNCTION NUMVAL(MinutesAnswer)
            END-IF
            PERFORM ValidateCandidate
            IF CandidateIsOk THEN
                PERFORM StoreCandidate
                REWRITE BookingRecord
                    INVALID KEY
                        DISPLAY "BOOKING NOT STORED (STATUS "
                            BookingMasterFileStatus ")"
                    NOT INVALID KEY
                        DISPLAY "BOOKING CHANGED"
                END-REWRITE
            END-IF
    END-EVALUATE
    EXIT.

*> Cancel a live booking not yet started, after confirmation. The
*> record stays on file marked X.
CancelBooking.
    PERFORM PromptSlotKey
    EVALUATE TRUE
        WHEN NOT BookingWasFound OR BkgStatus = "X"
            DISPLAY "NOT POSSIBLE - NO LIVE BOOKING FOR THAT SLOT"
        WHEN BkgDate < RunDate
                OR (BkgDate = RunDate AND BkgStartTime <= RunTime(1:4))
            DISPLAY "NOT POSSIBLE - THE SLOT HAS ALREADY STARTED"
        WHEN OTHER
            DISPLAY BookingHeadings
            PERFORM DisplayBooking
            DISPLAY "CANCEL THIS BOOKING? (Y/N):" NO ADVANCING
            ACCEPT ConfirmAnswer
            IF ConfirmedYes THEN
                MOVE "X" TO BkgStatus
                REWRITE BookingRecord
                    INVALID KEY
                        DISPLAY "BOOKING NOT CANCELLED (STATUS "
                            BookingMasterFileStatus ")"
                    NOT INVALID KEY
                        DISPLAY "BOOKING CANCELLED"
                END-REWRITE
            ELSE
                DISPLAY "CANCEL ABANDONED"
            END-IF
    END-EVALUATE
    EXIT.

*> Enforce the booking rules before a candidate reaches the file.
ValidateCandidate.
    MOVE "Y" TO CandidateOkFlag

    IF CndDate IS NOT NUMERIC THEN
        DISPLAY "REJECTED - SLOT DATE MUST BE YYYYMMDD"
        MOVE "N" TO CandidateOkFlag
    ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(CndDate)) NOT = 0 THEN
            DISPLAY "REJECTED - SLOT DATE IS NOT A CALENDAR DATE"
            MOVE "N" TO CandidateOkFlag
        END-IF
    END-IF

    IF CndStartTime IS NOT NUMERIC THEN
        DISPLAY "REJECTED - START TIME MUST BE HHMM"
        MOVE "N" TO CandidateOkFlag
    ELSE
        IF CndStartTime(1:2) > "23" OR CndStartTime(3:2) > "59" THEN
            DISPLAY "REJECTED - START TIME IS NOT A TIME OF DAY"
            MOVE "N" TO CandidateOkFlag
        END-IF
    END-IF

    IF CandidateIsOk THEN
        IF CndDate < RunDate
                OR (CndDate = RunDate AND CndStartTime <= RunTime(1:4))
                THEN
            DISPLAY "REJECTED - THE SLOT HAS ALREADY STARTED"
            MOVE "N" TO CandidateOkFlag
        END-IF
    END-IF

    PERFORM ValidateCandidateOperator
    PERFORM ValidateCandidateScenario

    IF CndSlotMinutes < MinSlotMinutes
            OR CndSlotMinutes > MaxSlotMinutes THEN
        DISPLAY "REJECTED - SLOT LENGTH MUST BE " MinSlotMinutes
            " TO " MaxSlotMinutes " MINUTES"
        MOVE "N" TO CandidateOkFlag
    END-IF

    IF CandidateIsOk THEN
        COMPUTE CndStartMinutes =
            FUNCTION NUMVAL(CndStartTime(1:2)) * 60
            + FUNCTION NUMVAL(CndStartTime(3:2))
        COMPUTE CndEndMinutes = CndStartMinutes + CndSlotMinutes
        IF CndEndMinutes > MinutesPerDay THEN
            DISPLAY "REJECTED - THE SLOT MAY NOT RUN PAST MIDNIGHT"
            MOVE "N" TO CandidateOkFlag
        END-IF
    END-IF

    IF CandidateIsOk THEN
        PERFORM CheckOverlap
    END-IF

    IF NOT CandidateIsOk THEN
        DISPLAY "BOOKING NOT STORED"
    END-IF
    EXIT.

*> The booked operator must be on the master and active.
ValidateCandidateOperator.
    MOVE 0 TO FoundIndex
    PERFORM VARYING RosterIndex FROM 1 BY 1
            UNTIL RosterIndex > RosterEntryCount
        IF RosOpId(RosterIndex) = CndOperatorId THEN
            MOVE RosterIndex TO FoundIndex
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CndOperatorId = SPACES OR FoundIndex = 0
            DISPLAY "REJECTED - OPERATOR NOT ON THE OPERATOR MASTER"
            MOVE "N" TO CandidateOkFlag
        WHEN RosOpActiveFlag(FoundIndex) NOT = "A"
            DISPLAY "REJECTED - OPERATOR IS INACTIVE"
            MOVE "N" TO CandidateOkFlag
    END-EVALUATE
    EXIT.

*> The scenario must have a version in effect on the slot's date, and
*> that version must not be a retirement.
ValidateCandidateScenario.
    MOVE SPACES TO InEffectStatus
    PERFORM VARYING CatalogIndex FROM 1 BY 1
            UNTIL CatalogIndex > CatalogEntryCount
        IF CatScenarioCode(CatalogIndex) = CndScenarioCode
                AND CatEffectiveDate(CatalogIndex) <= CndDate THEN
            MOVE CatStatus(CatalogIndex) TO InEffectStatus
            IF InEffectStatus = SPACE THEN
                MOVE "A" TO InEffectStatus
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CndScenarioCode = SPACE OR InEffectStatus = SPACE
            DISPLAY "REJECTED - SCENARIO NOT IN EFFECT ON THE SLOT DATE"
            MOVE "N" TO CandidateOkFlag
        WHEN InEffectStatus = "R"
            DISPLAY "REJECTED - SCENARIO IS RETIRED ON THE SLOT DATE"
            MOVE "N" TO CandidateOkFlag
    END-EVALUATE
    EXIT.

*> Browse the slot's day for a live booking, other than the one being
*> changed, whose time overlaps the candidate's.
CheckOverlap.
    MOVE CndDate TO BkgDate
    MOVE "0000"  TO BkgStartTime
    MOVE "N" TO BrowseDoneFlag
    START BookingMaster KEY >= BkgKey
        INVALID KEY
            SET BrowseIsDone TO TRUE
    END-START
    PERFORM UNTIL BrowseIsDone
        READ BookingMaster NEXT RECORD
            AT END
                SET BrowseIsDone TO TRUE
            NOT AT END
                IF BkgDate = CndDate THEN
                    PERFORM CheckOneOverlap
                ELSE
                    SET BrowseIsDone TO TRUE
                END-IF
        END-READ
    END-PERFORM
    EXIT.

*> Two slots overlap when each starts before the other ends.
CheckOneOverlap.
    IF BkgStatus = "B" AND BkgStartTime NOT = CndStartTime THEN
        COMPUTE OtherStartMinutes =
            FUNCTION NUMVAL(BkgStartTime(1:2)) * 60
            + FUNCTION NUMVAL(BkgStartTime(3:2))
        COMPUTE OtherEndMinutes = OtherStartMinutes + BkgSlotMinutes
        IF CndStartMinutes < OtherEndMinutes
                AND OtherStartMinutes < CndEndMinutes THEN
            DISPLAY "REJECTED - OVERLAPS " FUNCTION TRIM(BkgOperatorId)
                "'S SLOT AT " BkgStartTime " FOR " BkgSlotMinutes
                " MINUTES"
            MOVE "N" TO CandidateOkFlag
        END-IF
    END-IF
    EXIT.

*> Put the validated candidate into the record area as a live booking
*> nobody has taken over.
StoreCandidate.
    INITIALIZE BookingRecord
    MOVE CndDate         TO BkgDate
    MOVE CndStartTime    TO BkgStartTime
    MOVE CndOperatorId   TO BkgOperatorId
    MOVE CndScenarioCode TO BkgScenarioCode
    MOVE CndSlotMinutes  TO BkgSlotMinutes
    MOVE "B"             TO BkgStatus
    MOVE CndBookedDate   TO BkgBookedDate
    EXIT.
