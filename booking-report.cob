*> Weekly simulator utilization report. Matches the week's slot
*> bookings against the missions actually flown, so the shift
*> supervisor can see whether the booking master is being honored:
*>
*>   - every live booking of the week, with whether the booked
*>     operator flew in the slot or was a no-show (noting anyone who
*>     took the slot on a C-level override at sign-on), and whether
*>     the scenario flown was the one booked;
*>   - every walk-in - a mission started outside any booking of its
*>     flyer's, whether in an open slot or in someone else's;
*>   - utilization per day: slots booked, booked minutes, the booked
*>     minutes the booked operator actually used, no-shows, walk-ins,
*>     and missions flown.
*>
*> A mission is one run stamp on the mission log, credited to the
*> operator who started it: a relief handover line names the operator
*> relieved, who is the one that signed on in the slot. It belongs to
*> the booking whose slot covers its run date and time. Missions are
*> read off every archive generation and the live log, as
*> ExceptionReport does, so a week straddling the month-end cut is
*> still complete. The week is entered at the console; a blank entry
*> reports the seven days ending yesterday.

IDENTIFICATION DIVISION.
PROGRAM-ID. BookingReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BookingMaster ASSIGN TO "data/slot-booking.dat"
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BkgKey
        FILE STATUS IS BookingMasterFileStatus.

    SELECT MissionLog ASSIGN TO "data/mission-log.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS MissionLogFileStatus.

    SELECT OPTIONAL ArchiveIndex ASSIGN TO "data/mission-log-archives.dat"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT ArchiveLog ASSIGN TO ArchiveLogFileName
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS ArchiveLogFileStatus.

    SELECT UtilizationReport ASSIGN TO "data/booking-report.txt"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.

FD  BookingMaster.
01  BookingRecord.
    COPY "slot-booking.cpy".

*> The live log and the archive generations share one record layout,
*> so both files read into raw buffers that are unpacked through the
*> copybook layout in working storage.
FD  MissionLog.
01  MissionLogBuffer          PIC X(132).

FD  ArchiveIndex.
01  ArchiveIndexRecord        PIC X(64).

FD  ArchiveLog.
01  ArchiveLogBuffer          PIC X(132).

FD  UtilizationReport.
01  UtilizationReportLine     PIC X(110).

WORKING-STORAGE SECTION.

01 LogRecordWork.
    COPY "mission-log.cpy".
01 LogControlWork REDEFINES LogRecordWork.
    COPY "log-control.cpy".

*> The booking master is read, never updated, here; an absent master
*> opens with status 05 and simply has no bookings on it.
01 BookingMasterFileStatus    PIC XX.
    88 BookingMasterFileOk    VALUE "00", "05".

01 BrowseDoneFlag             PIC X  VALUE "N".
    88 BrowseIsDone           VALUE "Y".

01 MissionLogStatus           PIC X  VALUE "N".
    88 EndOfMissionLog        VALUE "Y".

01 MissionLogFileStatus       PIC XX.
    88 MissionLogFileOk       VALUE "00".
    88 MissionLogNotFound     VALUE "35".

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
01 MissingArchiveCount        PIC 9(4)  VALUE 0  USAGE COMP.

*> The reporting week

01 WeekStartAnswer            PIC X(8).
01 WeekStartDate              PIC X(8).
01 WeekEndDate                PIC X(8).
01 DateNumeric                PIC 9(8).
01 DateInteger                PIC 9(7)  USAGE COMP.
01 WeekStartInteger           PIC 9(7)  USAGE COMP.
01 TodayInteger               PIC 9(7)  USAGE COMP.

*> One entry per day of the week, Day 1 being the week's first day.

01 DayTable.
    02 DayEntry OCCURS 7 TIMES.
        03 DayDate            PIC X(8).
        03 DayBookings        PIC 9(4)  USAGE COMP.
        03 DayBookedMinutes   PIC 9(5)  USAGE COMP.
        03 DayUsedMinutes     PIC 9(5)  USAGE COMP.
        03 DayNoShows         PIC 9(4)  USAGE COMP.
        03 DayWalkIns         PIC 9(4)  USAGE COMP.
        03 DayMissions        PIC 9(4)  USAGE COMP.

01 DayIndex                   PIC 99  USAGE COMP.

*> The week's live bookings in key order (date, then start time),
*> each carrying what the mission log showed happened in its slot.

01 BookingLimit               PIC 9(4)  VALUE 200  USAGE COMP.

01 BookingTable.
    02 BookingCount           PIC 9(4)  VALUE 0  USAGE COMP.
    02 BookingEntry OCCURS 200 TIMES.
        03 BkDate             PIC X(8).
        03 BkStartTime        PIC X(4).
        03 BkStartMinutes     PIC 9(4)  USAGE COMP.
        03 BkEndMinutes       PIC 9(4)  USAGE COMP.
        03 BkSlotMinutes      PIC 9(3)  USAGE COMP.
        03 BkOperatorId       PIC X(10).
        03 BkScenarioCode     PIC X(1).
        03 BkTakenById        PIC X(10).
        03 BkDayIndex         PIC 99  USAGE COMP.
        03 BkFlownCount       PIC 9(4)  USAGE COMP.
        03 BkOtherScenCount   PIC 9(4)  USAGE COMP.
        03 BkOtherScenCode    PIC X(1).

01 BookingIndex               PIC 9(4)  USAGE COMP.
01 FoundBooking               PIC 9(4)  USAGE COMP.

*> Walk-ins in the order they were flown.

01 WalkInLimit                PIC 9(4)  VALUE 200  USAGE COMP.

01 WalkInTable.
    02 WalkInCount            PIC 9(4)  VALUE 0  USAGE COMP.
    02 WalkInEntry OCCURS 200 TIMES.
        03 WiRunDate          PIC X(8).
        03 WiRunTime          PIC X(6).
        03 WiOperatorId       PIC X(10).
        03 WiScenarioCode     PIC X(1).
        03 WiSlotText         PIC X(40).

01 WalkInIndex                PIC 9(4)  USAGE COMP.
01 WalkInOverflow             PIC 9(6)  VALUE 0  USAGE COMP.

*> The mission being assembled off the log: all its records share
*> one run stamp, and it is judged when the stamp changes.

01 MissionStamp.
    02 MissionRunDate         PIC X(8).
    02 MissionRunTime         PIC X(6).

01 MissionOperatorId          PIC X(10).
01 MissionScenarioCode        PIC X(1).
01 MissionMinutes             PIC 9(4)  USAGE COMP.

01 MissionOpenFlag            PIC X  VALUE "N".
    88 MissionIsOpen          VALUE "Y".

*> Run totals and controls

01 LogRecordCount             PIC 9(6)  VALUE 0  USAGE COMP.
01 ControlRecordCount         PIC 9(6)  VALUE 0  USAGE COMP.
01 HandoverRecordCount        PIC 9(6)  VALUE 0  USAGE COMP.
01 MissionsInWeek             PIC 9(6)  VALUE 0  USAGE COMP.
01 MissionsOutsideWeek        PIC 9(6)  VALUE 0  USAGE COMP.
01 BookedMissionTotal         PIC 9(6)  VALUE 0  USAGE COMP.
01 WalkInTotal                PIC 9(6)  VALUE 0  USAGE COMP.
01 CancelledBookingCount      PIC 9(6)  VALUE 0  USAGE COMP.
01 BookingOverflow            PIC 9(6)  VALUE 0  USAGE COMP.
01 NoShowTotal                PIC 9(6)  VALUE 0  USAGE COMP.
01 ControlTotal               PIC 9(6)  USAGE COMP.

01 WeekTotals.
    02 WeekBookings           PIC 9(5)  VALUE 0  USAGE COMP.
    02 WeekBookedMinutes      PIC 9(6)  VALUE 0  USAGE COMP.
    02 WeekUsedMinutes        PIC 9(6)  VALUE 0  USAGE COMP.
    02 WeekNoShows            PIC 9(5)  VALUE 0  USAGE COMP.
    02 WeekWalkIns            PIC 9(5)  VALUE 0  USAGE COMP.
    02 WeekMissions           PIC 9(5)  VALUE 0  USAGE COMP.

*> Report formatting

01 BookingHeadings.
    02 FILLER                 PIC X(12)  VALUE "  DATE".
    02 FILLER                 PIC X(7)   VALUE "START".
    02 FILLER                 PIC X(6)   VALUE "MINS".
    02 FILLER                 PIC X(12)  VALUE "OPERATOR".
    02 FILLER                 PIC X(6)   VALUE "SCEN".
    02 FILLER                 PIC X(10)  VALUE "MISSIONS".
    02 FILLER                 PIC X(30)  VALUE "ATTENDANCE".
    02 FILLER                 PIC X(20)  VALUE "SCENARIO FLOWN".

01 BookingDetailLine.
    02 FILLER                 PIC X(2).
    02 BdlDate                PIC X(8).
    02 FILLER                 PIC X(2).
    02 BdlStartTime           PIC X(4).
    02 FILLER                 PIC X(3).
    02 BdlSlotMinutes         PIC ZZ9.
    02 FILLER                 PIC X(3).
    02 BdlOperatorId          PIC X(10).
    02 FILLER                 PIC X(2).
    02 BdlScenarioCode        PIC X(1).
    02 FILLER                 PIC X(5).
    02 BdlMissions            PIC ZZZ9.
    02 FILLER                 PIC X(6).
    02 BdlAttendance          PIC X(28).
    02 FILLER                 PIC X(2).
    02 BdlScenarioText        PIC X(20).

01 WalkInHeadings.
    02 FILLER                 PIC X(12)  VALUE "  DATE".
    02 FILLER                 PIC X(8)   VALUE "TIME".
    02 FILLER                 PIC X(12)  VALUE "OPERATOR".
    02 FILLER                 PIC X(6)   VALUE "SCEN".
    02 FILLER                 PIC X(40)  VALUE "SLOT".

01 WalkInDetailLine.
    02 FILLER                 PIC X(2).
    02 WdlRunDate             PIC X(8).
    02 FILLER                 PIC X(2).
    02 WdlRunTime             PIC X(6).
    02 FILLER                 PIC X(2).
    02 WdlOperatorId          PIC X(10).
    02 FILLER                 PIC X(2).
    02 WdlScenarioCode        PIC X(1).
    02 FILLER                 PIC X(5).
    02 WdlSlotText            PIC X(40).

01 DayHeadings.
    02 FILLER                 PIC X(12)  VALUE "  DATE".
    02 FILLER                 PIC X(10)  VALUE "BOOKINGS".
    02 FILLER                 PIC X(12)  VALUE "BOOKED MIN".
    02 FILLER                 PIC X(10)  VALUE "USED MIN".
    02 FILLER                 PIC X(8)   VALUE "USED%".
    02 FILLER                 PIC X(10)  VALUE "NO-SHOWS".
    02 FILLER                 PIC X(10)  VALUE "WALK-INS".
    02 FILLER                 PIC X(8)   VALUE "MISSIONS".

01 DayDetailLine.
    02 FILLER                 PIC X(2).
    02 DdlDate                PIC X(8).
    02 FILLER                 PIC X(4).
    02 DdlBookings            PIC ZZZZ9.
    02 FILLER                 PIC X(6).
    02 DdlBookedMinutes       PIC ZZZZZ9.
    02 FILLER                 PIC X(5).
    02 DdlUsedMinutes         PIC ZZZZZ9.
    02 FILLER                 PIC X(3).
    02 DdlUsedPercent         PIC ZZ9.
    02 FILLER                 PIC X(8).
    02 DdlNoShows             PIC ZZZZ9.
    02 FILLER                 PIC X(5).
    02 DdlWalkIns             PIC ZZZZ9.
    02 FILLER                 PIC X(5).
    02 DdlMissions            PIC ZZZZ9.

01 UsedPercentValue           PIC 9(3)  USAGE COMP.

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

    PERFORM SetReportingWeek
    PERFORM LoadWeekBookings
    PERFORM LoadArchiveIndex
    PERFORM ReadMissionsFlown
    PERFORM TallyBookings
    PERFORM WriteUtilizationReport

    MOVE NoShowTotal TO DetailCountValue
    DISPLAY "BOOKING UTILIZATION REPORT WRITTEN FOR " WeekStartDate
        "-" WeekEndDate " - " DetailCountValue " NO-SHOW(S)"
    STOP RUN.

*> Settle the seven days reported and lay out the day table. A
*> blank entry reports the seven days ending yesterday, the usual
*> Monday-morning run; anything else must be a calendar date.
SetReportingWeek.
    COMPUTE TodayInteger =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate))
    DISPLAY "WEEK STARTING (YYYYMMDD, BLANK FOR THE 7 DAYS ENDING "
        "YESTERDAY):" NO ADVANCING
    MOVE SPACES TO WeekStartAnswer
    ACCEPT WeekStartAnswer
    IF WeekStartAnswer = SPACES THEN
        COMPUTE WeekStartInteger = TodayInteger - 7
    ELSE
        IF WeekStartAnswer IS NOT NUMERIC THEN
            DISPLAY "WEEK START MUST BE YYYYMMDD - NO REPORT WRITTEN"
            STOP RUN
        END-IF
        MOVE WeekStartAnswer TO DateNumeric
        IF FUNCTION TEST-DATE-YYYYMMDD(DateNumeric) NOT = 0 THEN
            DISPLAY "WEEK START IS NOT A CALENDAR DATE - "
                "NO REPORT WRITTEN"
            STOP RUN
        END-IF
        COMPUTE WeekStartInteger = FUNCTION INTEGER-OF-DATE(DateNumeric)
    END-IF

    INITIALIZE DayTable
    PERFORM VARYING DayIndex FROM 1 BY 1 UNTIL DayIndex > 7
        COMPUTE DateNumeric =
            FUNCTION DATE-OF-INTEGER(WeekStartInteger + DayIndex - 1)
        MOVE DateNumeric TO DayDate(DayIndex)
    END-PERFORM
    MOVE DayDate(1) TO WeekStartDate
    MOVE DayDate(7) TO WeekEndDate
    EXIT.

*> Browse the booking master from the week's first slot to its last,
*> keeping the live bookings. Cancelled ones are counted only.
LoadWeekBookings.
    OPEN INPUT BookingMaster
    IF NOT BookingMasterFileOk THEN
        DISPLAY "SLOT BOOKING MASTER UNAVAILABLE (STATUS "
            BookingMasterFileStatus ") - NO REPORT WRITTEN"
        STOP RUN
    END-IF
    MOVE WeekStartDate TO BkgDate
    MOVE "0000"        TO BkgStartTime
    START BookingMaster KEY >= BkgKey
        INVALID KEY
            SET BrowseIsDone TO TRUE
    END-START
    PERFORM UNTIL BrowseIsDone
        READ BookingMaster NEXT RECORD
            AT END
                SET BrowseIsDone TO TRUE
            NOT AT END
                IF BkgDate > WeekEndDate THEN
                    SET BrowseIsDone TO TRUE
                ELSE
                    PERFORM KeepOneBooking
                END-IF
        END-READ
    END-PERFORM
    CLOSE BookingMaster
    EXIT.

KeepOneBooking.
    EVALUATE TRUE
        WHEN BkgStatus = "X"
            ADD 1 TO CancelledBookingCount
        WHEN BookingCount >= BookingLimit
            ADD 1 TO BookingOverflow
        WHEN OTHER
            ADD 1 TO BookingCount
            MOVE BkgDate         TO BkDate(BookingCount)
            MOVE BkgStartTime    TO BkStartTime(BookingCount)
            COMPUTE BkStartMinutes(BookingCount) =
                FUNCTION NUMVAL(BkgStartTime(1:2)) * 60
                + FUNCTION NUMVAL(BkgStartTime(3:2))
            COMPUTE BkEndMinutes(BookingCount) =
                BkStartMinutes(BookingCount) + BkgSlotMinutes
            MOVE BkgSlotMinutes  TO BkSlotMinutes(BookingCount)
            MOVE BkgOperatorId   TO BkOperatorId(BookingCount)
            MOVE BkgScenarioCode TO BkScenarioCode(BookingCount)
            MOVE BkgTakenById    TO BkTakenById(BookingCount)
            MOVE BkgDate TO DateNumeric
            COMPUTE BkDayIndex(BookingCount) =
                FUNCTION INTEGER-OF-DATE(DateNumeric)
                - WeekStartInteger + 1
            MOVE 0 TO BkFlownCount(BookingCount)
            MOVE 0 TO BkOtherScenCount(BookingCount)
            MOVE SPACE TO BkOtherScenCode(BookingCount)
    END-EVALUATE
    EXIT.

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
                        "GENERATIONS NOT READ"
                END-IF
        END-READ
    END-PERFORM
    CLOSE ArchiveIndex
    EXIT.

*> Assemble missions off every archive generation and then the live
*> log, judging each against the bookings as its run stamp closes.
ReadMissionsFlown.
    PERFORM VARYING ArchiveGenIndex FROM 1 BY 1
            UNTIL ArchiveGenIndex > ArchiveGenCount
        PERFORM ReadOneArchive
    END-PERFORM
    OPEN INPUT MissionLog
    IF MissionLogNotFound THEN
        DISPLAY "MISSION LOG FILE NOT FOUND - NO MISSIONS TO MATCH"
    ELSE
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
    PERFORM CloseCurrentMission
    EXIT.

*> An archive generation listed in the index but missing on disk is
*> counted and reported, not fatal.
ReadOneArchive.
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
                    PERFORM TakeOneLogRecord
            END-READ
        END-PERFORM
        CLOSE ArchiveLog
    END-IF
    EXIT.

*> A new run stamp closes the mission in progress and opens the next.
*> The operator who started a mission is on its first record: the
*> operator relieved, if that record is a handover line, otherwise
*> the operator logged. Ascent outcomes carry the descent's stamp and
*> so fold into the same mission.
TakeOneLogRecord.
    ADD 1 TO LogRecordCount
    IF CtlMarker = "*CONTROL*" THEN
        ADD 1 TO ControlRecordCount
    ELSE
        IF NOT MissionIsOpen OR LogRunDate NOT = MissionRunDate
                OR LogRunTime NOT = MissionRunTime THEN
            PERFORM CloseCurrentMission
            MOVE LogRunDate    TO MissionRunDate
            MOVE LogRunTime    TO MissionRunTime
            MOVE LogOperatorId TO MissionOperatorId
            IF LogOutcomeCategory = "RELIEF HANDOVER"
                    AND LogSiteName(1:5) = "FROM " THEN
                MOVE LogSiteName(6:10) TO MissionOperatorId
            END-IF
            MOVE SPACE TO MissionScenarioCode
            SET MissionIsOpen TO TRUE
        END-IF
        IF LogOutcomeCategory = "RELIEF HANDOVER" THEN
            ADD 1 TO HandoverRecordCount
        END-IF
        IF MissionScenarioCode = SPACE THEN
            MOVE LogScenarioCode TO MissionScenarioCode
        END-IF
    END-IF
    EXIT.

*> Judge the mission just assembled, if it was flown in the week: it
*> belongs to the booking whose slot covers its start. Flown by the
*> booked operator it counts toward that booking; by anyone else, or
*> in no booking's slot at all, it is a walk-in.
CloseCurrentMission.
    IF MissionIsOpen THEN
        MOVE "N" TO MissionOpenFlag
        IF MissionRunDate < WeekStartDate
                OR MissionRunDate > WeekEndDate THEN
            ADD 1 TO MissionsOutsideWeek
        ELSE
            ADD 1 TO MissionsInWeek
            MOVE MissionRunDate TO DateNumeric
            COMPUTE DayIndex = FUNCTION INTEGER-OF-DATE(DateNumeric)
                - WeekStartInteger + 1
            ADD 1 TO DayMissions(DayIndex)
            PERFORM FindCoveringBooking
            IF FoundBooking > 0 THEN
                IF BkOperatorId(FoundBooking) = MissionOperatorId THEN
                    PERFORM CreditBookedMission
                ELSE
                    PERFORM RecordWalkIn
                END-IF
            ELSE
                PERFORM RecordWalkIn
            END-IF
        END-IF
    END-IF
    EXIT.

*> Bookings never overlap, so at most one covers the mission's start.
FindCoveringBooking.
    MOVE 0 TO FoundBooking
    COMPUTE MissionMinutes = FUNCTION NUMVAL(MissionRunTime(1:2)) * 60
        + FUNCTION NUMVAL(MissionRunTime(3:2))
    PERFORM VARYING BookingIndex FROM 1 BY 1
            UNTIL BookingIndex > BookingCount OR FoundBooking > 0
        IF BkDate(BookingIndex) = MissionRunDate
                AND MissionMinutes >= BkStartMinutes(BookingIndex)
                AND MissionMinutes < BkEndMinutes(BookingIndex) THEN
            MOVE BookingIndex TO FoundBooking
        END-IF
    END-PERFORM
    EXIT.

CreditBookedMission.
    ADD 1 TO BookedMissionTotal
    ADD 1 TO BkFlownCount(FoundBooking)
    IF MissionScenarioCode NOT = BkScenarioCode(FoundBooking) THEN
        ADD 1 TO BkOtherScenCount(FoundBooking)
        IF BkOtherScenCode(FoundBooking) = SPACE THEN
            MOVE MissionScenarioCode TO BkOtherScenCode(FoundBooking)
        END-IF
    END-IF
    EXIT.

RecordWalkIn.
    ADD 1 TO WalkInTotal
    ADD 1 TO DayWalkIns(DayIndex)
    IF WalkInCount < WalkInLimit THEN
        ADD 1 TO WalkInCount
        MOVE MissionRunDate      TO WiRunDate(WalkInCount)
        MOVE MissionRunTime      TO WiRunTime(WalkInCount)
        MOVE MissionOperatorId   TO WiOperatorId(WalkInCount)
        MOVE MissionScenarioCode TO WiScenarioCode(WalkInCount)
        MOVE SPACES TO WiSlotText(WalkInCount)
        IF FoundBooking = 0 THEN
            MOVE "OPEN SLOT" TO WiSlotText(WalkInCount)
        ELSE
            STRING "IN " FUNCTION TRIM(BkOperatorId(FoundBooking))
                "'S SLOT AT " BkStartTime(FoundBooking)
                DELIMITED BY SIZE INTO WiSlotText(WalkInCount)
        END-IF
    ELSE
        ADD 1 TO WalkInOverflow
    END-IF
    EXIT.

*> Fold each booking into its day: booked minutes, the minutes of
*> slots the booked operator flew in, and the no-shows.
TallyBookings.
    PERFORM VARYING BookingIndex FROM 1 BY 1
            UNTIL BookingIndex > BookingCount
        MOVE BkDayIndex(BookingIndex) TO DayIndex
        ADD 1 TO DayBookings(DayIndex)
        ADD BkSlotMinutes(BookingIndex) TO DayBookedMinutes(DayIndex)
        IF BkFlownCount(BookingIndex) > 0 THEN
            ADD BkSlotMinutes(BookingIndex) TO DayUsedMinutes(DayIndex)
        ELSE
            ADD 1 TO DayNoShows(DayIndex)
            ADD 1 TO NoShowTotal
        END-IF
    END-PERFORM
    EXIT.

*> Print the report - bookings, walk-ins, daily utilization, run
*> controls - for supervisor sign-off.
WriteUtilizationReport.
    OPEN OUTPUT UtilizationReport
    MOVE SPACES TO UtilizationReportLine
    STRING "SIMULATOR BOOKING UTILIZATION REPORT  RUN: "
        RunDate "-" RunTime
        DELIMITED BY SIZE INTO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE SPACES TO UtilizationReportLine
    STRING "WEEK: " WeekStartDate " TO " WeekEndDate
        DELIMITED BY SIZE INTO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE SPACES TO UtilizationReportLine
    WRITE UtilizationReportLine

    PERFORM WriteBookingSection
    PERFORM WriteWalkInSection
    PERFORM WriteDaySection
    PERFORM WriteRunControls

    MOVE SPACES TO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE "SUPERVISOR SIGN-OFF: ____________________  DATE: ________"
        TO UtilizationReportLine
    WRITE UtilizationReportLine
    CLOSE UtilizationReport
    EXIT.

WriteBookingSection.
    MOVE "BOOKINGS" TO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE BookingHeadings TO UtilizationReportLine
    WRITE UtilizationReportLine
    PERFORM VARYING BookingIndex FROM 1 BY 1
            UNTIL BookingIndex > BookingCount
        PERFORM FormatBookingLine
        MOVE BookingDetailLine TO UtilizationReportLine
        WRITE UtilizationReportLine
    END-PERFORM
    IF BookingCount = 0 THEN
        MOVE "  (NONE)" TO UtilizationReportLine
        WRITE UtilizationReportLine
    END-IF
    MOVE SPACES TO UtilizationReportLine
    WRITE UtilizationReportLine
    EXIT.

*> A booking not flown by its operator is a no-show, noting who took
*> the slot if it was taken on an override at sign-on. The scenario
*> column says whether every mission flown in the slot was the one
*> booked, or names the first other scenario flown.
FormatBookingLine.
    MOVE SPACES TO BookingDetailLine
    MOVE BkDate(BookingIndex)         TO BdlDate
    MOVE BkStartTime(BookingIndex)    TO BdlStartTime
    MOVE BkSlotMinutes(BookingIndex)  TO BdlSlotMinutes
    MOVE BkOperatorId(BookingIndex)   TO BdlOperatorId
    MOVE BkScenarioCode(BookingIndex) TO BdlScenarioCode
    MOVE BkFlownCount(BookingIndex)   TO BdlMissions
    EVALUATE TRUE
        WHEN BkFlownCount(BookingIndex) > 0
            MOVE "FLOWN" TO BdlAttendance
        WHEN BkTakenById(BookingIndex) NOT = SPACES
            STRING "NO-SHOW - TAKEN BY "
                FUNCTION TRIM(BkTakenById(BookingIndex))
                DELIMITED BY SIZE INTO BdlAttendance
        WHEN OTHER
            MOVE "NO-SHOW" TO BdlAttendance
    END-EVALUATE
    EVALUATE TRUE
        WHEN BkFlownCount(BookingIndex) = 0
            CONTINUE
        WHEN BkOtherScenCount(BookingIndex) = 0
            MOVE "AS BOOKED" TO BdlScenarioText
        WHEN OTHER
            STRING "DIFFERENT - FLEW " BkOtherScenCode(BookingIndex)
                DELIMITED BY SIZE INTO BdlScenarioText
    END-EVALUATE
    EXIT.

WriteWalkInSection.
    MOVE "WALK-INS (MISSIONS FLOWN OUTSIDE THE FLYER'S OWN BOOKING)"
        TO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE WalkInHeadings TO UtilizationReportLine
    WRITE UtilizationReportLine
    PERFORM VARYING WalkInIndex FROM 1 BY 1
            UNTIL WalkInIndex > WalkInCount
        MOVE SPACES TO WalkInDetailLine
        MOVE WiRunDate(WalkInIndex)      TO WdlRunDate
        MOVE WiRunTime(WalkInIndex)      TO WdlRunTime
        MOVE WiOperatorId(WalkInIndex)   TO WdlOperatorId
        MOVE WiScenarioCode(WalkInIndex) TO WdlScenarioCode
        MOVE WiSlotText(WalkInIndex)     TO WdlSlotText
        MOVE WalkInDetailLine TO UtilizationReportLine
        WRITE UtilizationReportLine
    END-PERFORM
    IF WalkInCount = 0 THEN
        MOVE "  (NONE)" TO UtilizationReportLine
        WRITE UtilizationReportLine
    END-IF
    IF WalkInOverflow > 0 THEN
        MOVE "  FURTHER WALK-INS NOT LISTED . . . :" TO DetailCountLabel
        MOVE WalkInOverflow TO DetailCountValue
        PERFORM WriteDetailCountLine
    END-IF
    MOVE SPACES TO UtilizationReportLine
    WRITE UtilizationReportLine
    EXIT.

*> USED% is the share of the day's booked minutes whose booked
*> operator turned up and flew.
WriteDaySection.
    MOVE "DAILY UTILIZATION" TO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE DayHeadings TO UtilizationReportLine
    WRITE UtilizationReportLine
    PERFORM VARYING DayIndex FROM 1 BY 1 UNTIL DayIndex > 7
        MOVE SPACES TO DayDetailLine
        MOVE DayDate(DayIndex)          TO DdlDate
        MOVE DayBookings(DayIndex)      TO DdlBookings
        MOVE DayBookedMinutes(DayIndex) TO DdlBookedMinutes
        MOVE DayUsedMinutes(DayIndex)   TO DdlUsedMinutes
        MOVE DayNoShows(DayIndex)       TO DdlNoShows
        MOVE DayWalkIns(DayIndex)       TO DdlWalkIns
        MOVE DayMissions(DayIndex)      TO DdlMissions
        IF DayBookedMinutes(DayIndex) = 0 THEN
            MOVE 0 TO UsedPercentValue
        ELSE
            COMPUTE UsedPercentValue ROUNDED =
                DayUsedMinutes(DayIndex) * 100
                / DayBookedMinutes(DayIndex)
        END-IF
        MOVE UsedPercentValue TO DdlUsedPercent
        MOVE DayDetailLine TO UtilizationReportLine
        WRITE UtilizationReportLine
        ADD DayBookings(DayIndex)      TO WeekBookings
        ADD DayBookedMinutes(DayIndex) TO WeekBookedMinutes
        ADD DayUsedMinutes(DayIndex)   TO WeekUsedMinutes
        ADD DayNoShows(DayIndex)       TO WeekNoShows
        ADD DayWalkIns(DayIndex)       TO WeekWalkIns
        ADD DayMissions(DayIndex)      TO WeekMissions
    END-PERFORM
    MOVE SPACES TO DayDetailLine
    MOVE "WEEK"            TO DdlDate
    MOVE WeekBookings      TO DdlBookings
    MOVE WeekBookedMinutes TO DdlBookedMinutes
    MOVE WeekUsedMinutes   TO DdlUsedMinutes
    MOVE WeekNoShows       TO DdlNoShows
    MOVE WeekWalkIns       TO DdlWalkIns
    MOVE WeekMissions      TO DdlMissions
    IF WeekBookedMinutes = 0 THEN
        MOVE 0 TO UsedPercentValue
    ELSE
        COMPUTE UsedPercentValue ROUNDED =
            WeekUsedMinutes * 100 / WeekBookedMinutes
    END-IF
    MOVE UsedPercentValue TO DdlUsedPercent
    MOVE DayDetailLine TO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE SPACES TO UtilizationReportLine
    WRITE UtilizationReportLine
    EXIT.

*> Every mission flown in the week is either credited to its booking
*> or listed as a walk-in.
WriteRunControls.
    MOVE "RUN CONTROLS" TO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE "  MISSION LOG RECORDS READ. . . . . :" TO DetailCountLabel
    MOVE LogRecordCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  CONTROL RECORDS SKIPPED . . . . . :" TO DetailCountLabel
    MOVE ControlRecordCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    IF HandoverRecordCount > 0 THEN
        MOVE "  RELIEF HANDOVER LINES . . . . . . :"
            TO DetailCountLabel
        MOVE HandoverRecordCount TO DetailCountValue
        PERFORM WriteDetailCountLine
    END-IF
    MOVE "  MISSIONS OUTSIDE THE WEEK . . . . :" TO DetailCountLabel
    MOVE MissionsOutsideWeek TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  MISSIONS FLOWN IN THE WEEK. . . . :" TO DetailCountLabel
    MOVE MissionsInWeek TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  FLOWN BY THE BOOKED OPERATOR. . . :" TO DetailCountLabel
    MOVE BookedMissionTotal TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  WALK-INS. . . . . . . . . . . . . :" TO DetailCountLabel
    MOVE WalkInTotal TO DetailCountValue
    PERFORM WriteDetailCountLine
    COMPUTE ControlTotal = BookedMissionTotal + WalkInTotal
    MOVE SPACES TO UtilizationReportLine
    IF ControlTotal = MissionsInWeek THEN
        STRING "  CONTROL: MISSIONS = BOOKED + WALK-INS"
            "  IN-BALANCE"
            DELIMITED BY SIZE INTO UtilizationReportLine
    ELSE
        STRING "  CONTROL: MISSIONS = BOOKED + WALK-INS"
            "  OUT-OF-BALANCE"
            DELIMITED BY SIZE INTO UtilizationReportLine
    END-IF
    WRITE UtilizationReportLine
    MOVE "  LIVE BOOKINGS IN THE WEEK . . . . :" TO DetailCountLabel
    MOVE BookingCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    MOVE "  CANCELLED BOOKINGS SKIPPED. . . . :" TO DetailCountLabel
    MOVE CancelledBookingCount TO DetailCountValue
    PERFORM WriteDetailCountLine
    IF BookingOverflow > 0 THEN
        MOVE "  BOOKINGS PAST TABLE LIMIT . . . . :"
            TO DetailCountLabel
        MOVE BookingOverflow TO DetailCountValue
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
    MOVE DetailCountLine TO UtilizationReportLine
    WRITE UtilizationReportLine
    MOVE SPACES TO DetailCountLine
    EXIT.
