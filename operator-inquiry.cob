*> Point-in-time operator inquiry. The operator master only knows who
*> holds what today; the auditor's question is "was NEWHIRE qualified
*> for HEAVY CARGO LANDER when they flew it on the 14th?". This
*> program keys in on an operator ID and an as-of date and answers
*> with the operator's qualification level and active status at the
*> end of that day, replayed off the operator journal OperatorMaint
*> keeps (operator-journal.cpy), and lists every journaled change to
*> the operator - when, what, from where, by which supervisor, and
*> why - with the one in effect on the date marked.
*>
*> The answer is the after image of the last change made by the end
*> of the day. A date before the operator's first journaled change
*> takes that change's before image - the record as it stood when
*> journaling began - and an operator never changed since then is
*> answered off the current master. The listing says which of the
*> three the answer rests on.

IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorInquiry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL OperatorJournal ASSIGN TO "data/operator-journal.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorJournalFileStatus.

    SELECT OperatorMaster ASSIGN TO "data/operator-master.dat"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS OperatorMasterFileStatus.

DATA DIVISION.
FILE SECTION.

FD  OperatorJournal.
01  OperatorJournalRecord.
    COPY "operator-journal.cpy".

FD  OperatorMaster.
01  OperatorMasterRecord.
    COPY "operator-master.cpy".

WORKING-STORAGE SECTION.

01 BlankLine                  PIC X  VALUE SPACE.

01 OperatorJournalFileStatus  PIC XX.
    88 OperatorJournalFileOk  VALUE "00", "05".

01 OperatorJournalStatus      PIC X.
    88 EndOfOperatorJournal   VALUE "Y".

01 OperatorMasterFileStatus   PIC XX.
    88 OperatorMasterFileOk   VALUE "00".

01 OperatorMasterStatus       PIC X.
    88 EndOfOperatorMaster    VALUE "Y".

*> Operator console entries

01 OperatorIdAnswer           PIC X(10).
01 AsOfDateAnswer             PIC X(8).

*> The moment asked about, and each journal entry's moment.

01 AsOfStamp.
    02 AsOfDate               PIC X(8).
    02 AsOfTime               PIC X(6)  VALUE "235959".

01 EntryStamp.
    02 EntryDate              PIC X(8).
    02 EntryTime              PIC X(6).

*> The replay: the first change journaled for the operator, and the
*> last one made by the as-of moment.

01 FirstEntryFlag             PIC X.
    88 FirstEntryWasFound     VALUE "Y".

01 FirstEntryStamp            PIC X(14).
01 FirstBeforeImage           PIC X(32).

01 LastEntryFlag              PIC X.
    88 LastEntryWasFound      VALUE "Y".

01 LastEntryStamp             PIC X(14).
01 LastAfterImage             PIC X(32).

01 AnswerImage.
    02 AnsOpId                PIC X(10).
    02 AnsOpName              PIC X(20).
    02 AnsOpQualLevel         PIC X(1).
    02 AnsOpActiveFlag        PIC X(1).

01 AnswerBasisText            PIC X(70).

01 EntryCount                 PIC 9(4)  USAGE COMP.
01 EntryCountDisplay          PIC ZZZ9.

*> Change history listing layout

01 HistoryHeadings.
    02 FILLER                 PIC X(2)   VALUE SPACES.
    02 FILLER                 PIC X(17)  VALUE "CHANGED".
    02 FILLER                 PIC X(8)   VALUE "ACTION".
    02 FILLER                 PIC X(12)  VALUE "SOURCE".
    02 FILLER                 PIC X(12)  VALUE "SUPERVISOR".
    02 FILLER                 PIC X(8)   VALUE "REASON".
    02 FILLER                 PIC X(11)  VALUE "QUAL/ACT".

01 HistoryDetailLine.
    02 HdlInEffect            PIC X(2).
    02 HdlChangeDate          PIC X(8).
    02 HdlDash                PIC X(1).
    02 HdlChangeTime          PIC X(6).
    02 FILLER                 PIC X(2).
    02 HdlAction              PIC X(6).
    02 FILLER                 PIC X(2).
    02 HdlSource              PIC X(10).
    02 FILLER                 PIC X(2).
    02 HdlSupervisorId        PIC X(10).
    02 FILLER                 PIC X(2).
    02 HdlReasonCode          PIC X(4).
    02 FILLER                 PIC X(4).
    02 HdlBeforeQual          PIC X(1).
    02 HdlBeforeSlash         PIC X(1).
    02 HdlBeforeActive        PIC X(1).
    02 HdlArrow               PIC X(4).
    02 HdlAfterQual           PIC X(1).
    02 HdlAfterSlash          PIC X(1).
    02 HdlAfterActive         PIC X(1).
    02 FILLER                 PIC X(2).
    02 HdlSourceDetail        PIC X(24).

01 CurrentDateTimeRaw         PIC X(21).

PROCEDURE DIVISION.

Begin.
    DISPLAY "OPERATOR QUALIFICATION AS-OF INQUIRY"

    PERFORM WITH TEST AFTER UNTIL OperatorIdAnswer = SPACES
        DISPLAY BlankLine
        DISPLAY "ENTER OPERATOR ID (BLANK TO QUIT):" NO ADVANCING
        ACCEPT OperatorIdAnswer
        IF OperatorIdAnswer NOT = SPACES THEN
            DISPLAY "ENTER AS-OF DATE (YYYYMMDD, BLANK FOR TODAY):"
                NO ADVANCING
            ACCEPT AsOfDateAnswer
            IF AsOfDateAnswer = SPACES THEN
                MOVE FUNCTION CURRENT-DATE TO CurrentDateTimeRaw
                MOVE CurrentDateTimeRaw(1:8) TO AsOfDateAnswer
            END-IF
            IF AsOfDateAnswer IS NUMERIC THEN
                MOVE AsOfDateAnswer TO AsOfDate
                PERFORM InquireAsOf
            ELSE
                DISPLAY "NOT POSSIBLE - DATE MUST BE YYYYMMDD"
            END-IF
        END-IF
    END-PERFORM

    STOP RUN.

*> List the operator's journaled changes while replaying them, then
*> give the answer and what it rests on.
InquireAsOf.
    MOVE "N" TO FirstEntryFlag
    MOVE "N" TO LastEntryFlag
    MOVE HIGH-VALUES TO FirstEntryStamp
    MOVE LOW-VALUES TO LastEntryStamp
    MOVE 0 TO EntryCount

    DISPLAY BlankLine
    DISPLAY "CHANGE HISTORY FOR " FUNCTION TRIM(OperatorIdAnswer)
    DISPLAY HistoryHeadings
    MOVE "N" TO OperatorJournalStatus
    OPEN INPUT OperatorJournal
    IF OperatorJournalFileOk THEN
        PERFORM UNTIL EndOfOperatorJournal
            READ OperatorJournal
                AT END
                    SET EndOfOperatorJournal TO TRUE
                NOT AT END
                    IF OjnOperatorId = OperatorIdAnswer THEN
                        PERFORM ReplayJournalEntry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OperatorJournal
    ELSE
        DISPLAY "OPERATOR JOURNAL UNAVAILABLE (STATUS "
            OperatorJournalFileStatus ")"
    END-IF
    IF EntryCount = 0 THEN
        DISPLAY "  (NO CHANGES JOURNALED)"
    END-IF

    *> The listing is in journal order; mark the entry in effect by
    *> reading it again now that the replay knows which one it is.
    IF LastEntryWasFound THEN
        PERFORM ShowEntryInEffect
    END-IF

    EVALUATE TRUE
        WHEN LastEntryWasFound
            MOVE LastAfterImage TO AnswerImage
            MOVE "THE LAST JOURNALED CHANGE MADE BY THEN (MARKED *)"
                TO AnswerBasisText
        WHEN FirstEntryWasFound
            MOVE FirstBeforeImage TO AnswerImage
            MOVE SPACES TO AnswerBasisText
            STRING "THE RECORD AS IT STOOD BEFORE ITS FIRST JOURNALED "
                "CHANGE ON " FirstEntryStamp(1:8)
                DELIMITED BY SIZE INTO AnswerBasisText
        WHEN OTHER
            PERFORM FindCurrentMasterRecord
            MOVE "THE CURRENT OPERATOR MASTER - NO CHANGES JOURNALED"
                TO AnswerBasisText
    END-EVALUATE

    DISPLAY BlankLine
    IF AnsOpId = SPACES THEN
        DISPLAY FUNCTION TRIM(OperatorIdAnswer) " AS OF " AsOfDate
            ": NOT ON THE OPERATOR MASTER"
    ELSE
        DISPLAY FUNCTION TRIM(OperatorIdAnswer) " AS OF " AsOfDate
            ": QUALIFICATION " AnsOpQualLevel "  ACTIVE FLAG "
            AnsOpActiveFlag "  (" FUNCTION TRIM(AnsOpName) ")"
    END-IF
    DISPLAY "BASED ON " FUNCTION TRIM(AnswerBasisText)
    EXIT.

*> Entries are compared by their change stamps rather than trusted to
*> be in order: the earliest gives the record before journaling, the
*> latest not after the end of the as-of day gives the answer.
ReplayJournalEntry.
    ADD 1 TO EntryCount
    MOVE OjnChangeDate TO EntryDate
    MOVE OjnChangeTime TO EntryTime
    IF EntryStamp < FirstEntryStamp THEN
        SET FirstEntryWasFound TO TRUE
        MOVE EntryStamp TO FirstEntryStamp
        MOVE OjnBeforeImage TO FirstBeforeImage
    END-IF
    IF EntryStamp <= AsOfStamp AND EntryStamp >= LastEntryStamp THEN
        SET LastEntryWasFound TO TRUE
        MOVE EntryStamp TO LastEntryStamp
        MOVE OjnAfterImage TO LastAfterImage
    END-IF
    MOVE SPACES TO HdlInEffect
    PERFORM DisplayHistoryLine
    EXIT.

ShowEntryInEffect.
    DISPLAY "IN EFFECT AT THE END OF " AsOfDate ":"
    MOVE "N" TO OperatorJournalStatus
    OPEN INPUT OperatorJournal
    PERFORM UNTIL EndOfOperatorJournal
        READ OperatorJournal
            AT END
                SET EndOfOperatorJournal TO TRUE
            NOT AT END
                MOVE OjnChangeDate TO EntryDate
                MOVE OjnChangeTime TO EntryTime
                IF OjnOperatorId = OperatorIdAnswer
                        AND EntryStamp = LastEntryStamp
                        AND OjnAfterImage = LastAfterImage THEN
                    MOVE "* " TO HdlInEffect
                    PERFORM DisplayHistoryLine
                    SET EndOfOperatorJournal TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE OperatorJournal
    EXIT.

DisplayHistoryLine.
    MOVE OjnChangeDate   TO HdlChangeDate
    MOVE "-"             TO HdlDash
    MOVE OjnChangeTime   TO HdlChangeTime
    MOVE OjnSupervisorId TO HdlSupervisorId
    MOVE OjnReasonCode   TO HdlReasonCode
    EVALUATE TRUE
        WHEN OjnOperatorAdded
            MOVE "ADDED" TO HdlAction
        WHEN OjnOperatorDeleted
            MOVE "DELETE" TO HdlAction
        WHEN OTHER
            MOVE "CHANGE" TO HdlAction
    END-EVALUATE
    MOVE SPACES TO HdlSourceDetail
    EVALUATE TRUE
        WHEN OjnFromCurrency
            MOVE "CURRENCY" TO HdlSource
            STRING "CURRENCY RUN " OjnSourceRunDate
                DELIMITED BY SIZE INTO HdlSourceDetail
        WHEN OjnFromCheckRide
            MOVE "CHECK-RIDE" TO HdlSource
            STRING "RIDE " OjnSourceRunDate " BY " OjnExaminerId
                DELIMITED BY SIZE INTO HdlSourceDetail
        WHEN OTHER
            MOVE "MANUAL" TO HdlSource
    END-EVALUATE
    MOVE OjnBeforeQualLevel  TO HdlBeforeQual
    MOVE OjnBeforeActiveFlag TO HdlBeforeActive
    MOVE OjnAfterQualLevel   TO HdlAfterQual
    MOVE OjnAfterActiveFlag  TO HdlAfterActive
    MOVE " -> "              TO HdlArrow
    MOVE "/"                 TO HdlBeforeSlash
    MOVE "/"                 TO HdlAfterSlash
    IF OjnOperatorAdded THEN
        MOVE "-" TO HdlBeforeQual
        MOVE "-" TO HdlBeforeActive
    END-IF
    IF OjnOperatorDeleted THEN
        MOVE "-" TO HdlAfterQual
        MOVE "-" TO HdlAfterActive
    END-IF
    DISPLAY HistoryDetailLine
    EXIT.

*> No journaled change for the operator: today's master record is
*> the record as far back as the journal can say.
FindCurrentMasterRecord.
    MOVE SPACES TO AnswerImage
    MOVE "N" TO OperatorMasterStatus
    OPEN INPUT OperatorMaster
    IF OperatorMasterFileOk THEN
        PERFORM UNTIL EndOfOperatorMaster
            READ OperatorMaster
                AT END
                    SET EndOfOperatorMaster TO TRUE
                NOT AT END
                    IF OpId = OperatorIdAnswer THEN
                        MOVE OperatorMasterRecord TO AnswerImage
                        SET EndOfOperatorMaster TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OperatorMaster
    END-IF
    EXIT.
