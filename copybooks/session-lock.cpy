*> Single-record session lock shared by every terminal. State is HELD
*> while a session is flying and RELEASED at end of run; the operator
*> and run stamp say who held (or last released) the terminal and
*> since when.
    05 LckState               PIC X(8).
    05 LckSep0                PIC X(2).
    05 LckOperatorId          PIC X(10).
    05 LckSep1                PIC X(2).
    05 LckRunDate             PIC X(8).
    05 LckSep2                PIC X(2).
    05 LckRunTime             PIC X(6).
