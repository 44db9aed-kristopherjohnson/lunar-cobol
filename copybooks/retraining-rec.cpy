*> Retraining list record, one per operator whose rejected-K rate is
*> over the threshold, written by ExceptionReport for the supervisor
*> to act on. The counts are the missions the operator flew and the
*> rejections that joined to those missions; the rate is rejections
*> per mission flown with an implied decimal point, and the run date
*> says which analysis run produced the entry.
    05 RtnOperatorId          PIC X(10).
    05 RtnSep0                PIC X(2).
    05 RtnRunDate             PIC X(8).
    05 RtnSep1                PIC X(2).
    05 RtnMissionCount        PIC 9(6).
    05 RtnSep2                PIC X(2).
    05 RtnRejectCount         PIC 9(6).
    05 RtnSep3                PIC X(2).
    05 RtnRatePerMission      PIC 9(3)V99.
    05 RtnSep4                PIC X(2).
    05 RtnReason              PIC X(30).
