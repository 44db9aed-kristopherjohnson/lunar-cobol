*> Operator master change journal, one record per change made to the
*> operator master, appended by OperatorMaint when the changes are
*> written back. The before and after images are whole operator-master
*> records (operator-master.cpy layout); a blank before image is an
*> operator added, a blank after image one deleted. The action is A
*> (added), C (changed) or D (deleted). The source says where the
*> change came from: M a supervisor's manual edit, R a currency
*> recommendation, U a check-ride upgrade - for the last two the run
*> date of the recommendation, and for an upgrade the examiner who
*> signed the ride, are carried as well. The supervisor is whoever
*> signed on to OperatorMaint and confirmed the change. Replaying
*> the journal gives an operator's record as of any moment: the
*> after image of the last change made by then, or - before the
*> operator's first journaled change - that change's before image.
    05 OjnChangeDate          PIC X(8).
    05 OjnChangeTime          PIC X(6).
    05 OjnSep0                PIC X(2).
    05 OjnOperatorId          PIC X(10).
    05 OjnSep1                PIC X(2).
    05 OjnAction              PIC X(1).
        88 OjnOperatorAdded   VALUE "A".
        88 OjnOperatorChanged VALUE "C".
        88 OjnOperatorDeleted VALUE "D".
    05 OjnSep2                PIC X(2).
    05 OjnSource              PIC X(1).
        88 OjnFromManualEdit  VALUE "M".
        88 OjnFromCurrency    VALUE "R".
        88 OjnFromCheckRide   VALUE "U".
    05 OjnSep3                PIC X(2).
    05 OjnSupervisorId        PIC X(10).
    05 OjnSep4                PIC X(2).
    05 OjnReasonCode          PIC X(4).
    05 OjnSep5                PIC X(2).
    05 OjnBeforeImage.
        10 OjnBeforeOpId      PIC X(10).
        10 OjnBeforeName      PIC X(20).
        10 OjnBeforeQualLevel PIC X(1).
        10 OjnBeforeActiveFlag PIC X(1).
    05 OjnSep6                PIC X(2).
    05 OjnAfterImage.
        10 OjnAfterOpId       PIC X(10).
        10 OjnAfterName       PIC X(20).
        10 OjnAfterQualLevel  PIC X(1).
        10 OjnAfterActiveFlag PIC X(1).
    05 OjnSep7                PIC X(2).
    05 OjnSourceRunDate       PIC X(8).
    05 OjnSep8                PIC X(2).
    05 OjnExaminerId          PIC X(10).
