*> Exception log record, one per rejected K entry: who keyed it, the
*> mission's run stamp, the elapsed time of the turn, the bad value,
*> and how many attempts the turn had taken when it was rejected. The
*> phase flag says where the value came from - "D" keyed during the
*> descent, "A" keyed during the ascent, "B" read off a batch deck -
*> so the exception analysis can tell an abort keyed on the way up
*> from a bad deck line. Records written before the flag existed
*> carry a space there.
    05 ExcOperatorId          PIC X(10).
    05 ExcSep0                PIC X(2).
    05 ExcRunDate             PIC X(8).
    05 ExcSep0b               PIC X(2).
    05 ExcRunTime             PIC X(6).
    05 ExcSep0c               PIC X(2).
    05 ExcElapsedTime         PIC -(4)9.99.
    05 ExcSep1                PIC X(2).
    05 ExcBadFuelRate         PIC ZZ9.
    05 ExcSep2                PIC X(2).
    05 ExcAttemptCount        PIC ZZ9.
    05 ExcSep3                PIC X(2).
    05 ExcPhaseFlag           PIC X(1).
