*> Integrity-audit job summary, one fixed-width record per run, laid
*> out column for column like the lander's job summary so the nightly
*> scheduler reads both the same way: run stamp, three counts, the
*> completion code (0 clean, 4 warnings only, 16 broken references or
*> a missing control file), and a short status text.
    05 AudRunDate             PIC X(8).
    05 AudSep0                PIC X(2).
    05 AudRunTime             PIC X(6).
    05 AudSep1                PIC X(2).
    05 AudRecordsChecked      PIC 9(6).
    05 AudSep2                PIC X(2).
    05 AudErrorCount          PIC 9(6).
    05 AudSep3                PIC X(2).
    05 AudWarningCount        PIC 9(6).
    05 AudSep4                PIC X(2).
    05 AudCompletionCode      PIC 9(2).
    05 AudSep5                PIC X(2).
    05 AudStatusText          PIC X(30).
