*> Training-records extract high-water mark, one record rewritten at
*> the end of every successful extract. The mark is the run stamp of
*> the last mission-log record sent and how many records carrying
*> that stamp have been sent - an ascent outcome shares its descent's
*> stamp - so the next extract sends exactly the records after it,
*> wherever the archive cut has since moved them. It also keeps the
*> last batch number sent and when, and how many details it held.
    05 HwmRunDate             PIC X(8).
    05 HwmRunTime             PIC X(6).
    05 HwmSep0                PIC X(2).
    05 HwmStampCount          PIC 9(4).
    05 HwmSep1                PIC X(2).
    05 HwmBatchNumber         PIC 9(6).
    05 HwmSep2                PIC X(2).
    05 HwmExtractDate         PIC X(8).
    05 HwmExtractTime         PIC X(6).
    05 HwmSep3                PIC X(2).
    05 HwmRecordCount         PIC 9(6).
