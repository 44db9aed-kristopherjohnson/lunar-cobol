*> Certified-deck registry, one record appended by DeckCertify for
*> every certification run, pass or fail. A deck is named by the file
*> name it is certified under - the name a scenario-deck line gives
*> for the profile - and is certified for one scenario only, against
*> the catalog version in effect when it was flown. The record count
*> and hash total (the sum of the deck's numeric K values) let the
*> lander prove the deck it is about to fly is the deck that passed.
*> The latest record for a deck and scenario pair is its current
*> certificate; earlier ones are kept as the deck's history.
    05 CertDeckName           PIC X(64).
    05 CertSep0               PIC X(2).
    05 CertScenarioCode       PIC X(1).
    05 CertSep1               PIC X(2).
    05 CertScenarioVersion    PIC 9(3).
    05 CertSep2               PIC X(2).
    05 CertRecordCount        PIC 9(4).
    05 CertSep3               PIC X(2).
    05 CertHashTotal          PIC 9(9).
    05 CertSep4               PIC X(2).
    05 CertOutcome            PIC X(20).
    05 CertSep5               PIC X(2).
    05 CertVerdict            PIC X(13).
        88 CertIsCertified    VALUE "CERTIFIED".
    05 CertSep6               PIC X(2).
    05 CertDate               PIC X(8).
    05 CertTime               PIC X(6).
