*> ========================================================================
*> ANPRDSAR.CPY
*> The data-subject request log, output/anprdsar.log, appended by
*> ANPRDSAR for every subject-access or erasure request it handles:
*> one record per file it searched, then a "TOTAL" record, all under
*> the same SR-REQUEST-ID (the run timestamp) -- the proof for the
*> regulator that every file holding plates was looked at and what
*> was found and changed in each.
*>
*> SR-PLATE-TEXT is the plate asked about for an access request. For
*> an erasure it is the pseudonym the plate was replaced with, so the
*> log itself does not keep the plate it was asked to forget; the
*> request is traced back to the driver by SR-REFERENCE.
*>
*>   SR-RECORDS-FOUND    records holding the plate
*>   SR-RECORDS-CHANGED  of those, pseudonymised by this request
*>   SR-RECORDS-HELD     of those, left as they were under a hold --
*>                       SR-HOLD-NOTE says which (for one hold) or
*>                       "Several holds"
*>   SR-FILE-OUTCOME     "SEARCHED", "ABSENT" (no such file), or
*>                       "FAILED" (could not be read or replaced --
*>                       the request is not complete)
*> ========================================================================
01  ANPR-SUBJECT-REQUEST-RECORD.
    05  SR-REQUEST-ID               PIC X(14).
    05  SR-REQUEST-MODE             PIC X(06).
        88  SR-ACCESS-REQUEST              VALUE "ACCESS".
        88  SR-ERASURE-REQUEST             VALUE "ERASE".
    05  SR-REFERENCE                PIC X(20).
    05  SR-OPERATOR-ID              PIC X(10).
    05  SR-PLATE-TEXT               PIC X(32).
    05  SR-FILE-NAME                PIC X(80).
    05  SR-FILE-OUTCOME             PIC X(08).
        88  SR-FILE-SEARCHED               VALUE "SEARCHED".
        88  SR-FILE-ABSENT                 VALUE "ABSENT".
        88  SR-FILE-FAILED                 VALUE "FAILED".
    05  SR-RECORDS-FOUND            PIC 9(07).
    05  SR-RECORDS-CHANGED          PIC 9(07).
    05  SR-RECORDS-HELD             PIC 9(07).
    05  SR-HOLD-NOTE                PIC X(40).
