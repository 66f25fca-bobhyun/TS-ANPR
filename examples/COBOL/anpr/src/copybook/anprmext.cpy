*> ========================================================================
*> ANPRMEXT.CPY
*> One manual exit for ANPRPARK to apply: a vehicle let out of the
*> exit lane by a hand-raised barrier, so no exit read will ever close
*> its session. ANPRRAISE MODE=RECON appends one of these to
*> output/anprpark_manexit.dat for every exit-lane raise it has a
*> plate for. The next ANPRPARK run takes the file in before its reads
*> and, in timestamp order with them, closes that plate's open session
*> at the site as at the raise time and bills it like any other visit
*> (PS-MATCH-FLAG "M"), then moves the file aside under the run date.
*> A plate with no session open there (its exit was read after all,
*> or it never came in) is listed and dropped.
*>
*> ME-COUNTRY-CODE may be blank for a keyed plate -- the plate alone
*> is then matched. ME-PLATE-SOURCE and ME-SUPPORT are carried from
*> the reconciliation (anprrrcn.cpy) for the run's listing, and
*> ME-SUPPORT-TIMESTAMP is the time of the supporting read or reject
*> (blank for none): ANPRPARK holds the exit back until the reads up
*> to the later of the two times have been matched, so a supporting
*> read that closes the session itself is not taken for a new entry.
*> ========================================================================
01  ANPR-MANUAL-EXIT-RECORD.
    05  ME-RAISE-TIMESTAMP          PIC X(14).
    05  ME-SITE-ID                  PIC X(10).
    05  ME-CAMERA-ID                PIC X(10).
    05  ME-PLATE-TEXT               PIC X(32).
    05  ME-COUNTRY-CODE             PIC X(02).
    05  ME-PLATE-SOURCE             PIC X(01).
    05  ME-ATTENDANT-ID             PIC X(10).
    05  ME-REASON-CODE              PIC X(08).
    05  ME-SUPPORT                  PIC X(06).
    05  ME-SUPPORT-TIMESTAMP        PIC X(14).
