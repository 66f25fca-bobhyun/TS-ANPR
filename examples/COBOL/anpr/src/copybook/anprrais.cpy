*> ========================================================================
*> ANPRRAIS.CPY
*> One manual barrier raise -- the gate arm lifted by hand from the
*> gate console instead of by a read. ANPRRAISE MODE=LOG appends one
*> of these to output/anprraise.dat each time an attendant raises the
*> arm; the next MODE=RECON run pairs every raise waiting in that file
*> with the nearest read or reject at the same camera, then moves the
*> file aside under the run date.
*>
*> MR-LANE is "EXIT" (the default -- the raise that matters to
*> billing, since a vehicle let out by hand never produces the exit
*> read that closes its session) or "ENTRY". MR-PLATE-TEXT is what the
*> attendant keyed in, if anything; blank is allowed, the read paired
*> with the raise is looked to first.
*>
*> MR-REASON-CODE is one of:
*>   READFAIL  the camera did not read the plate
*>   LOSTTKT   driver claims a lost ticket or a failed payment
*>   VIP       waved through on instruction
*>   EMERG     emergency vehicle
*>   FAULT     barrier or equipment fault
*>   OTHER     anything else -- MR-NOTE should say what
*> ========================================================================
01  ANPR-MANUAL-RAISE-RECORD.
    05  MR-RAISE-TIMESTAMP          PIC X(14).
    05  MR-SITE-ID                  PIC X(10).
    05  MR-CAMERA-ID                PIC X(10).
    05  MR-ATTENDANT-ID             PIC X(10).
    05  MR-REASON-CODE              PIC X(08).
        88  MR-REASON-READ-FAILED          VALUE "READFAIL".
        88  MR-REASON-LOST-TICKET          VALUE "LOSTTKT".
        88  MR-REASON-VIP                  VALUE "VIP".
        88  MR-REASON-EMERGENCY            VALUE "EMERG".
        88  MR-REASON-FAULT                VALUE "FAULT".
        88  MR-REASON-OTHER                VALUE "OTHER".
    05  MR-LANE                     PIC X(05).
        88  MR-ENTRY-LANE                  VALUE "ENTRY".
        88  MR-EXIT-LANE                   VALUE "EXIT".
    05  MR-PLATE-TEXT               PIC X(32).
    05  MR-COUNTRY-CODE             PIC X(02).
    05  MR-NOTE                     PIC X(40).
