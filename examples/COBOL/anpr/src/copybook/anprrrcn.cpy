*> ========================================================================
*> ANPRRRCN.CPY
*> One manual barrier raise (anprrais.cpy) as ANPRRAISE MODE=RECON
*> found it: the raise itself, the attendant's shift, and the read or
*> reject that supports it. Written to output/anprraise_recon.dat.
*> YYYYMMDD under the run date; a second run the same day appends.
*>
*>   RR-SUPPORT   "READ"    a result record in ANPRRSLT at the same
*>                          site and camera inside the window
*>                "REJECT"  no such read, but an image from that
*>                          camera was rejected inside the window
*>                          (anprrej.cpy) -- the camera saw something
*>                "NONE"    nothing at that camera inside the window:
*>                          the arm went up with no vehicle on record
*>   RR-SUPPORT-SECONDS  how far the read or reject was from the raise
*>   RR-CLOSE-PLATE      the plate ANPRPARK was asked to close a
*>                       session for -- the paired read's plate, else
*>                       the keyed plate; blank when there was neither
*>                       or the raise was at an entry lane
*>   RR-PLATE-SOURCE     "R" the read's plate, "K" the keyed plate
*> ========================================================================
01  ANPR-RAISE-RECON-RECORD.
    05  RR-RAISE-TIMESTAMP          PIC X(14).
    05  RR-SITE-ID                  PIC X(10).
    05  RR-CAMERA-ID                PIC X(10).
    05  RR-ATTENDANT-ID             PIC X(10).
    05  RR-SHIFT-CODE               PIC X(08).
    05  RR-REASON-CODE              PIC X(08).
    05  RR-LANE                     PIC X(05).
    05  RR-KEYED-PLATE-TEXT         PIC X(32).
    05  RR-SUPPORT                  PIC X(06).
        88  RR-SUPPORTED-BY-READ           VALUE "READ".
        88  RR-SUPPORTED-BY-REJECT         VALUE "REJECT".
        88  RR-UNSUPPORTED                 VALUE "NONE".
    05  RR-SUPPORT-TIMESTAMP        PIC X(14).
    05  RR-SUPPORT-SECONDS          PIC 9(05).
    05  RR-SUPPORT-PLATE-TEXT       PIC X(32).
    05  RR-SUPPORT-IMAGE-FILENAME   PIC X(64).
    05  RR-CLOSE-PLATE-TEXT         PIC X(32).
    05  RR-PLATE-SOURCE             PIC X(01).
    05  RR-NOTE                     PIC X(40).
