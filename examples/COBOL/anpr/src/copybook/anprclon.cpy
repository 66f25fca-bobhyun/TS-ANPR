*> ========================================================================
*> ANPRCLON.CPY
*> One suspected cloned or fake plate -- two primary reads of the same
*> plate that one vehicle cannot account for. ANPRCLON writes these to
*> output/anprclone.dat.YYYYMMDD for the day it scanned, and ANPROPS
*> lists that day's file on the morning report. CL-REASON says which
*> test the pair failed:
*>   "TRAVEL"   the second read came sooner after the first than the
*>              minimum travel time between the two sites
*>              (CL-ELAPSED-MINUTES against CL-MINIMUM-MINUTES)
*>   "OVERLAP"  an entry at the second site while the plate's entry at
*>              the first site was still open (no exit read between)
*> The first read is the earlier one; both images are named so the
*> two photographs can be put side by side.
*> ========================================================================
01  ANPR-CLONE-RECORD.
    05  CL-REASON                   PIC X(08).
        88  CL-IMPOSSIBLE-TRAVEL           VALUE "TRAVEL".
        88  CL-OVERLAPPING-ENTRIES         VALUE "OVERLAP".
    05  CL-PLATE-TEXT               PIC X(32).
    05  CL-COUNTRY-CODE             PIC X(02).
    05  CL-FIRST-TIMESTAMP          PIC X(14).
    05  CL-FIRST-SITE-ID            PIC X(10).
    05  CL-FIRST-CAMERA-ID          PIC X(10).
    05  CL-FIRST-IMAGE-FILENAME     PIC X(64).
    05  CL-SECOND-TIMESTAMP         PIC X(14).
    05  CL-SECOND-SITE-ID           PIC X(10).
    05  CL-SECOND-CAMERA-ID         PIC X(10).
    05  CL-SECOND-IMAGE-FILENAME    PIC X(64).
    05  CL-ELAPSED-MINUTES          PIC 9(05).
    05  CL-MINIMUM-MINUTES          PIC 9(05).
