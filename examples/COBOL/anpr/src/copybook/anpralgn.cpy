*> ========================================================================
*> ANPRALGN.CPY
*> One camera-alignment alarm -- a camera whose plates on the checked
*> day no longer sit where its baseline (anprabas.cpy) says they did.
*> ANPRALGN writes these to output/anpralign.dat.YYYYMMDD for the day
*> it checked, and ANPROPS lists that day's file on the morning report
*> so the realignment is a planned callout. AL-REASON says which test
*> the day failed:
*>   "SHIFT"    the average plate centre moved further from the
*>              baseline centre than the tolerance (pixels)
*>   "SHRINK"   the average plate width fell by more than the
*>              tolerance (percent of the baseline width) -- the
*>              camera has tilted away or lost zoom
*>   "OUTSIDE"  more plates than the baseline share plus the tolerance
*>              (percent) ran partly outside the camera's ROI
*> AL-MEASURED is the figure held against AL-TOLERANCE for that test;
*> the centre and size fields give the technician both profiles.
*> ========================================================================
01  ANPR-ALIGN-ALARM-RECORD.
    05  AL-CHECK-DATE               PIC X(08).
    05  AL-SITE-ID                  PIC X(10).
    05  AL-CAMERA-ID                PIC X(10).
    05  AL-REASON                   PIC X(08).
        88  AL-CENTRE-SHIFTED              VALUE "SHIFT".
        88  AL-PLATES-SHRUNK               VALUE "SHRINK".
        88  AL-OUTSIDE-ROI                 VALUE "OUTSIDE".
    05  AL-MEASURED                 PIC 9(05).
    05  AL-TOLERANCE                PIC 9(05).
    05  AL-PLATE-COUNT              PIC 9(07).
    05  AL-BASE-CENTRE-X            PIC 9(05).
    05  AL-BASE-CENTRE-Y            PIC 9(05).
    05  AL-DAY-CENTRE-X             PIC 9(05).
    05  AL-DAY-CENTRE-Y             PIC 9(05).
    05  AL-BASE-PLATE-WIDTH         PIC 9(05).
    05  AL-DAY-PLATE-WIDTH          PIC 9(05).
    05  AL-BASE-OUTSIDE-PCT         PIC 9(03).
    05  AL-DAY-OUTSIDE-PCT          PIC 9(03).
