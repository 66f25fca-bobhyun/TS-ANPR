*> ========================================================================
*> ANPRABAS.CPY
*> One camera's reference plate-position profile, written by ANPRALGN
*> MODE=BASELINE to output/anpralign_base.dat from the plate detail
*> records (anprdtl.cpy) of a reference period -- normally the weeks
*> straight after the camera was last aimed. Every daily ANPRALGN
*> check holds the day's plates against this record, so the file is
*> only rebuilt on purpose: after a realignment, for that one camera.
*>
*> Positions are frame pixels as the engine reports PD-BOX-X/Y (top
*> left of the plate box); the centre is box X/Y plus half the box
*> width/height. AB-OUTSIDE-PCT is how many of the reference plates
*> already sat partly outside the camera's ROI (config/roisites.dat),
*> so a mount that always clipped a few is not alarmed for it daily.
*> ========================================================================
01  ANPR-ALIGN-BASELINE-RECORD.
    05  AB-SITE-ID                  PIC X(10).
    05  AB-CAMERA-ID                PIC X(10).
    05  AB-FROM-DATE                PIC X(08).
    05  AB-TO-DATE                  PIC X(08).
    05  AB-PLATE-COUNT              PIC 9(07).
    05  AB-CENTRE-X                 PIC 9(05).
    05  AB-CENTRE-Y                 PIC 9(05).
    05  AB-PLATE-WIDTH              PIC 9(05).
    05  AB-PLATE-HEIGHT             PIC 9(05).
    05  AB-OUTSIDE-PCT              PIC 9(03).
    05  AB-BUILT-TIMESTAMP          PIC X(14).
