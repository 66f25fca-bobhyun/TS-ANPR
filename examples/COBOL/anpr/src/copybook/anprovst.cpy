*> ========================================================================
*> ANPROVST.CPY
*> One record per open parking session older than the overstay limit
*> (ANPROCC's OVERSTAY= days) -- a vehicle still inside long past any
*> ordinary visit, or one abandoned on site. ANPROCC rewrites
*> output/anprocc_overstay.dat with the whole current list on every
*> run; OV-ENTRY-IMAGE-FILENAME is the entry read's image, so the
*> patrol can check the car against the photo.
*> ========================================================================
01  ANPR-OVERSTAY-RECORD.
    05  OV-PLATE-TEXT               PIC X(32).
    05  OV-COUNTRY-CODE             PIC X(02).
    05  OV-SITE-ID                  PIC X(10).
    05  OV-CAMERA-ID                PIC X(10).
    05  OV-ENTRY-TIMESTAMP          PIC X(14).
    05  OV-DAYS-PARKED              PIC 9(04).
    05  OV-ENTRY-IMAGE-FILENAME     PIC X(64).
