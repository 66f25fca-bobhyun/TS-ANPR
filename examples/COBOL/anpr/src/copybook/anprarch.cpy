*>                                      end rule; records unloaded
*>                                      before it existed read back
*>                                      as space
*>   AH-ORIGINAL-PLATE-TEXT cols 1212-1243 engine's plate before a
*>                                      review correction (see
*>                                      anprrec.cpy) -- appended under
*>                                      the same rule, space on older
*>                                      records
*>   AH-REVIEW-CONFIDENCE cols 1244-1248 confidence that queued the
*>                                      read for review, four implied
*>                                      decimals -- appended under the
*>                                      same rule, space on older
*>                                      records
*> ========================================================================
01  ANPR-ARCHIVE-RECORD.
    05  AH-TIMESTAMP                PIC X(14).
    05  AH-REVIEWED-BY              PIC X(08).
    05  AH-REVIEW-TIMESTAMP         PIC X(14).
    05  AH-DUPLICATE-FLAG           PIC X(01).
    05  AH-ORIGINAL-PLATE-TEXT      PIC X(32).
    05  AH-REVIEW-CONFIDENCE        PIC 9V9(04).
