*> ========================================================================
*> ANPRJSTR.CPY
*> In-memory table of the nightly job stream, loaded at start of run
*> by LOAD-JOB-STREAM-TABLE in anprjob.cbl from config/jobstream.dat,
*> one step per line in the order the steps run:
*>
*>   step,program,warn-rc,halt-rc,when,count-label,arguments
*>
*> JS-PROGRAM is the executable under bin/. A return code at or above
*> JS-HALT-RC stops the stream after the step; at or above JS-WARN-RC
*> the step is flagged and the stream goes on; below both it simply
*> completed. A blank rule never applies. JS-RUN-WHEN is "DAILY" or
*> "MONTHEND" (only on the last day of the month). JS-COUNT-LABEL is
*> the start of the step's own summary line whose number is recorded
*> as the step's record count -- e.g. "Result records read" for
*> ANPRPARK -- blank for none.
*>
*> In JS-ARGUMENTS "&DATE" becomes the business date (YYYYMMDD),
*> "&MONTH" its month (YYYYMM), and a step whose arguments carry
*> "&INPUTDIR" is run once per drop folder in config/dirsites.dat with
*> the folder in its place.
*> ========================================================================
01  ANPR-JOB-STREAM-TABLE.
    05  JS-STEP-COUNT               PIC 9(02) VALUE 0.
    05  JS-STEP-ENTRY OCCURS 20 TIMES
            INDEXED BY JS-STEP-IDX.
        10  JS-STEP-ID              PIC X(08).
        10  JS-PROGRAM              PIC X(20).
        10  JS-WARN-RC              PIC 9(03).
        10  JS-WARN-RULE-FLAG       PIC X(01).
            88  JS-WARN-RULE-SET           VALUE "Y".
        10  JS-HALT-RC              PIC 9(03).
        10  JS-HALT-RULE-FLAG       PIC X(01).
            88  JS-HALT-RULE-SET           VALUE "Y".
        10  JS-RUN-WHEN             PIC X(08).
            88  JS-RUN-DAILY               VALUE "DAILY".
            88  JS-RUN-MONTH-END           VALUE "MONTHEND".
        10  JS-COUNT-LABEL          PIC X(40).
        10  JS-ARGUMENTS            PIC X(160).
