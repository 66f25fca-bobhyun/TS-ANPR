*> ========================================================================
*> ANPRJCTL.CPY
*> The job stream's run-control file, output/anprjob_ctl.dat, appended
*> by ANPRJOB with one record per step of every attempt at a night --
*> JC-RUN-DATE is the business date the night belongs to and
*> JC-ATTEMPT counts the attempts at it, so a rerun is told apart from
*> the run it picks up from. A step run once per drop folder has one
*> record per folder, the folder in JC-STEP-PARM.
*>
*> JC-STEP-STATUS:
*>   COMPLETE  ran, return code under both of the step's rules
*>   WARNING   ran, return code at or over the warn rule
*>   FAILED    ran, return code at or over the halt rule -- the stream
*>             stopped after this step
*>   DONE      completed in an earlier attempt at the same night, not
*>             run again
*>   NOTDUE    month-end step on a day that is not month end
*>   NOTRUN    not reached, the stream stopped at an earlier step
*> A rerun of the same night runs every step whose latest record is
*> not COMPLETE, WARNING or NOTDUE.
*>
*> JC-RECORD-COUNT is the number on the step's own summary line named
*> by its count label in config/jobstream.dat, when it printed one
*> (JC-COUNT-FLAG "Y").
*> ========================================================================
01  ANPR-JOB-CONTROL-RECORD.
    05  JC-RUN-DATE                 PIC X(08).
    05  JC-ATTEMPT                  PIC 9(03).
    05  JC-STEP-SEQ                 PIC 9(02).
    05  JC-STEP-ID                  PIC X(08).
    05  JC-PROGRAM                  PIC X(20).
    05  JC-STEP-PARM                PIC X(80).
    05  JC-START-TIMESTAMP          PIC X(14).
    05  JC-END-TIMESTAMP            PIC X(14).
    05  JC-RETURN-CODE              PIC 9(03).
    05  JC-STEP-STATUS              PIC X(08).
        88  JC-STEP-COMPLETE               VALUE "COMPLETE".
        88  JC-STEP-WARNING                VALUE "WARNING".
        88  JC-STEP-FAILED                 VALUE "FAILED".
        88  JC-STEP-DONE-EARLIER           VALUE "DONE".
        88  JC-STEP-NOT-DUE                VALUE "NOTDUE".
        88  JC-STEP-NOT-RUN                VALUE "NOTRUN".
        88  JC-STEP-FINISHED               VALUE "COMPLETE" "WARNING"
                                                 "DONE" "NOTDUE".
    05  JC-RECORD-COUNT             PIC 9(09).
    05  JC-COUNT-FLAG               PIC X(01).
        88  JC-COUNT-RECORDED              VALUE "Y".
    05  JC-COUNT-LABEL              PIC X(40).
    05  JC-LOG-FILE                 PIC X(80).
