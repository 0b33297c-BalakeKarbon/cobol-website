      ******************************************************************
      *JOB-STREAM DEFINITION RECORD LAYOUT
      *ONE LINE PER STEP OF THE OVERNIGHT WINDOW, IN THE ORDER THE
      *STEPS ARE TO RUN (data/job-stream.txt). READ AT START-UP BY
      *src/job-stream.cob, WHICH RUNS EACH STEP'S COMMAND IN TURN. A
      *STEP IS JUDGED BY THE START/END RECORDS ITS JOB WRITES TO
      *data/run-control.txt (SEE RUNCTLREC), SO JS-JOB-NAME MUST BE
      *THE JOB'S RUNC-JOB-NAME (ITS PROGRAM-ID).
      *
      *LINE SEQUENTIAL, ONE FIXED-WIDTH 205-BYTE LINE PER STEP:
      *  COLS   1-3    STEP SEQUENCE
      *  COLS   4-27   JOB NAME
      *  COLS  28-29   MAXIMUM RETURN-CODE
      *  COLS  30-125  UP TO FOUR PREREQUISITE JOB NAMES, 24 EACH
      *  COLS 126-205  COMMAND
      *THE BASELINE FILE IS WRITTEN BY src/seed-data.cob. ITS
      *COMMANDS RUN EACH BATCH PROGRAM FROM bin/ UNDER ITS SOURCE
      *NAME (bin/contact-triage FOR src/contact-triage.cob), WITH
      *THE SITE ROOT AS THE CURRENT DIRECTORY SO data/ RESOLVES.
      *A SITE THAT BUILDS ELSEWHERE EDITS THE COMMAND COLUMN.
      ******************************************************************
       01 JOB-STREAM-RECORD.
          05 JS-STEP-SEQ              PIC X(3).
      *        NUMERIC, ASCENDING DOWN THE FILE (010, 020, ...).
          05 JS-JOB-NAME              PIC X(24).
          05 JS-MAX-RC                PIC X(2).
      *        HIGHEST RETURN-CODE THE STEP MAY END WITH AND STILL
      *        COUNT AS COMPLETE ('00' = ONLY A CLEAN END WILL DO).
          05 JS-DEPENDS.
             10 JS-DEP-JOB            PIC X(24) OCCURS 4 TIMES.
      *        JS-JOB-NAME OF EARLIER STEPS THAT MUST HAVE COMPLETED
      *        BEFORE THIS ONE MAY RUN; UNUSED SLOTS ARE SPACES.
          05 JS-COMMAND               PIC X(80).
      *        COMMAND LINE THAT RUNS THE STEP'S PROGRAM.
