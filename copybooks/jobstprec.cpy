     *>******************************************************************************
     *> Copybook:     JOBSTPREC.CPY
     *>
     *> Purpose:      Record layout for a job-stream control file, the
     *>               night's run order that JOBSTREAM reads and runs: one
     *>               line per step, in the order the steps run. A line
     *>               with "*" in its first column is a comment; blank
     *>               lines are passed over. Columns:
     *>                   1-12   step name         14-15   maximum RC
     *>                  17-20   SKIP / STOP       22-73   depends-on,
     *>                                                    4 x 12 + blank
     *>                  74-105  program          107-406  arguments
     *>               A first step KAT running CRYPTOKAT with maximum RC
     *>               00, and every later step depending on KAT with STOP,
     *>               makes a failing known-answer test stop the night
     *>               before anything is encrypted.
     *>
     *> Usage:        COPY "jobstprec.cpy".
     *>
     *>------------------------------------------------------------------------------
     *> JS-STEP-NAME     The step's name, unique in the file, no embedded
     *>                  blanks; RESTART:<step-name> names it, and it is
     *>                  journalled with the step (RJ-STEP-NAME).
     *> JS-MAX-RC        The highest return code at which the step still
     *>                  counts as complete, two digits.
     *> JS-IF-NOT-MET    What to do when one of the steps this one depends
     *>                  on did not complete: SKIP (or blank) skips this
     *>                  step and carries on with the steps that do not
     *>                  need it; STOP stops the whole stream here.
     *> JS-DEPEND-NAME   Up to four EARLIER steps this one needs to have
     *>                  completed, blank when unused.
     *> JS-PROGRAM       The program to run, as the shell finds it.
     *> JS-ARGUMENTS     Its arguments, passed to the shell as written.
     *>******************************************************************************
      01 JOBSTEP-REC.
         02 JS-STEP-NAME                    PIC X(12).
         02 FILLER                          PIC X.
         02 JS-MAX-RC                       PIC 9(2).
         02 FILLER                          PIC X.
         02 JS-IF-NOT-MET                   PIC X(4).
            88 JS-SKIP-IF-NOT-MET              VALUE "SKIP" SPACES.
            88 JS-STOP-IF-NOT-MET              VALUE "STOP".
         02 FILLER                          PIC X.
         02 JS-DEPENDS.
            03 JS-DEPEND-ON                 OCCURS 4.
               04 JS-DEPEND-NAME            PIC X(12).
               04 FILLER                    PIC X.
         02 JS-PROGRAM                      PIC X(32).
         02 FILLER                          PIC X.
         02 JS-ARGUMENTS                    PIC X(300).
