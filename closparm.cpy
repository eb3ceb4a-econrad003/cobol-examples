      * Parameter block for the JOBCLSP entry of JOBCLOSE, the job
      * closeout package.  JOBMAINT fills the inputs and CALLs the
      * entry when the operator asks for the package as a job is
      * closed, passing the client name it already has so JOBCLOSE
      * need not open the jobs master JOBMAINT is holding; the
      * program hands back whether CLOSEOUT.RPT was written and the
      * number of live solves it covered.  Run on its own, JOBCLOSE
      * prompts for the job and reads the jobs master itself.
       01  CLOSEOUT-PARMS.
      * Inputs: the job, its client, and its status on the jobs
      * master.
           02  CLOSEOUT-JOB-NO          PIC X(8).
           02  CLOSEOUT-CLIENT-NAME     PIC X(30).
           02  CLOSEOUT-JOB-STATUS      PIC X(1).
      * Outputs: written, or not written (the reason is on the
      * console), and the solves reported.
           02  CLOSEOUT-RESULT          PIC X(1).
               88  CLOSEOUT-WRITTEN         VALUE "0".
               88  CLOSEOUT-FAILED          VALUE "8".
           02  CLOSEOUT-SOLVE-COUNT     PIC 9(6).
