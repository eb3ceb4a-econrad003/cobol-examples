      * Step parameter block for the end-of-day controller EODRUN.
      * EODRUN fills the inputs and CALLs the step's end-of-day
      * entry (RECONP in RECON, EXPSTGP in EXPSTAGE, AUDRPTP in
      * AUDITRPT) in place of the operator answering its prompts;
      * the step hands back its outcome and up to three counts for
      * the run log.  A step run on its own, without EODRUN,
      * receives no block and prompts the way it always has.
       01  EOD-PARMS.
      * Inputs: the period (the business date at both ends) and,
      * for EXPSTAGE, the run mode.
           02  EOD-FROM-DATE            PIC X(8).
           02  EOD-TO-DATE              PIC X(8).
           02  EOD-STAGE-MODE           PIC X(1).
      * Outputs: the step status -- ran clean, ran but left
      * something for the operator to look at (RECON unmatched
      * records or a partial report), or did not run through --
      * the counts, and a one-line result for the log.
           02  EOD-STEP-STATUS          PIC X(1).
               88  EOD-STEP-OK              VALUE "0".
               88  EOD-STEP-EXCEPTION       VALUE "4".
               88  EOD-STEP-FAILED          VALUE "8".
           02  EOD-COUNT-1              PIC 9(6).
           02  EOD-COUNT-2              PIC 9(6).
           02  EOD-COUNT-3              PIC 9(6).
           02  EOD-STEP-MESSAGE         PIC X(60).
