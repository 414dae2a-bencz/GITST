      * the program to call, an on/off flag and the parameter area to
      * pass, so the night can be reordered without a program change.
      * The shipped sequence is CBCUSCRD, CBCUSPST, CBCUSCSH,
      * CBCUSARC, the CBCUSPEX price exception report for the day,
      * then at period end CBCUSPER, CBCUSSTM, the CBCUSCOM
      * commission run, the CBCUSWOL write-off register and the
      * CBCUSQTA sales quota variance report for the period just
      * rolled, then every night the CBCUSGLJ general ledger journal
      * and last the CBCUSBPF AR balance and sales bucket proof.
      *
      * Every step is recorded on the driver's own RUNCTL-FILE run
      * record - the checkpoint key carries the sequence number of
      * RCCKKEY checkpoint then resumes that program past the work
      * already done. The consolidated night report prints one line
      * per step in place of the operator collecting spool files.
      * Operators switch steps on and off, reorder them, abandon a
      * failed step's run and release a batch window left open
      * through the CBOPSCON operations console.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
