      *===============================================================
      *  JOBHIST.CPY
      *
      *  JOB-STREAM STEP HISTORY, APPENDED BY THE JOBSTRM DRIVER TO
      *  THE JOBHIST FILE.  AN "S" RECORD IS WRITTEN JUST BEFORE A
      *  STEP IS STARTED AND A "C" (COMPLETE, RETURN CODE WITHIN THE
      *  STEP'S LIMIT) OR "F" (FAILED) RECORD WHEN IT ENDS, ALL
      *  AGAINST THE RUNCTL RUN ID.  A RERUN OF THE SAME RUN ID
      *  READS IT BACK TO SKIP EVERY STEP ALREADY COMPLETE.  AN "S"
      *  WITH NO ENDING RECORD IS A STEP THE DRIVER LOST TRACK OF.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *===============================================================
       01  JH-JOB-HIST-REC.
           05  JH-RUN-ID               PIC X(08).
           05  JH-PROC-DATE            PIC 9(08).
           05  JH-STEP-ORDER           PIC 9(03).
           05  JH-STEP-NAME            PIC X(08).
           05  JH-STATUS               PIC X(01).
               88  JH-STARTED          VALUE "S".
               88  JH-COMPLETE         VALUE "C".
               88  JH-FAILED           VALUE "F".
           05  JH-STEP-RC              PIC 9(04).
           05  JH-MAX-RC               PIC 9(04).
           05  JH-LOG-DATE             PIC 9(08).
           05  JH-LOG-TIME             PIC 9(08).
           05  FILLER                  PIC X(04).
