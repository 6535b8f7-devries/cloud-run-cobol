      *===============================================================
      *  JOBDEF.CPY
      *
      *  ONE STEP OF THE NIGHTLY JOB-STREAM DEFINITION READ BY THE
      *  JOBSTRM DRIVER FROM THE JOBDEF FILE.  STEPS ARE LISTED IN
      *  ASCENDING STEP ORDER, ONE PER RECORD; THE DRIVER REFUSES A
      *  DEFINITION THAT IS OUT OF ORDER OR NAMES A STEP TWICE.  THE
      *  STEP NAME IS THE PROGRAM ID THE STEP WRITES ON RUNSTATS.
      *  THE MAXIMUM RETURN CODE IS THE HIGHEST CODE THE STREAM MAY
      *  CONTINUE PAST (E.G. 4 FOR A STEP WHOSE REJECTS ARE WORKED
      *  NEXT DAY).  THE COMMAND IS WHAT THE DRIVER HANDS TO THE
      *  SHELL TO RUN THE STEP; LEFT BLANK, THE STEP NAME IS USED.
      *  A RECORD WITH "*" IN THE FIRST COLUMN IS A COMMENT.
      *
      *  THE NIGHTLY STREAM, IN ORDER:
      *    010 NAMESMRG    020 NAMESEDT    025 CRMUNSUB
      *    030 HELLOBAT    040 OCCGREET    050 LETTRGEN
      *    060 GREETRCN    070 CRMDISP     080 OPSRPT
      *  CRMUNSUB MUST STAY AHEAD OF HELLOBAT (AND OF EVERY OTHER
      *  STEP THAT CONSULTS SUPP-FILE) SO THE CRM TEAM'S
      *  UNSUBSCRIBES RECEIVED TODAY ARE IN FORCE BEFORE ANYONE IS
      *  GREETED TONIGHT.  ITS MAXIMUM RETURN CODE IS 4: ITS
      *  EXCEPTIONS GO BACK TO THE CRM TEAM, BUT A REFUSED OR
      *  MISSING UNSUBSCRIBE FILE (RC 8) STOPS THE STREAM BEFORE
      *  THE GREETING STEPS RUN.
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------
      *  2026-10-15 DEV   ORIGINAL COPYBOOK.
      *  2026-10-15 DEV   DOCUMENTED THE NIGHTLY STREAM ORDER WITH
      *                   THE NEW CRMUNSUB STEP AHEAD OF HELLOBAT.
      *===============================================================
       01  JD-JOB-DEF-REC.
           05  JD-STEP-ORDER           PIC 9(03).
           05  JD-STEP-ORDER-X REDEFINES JD-STEP-ORDER
                                       PIC X(03).
           05  JD-STEP-NAME            PIC X(08).
           05  JD-MAX-RC               PIC 9(04).
           05  JD-COMMAND              PIC X(60).
