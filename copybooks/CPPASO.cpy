      ******************************************************************
      * Copybook: CPPASO
      * Purpose : Record layout for the CADENPAS step-control file read
      *           by Cadenoc, the overnight job-stream driver - one
      *           record per step, in the order the steps must run.
      *           The usual nightly stream is Aceptando (batch, off
      *           ACEPTPRM), Aplicahr, Mantbat, Pendnom, Integnom,
      *           Respnom, Verifnom, the Consjrn close-out (command
      *           line "Consjrn CIERRE") and Extrahr.
      *           Fields:
      *             PS-NUMERO-PASO    - step number, ascending, 01-98
      *             PS-PROGRAMA       - program name for the run log
      *             PS-PASO-CONDICION - step whose return code gates
      *                                 this one (00 = always runs)
      *             PS-RC-MAXIMO      - the gating step must have run
      *                                 and ended with RC less than or
      *                                 equal to this, otherwise this
      *                                 step is skipped (e.g. Respnom
      *                                 gated on Integnom with 04, the
      *                                 close-out gated on Verifnom
      *                                 with 00)
      *             PS-RC-DETIENE     - the stream stops when this
      *                                 step ends with RC greater than
      *                                 or equal to this (00 = never
      *                                 stops the stream); a restart
      *                                 resumes at the stopped step
      *             PS-COMANDO        - command line that runs the step
      ******************************************************************
       01  PASO-RECORD.
           05  PS-NUMERO-PASO          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PS-PROGRAMA             PIC X(9).
           05  FILLER                  PIC X(1).
           05  PS-PASO-CONDICION       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PS-RC-MAXIMO            PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PS-RC-DETIENE           PIC 9(2).
           05  FILLER                  PIC X(1).
           05  PS-COMANDO              PIC X(60).
