      ******************************************************************
      * Copybook: CPCADR
      * Purpose : Record layout for the CADENRST restart file kept by
      *           Cadenoc - one record naming the current overnight
      *           stream and the next step to run. The record is
      *           rewritten after every step, so after an abend or a
      *           stop on a step's return code the next start of
      *           Cadenoc resumes at that step instead of rerunning
      *           the steps that already finished. To force a fresh
      *           stream the operator deletes CADENRST.
      *           CR-ESTADO values:
      *             E - en curso (o interrumpida por un abend)
      *             D - detenida por el RC de CR-PROXIMO-PASO
      *             T - terminada, el proximo arranque es nuevo
      ******************************************************************
       01  CADENA-REINICIO-RECORD.
           05  CR-ID-CORRIDA           PIC 9(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CR-ESTADO               PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CR-PROXIMO-PASO         PIC 9(2).
