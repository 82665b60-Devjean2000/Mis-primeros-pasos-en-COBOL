      ******************************************************************
      * Copybook: CPCADL
      * Purpose : Record layout for the CADENLOG run log written by
      *           Cadenoc - one line per event of the overnight job
      *           stream, all lines of one stream carrying the
      *           timestamp the stream was first started, so Opsrep
      *           can print the last stream's step history and a
      *           restart can recover the return codes of the steps
      *           that had already finished.
      *           CL-EVENTO values:
      *             C - corrida iniciada
      *             R - corrida reanudada en el paso CL-NUMERO-PASO
      *             I - paso iniciado (CL-FIN en ceros)
      *             F - paso terminado con CL-RC
      *             O - paso omitido, su condicion no se cumplio
      *             D - corrida detenida por el RC del paso
      *             T - corrida terminada
      *           CL-RC 999 means the step did not end normally
      *           (killed or abended before setting a return code).
      ******************************************************************
       01  CADENA-LOG-RECORD.
           05  CL-ID-CORRIDA           PIC 9(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CL-NUMERO-PASO          PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CL-PROGRAMA             PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CL-EVENTO               PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CL-INICIO               PIC 9(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CL-FIN                  PIC 9(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CL-RC                   PIC 9(3).
