      ******************************************************************
      * Copybook: CPSEGV
      * Purpose : Record layout for the NOMBRSEG security violations
      *           log appended by Autnom - one line per refused
      *           attempt, with who tried which function from which
      *           program and why it was refused. Segrep prints the
      *           day's lines for the auditors.
      *           Reason codes:
      *             OPDS - operador desconocido, sin perfil en NOMBRPER
      *             FUNA - funcion no autorizada en su perfil
      *             PERF - NOMBRPER no disponible, se niega todo
      ******************************************************************
       01  SEGURIDAD-RECORD.
           05  SV-TIMESTAMP            PIC 9(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SV-OPERADOR             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SV-PROGRAMA             PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SV-FUNCION              PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SV-MOTIVO               PIC X(4).
