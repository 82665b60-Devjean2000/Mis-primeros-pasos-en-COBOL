      ******************************************************************
      * Copybook: CPDEFU
      * Purpose : Record layout for the NOMBRDEF deceased indicator
      *           file - one record per registration known to be of
      *           a deceased person, keyed by MR-ID-REGISTRO. The
      *           registration itself is set inactive (MR-ESTADO I);
      *           this record is what tells a death apart from an
      *           ordinary inactive, so Selecnom can leave the
      *           deceased out of campaigns and Estadnom can count
      *           them separately. Written by Defunom from the civil
      *           registry feed, or by Mantnom's estado option (F)
      *           after a clerk has reviewed a case Defunom would not
      *           apply; Mantnom removes it when the registration is
      *           set active again (a notification in error); for
      *           the same reason Pendnom refuses a scheduled estado A
      *           for it. A Retenom erasure deletes it with the rest of
      *           the person's data.
      *           DF-ORIGEN:
      *             R - registro civil (Defunom); DF-FECHA-ARCHIVO is
      *                 the creation date of the NOMBRDFI file
      *             M - marcado a mano en Mantnom; DF-FECHA-ARCHIVO
      *                 is zero
      *           DF-MARCADO is when it was recorded (AAAAMMDDHHMMSS)
      *           and DF-OPERADOR who recorded it.
      ******************************************************************
       01  DEFUNCION-RECORD.
           05  DF-ID-REGISTRO          PIC 9(6).
           05  DF-FECHA-DEFUNCION      PIC 9(8).
           05  DF-ID-NUMERO            PIC X(15).
           05  DF-ORIGEN               PIC X(1).
           05  DF-FECHA-ARCHIVO        PIC 9(8).
           05  DF-MARCADO              PIC 9(14).
           05  DF-OPERADOR             PIC X(8).
           05  FILLER                  PIC X(20).
