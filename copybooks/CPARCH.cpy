      *           two files without losing anything; Consarc looks
      *           archived people up by AC-ID-REGISTRO or the
      *           AC-NOMBRE-NORM alternate key and can restore them
      *           to the master. Once the archive retention period
      *           runs out Retenom anonymizes the registration in
      *           place: only AC-ID-REGISTRO, AC-ESTADO and the archive
      *           stamp are kept, AC-NOMBRE and AC-NOMBRE-NORM become
      *           ANONIMIZADO and such a record is never restored.
      ******************************************************************
       01  ARCHIVO-RECORD.
           05  AC-ID-REGISTRO          PIC 9(6).
