      ******************************************************************
      * Copybook: CPPEND
      * Purpose : Record layout for the NOMBRPND pending-change file -
      *           one record per cambio or estado change a clerk has
      *           scheduled in Mantnom to take effect on a later date,
      *           keyed by MR-ID-REGISTRO and the effective date (so a
      *           registration holds at most one scheduled change per
      *           day, listed in date order). The nightly Pendnom
      *           applies every change whose date has come, with the
      *           same edits as a cambio, and removes it from here;
      *           Mantnom's consulta shows how many are still pending.
      *           PC-TIPO:
      *             C - cambio: PC-NOMBRE through PC-DIRECCION are the
      *                 full replacement values (every field, as in
      *                 Mantnom's cambio)
      *             E - estado: PC-ESTADO is the new estado (A or I)
      *           PC-OPERADOR and PC-PROGRAMADO are who scheduled the
      *           change and when (AAAAMMDDHHMMSS).
      ******************************************************************
       01  PENDIENTE-RECORD.
           05  PC-CLAVE.
               10  PC-ID-REGISTRO      PIC 9(6).
               10  PC-FECHA-EFECTIVA   PIC 9(8).
           05  PC-TIPO                 PIC X(1).
           05  PC-NOMBRE               PIC X(30).
           05  PC-APELLIDO             PIC X(30).
           05  PC-ID-NUMERO            PIC X(15).
           05  PC-FECHA-NACIMIENTO     PIC 9(8).
           05  PC-TELEFONO             PIC X(15).
           05  PC-DIRECCION            PIC X(40).
           05  PC-ESTADO               PIC X(1).
           05  PC-OPERADOR             PIC X(8).
           05  PC-PROGRAMADO           PIC 9(14).
           05  FILLER                  PIC X(10).
