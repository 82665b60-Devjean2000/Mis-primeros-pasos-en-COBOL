      ******************************************************************
      * Copybook: CPVINC
      * Purpose : Record layout for the NOMBRVIN relationship file -
      *           one record per link between two registrations of
      *           NOMBRE-MASTER, kept through Mantnom's option V and
      *           shown on consulta. The key is the pair of
      *           MR-ID-REGISTRO values, so two registrations have at
      *           most one link; VN-ID-DESTINO is also an alternate
      *           key (with duplicates) so the links of a person are
      *           found from either side. Every link type ties the two
      *           registrations into one household: the shared
      *           Hogarnom routine follows the links to give each
      *           registration its household, which Hogarrep lists and
      *           Selecnom uses to send one mailing per household.
      *           Hogarrep also reports links left pointing at a
      *           registration no longer in the master (baja or
      *           archived by Archnom).
      *           VN-TIPO:
      *             T - tutor: VN-ID-ORIGEN is the guardian of the
      *                 dependent VN-ID-DESTINO
      *             C - conyuges
      *             H - mismo hogar
      *           For C and H the lower MR-ID-REGISTRO is always
      *           VN-ID-ORIGEN. VN-ALTA is when the link was recorded
      *           (AAAAMMDDHHMMSS) and VN-OPERADOR who recorded it.
      ******************************************************************
       01  VINCULO-RECORD.
           05  VN-CLAVE.
               10  VN-ID-ORIGEN        PIC 9(6).
               10  VN-ID-DESTINO       PIC 9(6).
           05  VN-TIPO                 PIC X(1).
           05  VN-ALTA                 PIC 9(14).
           05  VN-OPERADOR             PIC X(8).
           05  FILLER                  PIC X(15).
