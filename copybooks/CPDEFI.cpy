      ******************************************************************
      * Copybook: CPDEFI
      * Purpose : Record layouts for the NOMBRDFI deceased-persons
      *           notification file sent periodically by the civil
      *           registry and applied by Defunom. Same header/trailer
      *           controls as NOMBRTRN: a header record (file
      *           creation date and time), one detail record per
      *           deceased person and a trailer record with the
      *           expected detail count, each 100 bytes wide so a
      *           truncated transfer can be detected. The detail is
      *           matched on DD-ID-NUMERO against the MR-ID-NUMERO
      *           alternate key of NOMBRE-MASTER; the name and, when
      *           the registry sends it (otherwise zeros), the date of
      *           birth must agree with the registration before the
      *           death is applied.
      ******************************************************************
       01  DEFIN-HEADER.
           05  DH-TIPO-REGISTRO        PIC X(1) VALUE "H".
           05  DH-FECHA-CREACION       PIC 9(8).
           05  DH-HORA-CREACION        PIC X(6).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  DEFIN-DETALLE.
           05  DD-TIPO-REGISTRO        PIC X(1) VALUE "D".
           05  DD-ID-NUMERO            PIC X(15).
           05  DD-NOMBRE               PIC X(30).
           05  DD-APELLIDO             PIC X(30).
           05  DD-FECHA-NACIMIENTO     PIC 9(8).
           05  DD-FECHA-DEFUNCION      PIC 9(8).
           05  FILLER                  PIC X(8).

       01  DEFIN-TRAILER.
           05  DT-TIPO-REGISTRO        PIC X(1) VALUE "T".
           05  DT-CANTIDAD-TOTAL       PIC 9(6).
           05  FILLER                  PIC X(93) VALUE SPACES.
