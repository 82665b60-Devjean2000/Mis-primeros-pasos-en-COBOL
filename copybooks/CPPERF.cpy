      ******************************************************************
      * Copybook: CPPERF
      * Purpose : Record layout for the NOMBRPER operator profile file
      *           read by Autnom - one record per operator id and
      *           function that operator may use. An operator with no
      *           record at all is unknown and refused everything
      *           Autnom guards. Maintained by the security officer;
      *           Segrep lists it so the auditors can see who holds
      *           each function.
      *           PF-FUNCION values:
      *             ALTA     - Mantnom alta
      *             CAMBIO   - Mantnom cambio
      *             BAJA     - Mantnom baja
      *             ESTADO   - Mantnom marcar estado
      *             RESTAURA - Consarc restaurar al maestro
      *             RECARGA  - Recarnom recarga del maestro
      *             MANTBAT  - Mantbat corrida masiva
      *             ARCHNOM  - Archnom corrida masiva
      *             FUSION   - Mantnom fusion de duplicados
      *             RETENOM  - Retenom retencion y borrado de datos
      ******************************************************************
       01  PERFIL-RECORD.
           05  PF-OPERADOR             PIC X(8).
           05  FILLER                  PIC X(1).
           05  PF-FUNCION              PIC X(8).
