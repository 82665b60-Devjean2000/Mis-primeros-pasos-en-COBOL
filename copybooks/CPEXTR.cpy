      *             A - alta (registro nuevo)
      *             C - cambio (registro modificado)
      *             B - baja (registro eliminado del maestro)
      *           The monthly full dump HR/CRM sends back for Cotejhr
      *           (NOMBRHRD) uses the same layout: every row it holds,
      *           in ascending DR-ID-REGISTRO order, DR-ACCION blank.
      ******************************************************************
       01  HEADER-RECORD.
           05  HR-TIPO-REGISTRO        PIC X(1) VALUE "H".
