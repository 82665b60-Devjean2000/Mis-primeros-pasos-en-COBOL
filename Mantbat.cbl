      *          MANTBRES control report summarizes the run. Runs
      *          under the exclusive MAESTRO lock through Enqnom like
      *          Aceptando and Archnom. RETURN-CODE 8 when the file
      *          does not reconcile, 4 when rows were rejected. The
      *          run is refused (RETURN-CODE 8) unless the operator's
      *          NOMBRPER security profile grants MANTBAT, checked
      *          through Autnom.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       01 WS-FUNCION-AUT PIC X(8).
       01 WS-PROGRAMA-AUT PIC X(9) VALUE "Mantbat".
       01 WS-RESULTADO-AUT PIC X(1).
           88 OPERADOR-AUTORIZADO VALUE "0".

       01 WS-REP-TITULO PIC X(80) VALUE
           "RESUMEN DE CONTROL - MANTENIMIENTO BATCH DE NOMBRES".
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOC" TO WS-OPERADOR
           END-IF
           MOVE "MANTBAT" TO WS-FUNCION-AUT
           PERFORM VERIFICAR-AUTORIZACION
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOMAR-BLOQUEO-MAESTRO
           IF NOT BLOQUEO-TOMADO
               DISPLAY "NOMBRE-MASTER esta en uso por el trabajo "
           END-IF
           CLOSE REPORT-FILE.

       VERIFICAR-AUTORIZACION.
           CALL "Autnom" USING WS-FUNCION-AUT WS-PROGRAMA-AUT
               WS-RESULTADO-AUT
           EVALUATE WS-RESULTADO-AUT
               WHEN "0"
                   CONTINUE
               WHEN "1"
                   DISPLAY "El operador no tiene perfil de seguridad "
                       "en NOMBRPER, operacion rechazada."
               WHEN "2"
                   DISPLAY "El perfil del operador no autoriza la "
                       "funcion " WS-FUNCION-AUT ", operacion "
                       "rechazada."
               WHEN OTHER
                   DISPLAY "No se pudieron leer los perfiles de "
                       "seguridad NOMBRPER, operacion rechazada."
           END-EVALUATE.

       END PROGRAM  Mantbat.
