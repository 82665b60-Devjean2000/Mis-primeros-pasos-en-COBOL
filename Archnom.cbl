      *          files but never lose it. Runs under the exclusive
      *          NOMBRE-MASTER lock like the batch intake. Consarc is
      *          the companion inquiry/restore over the archive.
      *          The run is refused (RETURN-CODE 8) unless the
      *          operator's NOMBRPER security profile grants ARCHNOM,
      *          checked through Autnom.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       01 WS-FUNCION-AUT PIC X(8).
       01 WS-PROGRAMA-AUT PIC X(9) VALUE "Archnom".
       01 WS-RESULTADO-AUT PIC X(1).
           88 OPERADOR-AUTORIZADO VALUE "0".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ARCHNOM" TO WS-FUNCION-AUT
           PERFORM VERIFICAR-AUTORIZACION
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOMAR-BLOQUEO-MAESTRO
           IF NOT BLOQUEO-TOMADO
               DISPLAY "NOMBRE-MASTER esta en uso por el trabajo "
           CALL "Enqnom" USING WS-RECURSO-ENQ WS-ACCION-ENQ
               WS-TITULAR-ENQ WS-RESULTADO-ENQ WS-OCUPADO-POR.

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

       END PROGRAM  Archnom.
