      *          confirms before the existing master is replaced; the
      *          run refuses to finish clean when the trailer count
      *          does not match the records actually reloaded or the
      *          backup has no header or trailer. Only operators
      *          whose NOMBRPER security profile grants RECARGA may
      *          run it (checked through Autnom before anything else).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       01 WS-FUNCION-AUT PIC X(8).
       01 WS-PROGRAMA-AUT PIC X(9) VALUE "Recarnom".
       01 WS-RESULTADO-AUT PIC X(1).
           88 OPERADOR-AUTORIZADO VALUE "0".

       COPY CPBKP.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RECARGA" TO WS-FUNCION-AUT
           PERFORM VERIFICAR-AUTORIZACION
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el respaldo NOMBRBKP: "
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

       END PROGRAM  Recarnom.
