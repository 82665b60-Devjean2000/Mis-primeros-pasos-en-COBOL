      *          Mantnom's busqueda), and a restore option that moves
      *          a person back to NOMBRE-MASTER (journaled through
      *          Jrnlnom as an alta, under the exclusive master lock)
      *          and removes them from the archive. The restore is
      *          refused unless the operator's NOMBRPER security
      *          profile grants RESTAURA (checked through Autnom).
      *          A registration Retenom has anonymized (AC-NOMBRE-NORM
      *          = ANONIMIZADO) is still shown but never restored.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-FIN-CEDULA PIC X VALUE "N".
           88 FIN-CEDULA VALUE "S".
       01 WS-CEDULA-ID PIC 9(6) VALUE 0.
       01 WS-FUNCION-AUT PIC X(8).
       01 WS-PROGRAMA-AUT PIC X(9) VALUE "Consarc".
       01 WS-RESULTADO-AUT PIC X(1).
           88 OPERADOR-AUTORIZADO VALUE "0".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ARCHIVO-MAESTRO
               WHEN OPCION-POR-NOMBRE
                   PERFORM BUSQUEDA-POR-NOMBRE
               WHEN OPCION-RESTAURAR
                   MOVE "RESTAURA" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM RESTAURAR-REGISTRO
                   END-IF
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                       "ese ID."
               NOT INVALID KEY
                   PERFORM MOSTRAR-ARCHIVADO
                   IF AC-NOMBRE-NORM = "ANONIMIZADO"
                       DISPLAY "El registro fue anonimizado por "
                           "retencion y no se puede restaurar."
                   ELSE
                       DISPLAY "Restaurar este registro al maestro? "
                           "(S/N): "
                       ACCEPT WS-CONFIRMA
                       IF CONFIRMA-RESTAURAR
                           PERFORM EJECUTAR-RESTAURACION
                       ELSE
                           DISPLAY "Restauracion cancelada."
                       END-IF
                   END-IF
           END-READ.

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

       END PROGRAM  Consarc.
