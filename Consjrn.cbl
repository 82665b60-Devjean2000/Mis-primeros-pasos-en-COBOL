      *          shown on a cambio) instead of two raw 175-byte
      *          images. Also closes out a journal generation after a
      *          verified Respnom backup: the journal is copied to
      *          NOMBRJRG, catalogued in NOMBRCAT through Catgnom
      *          (first and last timestamp and the alta, cambio and
      *          baja counts, kept as the next NOMBRJRG.Gnnnn
      *          generation) and only then NOMBRJRN restarts empty,
      *          so the roll-forward from the new backup keeps
      *          working and the journal stops growing forever. A
      *          generation that cannot be catalogued is not closed:
      *          the journal stays intact. Started with the
      *          command-line parameter CIERRE (as the Cadenoc
      *          overnight stream does, gated on a clean Verifnom)
      *          it closes the generation without the menu or the
      *          confirmation and ends with RETURN-CODE 8 when the
      *          close-out could not be done.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 ENTRADA-COINCIDE VALUE "S".
       01 WS-ERROR-COPIA PIC X VALUE "N".
           88 ERROR-COPIA VALUE "S".
       01 WS-PARAMETRO PIC X(10) VALUE SPACES.
       01 WS-CIERRE-HECHO PIC X VALUE "N".
           88 CIERRE-HECHO VALUE "S".
       01 WS-RESULTADO-CAT PIC X(1).
       01 WS-RECURSO-ENQ PIC X(8) VALUE "MAESTRO".
       01 WS-ACCION-ENQ PIC X(1).
       01 WS-TITULAR-ENQ PIC X(9) VALUE "Consjrn".
           COPY CPNOMB REPLACING
               ==NOMBRE-MASTER-RECORD== BY ==IMAGEN-DESPUES-REG==
               LEADING ==MR-== BY ==IP-==.
           COPY CPCATG REPLACING
               ==CATALOGO-RECORD== BY ==ENTRADA-CATALOGO==
               LEADING ==CG-== BY ==EC-==.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(WS-PARAMETRO) = "CIERRE"
               PERFORM CIERRE-DESATENDIDO
           ELSE
               PERFORM MOSTRAR-MENU UNTIL OPCION-SALIR
           END-IF
           STOP RUN.

      * Cierre desde la cadena nocturna: la verificacion del respaldo
      * ya la hizo el paso de Verifnom que condiciona este paso, asi
      * que no se pregunta nada.
       CIERRE-DESATENDIDO.
           PERFORM TOMAR-BLOQUEO-MAESTRO
           IF NOT BLOQUEO-TOMADO
               DISPLAY "NOMBRE-MASTER esta en uso por el trabajo "
                   WS-OCUPADO-POR ", no se cierra la generacion."
           ELSE
               PERFORM COPIAR-GENERACION
               PERFORM SOLTAR-BLOQUEO-MAESTRO
           END-IF
           IF NOT CIERRE-HECHO
               MOVE 8 TO RETURN-CODE
           END-IF.

       MOSTRAR-MENU.
           DISPLAY "----------------------------------------------"
           DISPLAY "Consulta del journal de cambios NOMBRJRN"
           END-IF.

      * Cerrar una generacion recien despues de verificar el respaldo
      * de Respnom: el journal se copia a NOMBRJRG, Catgnom lo guarda
      * como generacion en NOMBRCAT y NOMBRJRN arranca vacio, de modo
      * que la reproduccion desde el respaldo nuevo sigue completa.
       CERRAR-GENERACION.
           DISPLAY "Esto copia NOMBRJRN a la generacion NOMBRJRG y "
               "deja el journal vacio."

       COPIAR-GENERACION.
           MOVE 0 TO WS-COPIADOS
           MOVE SPACES TO ENTRADA-CATALOGO
           MOVE "J" TO EC-TIPO
           MOVE 0 TO EC-DESDE EC-HASTA EC-TOTAL-CONTROL
               EC-ALTAS EC-CAMBIOS EC-BAJAS
           MOVE "N" TO WS-FIN-JOURNAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
                   CLOSE GENERACION-FILE
                   CLOSE JOURNAL-FILE
                   IF NOT ERROR-COPIA
                       PERFORM CATALOGAR-GENERACION
                   ELSE
                       DISPLAY "*** La copia a NOMBRJRG quedo "
                           "incompleta, el journal se conserva "
                   WRITE GENERACION-RECORD FROM JOURNAL-RECORD
                   IF WS-GENERACION-STATUS = "00"
                       ADD 1 TO WS-COPIADOS
                       PERFORM TOTALIZAR-ENTRADA
                   ELSE
                       MOVE "S" TO WS-ERROR-COPIA
                       MOVE "S" TO WS-FIN-JOURNAL
               MOVE "S" TO WS-FIN-JOURNAL
           END-IF.

      * Totales de control de la generacion para el catalogo.
       TOTALIZAR-ENTRADA.
           IF WS-COPIADOS = 1
               MOVE JR-TIMESTAMP TO EC-DESDE
           END-IF
           MOVE JR-TIMESTAMP TO EC-HASTA
           EVALUATE JR-ACCION
               WHEN "A"
                   ADD 1 TO EC-ALTAS
               WHEN "C"
                   ADD 1 TO EC-CAMBIOS
               WHEN "B"
                   ADD 1 TO EC-BAJAS
           END-EVALUATE.

      * La generacion se cataloga antes de vaciar el journal: si no
      * queda en NOMBRCAT el journal sigue entero y la proxima
      * generacion la incluye.
       CATALOGAR-GENERACION.
           MOVE WS-COPIADOS TO EC-REGISTROS
           CALL "Catgnom" USING ENTRADA-CATALOGO WS-RESULTADO-CAT
           IF WS-RESULTADO-CAT = "0"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               MOVE "S" TO WS-CIERRE-HECHO
               DISPLAY "Generacion cerrada: " WS-COPIADOS
                   " entrada(s) copiadas a NOMBRJRG y catalogadas "
                   "en NOMBRCAT; el journal arranca vacio."
           ELSE
               DISPLAY "*** La generacion no se pudo catalogar, "
                   "el journal se conserva intacto. ***"
           END-IF.

       END PROGRAM  Consjrn.
