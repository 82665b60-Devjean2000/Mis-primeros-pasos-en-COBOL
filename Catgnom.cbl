      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared cataloguer for the NOMBRCAT generation catalog
      *          (CPCATG layout) - called by Respnom after a complete
      *          NOMBRBKP backup and by Consjrn when it closes out the
      *          journal to NOMBRJRG. The caller passes the catalog
      *          entry with the type, dates and counts filled in;
      *          Catgnom gives it the next generation number, copies
      *          the file to its generation dataset (NOMBRBKP.Gnnnn or
      *          NOMBRJRG.Gnnnn), appends the entry and then drops
      *          the oldest generations beyond the counts on the
      *          control record, deleting their datasets. A journal
      *          generation is only dropped once it is older than the
      *          oldest backup kept, so a recovery from any catalogued
      *          backup can always be rolled forward. Resultado "0"
      *          means catalogued, "1" means the file could not be
      *          copied to its generation dataset and "9" means
      *          NOMBRCAT could not be read or rewritten; in both
      *          error cases the catalog is left as it was. Callers
      *          hold the exclusive NOMBRE-MASTER lock.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Catgnom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "NOMBRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           COPY CPCATG.
       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-FIN-CATALOGO PIC X VALUE "N".
           88 FIN-CATALOGO VALUE "S".
       01 WS-ERROR-CATALOGO PIC X VALUE "N".
           88 ERROR-CATALOGO VALUE "S".
       01 WS-RETENER-RESPALDOS PIC 9(3) VALUE 7.
       01 WS-RETENER-JOURNALS PIC 9(3) VALUE 7.
       01 WS-ULTIMO-NUMERO PIC 9(4) VALUE 0.
       01 WS-ORIGEN PIC X(20).
       01 WS-DESTINO PIC X(20).
       01 WS-RC-ARCHIVO PIC S9(9).
       01 WS-CANT-RESPALDOS PIC 9(3).
       01 WS-CANT-JOURNALS PIC 9(3).
       01 WS-SOBRANTES PIC 9(3).
       01 WS-RESPALDO-MAS-VIEJO PIC 9(14).

      * Catalogo en memoria, en el orden del archivo (el mas viejo
      * primero); WS-TC-DEPURAR marca las generaciones que se quitan.
       01 WS-TABLA-CATALOGO.
           05 WS-TC-ENTRADA OCCURS 300 TIMES.
               10 WS-TC-LINEA PIC X(120).
               10 WS-TC-DEPURAR PIC X(1).
       01 WS-CANT-ENTRADAS PIC 9(3) VALUE 0.
       01 WS-MAX-ENTRADAS PIC 9(3) VALUE 300.
       01 WS-IX PIC 9(3).

           COPY CPCATG REPLACING
               ==CATALOGO-RECORD== BY ==ENTRADA-TABLA==
               LEADING ==CG-== BY ==ET-==.
       LINKAGE SECTION.
           COPY CPCATG REPLACING
               ==CATALOGO-RECORD== BY ==LK-ENTRADA==
               LEADING ==CG-== BY ==LC-==.
       01 LK-RESULTADO PIC X(1).
       PROCEDURE DIVISION USING LK-ENTRADA LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "0" TO LK-RESULTADO
           MOVE "N" TO WS-ERROR-CATALOGO
           MOVE "N" TO WS-FIN-CATALOGO
           MOVE 0 TO WS-CANT-ENTRADAS
           MOVE 0 TO WS-ULTIMO-NUMERO
           MOVE 7 TO WS-RETENER-RESPALDOS
           MOVE 7 TO WS-RETENER-JOURNALS
           PERFORM CARGAR-CATALOGO
           IF ERROR-CATALOGO OR WS-CANT-ENTRADAS NOT < WS-MAX-ENTRADAS
               DISPLAY "No se pudo leer el catalogo NOMBRCAT o esta "
                   "lleno, la generacion no se cataloga."
               MOVE "9" TO LK-RESULTADO
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ULTIMO-NUMERO = 9999
               MOVE 1 TO WS-ULTIMO-NUMERO
           ELSE
               ADD 1 TO WS-ULTIMO-NUMERO
           END-IF
           IF LC-TIPO = "B"
               MOVE "NOMBRBKP" TO WS-ORIGEN
           ELSE
               MOVE "NOMBRJRG" TO WS-ORIGEN
           END-IF
           MOVE SPACES TO WS-DESTINO
           STRING WS-ORIGEN DELIMITED BY SPACE
               ".G" WS-ULTIMO-NUMERO DELIMITED BY SIZE
               INTO WS-DESTINO
           CALL "CBL_COPY_FILE" USING WS-ORIGEN WS-DESTINO
           MOVE RETURN-CODE TO WS-RC-ARCHIVO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-ARCHIVO NOT = 0
               DISPLAY "No se pudo copiar " WS-ORIGEN " a la "
                   "generacion " WS-DESTINO ", no se cataloga."
               MOVE "1" TO LK-RESULTADO
               GOBACK
           END-IF
           MOVE WS-ULTIMO-NUMERO TO LC-NUMERO
           MOVE WS-DESTINO TO LC-ARCHIVO
           MOVE FUNCTION CURRENT-DATE(1:14) TO LC-CATALOGADO
           ADD 1 TO WS-CANT-ENTRADAS
           MOVE LK-ENTRADA TO WS-TC-LINEA(WS-CANT-ENTRADAS)
           MOVE "N" TO WS-TC-DEPURAR(WS-CANT-ENTRADAS)
           PERFORM APLICAR-RETENCION
           PERFORM GRABAR-CATALOGO
           IF ERROR-CATALOGO
               DISPLAY "No se pudo regrabar el catalogo NOMBRCAT: "
                   WS-CATALOGO-STATUS
               MOVE "9" TO LK-RESULTADO
           ELSE
               DISPLAY "Generacion catalogada en NOMBRCAT: "
                   WS-DESTINO
               PERFORM BORRAR-DEPURADAS
           END-IF
           GOBACK.

       CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           EVALUATE WS-CATALOGO-STATUS
               WHEN "00"
                   PERFORM LEER-CATALOGO UNTIL FIN-CATALOGO
                   CLOSE CATALOGO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "S" TO WS-ERROR-CATALOGO
           END-EVALUATE.

       LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END
                   MOVE "S" TO WS-FIN-CATALOGO
               NOT AT END
                   IF CG-TIPO = "C"
                       IF CG-RETENER-RESPALDOS IS NUMERIC
                           MOVE CG-RETENER-RESPALDOS
                               TO WS-RETENER-RESPALDOS
                       END-IF
                       IF CG-RETENER-JOURNALS IS NUMERIC
                           MOVE CG-RETENER-JOURNALS
                               TO WS-RETENER-JOURNALS
                       END-IF
                   ELSE
                       PERFORM GUARDAR-ENTRADA
                   END-IF
           END-READ
           IF WS-CATALOGO-STATUS NOT = "00" AND NOT FIN-CATALOGO
               MOVE "S" TO WS-ERROR-CATALOGO
               MOVE "S" TO WS-FIN-CATALOGO
           END-IF.

       GUARDAR-ENTRADA.
           IF WS-CANT-ENTRADAS < WS-MAX-ENTRADAS
               ADD 1 TO WS-CANT-ENTRADAS
               MOVE CATALOGO-RECORD TO WS-TC-LINEA(WS-CANT-ENTRADAS)
               MOVE "N" TO WS-TC-DEPURAR(WS-CANT-ENTRADAS)
               IF CG-NUMERO IS NUMERIC
                   MOVE CG-NUMERO TO WS-ULTIMO-NUMERO
               END-IF
           ELSE
               MOVE "S" TO WS-ERROR-CATALOGO
           END-IF.

      * Se conservan las ultimas WS-RETENER-RESPALDOS copias; de las
      * generaciones del journal se quitan las sobrantes solo si se
      * cerraron antes del respaldo mas viejo que queda.
       APLICAR-RETENCION.
           MOVE 0 TO WS-CANT-RESPALDOS
           MOVE 0 TO WS-CANT-JOURNALS
           PERFORM CONTAR-GENERACION
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-ENTRADAS
           MOVE 0 TO WS-SOBRANTES
           IF WS-RETENER-RESPALDOS > 0
                   AND WS-CANT-RESPALDOS > WS-RETENER-RESPALDOS
               COMPUTE WS-SOBRANTES =
                   WS-CANT-RESPALDOS - WS-RETENER-RESPALDOS
           END-IF
           MOVE 0 TO WS-RESPALDO-MAS-VIEJO
           PERFORM MARCAR-RESPALDO
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-ENTRADAS
           MOVE 0 TO WS-SOBRANTES
           IF WS-RETENER-JOURNALS > 0
                   AND WS-CANT-JOURNALS > WS-RETENER-JOURNALS
                   AND WS-RESPALDO-MAS-VIEJO > 0
               COMPUTE WS-SOBRANTES =
                   WS-CANT-JOURNALS - WS-RETENER-JOURNALS
           END-IF
           PERFORM MARCAR-JOURNAL
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-ENTRADAS OR WS-SOBRANTES = 0.

       CONTAR-GENERACION.
           MOVE WS-TC-LINEA(WS-IX) TO ENTRADA-TABLA
           EVALUATE ET-TIPO
               WHEN "B"
                   ADD 1 TO WS-CANT-RESPALDOS
               WHEN "J"
                   ADD 1 TO WS-CANT-JOURNALS
           END-EVALUATE.

       MARCAR-RESPALDO.
           MOVE WS-TC-LINEA(WS-IX) TO ENTRADA-TABLA
           IF ET-TIPO = "B"
               IF WS-SOBRANTES > 0
                   MOVE "S" TO WS-TC-DEPURAR(WS-IX)
                   SUBTRACT 1 FROM WS-SOBRANTES
               ELSE
                   IF WS-RESPALDO-MAS-VIEJO = 0
                       MOVE ET-CATALOGADO TO WS-RESPALDO-MAS-VIEJO
                   END-IF
               END-IF
           END-IF.

       MARCAR-JOURNAL.
           MOVE WS-TC-LINEA(WS-IX) TO ENTRADA-TABLA
           IF ET-TIPO = "J"
               IF ET-CATALOGADO < WS-RESPALDO-MAS-VIEJO
                   MOVE "S" TO WS-TC-DEPURAR(WS-IX)
                   SUBTRACT 1 FROM WS-SOBRANTES
               ELSE
                   MOVE 0 TO WS-SOBRANTES
               END-IF
           END-IF.

       GRABAR-CATALOGO.
           OPEN OUTPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               MOVE "S" TO WS-ERROR-CATALOGO
           ELSE
               MOVE SPACES TO CATALOGO-RECORD
               MOVE "C" TO CG-TIPO
               MOVE WS-RETENER-RESPALDOS TO CG-RETENER-RESPALDOS
               MOVE WS-RETENER-JOURNALS TO CG-RETENER-JOURNALS
               WRITE CATALOGO-RECORD
               IF WS-CATALOGO-STATUS NOT = "00"
                   MOVE "S" TO WS-ERROR-CATALOGO
               END-IF
               PERFORM GRABAR-ENTRADA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CANT-ENTRADAS
               CLOSE CATALOGO-FILE
           END-IF.

       GRABAR-ENTRADA.
           IF WS-TC-DEPURAR(WS-IX) NOT = "S"
               WRITE CATALOGO-RECORD FROM WS-TC-LINEA(WS-IX)
               IF WS-CATALOGO-STATUS NOT = "00"
                   MOVE "S" TO WS-ERROR-CATALOGO
               END-IF
           END-IF.

      * Solo una vez regrabado el catalogo se borran los datasets de
      * las generaciones que salieron de el.
       BORRAR-DEPURADAS.
           PERFORM BORRAR-DATASET
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-ENTRADAS.

       BORRAR-DATASET.
           IF WS-TC-DEPURAR(WS-IX) = "S"
               MOVE WS-TC-LINEA(WS-IX) TO ENTRADA-TABLA
               CALL "CBL_DELETE_FILE" USING ET-ARCHIVO
               MOVE RETURN-CODE TO WS-RC-ARCHIVO
               MOVE 0 TO RETURN-CODE
               IF WS-RC-ARCHIVO = 0
                   DISPLAY "Generacion vencida, quitada del "
                       "catalogo y borrada: " ET-ARCHIVO
               ELSE
                   DISPLAY "Generacion vencida y quitada del "
                       "catalogo, ya no estaba en disco: " ET-ARCHIVO
               END-IF
           END-IF.

       END PROGRAM  Catgnom.
