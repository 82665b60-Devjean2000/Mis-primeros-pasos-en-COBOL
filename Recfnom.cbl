      ******************************************************************
      * Author:
      * Date:
      * Purpose: Point-in-time recovery of NOMBRE-MASTER driven by the
      *          NOMBRCAT generation catalog (CPCATG). The operator
      *          gives the target timestamp; Recfnom picks the latest
      *          catalogued NOMBRBKP generation taken at or before it
      *          that is still on disk, and every NOMBRJRG generation
      *          closed after that backup, in catalog order, up to the
      *          one that passes the target, plus the live NOMBRJRN
      *          when the target is later than the last close-out.
      *          After the plan is shown and confirmed it reloads the
      *          master from the backup (header and trailer checked
      *          as in Recarnom), replays the generations in order up
      *          to the cutoff (idempotent, as in Recupnom; entries
      *          older than the backup are already in it and are
      *          skipped) and ends with the Verifnom checks: the
      *          record count against the backup trailer plus the
      *          records the replay added and removed, MR-NOMBRE-NORM
      *          against MR-NOMBRE, and
      *          the highest ID against ACEPTSEQ. A generation the plan
      *          needs that is missing from disk stops the run before
      *          anything is touched. The generations are read through
      *          the RECFBKP and RECFJRG work copies, removed at the
      *          end. Runs under the exclusive NOMBRE-MASTER lock and
      *          only for an operator whose NOMBRPER profile grants
      *          RECARGA (Autnom). RETURN-CODE 8 when the recovery
      *          could not be done or a check failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recfnom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "NOMBRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT NOMBRE-MASTER ASSIGN TO "NOMBRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID-REGISTRO
               ALTERNATE RECORD KEY IS MR-NOMBRE-NORM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MR-ID-NUMERO WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "RECFBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT GENERACION-FILE ASSIGN TO "RECFJRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "NOMBRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SEQ-FILE ASSIGN TO "ACEPTSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
           COPY CPCATG.
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  BACKUP-FILE.
       01  BACKUP-LINE PIC X(176).
       FD  GENERACION-FILE.
           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==GENERACION-RECORD==
               LEADING ==JR-== BY ==JG-==.
       FD  JOURNAL-FILE.
           COPY CPJRNL.
       FD  SEQ-FILE.
           COPY CPSEQ.
       WORKING-STORAGE SECTION.
       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-BACKUP-STATUS PIC X(2).
       01 WS-GENERACION-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-SEQ-STATUS PIC X(2).
       01 WS-FIN-CATALOGO PIC X VALUE "N".
           88 FIN-CATALOGO VALUE "S".
       01 WS-FIN-RESPALDO PIC X VALUE "N".
           88 FIN-RESPALDO VALUE "S".
       01 WS-FIN-JOURNAL PIC X VALUE "N".
           88 FIN-JOURNAL VALUE "S".
       01 WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01 WS-CABECERA-VISTA PIC X VALUE "N".
           88 CABECERA-VISTA VALUE "S".
       01 WS-TRAILER-VISTO PIC X VALUE "N".
           88 TRAILER-VISTO VALUE "S".
       01 WS-LIMITE-ALCANZADO PIC X VALUE "N".
           88 LIMITE-ALCANZADO VALUE "S".
       01 WS-SEGUNDO-INTENTO PIC X VALUE "N".
           88 SEGUNDO-INTENTO VALUE "S".
       01 WS-CONFIRMA PIC X VALUE "N".
           88 CONFIRMA-RECUPERACION VALUE "S" "s".
       01 WS-LIMITE PIC 9(14) VALUE 0.
       01 WS-FECHA-LIMITE PIC 9(8).

      * Generaciones del catalogo y plan de recuperacion.
       01 WS-TABLA-CATALOGO.
           05 WS-TC-ENTRADA OCCURS 300 TIMES.
               10 WS-TC-TIPO PIC X(1).
               10 WS-TC-ARCHIVO PIC X(20).
               10 WS-TC-DESDE PIC 9(14).
               10 WS-TC-HASTA PIC 9(14).
               10 WS-TC-REGISTROS PIC 9(6).
               10 WS-TC-CATALOGADO PIC 9(14).
               10 WS-TC-EN-DISCO PIC X(1).
       01 WS-CANT-ENTRADAS PIC 9(3) VALUE 0.
       01 WS-MAX-ENTRADAS PIC 9(3) VALUE 300.
       01 WS-IX PIC 9(3).
       01 WS-IX-RESPALDO PIC 9(3) VALUE 0.
       01 WS-PLAN.
           05 WS-PL-INDICE PIC 9(3) OCCURS 300 TIMES.
       01 WS-CANT-PLAN PIC 9(3) VALUE 0.
       01 WS-IX-PLAN PIC 9(3).
       01 WS-USAR-JOURNAL-VIVO PIC X VALUE "S".
           88 USAR-JOURNAL-VIVO VALUE "S".
       01 WS-CORTE-HALLADO PIC X VALUE "N".
           88 CORTE-HALLADO VALUE "S".
       01 WS-FALTANTES PIC 9(3) VALUE 0.
       01 WS-RESPALDOS-OMITIDOS PIC 9(3) VALUE 0.

      * Archivos de trabajo y rutinas de archivo del sistema.
       01 WS-ARCHIVO-ORIGEN PIC X(20).
       01 WS-TRABAJO-RESPALDO PIC X(20) VALUE "RECFBKP".
       01 WS-TRABAJO-GENERACION PIC X(20) VALUE "RECFJRG".
       01 WS-DATOS-ARCHIVO PIC X(16).
       01 WS-RC-ARCHIVO PIC S9(9).

      * Contadores de la recarga, la reproduccion y la verificacion.
       01 WS-CARGADOS PIC 9(6) VALUE 0.
       01 WS-CANT-ESPERADA PIC 9(6) VALUE 0.
       01 WS-ALTAS PIC 9(6) VALUE 0.
       01 WS-CAMBIOS PIC 9(6) VALUE 0.
       01 WS-BAJAS PIC 9(6) VALUE 0.
       01 WS-NUEVOS PIC 9(6) VALUE 0.
       01 WS-QUITADOS PIC 9(6) VALUE 0.
       01 WS-ERRORES PIC 9(6) VALUE 0.
       01 WS-EN-RESPALDO PIC 9(6) VALUE 0.
       01 WS-CONTADOR PIC 9(6) VALUE 0.
       01 WS-CANT-FINAL PIC 9(6) VALUE 0.
       01 WS-NORM-ERRORES PIC 9(6) VALUE 0.
       01 WS-ID-MAXIMO PIC 9(6) VALUE 0.
       01 WS-ULTIMO-ID PIC 9(6) VALUE 0.
       01 WS-FALLAS PIC 9(2) VALUE 0.

           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==ENTRADA-JOURNAL==
               LEADING ==JR-== BY ==EJ-==.

       01 WS-RECURSO-ENQ PIC X(8) VALUE "MAESTRO".
       01 WS-ACCION-ENQ PIC X(1).
       01 WS-TITULAR-ENQ PIC X(9) VALUE "Recfnom".
       01 WS-RESULTADO-ENQ PIC X(1).
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       01 WS-FUNCION-AUT PIC X(8).
       01 WS-PROGRAMA-AUT PIC X(9) VALUE "Recfnom".
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
           DISPLAY "Recuperacion de NOMBRE-MASTER a un momento dado "
               "desde el catalogo NOMBRCAT."
           DISPLAY "Recuperar hasta (AAAAMMDDHHMMSS): "
           ACCEPT WS-LIMITE
           MOVE WS-LIMITE(1:8) TO WS-FECHA-LIMITE
           IF WS-LIMITE = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-LIMITE)
                       NOT = 0
               DISPLAY "Momento invalido, no se recupera nada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CATALOGO
           IF WS-CANT-ENTRADAS = 0
               DISPLAY "El catalogo NOMBRCAT no tiene generaciones, "
                   "no se puede recuperar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ELEGIR-RESPALDO
           IF WS-IX-RESPALDO = 0
               DISPLAY "No hay en disco un respaldo catalogado "
                   "anterior a " WS-LIMITE ", no se puede recuperar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ELEGIR-GENERACIONES
           PERFORM MOSTRAR-PLAN
           IF WS-FALTANTES > 0
               DISPLAY "*** Faltan en disco " WS-FALTANTES
                   " generacion(es) del journal que la recuperacion "
                   "necesita, no se toca el maestro. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Esto reemplaza el maestro actual por el estado al "
               WS-LIMITE ". Continuar? (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT CONFIRMA-RECUPERACION
               DISPLAY "Recuperacion cancelada por el operador."
               STOP RUN
           END-IF
           PERFORM TOMAR-BLOQUEO-MAESTRO
           IF NOT BLOQUEO-TOMADO
               DISPLAY "NOMBRE-MASTER esta en uso por el trabajo "
                   WS-OCUPADO-POR ", intente cuando ese trabajo "
                   "termine."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RECARGAR-RESPALDO
           IF WS-FALLAS = 0
               PERFORM REPRODUCIR-GENERACIONES
           END-IF
           PERFORM SOLTAR-BLOQUEO-MAESTRO
           PERFORM BORRAR-TRABAJO
           IF WS-FALLAS > 0
               DISPLAY "*** RECUPERACION INCOMPLETA, NO DAR EL "
                   "MAESTRO POR BUENO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Reproduccion terminada: "
               WS-ALTAS " alta(s), "
               WS-CAMBIOS " cambio(s), "
               WS-BAJAS " baja(s), "
               WS-ERRORES " error(es)."
           IF WS-EN-RESPALDO > 0
               DISPLAY "Entradas anteriores al respaldo, ya incluidas "
                   "en el: " WS-EN-RESPALDO
           END-IF
           PERFORM VERIFICAR-MAESTRO
           IF WS-FALLAS = 0
               DISPLAY "Recuperacion al " WS-LIMITE " verificada, "
                   WS-CONTADOR " registro(s) en el maestro."
               DISPLAY "Las entradas posteriores al corte no se "
                   "aplicaron y NOMBRJRN queda como estaba."
           ELSE
               DISPLAY "*** VERIFICACION CON " WS-FALLAS
                   " FALLA(S), NO DAR EL MAESTRO POR BUENO ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Catalogo y plan de recuperacion.
      ******************************************************************
       CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el catalogo NOMBRCAT: "
                   WS-CATALOGO-STATUS
               MOVE "S" TO WS-FIN-CATALOGO
           END-IF
           PERFORM LEER-CATALOGO UNTIL FIN-CATALOGO
           IF WS-CATALOGO-STATUS NOT = "35"
               CLOSE CATALOGO-FILE
           END-IF.

       LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END
                   MOVE "S" TO WS-FIN-CATALOGO
               NOT AT END
                   IF (CG-TIPO = "B" OR CG-TIPO = "J")
                           AND WS-CANT-ENTRADAS < WS-MAX-ENTRADAS
                       ADD 1 TO WS-CANT-ENTRADAS
                       MOVE WS-CANT-ENTRADAS TO WS-IX
                       MOVE CG-TIPO TO WS-TC-TIPO(WS-IX)
                       MOVE CG-ARCHIVO TO WS-TC-ARCHIVO(WS-IX)
                       MOVE CG-DESDE TO WS-TC-DESDE(WS-IX)
                       MOVE CG-HASTA TO WS-TC-HASTA(WS-IX)
                       MOVE CG-REGISTROS TO WS-TC-REGISTROS(WS-IX)
                       MOVE CG-CATALOGADO TO WS-TC-CATALOGADO(WS-IX)
                       CALL "CBL_CHECK_FILE_EXIST" USING CG-ARCHIVO
                           WS-DATOS-ARCHIVO
                       MOVE RETURN-CODE TO WS-RC-ARCHIVO
                       MOVE 0 TO RETURN-CODE
                       IF WS-RC-ARCHIVO = 0
                           MOVE "S" TO WS-TC-EN-DISCO(WS-IX)
                       ELSE
                           MOVE "N" TO WS-TC-EN-DISCO(WS-IX)
                       END-IF
                   END-IF
           END-READ
           IF WS-CATALOGO-STATUS NOT = "00" AND NOT FIN-CATALOGO
               MOVE "S" TO WS-FIN-CATALOGO
           END-IF.

      * El ultimo respaldo tomado antes del momento pedido que siga en
      * disco; si uno posterior falta se avisa y se usa el anterior.
       ELEGIR-RESPALDO.
           MOVE 0 TO WS-IX-RESPALDO
           MOVE 0 TO WS-RESPALDOS-OMITIDOS
           PERFORM EVALUAR-RESPALDO
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-ENTRADAS.

       EVALUAR-RESPALDO.
           IF WS-TC-TIPO(WS-IX) = "B"
                   AND WS-TC-DESDE(WS-IX) NOT > WS-LIMITE
               IF WS-TC-EN-DISCO(WS-IX) = "S"
                   MOVE WS-IX TO WS-IX-RESPALDO
                   MOVE 0 TO WS-RESPALDOS-OMITIDOS
               ELSE
                   ADD 1 TO WS-RESPALDOS-OMITIDOS
               END-IF
           END-IF.

      * Toda generacion cerrada despues del respaldo, hasta la primera
      * que empieza pasado el corte; si ninguna lo pasa, tambien el
      * journal vivo.
       ELEGIR-GENERACIONES.
           MOVE 0 TO WS-CANT-PLAN
           MOVE 0 TO WS-FALTANTES
           MOVE "N" TO WS-CORTE-HALLADO
           PERFORM EVALUAR-GENERACION
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-ENTRADAS OR CORTE-HALLADO
           IF CORTE-HALLADO
               MOVE "N" TO WS-USAR-JOURNAL-VIVO
           ELSE
               MOVE "S" TO WS-USAR-JOURNAL-VIVO
           END-IF.

       EVALUAR-GENERACION.
           IF WS-TC-TIPO(WS-IX) = "J"
                   AND WS-TC-CATALOGADO(WS-IX)
                       NOT < WS-TC-DESDE(WS-IX-RESPALDO)
                   AND WS-TC-REGISTROS(WS-IX) > 0
               IF WS-TC-DESDE(WS-IX) > WS-LIMITE
                   MOVE "S" TO WS-CORTE-HALLADO
               ELSE
                   ADD 1 TO WS-CANT-PLAN
                   MOVE WS-IX TO WS-PL-INDICE(WS-CANT-PLAN)
                   IF WS-TC-EN-DISCO(WS-IX) NOT = "S"
                       ADD 1 TO WS-FALTANTES
                   END-IF
                   IF WS-TC-HASTA(WS-IX) > WS-LIMITE
                       MOVE "S" TO WS-CORTE-HALLADO
                   END-IF
               END-IF
           END-IF.

       MOSTRAR-PLAN.
           DISPLAY "----------------------------------------------"
           DISPLAY "Plan de recuperacion al " WS-LIMITE ":"
           IF WS-RESPALDOS-OMITIDOS > 0
               DISPLAY "  Aviso: " WS-RESPALDOS-OMITIDOS " respaldo(s) "
                   "posterior(es) no estan en disco, se usa uno "
                   "anterior."
           END-IF
           DISPLAY "  Respaldo   " WS-TC-ARCHIVO(WS-IX-RESPALDO)
               " del " WS-TC-DESDE(WS-IX-RESPALDO)
           PERFORM MOSTRAR-PASO-PLAN
               VARYING WS-IX-PLAN FROM 1 BY 1
               UNTIL WS-IX-PLAN > WS-CANT-PLAN
           IF USAR-JOURNAL-VIVO
               DISPLAY "  Journal    NOMBRJRN (vivo)"
           END-IF
           DISPLAY "----------------------------------------------".

       MOSTRAR-PASO-PLAN.
           MOVE WS-PL-INDICE(WS-IX-PLAN) TO WS-IX
           IF WS-TC-EN-DISCO(WS-IX) = "S"
               DISPLAY "  Generacion " WS-TC-ARCHIVO(WS-IX) " "
                   WS-TC-DESDE(WS-IX) " - " WS-TC-HASTA(WS-IX)
           ELSE
               DISPLAY "  *** FALTA  " WS-TC-ARCHIVO(WS-IX) " "
                   WS-TC-DESDE(WS-IX) " - " WS-TC-HASTA(WS-IX)
           END-IF.

      ******************************************************************
      * Recarga del respaldo elegido, como Recarnom.
      ******************************************************************
       RECARGAR-RESPALDO.
           MOVE WS-TC-ARCHIVO(WS-IX-RESPALDO) TO WS-ARCHIVO-ORIGEN
           CALL "CBL_COPY_FILE" USING WS-ARCHIVO-ORIGEN
               WS-TRABAJO-RESPALDO
           MOVE RETURN-CODE TO WS-RC-ARCHIVO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-ARCHIVO NOT = 0
               DISPLAY "No se pudo leer el respaldo "
                   WS-ARCHIVO-ORIGEN ", el maestro no se toco."
               ADD 1 TO WS-FALLAS
           ELSE
               OPEN INPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir la copia del respaldo: "
                       WS-BACKUP-STATUS ", el maestro no se toco."
                   ADD 1 TO WS-FALLAS
               ELSE
                   PERFORM CARGAR-MAESTRO
                   CLOSE BACKUP-FILE
               END-IF
           END-IF.

       CARGAR-MAESTRO.
           OPEN OUTPUT NOMBRE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOMBRE-MASTER para la "
                   "recarga: " WS-MASTER-STATUS
               ADD 1 TO WS-FALLAS
           ELSE
               PERFORM CARGAR-REGISTRO UNTIL FIN-RESPALDO
               CLOSE NOMBRE-MASTER
               DISPLAY "Recarga terminada: " WS-CARGADOS
                   " registro(s) cargado(s), " WS-ERRORES
                   " error(es)."
               EVALUATE TRUE
                   WHEN NOT CABECERA-VISTA
                       DISPLAY "*** EL RESPALDO NO TIENE CABECERA ***"
                       ADD 1 TO WS-FALLAS
                   WHEN NOT TRAILER-VISTO
                       DISPLAY "*** EL RESPALDO NO TIENE TRAILER ***"
                       ADD 1 TO WS-FALLAS
                   WHEN WS-CANT-ESPERADA NOT = WS-CARGADOS
                       DISPLAY "*** LA CANTIDAD NO CONCILIA: trailer "
                           WS-CANT-ESPERADA ", cargados " WS-CARGADOS
                           " ***"
                       ADD 1 TO WS-FALLAS
                   WHEN WS-ERRORES > 0
                       ADD 1 TO WS-FALLAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CARGAR-REGISTRO.
           READ BACKUP-FILE
               AT END
                   MOVE "S" TO WS-FIN-RESPALDO
               NOT AT END
                   EVALUATE BACKUP-LINE(1:1)
                       WHEN "H"
                           MOVE "S" TO WS-CABECERA-VISTA
                           MOVE BACKUP-LINE TO RESPALDO-HEADER
                           DISPLAY "Recargando desde el respaldo del "
                               BH-FECHA-RESPALDO " a las "
                               BH-HORA-RESPALDO
                       WHEN "D"
                           MOVE BACKUP-LINE TO RESPALDO-DETALLE
                           MOVE BD-REGISTRO TO NOMBRE-MASTER-RECORD
                           WRITE NOMBRE-MASTER-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-ERRORES
                                   DISPLAY "No se pudo cargar el "
                                       "registro " MR-ID-REGISTRO
                                       ": " WS-MASTER-STATUS
                           END-WRITE
                           IF WS-MASTER-STATUS = "00"
                                   OR WS-MASTER-STATUS = "02"
                               ADD 1 TO WS-CARGADOS
                           END-IF
                       WHEN "T"
                           MOVE "S" TO WS-TRAILER-VISTO
                           MOVE BACKUP-LINE TO RESPALDO-TRAILER
                           MOVE BT-CANTIDAD-TOTAL TO WS-CANT-ESPERADA
                       WHEN OTHER
                           ADD 1 TO WS-ERRORES
                           DISPLAY "Tipo de registro desconocido en "
                               "el respaldo: " BACKUP-LINE(1:1)
                   END-EVALUATE
           END-READ
           IF WS-BACKUP-STATUS NOT = "00" AND NOT FIN-RESPALDO
               ADD 1 TO WS-ERRORES
               MOVE "S" TO WS-FIN-RESPALDO
           END-IF.

      ******************************************************************
      * Reproduccion de las generaciones, como Recupnom.
      ******************************************************************
       REPRODUCIR-GENERACIONES.
           MOVE 0 TO WS-ERRORES
           OPEN I-O NOMBRE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "No se pudo reabrir NOMBRE-MASTER: "
                   WS-MASTER-STATUS
               ADD 1 TO WS-FALLAS
           ELSE
               PERFORM REPRODUCIR-GENERACION
                   VARYING WS-IX-PLAN FROM 1 BY 1
                   UNTIL WS-IX-PLAN > WS-CANT-PLAN
                       OR LIMITE-ALCANZADO OR WS-FALLAS > 0
               IF USAR-JOURNAL-VIVO AND NOT LIMITE-ALCANZADO
                       AND WS-FALLAS = 0
                   PERFORM REPRODUCIR-JOURNAL-VIVO
               END-IF
               CLOSE NOMBRE-MASTER
               IF WS-ERRORES > 0
                   ADD 1 TO WS-FALLAS
               END-IF
           END-IF.

       REPRODUCIR-GENERACION.
           MOVE WS-PL-INDICE(WS-IX-PLAN) TO WS-IX
           MOVE WS-TC-ARCHIVO(WS-IX) TO WS-ARCHIVO-ORIGEN
           CALL "CBL_COPY_FILE" USING WS-ARCHIVO-ORIGEN
               WS-TRABAJO-GENERACION
           MOVE RETURN-CODE TO WS-RC-ARCHIVO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-ARCHIVO NOT = 0
               DISPLAY "No se pudo leer la generacion "
                   WS-ARCHIVO-ORIGEN "."
               ADD 1 TO WS-FALLAS
           ELSE
               OPEN INPUT GENERACION-FILE
               IF WS-GENERACION-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir la copia de "
                       WS-ARCHIVO-ORIGEN ": " WS-GENERACION-STATUS
                   ADD 1 TO WS-FALLAS
               ELSE
                   DISPLAY "Reproduciendo " WS-ARCHIVO-ORIGEN
                   MOVE "N" TO WS-FIN-JOURNAL
                   PERFORM LEER-GENERACION UNTIL FIN-JOURNAL
                   CLOSE GENERACION-FILE
               END-IF
           END-IF.

       LEER-GENERACION.
           READ GENERACION-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-JOURNAL
               NOT AT END
                   PERFORM APLICAR-HASTA-LIMITE
           END-READ
           IF WS-GENERACION-STATUS NOT = "00" AND NOT FIN-JOURNAL
               ADD 1 TO WS-ERRORES
               MOVE "S" TO WS-FIN-JOURNAL
           END-IF.

       REPRODUCIR-JOURNAL-VIVO.
           OPEN INPUT JOURNAL-FILE
           EVALUATE WS-JOURNAL-STATUS
               WHEN "00"
                   DISPLAY "Reproduciendo NOMBRJRN"
                   MOVE "N" TO WS-FIN-JOURNAL
                   PERFORM LEER-JOURNAL-VIVO UNTIL FIN-JOURNAL
                   CLOSE JOURNAL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir el journal NOMBRJRN: "
                       WS-JOURNAL-STATUS
                   ADD 1 TO WS-FALLAS
           END-EVALUATE.

       LEER-JOURNAL-VIVO.
           READ JOURNAL-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-JOURNAL
               NOT AT END
                   PERFORM APLICAR-HASTA-LIMITE
           END-READ
           IF WS-JOURNAL-STATUS NOT = "00" AND NOT FIN-JOURNAL
               ADD 1 TO WS-ERRORES
               MOVE "S" TO WS-FIN-JOURNAL
           END-IF.

      * Las entradas anteriores al respaldo ya estan en el y no se
      * vuelven a aplicar (las viejas pueden estar anonimizadas por
      * Retenom).
       APLICAR-HASTA-LIMITE.
           EVALUATE TRUE
               WHEN EJ-TIMESTAMP > WS-LIMITE
                   MOVE "S" TO WS-LIMITE-ALCANZADO
                   MOVE "S" TO WS-FIN-JOURNAL
               WHEN EJ-TIMESTAMP < WS-TC-DESDE(WS-IX-RESPALDO)
                   ADD 1 TO WS-EN-RESPALDO
               WHEN OTHER
                   PERFORM APLICAR-ENTRADA
           END-EVALUATE.

       APLICAR-ENTRADA.
           EVALUATE EJ-ACCION
               WHEN "A"
                   PERFORM APLICAR-ALTA
               WHEN "C"
                   PERFORM APLICAR-CAMBIO
               WHEN "B"
                   PERFORM APLICAR-BAJA
               WHEN OTHER
                   ADD 1 TO WS-ERRORES
                   DISPLAY "Accion desconocida en el journal: "
                       EJ-ACCION " (" EJ-TIMESTAMP ")"
           END-EVALUATE.

       APLICAR-ALTA.
           MOVE "N" TO WS-SEGUNDO-INTENTO
           MOVE EJ-DESPUES TO NOMBRE-MASTER-RECORD
           WRITE NOMBRE-MASTER-RECORD
               INVALID KEY
                   MOVE "S" TO WS-SEGUNDO-INTENTO
                   REWRITE NOMBRE-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERRORES
                           DISPLAY "No se pudo reaplicar el alta "
                               MR-ID-REGISTRO ": " WS-MASTER-STATUS
                   END-REWRITE
           END-WRITE
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               ADD 1 TO WS-ALTAS
               IF NOT SEGUNDO-INTENTO
                   ADD 1 TO WS-NUEVOS
               END-IF
           END-IF.

       APLICAR-CAMBIO.
           MOVE "N" TO WS-SEGUNDO-INTENTO
           MOVE EJ-DESPUES TO NOMBRE-MASTER-RECORD
           REWRITE NOMBRE-MASTER-RECORD
               INVALID KEY
                   MOVE "S" TO WS-SEGUNDO-INTENTO
                   WRITE NOMBRE-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERRORES
                           DISPLAY "No se pudo reaplicar el cambio "
                               MR-ID-REGISTRO ": " WS-MASTER-STATUS
                   END-WRITE
           END-REWRITE
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               ADD 1 TO WS-CAMBIOS
               IF SEGUNDO-INTENTO
                   ADD 1 TO WS-NUEVOS
               END-IF
           END-IF.

       APLICAR-BAJA.
           MOVE EJ-ANTES TO NOMBRE-MASTER-RECORD
           DELETE NOMBRE-MASTER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QUITADOS
           END-DELETE
           ADD 1 TO WS-BAJAS.

      ******************************************************************
      * Verificacion final, como Verifnom: la cantidad esperada es la
      * del trailer mas lo que la reproduccion agrego y quito.
      ******************************************************************
       VERIFICAR-MAESTRO.
           COMPUTE WS-CANT-FINAL =
               WS-CANT-ESPERADA + WS-NUEVOS - WS-QUITADOS
           DISPLAY "Verificacion de integridad de NOMBRE-MASTER:"
           MOVE 0 TO WS-CONTADOR
           MOVE "N" TO WS-FIN-MAESTRO
           OPEN INPUT NOMBRE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "  No se pudo abrir NOMBRE-MASTER: "
                   WS-MASTER-STATUS
               MOVE "S" TO WS-FIN-MAESTRO
               ADD 1 TO WS-FALLAS
           ELSE
               MOVE 0 TO MR-ID-REGISTRO
               START NOMBRE-MASTER KEY IS NOT < MR-ID-REGISTRO
                   INVALID KEY
                       MOVE "S" TO WS-FIN-MAESTRO
               END-START
               PERFORM REVISAR-REGISTRO UNTIL FIN-MAESTRO
               CLOSE NOMBRE-MASTER
           END-IF
           IF WS-CONTADOR = WS-CANT-FINAL
               DISPLAY "  Cantidad de registros conciliada: "
                   WS-CONTADOR " (respaldo " WS-CANT-ESPERADA
                   " + " WS-NUEVOS " - " WS-QUITADOS ")"
           ELSE
               DISPLAY "  FALLA: esperados " WS-CANT-FINAL
                   " (respaldo " WS-CANT-ESPERADA " + " WS-NUEVOS
                   " - " WS-QUITADOS "), maestro " WS-CONTADOR
               ADD 1 TO WS-FALLAS
           END-IF
           IF WS-NORM-ERRORES = 0
               DISPLAY "  Clave alterna MR-NOMBRE-NORM consistente."
           ELSE
               DISPLAY "  FALLA: " WS-NORM-ERRORES
                   " clave(s) alterna(s) inconsistente(s)."
               ADD 1 TO WS-FALLAS
           END-IF
           PERFORM LEER-ULTIMO-ID
           IF WS-SEQ-STATUS = "00"
               IF WS-ID-MAXIMO > WS-ULTIMO-ID
                   DISPLAY "  FALLA: ID maximo " WS-ID-MAXIMO
                       " excede SQ-ULTIMO-ID " WS-ULTIMO-ID
                   ADD 1 TO WS-FALLAS
               ELSE
                   DISPLAY "  ID maximo " WS-ID-MAXIMO
                       " dentro de SQ-ULTIMO-ID " WS-ULTIMO-ID
               END-IF
           END-IF.

       REVISAR-REGISTRO.
           READ NOMBRE-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WS-CONTADOR
                   IF MR-NOMBRE-NORM NOT =
                           FUNCTION UPPER-CASE(MR-NOMBRE)
                       ADD 1 TO WS-NORM-ERRORES
                       DISPLAY "  Clave alterna inconsistente en el "
                           "registro " MR-ID-REGISTRO
                   END-IF
                   IF MR-ID-REGISTRO > WS-ID-MAXIMO
                       MOVE MR-ID-REGISTRO TO WS-ID-MAXIMO
                   END-IF
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "02"
                   AND NOT FIN-MAESTRO
               MOVE "S" TO WS-FIN-MAESTRO
               ADD 1 TO WS-FALLAS
           END-IF.

       LEER-ULTIMO-ID.
           MOVE 0 TO WS-ULTIMO-ID
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS = "00"
               READ SEQ-FILE
                   NOT AT END
                       MOVE SQ-ULTIMO-ID TO WS-ULTIMO-ID
               END-READ
               CLOSE SEQ-FILE
           ELSE
               DISPLAY "  Aviso: no se pudo leer ACEPTSEQ ("
                   WS-SEQ-STATUS "), se omite el chequeo del "
                   "ultimo ID."
           END-IF.

      * Las copias de trabajo tienen datos personales: no se dejan.
       BORRAR-TRABAJO.
           CALL "CBL_DELETE_FILE" USING WS-TRABAJO-RESPALDO
           CALL "CBL_DELETE_FILE" USING WS-TRABAJO-GENERACION
           MOVE 0 TO RETURN-CODE.

       TOMAR-BLOQUEO-MAESTRO.
           MOVE "E" TO WS-ACCION-ENQ
           CALL "Enqnom" USING WS-RECURSO-ENQ WS-ACCION-ENQ
               WS-TITULAR-ENQ WS-RESULTADO-ENQ WS-OCUPADO-POR
           IF WS-RESULTADO-ENQ = "0"
               MOVE "S" TO WS-BLOQUEO
           ELSE
               MOVE "N" TO WS-BLOQUEO
           END-IF.

       SOLTAR-BLOQUEO-MAESTRO.
           MOVE "D" TO WS-ACCION-ENQ
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

       END PROGRAM  Recfnom.
