      ******************************************************************
      * Author:
      * Date:
      * Purpose: Overnight job-stream driver - runs the nightly
      *          stream (Aceptando in batch off ACEPTPRM, Aplicahr,
      *          Mantbat, Pendnom, Integnom, Respnom, Verifnom, the
      *          Consjrn close-out and Extrahr) in the order given by
      *          the CADENPAS step-control file (CPPASO layout)
      *          instead of the night operator starting each one by
      *          hand.
      *          Each step may be gated on the return code of an
      *          earlier step (no Respnom if Integnom ended with 8, no
      *          close-out unless Verifnom was clean) and may stop the
      *          stream on its own return code. Every start, end,
      *          skip and return code goes to the CADENLOG run log
      *          (CPCADL), which Opsrep prints in the morning. The
      *          CADENRST restart record (CPCADR) is rewritten after
      *          every step, so after an abend or a stop the next
      *          start resumes at the failed step, with the return
      *          codes of the finished steps recovered from the run
      *          log, instead of rerunning what already ran. Ends
      *          with RETURN-CODE 8 when the stream stopped, 4 when a
      *          step ended nonzero or was skipped, 0 when clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cadenoc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASOS-FILE ASSIGN TO "CADENPAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASOS-STATUS.
           SELECT LOG-FILE ASSIGN TO "CADENLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REINICIO-FILE ASSIGN TO "CADENRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REINICIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PASOS-FILE.
           COPY CPPASO.
       FD  LOG-FILE.
           COPY CPCADL.
       FD  REINICIO-FILE.
           COPY CPCADR.
       WORKING-STORAGE SECTION.
       01 WS-PASOS-STATUS PIC X(2).
       01 WS-LOG-STATUS PIC X(2).
       01 WS-REINICIO-STATUS PIC X(2).
       01 WS-FIN-PASOS PIC X VALUE "N".
           88 FIN-PASOS VALUE "S".
       01 WS-FIN-LOG PIC X VALUE "N".
           88 FIN-LOG VALUE "S".
       01 WS-REANUDADA PIC X VALUE "N".
           88 CORRIDA-REANUDADA VALUE "S".
       01 WS-DETENIDA PIC X VALUE "N".
           88 CORRIDA-DETENIDA VALUE "S".
       01 WS-CONDICION PIC X VALUE "N".
           88 CONDICION-CUMPLIDA VALUE "S".
       01 WS-ENCONTRADO PIC X VALUE "N".
           88 PASO-ENCONTRADO VALUE "S".
       01 WS-PASOS-ERRONEOS PIC X VALUE "N".
           88 PASOS-ERRONEOS VALUE "S".
       01 WS-ID-CORRIDA PIC 9(14).
       01 WS-FECHA-HORA PIC 9(14).
       01 WS-INICIO-PASO PIC 9(14).
       01 WS-PASO-INICIAL PIC 9(2) VALUE 0.
       01 WS-PASO-BUSCADO PIC 9(2).
       01 WS-PROXIMO-PASO PIC 9(2).
       01 WS-ESTADO-REINICIO PIC X(1).
       01 WS-CANT-PASOS PIC 9(2) VALUE 0.
       01 WS-MAX-PASOS PIC 9(2) VALUE 30.
       01 WS-IDX PIC 9(2).
       01 WS-IDX-BUSCA PIC 9(2).
       01 WS-IDX-COND PIC 9(2).
       01 WS-ESTADO-SISTEMA PIC S9(9).
       01 WS-RC-PASO PIC 9(9).
       01 WS-RESTO PIC 9(9).
       01 WS-RC-MAYOR PIC 9(3) VALUE 0.
       01 WS-EJECUTADOS PIC 9(2) VALUE 0.
       01 WS-OMITIDOS PIC 9(2) VALUE 0.
       01 WS-EVENTO PIC X(1).
       01 WS-LOG-PASO PIC 9(2).
       01 WS-LOG-PROGRAMA PIC X(9).
       01 WS-LOG-INICIO PIC 9(14).
       01 WS-LOG-FIN PIC 9(14).
       01 WS-LOG-RC PIC 9(3).

       01 WS-TABLA-PASOS.
           05 WS-PASO OCCURS 30 TIMES.
               10 WS-TP-NUMERO PIC 9(2).
               10 WS-TP-PROGRAMA PIC X(9).
               10 WS-TP-CONDICION PIC 9(2).
               10 WS-TP-RC-MAXIMO PIC 9(2).
               10 WS-TP-RC-DETIENE PIC 9(2).
               10 WS-TP-COMANDO PIC X(60).
               10 WS-TP-ESTADO PIC X(1).
                   88 TP-PENDIENTE VALUE "P".
                   88 TP-TERMINADO VALUE "F".
                   88 TP-OMITIDO VALUE "O".
               10 WS-TP-RC PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HORA
           PERFORM CARGAR-PASOS
           IF PASOS-ERRONEOS OR WS-CANT-PASOS = 0
               DISPLAY "*** CADENPAS ausente, vacio o fuera de orden,"
                   " no se corre la cadena nocturna. ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-REINICIO
           IF CORRIDA-REANUDADA
               PERFORM RECUPERAR-PASOS-ANTERIORES
               MOVE "R" TO WS-EVENTO
               MOVE WS-PASO-INICIAL TO WS-LOG-PASO
               DISPLAY "Reanudando la cadena nocturna " WS-ID-CORRIDA
                   " en el paso " WS-PASO-INICIAL
           ELSE
               MOVE WS-FECHA-HORA TO WS-ID-CORRIDA
               MOVE WS-TP-NUMERO(1) TO WS-PASO-INICIAL
               MOVE "C" TO WS-EVENTO
               MOVE 0 TO WS-LOG-PASO
               DISPLAY "Iniciando la cadena nocturna " WS-ID-CORRIDA
           END-IF
           MOVE SPACES TO WS-LOG-PROGRAMA
           MOVE WS-FECHA-HORA TO WS-LOG-INICIO
           MOVE 0 TO WS-LOG-FIN
           MOVE 0 TO WS-LOG-RC
           PERFORM GRABAR-LOG
           MOVE "E" TO WS-ESTADO-REINICIO
           MOVE WS-PASO-INICIAL TO WS-PROXIMO-PASO
           PERFORM GRABAR-REINICIO
           PERFORM EJECUTAR-PASO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CANT-PASOS OR CORRIDA-DETENIDA
           PERFORM CERRAR-CORRIDA
           STOP RUN.

      * La tabla de pasos se carga completa antes de correr nada: una
      * condicion puede referirse a cualquier paso anterior y el
      * reinicio necesita ubicar el paso donde se detuvo la cadena.
       CARGAR-PASOS.
           MOVE 0 TO WS-CANT-PASOS
           MOVE "N" TO WS-FIN-PASOS
           OPEN INPUT PASOS-FILE
           IF WS-PASOS-STATUS NOT = "00"
               DISPLAY "No se pudo abrir CADENPAS: " WS-PASOS-STATUS
               MOVE "S" TO WS-FIN-PASOS
           END-IF
           PERFORM LEER-PASO UNTIL FIN-PASOS
           IF WS-PASOS-STATUS NOT = "35"
               CLOSE PASOS-FILE
           END-IF.

       LEER-PASO.
           READ PASOS-FILE
               AT END
                   MOVE "S" TO WS-FIN-PASOS
               NOT AT END
                   PERFORM AGREGAR-PASO
           END-READ
           IF WS-PASOS-STATUS NOT = "00" AND NOT FIN-PASOS
               MOVE "S" TO WS-PASOS-ERRONEOS
               MOVE "S" TO WS-FIN-PASOS
           END-IF.

       AGREGAR-PASO.
           IF PS-NUMERO-PASO NOT NUMERIC
                   OR PS-PASO-CONDICION NOT NUMERIC
                   OR PS-RC-MAXIMO NOT NUMERIC
                   OR PS-RC-DETIENE NOT NUMERIC
                   OR PS-COMANDO = SPACES
               DISPLAY "Paso invalido en CADENPAS: " PASO-RECORD
               MOVE "S" TO WS-PASOS-ERRONEOS
           ELSE
               IF WS-CANT-PASOS NOT < WS-MAX-PASOS
                   DISPLAY "CADENPAS excede " WS-MAX-PASOS " pasos."
                   MOVE "S" TO WS-PASOS-ERRONEOS
               ELSE
                   IF WS-CANT-PASOS > 0
                       IF PS-NUMERO-PASO NOT >
                               WS-TP-NUMERO(WS-CANT-PASOS)
                           DISPLAY "Paso fuera de orden en CADENPAS: "
                               PS-NUMERO-PASO
                           MOVE "S" TO WS-PASOS-ERRONEOS
                       END-IF
                   END-IF
                   ADD 1 TO WS-CANT-PASOS
                   MOVE PS-NUMERO-PASO TO WS-TP-NUMERO(WS-CANT-PASOS)
                   MOVE PS-PROGRAMA TO WS-TP-PROGRAMA(WS-CANT-PASOS)
                   MOVE PS-PASO-CONDICION
                       TO WS-TP-CONDICION(WS-CANT-PASOS)
                   MOVE PS-RC-MAXIMO TO WS-TP-RC-MAXIMO(WS-CANT-PASOS)
                   MOVE PS-RC-DETIENE
                       TO WS-TP-RC-DETIENE(WS-CANT-PASOS)
                   MOVE PS-COMANDO TO WS-TP-COMANDO(WS-CANT-PASOS)
                   MOVE "P" TO WS-TP-ESTADO(WS-CANT-PASOS)
                   MOVE 0 TO WS-TP-RC(WS-CANT-PASOS)
               END-IF
           END-IF.

      * Un CADENRST que no dice T es una cadena que no termino: se
      * detuvo por el RC de un paso o el abend la corto a medias. En
      * ambos casos se reanuda en el paso que registro.
       LEER-REINICIO.
           MOVE "N" TO WS-REANUDADA
           OPEN INPUT REINICIO-FILE
           IF WS-REINICIO-STATUS = "00"
               READ REINICIO-FILE
                   NOT AT END
                       IF CR-ESTADO NOT = "T"
                               AND CR-ID-CORRIDA IS NUMERIC
                               AND CR-PROXIMO-PASO IS NUMERIC
                           MOVE "S" TO WS-REANUDADA
                           MOVE CR-ID-CORRIDA TO WS-ID-CORRIDA
                           MOVE CR-PROXIMO-PASO TO WS-PASO-INICIAL
                       END-IF
               END-READ
               CLOSE REINICIO-FILE
           END-IF.

      * Los pasos que ya terminaron en el intento anterior no se
      * vuelven a correr, pero su RC sigue mandando sobre las
      * condiciones de los pasos que faltan; se recupera del log.
       RECUPERAR-PASOS-ANTERIORES.
           MOVE "N" TO WS-FIN-LOG
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-LOG
           END-IF
           PERFORM LEER-LOG-ANTERIOR UNTIL FIN-LOG
           IF WS-LOG-STATUS NOT = "35"
               CLOSE LOG-FILE
           END-IF.

       LEER-LOG-ANTERIOR.
           READ LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-LOG
               NOT AT END
                   IF CL-ID-CORRIDA = WS-ID-CORRIDA
                           AND (CL-EVENTO = "F" OR CL-EVENTO = "O")
                           AND CL-NUMERO-PASO < WS-PASO-INICIAL
                       MOVE CL-NUMERO-PASO TO WS-PASO-BUSCADO
                       PERFORM BUSCAR-PASO
                       IF PASO-ENCONTRADO
                           MOVE CL-EVENTO TO WS-TP-ESTADO(WS-IDX-COND)
                           MOVE CL-RC TO WS-TP-RC(WS-IDX-COND)
                       END-IF
                   END-IF
           END-READ
           IF WS-LOG-STATUS NOT = "00" AND NOT FIN-LOG
               MOVE "S" TO WS-FIN-LOG
           END-IF.

       BUSCAR-PASO.
           MOVE "N" TO WS-ENCONTRADO
           PERFORM COMPARAR-PASO
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-CANT-PASOS OR PASO-ENCONTRADO.

       COMPARAR-PASO.
           IF WS-TP-NUMERO(WS-IDX-BUSCA) = WS-PASO-BUSCADO
               MOVE "S" TO WS-ENCONTRADO
               MOVE WS-IDX-BUSCA TO WS-IDX-COND
           END-IF.

       EJECUTAR-PASO.
           IF WS-TP-NUMERO(WS-IDX) NOT < WS-PASO-INICIAL
               PERFORM EVALUAR-CONDICION
               IF CONDICION-CUMPLIDA
                   PERFORM CORRER-PASO
               ELSE
                   PERFORM OMITIR-PASO
               END-IF
               IF NOT CORRIDA-DETENIDA
                   MOVE WS-TP-NUMERO(WS-IDX) TO WS-PROXIMO-PASO
                   ADD 1 TO WS-PROXIMO-PASO
                   PERFORM GRABAR-REINICIO
               END-IF
           END-IF.

      * Un paso condicionado solo corre si el paso del que depende
      * corrio de verdad y termino con un RC dentro del maximo; si
      * aquel se omitio, este tambien se omite.
       EVALUAR-CONDICION.
           MOVE "N" TO WS-CONDICION
           IF WS-TP-CONDICION(WS-IDX) = 0
               MOVE "S" TO WS-CONDICION
           ELSE
               MOVE WS-TP-CONDICION(WS-IDX) TO WS-PASO-BUSCADO
               PERFORM BUSCAR-PASO
               IF NOT PASO-ENCONTRADO
                   DISPLAY "El paso " WS-TP-NUMERO(WS-IDX)
                       " depende del paso " WS-PASO-BUSCADO
                       ", que no esta en CADENPAS."
               ELSE
                   IF TP-TERMINADO(WS-IDX-COND)
                           AND WS-TP-RC(WS-IDX-COND)
                               NOT > WS-TP-RC-MAXIMO(WS-IDX)
                       MOVE "S" TO WS-CONDICION
                   END-IF
               END-IF
           END-IF.

      * El estado que devuelve el sistema trae el codigo de retorno
      * del programa en el byte alto; si el byte bajo no es cero el
      * paso no termino normalmente y se anota como RC 999.
       CORRER-PASO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INICIO-PASO
           MOVE "I" TO WS-EVENTO
           MOVE WS-TP-NUMERO(WS-IDX) TO WS-LOG-PASO
           MOVE WS-TP-PROGRAMA(WS-IDX) TO WS-LOG-PROGRAMA
           MOVE WS-INICIO-PASO TO WS-LOG-INICIO
           MOVE 0 TO WS-LOG-FIN
           MOVE 0 TO WS-LOG-RC
           PERFORM GRABAR-LOG
           DISPLAY "Paso " WS-TP-NUMERO(WS-IDX) " "
               WS-TP-PROGRAMA(WS-IDX) " iniciado " WS-INICIO-PASO
           CALL "SYSTEM" USING WS-TP-COMANDO(WS-IDX)
           MOVE RETURN-CODE TO WS-ESTADO-SISTEMA
           MOVE 0 TO RETURN-CODE
           IF WS-ESTADO-SISTEMA < 0
               MOVE 999 TO WS-RC-PASO
           ELSE
               DIVIDE WS-ESTADO-SISTEMA BY 256
                   GIVING WS-RC-PASO REMAINDER WS-RESTO
               IF WS-RESTO NOT = 0 OR WS-RC-PASO > 255
                   MOVE 999 TO WS-RC-PASO
               END-IF
           END-IF
           MOVE "F" TO WS-TP-ESTADO(WS-IDX)
           MOVE WS-RC-PASO TO WS-TP-RC(WS-IDX)
           ADD 1 TO WS-EJECUTADOS
           MOVE "F" TO WS-EVENTO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-FIN
           MOVE WS-TP-RC(WS-IDX) TO WS-LOG-RC
           PERFORM GRABAR-LOG
           DISPLAY "Paso " WS-TP-NUMERO(WS-IDX) " "
               WS-TP-PROGRAMA(WS-IDX) " terminado " WS-LOG-FIN
               " RC " WS-TP-RC(WS-IDX)
           IF WS-TP-RC-DETIENE(WS-IDX) > 0
                   AND WS-TP-RC(WS-IDX) NOT < WS-TP-RC-DETIENE(WS-IDX)
               MOVE "S" TO WS-DETENIDA
           END-IF.

       OMITIR-PASO.
           MOVE "O" TO WS-TP-ESTADO(WS-IDX)
           MOVE 0 TO WS-TP-RC(WS-IDX)
           MOVE "O" TO WS-EVENTO
           MOVE WS-TP-NUMERO(WS-IDX) TO WS-LOG-PASO
           MOVE WS-TP-PROGRAMA(WS-IDX) TO WS-LOG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-INICIO
           MOVE WS-LOG-INICIO TO WS-LOG-FIN
           MOVE 0 TO WS-LOG-RC
           PERFORM GRABAR-LOG
           DISPLAY "Paso " WS-TP-NUMERO(WS-IDX) " "
               WS-TP-PROGRAMA(WS-IDX)
               " omitido: el paso " WS-TP-CONDICION(WS-IDX)
               " no corrio o no termino con RC hasta "
               WS-TP-RC-MAXIMO(WS-IDX).

       CERRAR-CORRIDA.
           MOVE SPACES TO WS-LOG-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOG-FIN
           MOVE WS-LOG-FIN TO WS-LOG-INICIO
           IF CORRIDA-DETENIDA
      * WS-IDX ya avanzo una posicion al salir del PERFORM VARYING.
               SUBTRACT 1 FROM WS-IDX
               MOVE "D" TO WS-ESTADO-REINICIO
               MOVE WS-TP-NUMERO(WS-IDX) TO WS-PROXIMO-PASO
               PERFORM GRABAR-REINICIO
               MOVE "D" TO WS-EVENTO
               MOVE WS-TP-NUMERO(WS-IDX) TO WS-LOG-PASO
               MOVE WS-TP-PROGRAMA(WS-IDX) TO WS-LOG-PROGRAMA
               MOVE WS-TP-RC(WS-IDX) TO WS-LOG-RC
               PERFORM GRABAR-LOG
               DISPLAY "*** CADENA DETENIDA en el paso "
                   WS-TP-NUMERO(WS-IDX) " " WS-TP-PROGRAMA(WS-IDX)
                   " con RC " WS-TP-RC(WS-IDX)
                   ". Corregir y volver a arrancar Cadenoc: reanuda "
                   "en ese paso. ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM TOTALIZAR-PASO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CANT-PASOS
               MOVE "T" TO WS-ESTADO-REINICIO
               MOVE 0 TO WS-PROXIMO-PASO
               PERFORM GRABAR-REINICIO
               MOVE "T" TO WS-EVENTO
               MOVE 0 TO WS-LOG-PASO
               MOVE WS-RC-MAYOR TO WS-LOG-RC
               PERFORM GRABAR-LOG
               DISPLAY "Cadena nocturna terminada: " WS-EJECUTADOS
                   " paso(s) corridos en este arranque, " WS-OMITIDOS
                   " omitido(s), RC mayor " WS-RC-MAYOR "."
               IF WS-RC-MAYOR > 0 OR WS-OMITIDOS > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      * El resumen cubre la cadena entera, incluidos los pasos que
      * terminaron antes de un reinicio.
       TOTALIZAR-PASO.
           IF TP-OMITIDO(WS-IDX)
               ADD 1 TO WS-OMITIDOS
           END-IF
           IF TP-TERMINADO(WS-IDX)
                   AND WS-TP-RC(WS-IDX) > WS-RC-MAYOR
               MOVE WS-TP-RC(WS-IDX) TO WS-RC-MAYOR
           END-IF.

      * El log se abre y se cierra en cada evento para que la linea
      * de inicio de un paso quede en disco aunque el paso aborte.
       GRABAR-LOG.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS = "00"
               MOVE SPACES TO CADENA-LOG-RECORD
               MOVE WS-ID-CORRIDA TO CL-ID-CORRIDA
               MOVE WS-LOG-PASO TO CL-NUMERO-PASO
               MOVE WS-LOG-PROGRAMA TO CL-PROGRAMA
               MOVE WS-EVENTO TO CL-EVENTO
               MOVE WS-LOG-INICIO TO CL-INICIO
               MOVE WS-LOG-FIN TO CL-FIN
               MOVE WS-LOG-RC TO CL-RC
               WRITE CADENA-LOG-RECORD
               CLOSE LOG-FILE
           ELSE
               DISPLAY "No se pudo grabar en CADENLOG: " WS-LOG-STATUS
           END-IF.

       GRABAR-REINICIO.
           OPEN OUTPUT REINICIO-FILE
           IF WS-REINICIO-STATUS = "00"
               MOVE SPACES TO CADENA-REINICIO-RECORD
               MOVE WS-ID-CORRIDA TO CR-ID-CORRIDA
               MOVE WS-ESTADO-REINICIO TO CR-ESTADO
               MOVE WS-PROXIMO-PASO TO CR-PROXIMO-PASO
               WRITE CADENA-REINICIO-RECORD
               CLOSE REINICIO-FILE
           ELSE
               DISPLAY "No se pudo grabar CADENRST: "
                   WS-REINICIO-STATUS
           END-IF.

       END PROGRAM  Cadenoc.
