      *          the usual sign of an abend), the last ACEPTRES
      *          control summary and whether that load reconciled,
      *          the last finalized load date in ACEPTFEC, and how
      *          many NOMBRFDS feed rows are still estado P, and the
      *          step history of the last Cadenoc overnight stream
      *          from CADENLOG (start, end and RC of every step,
      *          skipped steps, and whether CADENRST shows the stream
      *          stopped or interrupted and waiting on restart), and
      *          every backup and journal generation in the NOMBRCAT
      *          catalog, flagging any whose dataset is missing from
      *          disk. Ends with RETURN-CODE 4 when anything needs
      *          attention so the morning check becomes one job
      *          instead of a ritual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FEED-FILE ASSIGN TO "NOMBRFDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CADENA-LOG-FILE ASSIGN TO "CADENLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADLOG-STATUS.
           SELECT CADENA-RST-FILE ASSIGN TO "CADENRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADRST-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "NOMBRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPSREREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY CPFECH.
       FD  FEED-FILE.
           COPY CPFEED.
       FD  CADENA-LOG-FILE.
           COPY CPCADL.
       FD  CADENA-RST-FILE.
           COPY CPCADR.
       FD  CATALOGO-FILE.
           COPY CPCATG.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FECHA-STATUS PIC X(2).
       01 WS-FEED-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-CADLOG-STATUS PIC X(2).
       01 WS-CADRST-STATUS PIC X(2).
       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-FIN-CONTROL PIC X VALUE "N".
           88 FIN-CONTROL VALUE "S".
       01 WS-FIN-FEED PIC X VALUE "N".
       01 WS-FEED-RECHAZADOS PIC 9(6) VALUE 0.
       01 WS-FEED-ABIERTO PIC X VALUE "N".
           88 FEED-ABIERTO VALUE "S".
       01 WS-FIN-CADENA PIC X VALUE "N".
           88 FIN-CADENA VALUE "S".
       01 WS-CADENA-ID PIC 9(14) VALUE 0.
       01 WS-CADENA-ESTADO PIC X(1) VALUE SPACE.
       01 WS-CADENA-PASO PIC 9(2) VALUE 0.
       01 WS-CADENA-PROBLEMA PIC X VALUE "N".
           88 CADENA-CON-PROBLEMA VALUE "S".
       01 WS-FIN-CATALOGO PIC X VALUE "N".
           88 FIN-CATALOGO VALUE "S".
       01 WS-GENERACIONES PIC 9(4) VALUE 0.
       01 WS-GEN-FALTANTES PIC 9(4) VALUE 0.
       01 WS-DATOS-ARCHIVO PIC X(16).
       01 WS-RC-ARCHIVO PIC S9(9).

       01 WS-REP-TITULO PIC X(80) VALUE
           "ESTADO MATUTINO DEL SISTEMA DE REGISTRO DE NOMBRES".
           05 FILLER PIC X(65) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-AVISO PIC X(80).
       01 WS-REP-GENERACION.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RG-TIPO PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RG-ARCHIVO PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RG-DESDE PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RG-HASTA PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RG-REGISTROS PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RG-ESTADO PIC X(23).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FECHA-HORA
           PERFORM REVISAR-ULTIMA-CARGA
           PERFORM REVISAR-FECHA-PROCESADA
           PERFORM REVISAR-FEED
           PERFORM REVISAR-CADENA-NOCTURNA
           PERFORM REVISAR-CATALOGO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ATENCION = 0
               MOVE "S" TO WS-FIN-FEED
           END-IF.

      * CADENRST nombra la ultima corrida de la cadena nocturna; del
      * log solo se imprimen las lineas de esa corrida, reinicios
      * incluidos, para que la historia de pasos quede completa.
       REVISAR-CADENA-NOCTURNA.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ULTIMA CADENA NOCTURNA (CADENLOG / CADENRST)"
               TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE 0 TO WS-CADENA-ID
           OPEN INPUT CADENA-RST-FILE
           IF WS-CADRST-STATUS = "00"
               READ CADENA-RST-FILE
                   NOT AT END
                       IF CR-ID-CORRIDA IS NUMERIC
                           MOVE CR-ID-CORRIDA TO WS-CADENA-ID
                           MOVE CR-ESTADO TO WS-CADENA-ESTADO
                           MOVE CR-PROXIMO-PASO TO WS-CADENA-PASO
                       END-IF
               END-READ
               CLOSE CADENA-RST-FILE
           END-IF
           IF WS-CADENA-ID = 0
               MOVE "  (SIN CORRIDAS DE LA CADENA NOCTURNA)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "N" TO WS-CADENA-PROBLEMA
               MOVE "N" TO WS-FIN-CADENA
               OPEN INPUT CADENA-LOG-FILE
               IF WS-CADLOG-STATUS NOT = "00"
                   MOVE "  (SIN CADENLOG DISPONIBLE)" TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "S" TO WS-FIN-CADENA
               END-IF
               PERFORM LISTAR-EVENTO-CADENA UNTIL FIN-CADENA
               IF WS-CADLOG-STATUS NOT = "35"
                   CLOSE CADENA-LOG-FILE
               END-IF
               MOVE SPACES TO REPORT-LINE
               EVALUATE WS-CADENA-ESTADO
                   WHEN "T"
                       CONTINUE
                   WHEN "D"
                       MOVE "S" TO WS-CADENA-PROBLEMA
                       STRING "  *** CADENA DETENIDA, REARRANCAR "
                           "CADENOC: REANUDA EN EL PASO "
                           WS-CADENA-PASO
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN OTHER
                       MOVE "S" TO WS-CADENA-PROBLEMA
                       STRING "  *** CADENA INTERRUMPIDA EN EL PASO "
                           WS-CADENA-PASO ", POSIBLE ABEND, "
                           "REARRANCAR CADENOC"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-EVALUATE
               IF CADENA-CON-PROBLEMA
                   ADD 1 TO WS-ATENCION
               END-IF
           END-IF.

       LISTAR-EVENTO-CADENA.
           READ CADENA-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIN-CADENA
               NOT AT END
                   IF CL-ID-CORRIDA = WS-CADENA-ID
                       PERFORM ANOTAR-EVENTO-CADENA
                   END-IF
           END-READ
           IF WS-CADLOG-STATUS NOT = "00" AND NOT FIN-CADENA
               MOVE "S" TO WS-FIN-CADENA
           END-IF.

       ANOTAR-EVENTO-CADENA.
           MOVE SPACES TO REPORT-LINE
           EVALUATE CL-EVENTO
               WHEN "C"
                   STRING "  CORRIDA " CL-ID-CORRIDA " INICIADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN "R"
                   STRING "  REANUDADA " CL-INICIO " EN EL PASO "
                       CL-NUMERO-PASO
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN "F"
                   IF CL-RC NOT < 8
                       MOVE "S" TO WS-CADENA-PROBLEMA
                       STRING "  *** PASO "
                           CL-NUMERO-PASO " " CL-PROGRAMA " "
                           CL-INICIO " - " CL-FIN " RC " CL-RC
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING "  PASO "
                           CL-NUMERO-PASO " " CL-PROGRAMA " "
                           CL-INICIO " - " CL-FIN " RC " CL-RC
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
               WHEN "O"
                   MOVE "S" TO WS-CADENA-PROBLEMA
                   STRING "  PASO " CL-NUMERO-PASO " " CL-PROGRAMA
                       " OMITIDO, NO SE CUMPLIO SU CONDICION"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN "D"
                   STRING "  DETENIDA " CL-FIN " POR EL RC "
                       CL-RC " DEL PASO " CL-NUMERO-PASO
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN "T"
                   STRING "  TERMINADA " CL-FIN ", RC MAYOR " CL-RC
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           IF REPORT-LINE NOT = SPACES
               WRITE REPORT-LINE
           END-IF.

      * Cada generacion del catalogo debe seguir en disco: la que
      * falta deja un hueco en la recuperacion de Recfnom.
       REVISAR-CATALOGO.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GENERACIONES CATALOGADAS (NOMBRCAT)"
               TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE 0 TO WS-GENERACIONES
           MOVE 0 TO WS-GEN-FALTANTES
           MOVE "N" TO WS-FIN-CATALOGO
           OPEN INPUT CATALOGO-FILE
           IF WS-CATALOGO-STATUS NOT = "00"
               MOVE "  (SIN CATALOGO DE GENERACIONES)" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "S" TO WS-FIN-CATALOGO
           END-IF
           PERFORM LISTAR-GENERACION UNTIL FIN-CATALOGO
           IF WS-CATALOGO-STATUS NOT = "35"
               CLOSE CATALOGO-FILE
           END-IF
           IF WS-GEN-FALTANTES > 0
               ADD 1 TO WS-ATENCION
               MOVE SPACES TO REPORT-LINE
               STRING "  *** " WS-GEN-FALTANTES " GENERACION(ES) "
                   "FALTAN EN DISCO, REVISAR ANTES DE RECUPERAR"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LISTAR-GENERACION.
           READ CATALOGO-FILE
               AT END
                   MOVE "S" TO WS-FIN-CATALOGO
               NOT AT END
                   IF CG-TIPO = "B" OR CG-TIPO = "J"
                       ADD 1 TO WS-GENERACIONES
                       MOVE CG-TIPO TO WS-RG-TIPO
                       MOVE CG-ARCHIVO TO WS-RG-ARCHIVO
                       MOVE CG-DESDE TO WS-RG-DESDE
                       MOVE CG-HASTA TO WS-RG-HASTA
                       MOVE CG-REGISTROS TO WS-RG-REGISTROS
                       CALL "CBL_CHECK_FILE_EXIST" USING CG-ARCHIVO
                           WS-DATOS-ARCHIVO
                       MOVE RETURN-CODE TO WS-RC-ARCHIVO
                       MOVE 0 TO RETURN-CODE
                       IF WS-RC-ARCHIVO = 0
                           MOVE "EN DISCO" TO WS-RG-ESTADO
                       ELSE
                           ADD 1 TO WS-GEN-FALTANTES
                           MOVE "*** FALTA EN DISCO" TO WS-RG-ESTADO
                       END-IF
                       WRITE REPORT-LINE FROM WS-REP-GENERACION
                   END-IF
           END-READ
           IF WS-CATALOGO-STATUS NOT = "00" AND NOT FIN-CATALOGO
               MOVE "S" TO WS-FIN-CATALOGO
           END-IF.

       END PROGRAM  Opsrep.
