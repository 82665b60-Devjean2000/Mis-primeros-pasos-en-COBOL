      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily security report for the auditors - prints to
      *          SEGREREP every refused attempt logged by Autnom in
      *          the NOMBRSEG violations log for an operator-given
      *          day (AAAAMMDD, 0 = today): when, who, from which
      *          program, which function and why it was refused,
      *          with totals by reason. Then lists the NOMBRPER
      *          profile file grouped by function, so the standing
      *          question of who is allowed to delete registrations
      *          (or restore, or reload the master) is answered from
      *          the same report. Ends with RETURN-CODE 4 when the
      *          day had any violation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Segrep.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGURIDAD-FILE ASSIGN TO "NOMBRSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGURIDAD-STATUS.
           SELECT PERFIL-FILE ASSIGN TO "NOMBRPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SEGREREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEGURIDAD-FILE.
           COPY CPSEGV.
       FD  PERFIL-FILE.
           COPY CPPERF.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SEGURIDAD-STATUS PIC X(2).
       01 WS-PERFIL-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FIN-SEGURIDAD PIC X VALUE "N".
           88 FIN-SEGURIDAD VALUE "S".
       01 WS-FIN-PERFIL PIC X VALUE "N".
           88 FIN-PERFIL VALUE "S".
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHA-REPORTE PIC 9(8) VALUE 0.
       01 WS-VIOLACIONES PIC 9(6) VALUE 0.
       01 WS-VIOL-OPDS PIC 9(6) VALUE 0.
       01 WS-VIOL-FUNA PIC 9(6) VALUE 0.
       01 WS-VIOL-PERF PIC 9(6) VALUE 0.
       01 WS-PERFILES PIC 9(6) VALUE 0.
       01 WS-FUNCION-LISTADA PIC X(8).
       01 WS-IX-FUNCION PIC 9(2).
       01 WS-TEXTO-MOTIVO PIC X(30).

      * Orden en que se listan las funciones de NOMBRPER.
       01 WS-FUNCIONES-VALORES.
           05 FILLER PIC X(8) VALUE "ALTA".
           05 FILLER PIC X(8) VALUE "CAMBIO".
           05 FILLER PIC X(8) VALUE "BAJA".
           05 FILLER PIC X(8) VALUE "ESTADO".
           05 FILLER PIC X(8) VALUE "RESTAURA".
           05 FILLER PIC X(8) VALUE "RECARGA".
           05 FILLER PIC X(8) VALUE "MANTBAT".
           05 FILLER PIC X(8) VALUE "ARCHNOM".
           05 FILLER PIC X(8) VALUE "FUSION".
           05 FILLER PIC X(8) VALUE "RETENOM".
       01 WS-FUNCIONES REDEFINES WS-FUNCIONES-VALORES.
           05 WS-FUNCION-CONOCIDA PIC X(8) OCCURS 10 TIMES.
       01 WS-CANT-FUNCIONES PIC 9(2) VALUE 10.

       01 WS-REP-TITULO PIC X(80) VALUE
           "REPORTE DIARIO DE SEGURIDAD - REGISTRO DE NOMBRES".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(18) VALUE "   DIA REPORTADO: ".
           05 WS-REP-FECHA-DIA PIC 9(8).
           05 FILLER PIC X(39) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-ENCABEZADO PIC X(80) VALUE
           "  HORA   OPERADOR PROGRAMA  FUNCION  MOTIVO".
       01 WS-REP-DETALLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-HORA PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-OPERADOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-PROGRAMA PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-FUNCION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-MOTIVO PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-TEXTO PIC X(30).
           05 FILLER PIC X(8) VALUE SPACES.
       01 WS-REP-LINEA.
           05 WS-RL-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RL-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Dia a reportar (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-REPORTE
           IF WS-FECHA-REPORTE = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-REPORTE
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir SEGREREP: " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           MOVE WS-FECHA-REPORTE TO WS-REP-FECHA-DIA
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           PERFORM LISTAR-VIOLACIONES
           PERFORM ESCRIBIR-TOTALES
           PERFORM LISTAR-PERFILES
           CLOSE REPORT-FILE
           DISPLAY "Reporte de seguridad generado en SEGREREP, "
               WS-VIOLACIONES " intento(s) rechazado(s) el "
               WS-FECHA-REPORTE "."
           IF WS-VIOLACIONES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LISTAR-VIOLACIONES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "INTENTOS RECHAZADOS DEL DIA (NOMBRSEG)"
               TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-ENCABEZADO
           MOVE "N" TO WS-FIN-SEGURIDAD
           OPEN INPUT SEGURIDAD-FILE
           IF WS-SEGURIDAD-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-SEGURIDAD
           END-IF
           PERFORM LEER-VIOLACION UNTIL FIN-SEGURIDAD
           IF WS-SEGURIDAD-STATUS NOT = "35"
               CLOSE SEGURIDAD-FILE
           END-IF
           IF WS-VIOLACIONES = 0
               MOVE "  (NINGUN INTENTO RECHAZADO)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LEER-VIOLACION.
           READ SEGURIDAD-FILE
               AT END
                   MOVE "S" TO WS-FIN-SEGURIDAD
               NOT AT END
                   IF SV-TIMESTAMP(1:8) = WS-REP-FECHA-DIA
                       PERFORM ESCRIBIR-VIOLACION
                   END-IF
           END-READ
           IF WS-SEGURIDAD-STATUS NOT = "00" AND NOT FIN-SEGURIDAD
               MOVE "S" TO WS-FIN-SEGURIDAD
           END-IF.

       ESCRIBIR-VIOLACION.
           ADD 1 TO WS-VIOLACIONES
           EVALUATE SV-MOTIVO
               WHEN "OPDS"
                   ADD 1 TO WS-VIOL-OPDS
                   MOVE "OPERADOR SIN PERFIL" TO WS-TEXTO-MOTIVO
               WHEN "FUNA"
                   ADD 1 TO WS-VIOL-FUNA
                   MOVE "FUNCION NO AUTORIZADA" TO WS-TEXTO-MOTIVO
               WHEN OTHER
                   ADD 1 TO WS-VIOL-PERF
                   MOVE "PERFILES NO DISPONIBLES" TO WS-TEXTO-MOTIVO
           END-EVALUATE
           MOVE SV-TIMESTAMP(9:6) TO WS-RD-HORA
           MOVE SV-OPERADOR TO WS-RD-OPERADOR
           MOVE SV-PROGRAMA TO WS-RD-PROGRAMA
           MOVE SV-FUNCION TO WS-RD-FUNCION
           MOVE SV-MOTIVO TO WS-RD-MOTIVO
           MOVE WS-TEXTO-MOTIVO TO WS-RD-TEXTO
           WRITE REPORT-LINE FROM WS-REP-DETALLE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALES DEL DIA" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "INTENTOS RECHAZADOS" TO WS-RL-CONCEPTO
           MOVE WS-VIOLACIONES TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  OPERADOR SIN PERFIL" TO WS-RL-CONCEPTO
           MOVE WS-VIOL-OPDS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  FUNCION NO AUTORIZADA" TO WS-RL-CONCEPTO
           MOVE WS-VIOL-FUNA TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  PERFILES NO DISPONIBLES" TO WS-RL-CONCEPTO
           MOVE WS-VIOL-PERF TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA.

      * Una pasada de NOMBRPER por funcion: el archivo es chico y asi
      * cada funcion sale con todos sus operadores juntos.
       LISTAR-PERFILES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERADORES AUTORIZADOS POR FUNCION (NOMBRPER)"
               TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           PERFORM LISTAR-FUNCION
               VARYING WS-IX-FUNCION FROM 1 BY 1
               UNTIL WS-IX-FUNCION > WS-CANT-FUNCIONES.

       LISTAR-FUNCION.
           MOVE WS-FUNCION-CONOCIDA(WS-IX-FUNCION)
               TO WS-FUNCION-LISTADA
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-FUNCION-LISTADA ":"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-PERFILES
           MOVE "N" TO WS-FIN-PERFIL
           OPEN INPUT PERFIL-FILE
           IF WS-PERFIL-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PERFIL
           END-IF
           PERFORM LEER-PERFIL UNTIL FIN-PERFIL
           IF WS-PERFIL-STATUS NOT = "35"
               CLOSE PERFIL-FILE
           END-IF
           IF WS-PERFILES = 0
               MOVE "      (NADIE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LEER-PERFIL.
           READ PERFIL-FILE
               AT END
                   MOVE "S" TO WS-FIN-PERFIL
               NOT AT END
                   IF PF-FUNCION = WS-FUNCION-LISTADA
                       ADD 1 TO WS-PERFILES
                       MOVE SPACES TO REPORT-LINE
                       STRING "      " PF-OPERADOR
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ
           IF WS-PERFIL-STATUS NOT = "00" AND NOT FIN-PERFIL
               MOVE "S" TO WS-FIN-PERFIL
           END-IF.

       END PROGRAM  Segrep.
