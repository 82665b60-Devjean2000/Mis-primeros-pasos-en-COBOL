      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisory activity review over the change journal
      *          - where Consjrn answers "what happened to this
      *          person", this report answers "what did each clerk
      *          do". For an operator-given day or range of days
      *          (AAAAMMDD desde / hasta, 0 = hoy) it reads every
      *          closed journal generation catalogued in NOMBRCAT
      *          (NOMBRJRG.Gnnnn, kept by Catgnom) whose first and last
      *          entries overlap the range, each one through the
      *          SUPERGEN work copy, and then the live NOMBRJRN (so a
      *          review can span any number of close-outs); without a
      *          catalog it reads the single closed NOMBRJRG instead.
      *          It prints to SUPERREP:
      *            - the sensitive entries for sign-off: any cambio
      *              of MR-ID-NUMERO, MR-NOMBRE or MR-FECHA-NACIMIENTO
      *              on an existing record (old and new value shown),
      *              every baja, every estado flip (activo/inactivo),
      *              and anything journaled outside business hours
      *              (07:00 to 19:00, Monday to Friday);
      *            - altas, cambios and bajas per JR-OPERADOR and per
      *              JR-PROGRAMA, with totals.
      *          Either journal file may be missing (no close-out yet,
      *          or nothing journaled since); an unreadable file, or a
      *          catalogued generation of the range missing from disk,
      *          is flagged on the report and ends with RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Supnom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERACION-FILE ASSIGN TO "NOMBRJRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "NOMBRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT CATALOGADA-FILE ASSIGN TO "SUPERGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGADA-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "NOMBRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUPERREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GENERACION-FILE.
           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==GENERACION-RECORD==
               LEADING ==JR-== BY ==JG-==.
       FD  CATALOGO-FILE.
           COPY CPCATG.
       FD  CATALOGADA-FILE.
           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==CATALOGADA-RECORD==
               LEADING ==JR-== BY ==JC-==.
       FD  JOURNAL-FILE.
           COPY CPJRNL.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-GENERACION-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-CATALOGADA-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FIN-ENTRADAS PIC X VALUE "N".
           88 FIN-ENTRADAS VALUE "S".
       01 WS-ERROR-LECTURA PIC X VALUE "N".
           88 ERROR-LECTURA VALUE "S".
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHA-DESDE PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA PIC 9(8) VALUE 0.
       01 WS-FECHA-ENTRADA PIC 9(8).
       01 WS-HORA-ENTRADA PIC 9(4).
       01 WS-HORA-APERTURA PIC 9(4) VALUE 0700.
       01 WS-HORA-CIERRE PIC 9(4) VALUE 1900.
       01 WS-DIA-SEMANA PIC 9(1).
       01 WS-ORIGEN-ENTRADA PIC X(20).

      * Generaciones del journal catalogadas en NOMBRCAT que se cruzan
      * con el periodo; cada una se lee a traves de SUPERGEN.
       01 WS-FIN-CATALOGO PIC X VALUE "N".
           88 FIN-CATALOGO VALUE "S".
       01 WS-HAY-CATALOGO PIC X VALUE "N".
           88 HAY-CATALOGO VALUE "S".
       01 WS-CATALOGADAS-J PIC 9(4) VALUE 0.
       01 WS-TABLA-GENERACIONES.
           05 WS-TG-ARCHIVO PIC X(20) OCCURS 300 TIMES.
       01 WS-CANT-GENERACIONES PIC 9(3) VALUE 0.
       01 WS-MAX-GENERACIONES PIC 9(3) VALUE 300.
       01 WS-IX-GEN PIC 9(3).
       01 WS-GEN-DESDE PIC 9(8).
       01 WS-GEN-HASTA PIC 9(8).
       01 WS-NOMBRE-COPIA PIC X(20) VALUE "SUPERGEN".
       01 WS-DATOS-ARCHIVO PIC X(16).
       01 WS-RC-ARCHIVO PIC S9(9).

      * Entrada del journal en revision, venga de NOMBRJRG o NOMBRJRN.
           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==ENTRADA-REVISADA==
               LEADING ==JR-== BY ==EJ-==.
           COPY CPNOMB REPLACING
               ==NOMBRE-MASTER-RECORD== BY ==IMAGEN-ANTES-REG==
               LEADING ==MR-== BY ==IA-==.
           COPY CPNOMB REPLACING
               ==NOMBRE-MASTER-RECORD== BY ==IMAGEN-DESPUES-REG==
               LEADING ==MR-== BY ==IP-==.
       01 WS-ESTADO-ANTES PIC X(1).
       01 WS-ESTADO-DESPUES PIC X(1).
       01 WS-SENSIBLE PIC X VALUE "N".
           88 ES-SENSIBLE VALUE "S".
       01 WS-FUERA-HORARIO PIC X VALUE "N".
           88 FUERA-DE-HORARIO VALUE "S".
       01 WS-MOTIVOS PIC X(40).
       01 WS-PUNTERO PIC 9(2).

       01 WS-LEIDAS PIC 9(6) VALUE 0.
       01 WS-GENERACIONES-LEIDAS PIC 9(6) VALUE 0.
       01 WS-EN-PERIODO PIC 9(6) VALUE 0.
       01 WS-SENSIBLES PIC 9(6) VALUE 0.
       01 WS-SENS-CEDULA PIC 9(6) VALUE 0.
       01 WS-SENS-NOMBRE PIC 9(6) VALUE 0.
       01 WS-SENS-FECHA PIC 9(6) VALUE 0.
       01 WS-SENS-ESTADO PIC 9(6) VALUE 0.
       01 WS-SENS-BAJA PIC 9(6) VALUE 0.
       01 WS-SENS-HORARIO PIC 9(6) VALUE 0.

      * Conteos por operador y por programa. Si hay mas operadores o
      * programas distintos que lugares, el ultimo lugar los junta
      * bajo "(OTROS)".
       01 WS-OPERADORES.
           05 WS-OP-ENTRADA OCCURS 50 TIMES.
               10 WS-OP-NOMBRE PIC X(9).
               10 WS-OP-ALTAS PIC 9(6).
               10 WS-OP-CAMBIOS PIC 9(6).
               10 WS-OP-BAJAS PIC 9(6).
       01 WS-CANT-OPERADORES PIC 9(3) VALUE 0.
       01 WS-MAX-OPERADORES PIC 9(3) VALUE 50.
       01 WS-PROGRAMAS.
           05 WS-PG-ENTRADA OCCURS 30 TIMES.
               10 WS-PG-NOMBRE PIC X(9).
               10 WS-PG-ALTAS PIC 9(6).
               10 WS-PG-CAMBIOS PIC 9(6).
               10 WS-PG-BAJAS PIC 9(6).
       01 WS-CANT-PROGRAMAS PIC 9(3) VALUE 0.
       01 WS-MAX-PROGRAMAS PIC 9(3) VALUE 30.
       01 WS-NOMBRE-BUSCADO PIC X(9).
       01 WS-IX PIC 9(3).
       01 WS-IX-HALLADO PIC 9(3).
       01 WS-TOT-ALTAS PIC 9(6) VALUE 0.
       01 WS-TOT-CAMBIOS PIC 9(6) VALUE 0.
       01 WS-TOT-BAJAS PIC 9(6) VALUE 0.

       01 WS-REP-TITULO PIC X(80) VALUE
           "REVISION DE ACTIVIDAD DE OPERADORES - JOURNAL DE CAMBIOS".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(14) VALUE "   PERIODO DEL".
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-REP-FECHA-DESDE PIC 9(8).
           05 FILLER PIC X(4) VALUE " AL ".
           05 WS-REP-FECHA-HASTA PIC 9(8).
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-LEYENDA PIC X(80) VALUE
           "  (HORARIO = FUERA DE 07:00 A 19:00 DE LUNES A VIERNES)".
       01 WS-REP-FIRMA PIC X(80) VALUE
           "REVISADO POR: ____________________   FIRMA: ______________".
       01 WS-REP-ENC-SENSIBLE PIC X(80) VALUE
           "  FECHA Y HORA   OPERADOR PROGRAMA  A ID     MOTIVOS".
       01 WS-REP-SENSIBLE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RS-TIMESTAMP PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RS-OPERADOR PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RS-PROGRAMA PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RS-ACCION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RS-ID PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RS-MOTIVOS PIC X(35).
       01 WS-REP-VALORES.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-RV-CAMPO PIC X(9).
           05 WS-RV-ANTES PIC X(30).
           05 WS-RV-FLECHA PIC X(4) VALUE " -> ".
           05 WS-RV-DESPUES PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-REP-ENC-CONTEO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RE-COLUMNA PIC X(9).
           05 FILLER PIC X(37) VALUE
               "  ALTAS   CAMBIOS     BAJAS     TOTAL".
           05 FILLER PIC X(32) VALUE SPACES.
       01 WS-REP-CONTEO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RC-NOMBRE PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RC-ALTAS PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RC-CAMBIOS PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RC-BAJAS PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RC-TOTAL PIC ZZZZZ9.
           05 FILLER PIC X(32) VALUE SPACES.
       01 WS-REP-LINEA.
           05 WS-RL-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RL-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE WS-OPERADORES WS-PROGRAMAS
           DISPLAY "Primer dia a revisar (AAAAMMDD, 0 = hoy): "
           ACCEPT WS-FECHA-DESDE
           IF WS-FECHA-DESDE = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           END-IF
           DISPLAY "Ultimo dia a revisar (AAAAMMDD, 0 = el mismo): "
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA = 0
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               DISPLAY "El ultimo dia no puede ser anterior al "
                   "primero."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir SUPERREP: " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           MOVE WS-FECHA-DESDE TO WS-REP-FECHA-DESDE
           MOVE WS-FECHA-HASTA TO WS-REP-FECHA-HASTA
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CAMBIOS SENSIBLES PARA FIRMA" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-LEYENDA
           WRITE REPORT-LINE FROM WS-REP-ENC-SENSIBLE
           PERFORM CARGAR-GENERACIONES
           IF HAY-CATALOGO
               PERFORM REVISAR-CATALOGADA
                   VARYING WS-IX-GEN FROM 1 BY 1
                   UNTIL WS-IX-GEN > WS-CANT-GENERACIONES
               IF WS-CANT-GENERACIONES > 0
                   CALL "CBL_DELETE_FILE" USING WS-NOMBRE-COPIA
                   MOVE RETURN-CODE TO WS-RC-ARCHIVO
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CATALOGADAS-J = 0
               PERFORM REVISAR-GENERACION
           END-IF
           PERFORM REVISAR-JOURNAL
           IF WS-SENSIBLES = 0
               MOVE "  (NINGUN CAMBIO SENSIBLE EN EL PERIODO)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM LISTAR-OPERADORES
           PERFORM LISTAR-PROGRAMAS
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "Revision de actividad generada en SUPERREP: "
               WS-EN-PERIODO " entrada(s) del periodo, "
               WS-SENSIBLES " sensible(s)."
           IF ERROR-LECTURA
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Generaciones del journal catalogadas (tipo J) cuyo primer y
      * ultimo JR-TIMESTAMP se cruzan con el periodo, en el orden del
      * catalogo. Una que falta en disco deja la revision incompleta.
      * NOMBRJRG repite la ultima generacion catalogada, asi que solo
      * se lee cuando el catalogo no tiene ninguna.
       CARGAR-GENERACIONES.
           MOVE "N" TO WS-FIN-CATALOGO
           OPEN INPUT CATALOGO-FILE
           EVALUATE WS-CATALOGO-STATUS
               WHEN "00"
                   MOVE "S" TO WS-HAY-CATALOGO
                   PERFORM LEER-CATALOGO UNTIL FIN-CATALOGO
                   CLOSE CATALOGO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "NOMBRCAT" TO WS-ORIGEN-ENTRADA
                   PERFORM AVISAR-ERROR-LECTURA
           END-EVALUATE.

       LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END
                   MOVE "S" TO WS-FIN-CATALOGO
               NOT AT END
                   IF CG-TIPO = "J"
                       ADD 1 TO WS-CATALOGADAS-J
                       PERFORM AGREGAR-GENERACION
                   END-IF
           END-READ
           IF WS-CATALOGO-STATUS NOT = "00" AND NOT FIN-CATALOGO
               MOVE "NOMBRCAT" TO WS-ORIGEN-ENTRADA
               PERFORM AVISAR-ERROR-LECTURA
               MOVE "S" TO WS-FIN-CATALOGO
           END-IF.

      * Una generacion vacia trae CG-DESDE y CG-HASTA en cero.
       AGREGAR-GENERACION.
           MOVE CG-DESDE(1:8) TO WS-GEN-DESDE
           MOVE CG-HASTA(1:8) TO WS-GEN-HASTA
           IF WS-GEN-DESDE NOT = 0
                   AND WS-GEN-DESDE NOT > WS-FECHA-HASTA
                   AND WS-GEN-HASTA NOT < WS-FECHA-DESDE
               CALL "CBL_CHECK_FILE_EXIST" USING CG-ARCHIVO
                   WS-DATOS-ARCHIVO
               MOVE RETURN-CODE TO WS-RC-ARCHIVO
               MOVE 0 TO RETURN-CODE
               IF WS-RC-ARCHIVO NOT = 0
                   PERFORM AVISAR-GENERACION-FALTANTE
               ELSE
                   IF WS-CANT-GENERACIONES < WS-MAX-GENERACIONES
                       ADD 1 TO WS-CANT-GENERACIONES
                       MOVE CG-ARCHIVO
                           TO WS-TG-ARCHIVO(WS-CANT-GENERACIONES)
                   ELSE
                       MOVE CG-ARCHIVO TO WS-ORIGEN-ENTRADA
                       PERFORM AVISAR-ERROR-LECTURA
                       MOVE "S" TO WS-FIN-CATALOGO
                   END-IF
               END-IF
           END-IF.

       AVISAR-GENERACION-FALTANTE.
           DISPLAY "Generacion catalogada que falta en disco: "
               CG-ARCHIVO ", la revision queda incompleta."
           MOVE SPACES TO REPORT-LINE
           STRING "  *** " DELIMITED BY SIZE
               CG-ARCHIVO DELIMITED BY SPACE
               " FALTA EN DISCO, REVISION INCOMPLETA ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "S" TO WS-ERROR-LECTURA.

       REVISAR-CATALOGADA.
           MOVE WS-TG-ARCHIVO(WS-IX-GEN) TO WS-ORIGEN-ENTRADA
           MOVE "N" TO WS-FIN-ENTRADAS
           CALL "CBL_COPY_FILE" USING WS-TG-ARCHIVO(WS-IX-GEN)
               WS-NOMBRE-COPIA
           MOVE RETURN-CODE TO WS-RC-ARCHIVO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-ARCHIVO NOT = 0
               PERFORM AVISAR-ERROR-LECTURA
           ELSE
               OPEN INPUT CATALOGADA-FILE
               IF WS-CATALOGADA-STATUS NOT = "00"
                   PERFORM AVISAR-ERROR-LECTURA
               ELSE
                   ADD 1 TO WS-GENERACIONES-LEIDAS
                   PERFORM LEER-CATALOGADA UNTIL FIN-ENTRADAS
                   CLOSE CATALOGADA-FILE
               END-IF
           END-IF.

       LEER-CATALOGADA.
           READ CATALOGADA-FILE INTO ENTRADA-REVISADA
               AT END
                   MOVE "S" TO WS-FIN-ENTRADAS
               NOT AT END
                   PERFORM REVISAR-ENTRADA
           END-READ
           IF WS-CATALOGADA-STATUS NOT = "00" AND NOT FIN-ENTRADAS
               PERFORM AVISAR-ERROR-LECTURA
           END-IF.

      * Sin catalogo, la generacion cerrada va primero: sus entradas
      * son todas anteriores a las del journal vivo.
       REVISAR-GENERACION.
           MOVE "NOMBRJRG" TO WS-ORIGEN-ENTRADA
           MOVE "N" TO WS-FIN-ENTRADAS
           OPEN INPUT GENERACION-FILE
           IF WS-GENERACION-STATUS = "35"
               MOVE "S" TO WS-FIN-ENTRADAS
           ELSE
               IF WS-GENERACION-STATUS NOT = "00"
                   PERFORM AVISAR-ERROR-LECTURA
               ELSE
                   ADD 1 TO WS-GENERACIONES-LEIDAS
                   PERFORM LEER-GENERACION UNTIL FIN-ENTRADAS
                   CLOSE GENERACION-FILE
               END-IF
           END-IF.

       LEER-GENERACION.
           READ GENERACION-FILE INTO ENTRADA-REVISADA
               AT END
                   MOVE "S" TO WS-FIN-ENTRADAS
               NOT AT END
                   PERFORM REVISAR-ENTRADA
           END-READ
           IF WS-GENERACION-STATUS NOT = "00" AND NOT FIN-ENTRADAS
               PERFORM AVISAR-ERROR-LECTURA
           END-IF.

       REVISAR-JOURNAL.
           MOVE "NOMBRJRN" TO WS-ORIGEN-ENTRADA
           MOVE "N" TO WS-FIN-ENTRADAS
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               MOVE "S" TO WS-FIN-ENTRADAS
           ELSE
               IF WS-JOURNAL-STATUS NOT = "00"
                   PERFORM AVISAR-ERROR-LECTURA
               ELSE
                   PERFORM LEER-JOURNAL UNTIL FIN-ENTRADAS
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF.

       LEER-JOURNAL.
           READ JOURNAL-FILE INTO ENTRADA-REVISADA
               AT END
                   MOVE "S" TO WS-FIN-ENTRADAS
               NOT AT END
                   PERFORM REVISAR-ENTRADA
           END-READ
           IF WS-JOURNAL-STATUS NOT = "00" AND NOT FIN-ENTRADAS
               PERFORM AVISAR-ERROR-LECTURA
           END-IF.

       AVISAR-ERROR-LECTURA.
           DISPLAY "No se pudo leer " WS-ORIGEN-ENTRADA
               ", la revision queda incompleta."
           MOVE SPACES TO REPORT-LINE
           STRING "  *** " DELIMITED BY SIZE
               WS-ORIGEN-ENTRADA DELIMITED BY SPACE
               " NO SE PUDO LEER COMPLETO, REVISION INCOMPLETA ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "S" TO WS-ERROR-LECTURA
           MOVE "S" TO WS-FIN-ENTRADAS.

       REVISAR-ENTRADA.
           ADD 1 TO WS-LEIDAS
           IF EJ-TIMESTAMP IS NUMERIC
               MOVE EJ-TIMESTAMP(1:8) TO WS-FECHA-ENTRADA
               IF WS-FECHA-ENTRADA NOT < WS-FECHA-DESDE
                       AND WS-FECHA-ENTRADA NOT > WS-FECHA-HASTA
                   ADD 1 TO WS-EN-PERIODO
                   MOVE EJ-ANTES TO IMAGEN-ANTES-REG
                   MOVE EJ-DESPUES TO IMAGEN-DESPUES-REG
                   PERFORM CONTAR-ENTRADA
                   PERFORM EVALUAR-SENSIBLE
               END-IF
           END-IF.

       CONTAR-ENTRADA.
           MOVE EJ-OPERADOR TO WS-NOMBRE-BUSCADO
           PERFORM UBICAR-OPERADOR
           EVALUATE EJ-ACCION
               WHEN "A"
                   ADD 1 TO WS-OP-ALTAS(WS-IX-HALLADO)
                   ADD 1 TO WS-TOT-ALTAS
               WHEN "C"
                   ADD 1 TO WS-OP-CAMBIOS(WS-IX-HALLADO)
                   ADD 1 TO WS-TOT-CAMBIOS
               WHEN "B"
                   ADD 1 TO WS-OP-BAJAS(WS-IX-HALLADO)
                   ADD 1 TO WS-TOT-BAJAS
           END-EVALUATE
           MOVE EJ-PROGRAMA TO WS-NOMBRE-BUSCADO
           PERFORM UBICAR-PROGRAMA
           EVALUATE EJ-ACCION
               WHEN "A"
                   ADD 1 TO WS-PG-ALTAS(WS-IX-HALLADO)
               WHEN "C"
                   ADD 1 TO WS-PG-CAMBIOS(WS-IX-HALLADO)
               WHEN "B"
                   ADD 1 TO WS-PG-BAJAS(WS-IX-HALLADO)
           END-EVALUATE.

      * Deja en WS-IX-HALLADO el lugar del operador, agregandolo si es
      * nuevo. Con la tabla llena, el ultimo lugar junta a los demas.
       UBICAR-OPERADOR.
           MOVE 0 TO WS-IX-HALLADO
           PERFORM COMPARAR-OPERADOR
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-OPERADORES
           IF WS-IX-HALLADO = 0
               IF WS-CANT-OPERADORES < WS-MAX-OPERADORES - 1
                   ADD 1 TO WS-CANT-OPERADORES
                   MOVE WS-CANT-OPERADORES TO WS-IX-HALLADO
                   MOVE WS-NOMBRE-BUSCADO
                       TO WS-OP-NOMBRE(WS-IX-HALLADO)
               ELSE
                   MOVE WS-MAX-OPERADORES TO WS-CANT-OPERADORES
                   MOVE WS-MAX-OPERADORES TO WS-IX-HALLADO
                   MOVE "(OTROS)" TO WS-OP-NOMBRE(WS-IX-HALLADO)
               END-IF
           END-IF.

       COMPARAR-OPERADOR.
           IF WS-OP-NOMBRE(WS-IX) = WS-NOMBRE-BUSCADO
               MOVE WS-IX TO WS-IX-HALLADO
           END-IF.

       UBICAR-PROGRAMA.
           MOVE 0 TO WS-IX-HALLADO
           PERFORM COMPARAR-PROGRAMA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-PROGRAMAS
           IF WS-IX-HALLADO = 0
               IF WS-CANT-PROGRAMAS < WS-MAX-PROGRAMAS - 1
                   ADD 1 TO WS-CANT-PROGRAMAS
                   MOVE WS-CANT-PROGRAMAS TO WS-IX-HALLADO
                   MOVE WS-NOMBRE-BUSCADO
                       TO WS-PG-NOMBRE(WS-IX-HALLADO)
               ELSE
                   MOVE WS-MAX-PROGRAMAS TO WS-CANT-PROGRAMAS
                   MOVE WS-MAX-PROGRAMAS TO WS-IX-HALLADO
                   MOVE "(OTROS)" TO WS-PG-NOMBRE(WS-IX-HALLADO)
               END-IF
           END-IF.

       COMPARAR-PROGRAMA.
           IF WS-PG-NOMBRE(WS-IX) = WS-NOMBRE-BUSCADO
               MOVE WS-IX TO WS-IX-HALLADO
           END-IF.

      ******************************************************************
      * Entradas sensibles: cambios de cedula, nombre o fecha de
      * nacimiento, bajas, cambios de estado y todo lo hecho fuera
      * del horario de oficina.
      ******************************************************************
       EVALUAR-SENSIBLE.
           MOVE "N" TO WS-SENSIBLE
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1 TO WS-PUNTERO
           IF EJ-ACCION = "C"
               IF IA-ID-NUMERO NOT = IP-ID-NUMERO
                   ADD 1 TO WS-SENS-CEDULA
                   STRING " CEDULA" DELIMITED BY SIZE
                       INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
                   MOVE "S" TO WS-SENSIBLE
               END-IF
               IF IA-NOMBRE NOT = IP-NOMBRE
                   ADD 1 TO WS-SENS-NOMBRE
                   STRING " NOMBRE" DELIMITED BY SIZE
                       INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
                   MOVE "S" TO WS-SENSIBLE
               END-IF
               IF IA-FECHA-NACIMIENTO NOT = IP-FECHA-NACIMIENTO
                   ADD 1 TO WS-SENS-FECHA
                   STRING " F.NAC" DELIMITED BY SIZE
                       INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
                   MOVE "S" TO WS-SENSIBLE
               END-IF
      * Un estado en blanco (registro anterior al campo) es activo.
               MOVE IA-ESTADO TO WS-ESTADO-ANTES
               IF WS-ESTADO-ANTES = SPACE
                   MOVE "A" TO WS-ESTADO-ANTES
               END-IF
               MOVE IP-ESTADO TO WS-ESTADO-DESPUES
               IF WS-ESTADO-DESPUES = SPACE
                   MOVE "A" TO WS-ESTADO-DESPUES
               END-IF
               IF WS-ESTADO-ANTES NOT = WS-ESTADO-DESPUES
                   ADD 1 TO WS-SENS-ESTADO
                   STRING " ESTADO" DELIMITED BY SIZE
                       INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
                   MOVE "S" TO WS-SENSIBLE
               END-IF
           END-IF
           IF EJ-ACCION = "B"
               ADD 1 TO WS-SENS-BAJA
               STRING " BAJA" DELIMITED BY SIZE
                   INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
               MOVE "S" TO WS-SENSIBLE
           END-IF
           PERFORM EVALUAR-HORARIO
           IF FUERA-DE-HORARIO
               ADD 1 TO WS-SENS-HORARIO
               STRING " HORARIO" DELIMITED BY SIZE
                   INTO WS-MOTIVOS WITH POINTER WS-PUNTERO
               MOVE "S" TO WS-SENSIBLE
           END-IF
           IF ES-SENSIBLE
               ADD 1 TO WS-SENSIBLES
               PERFORM IMPRIMIR-SENSIBLE
           END-IF.

      * Dia de la semana: el 1601-01-01 de INTEGER-OF-DATE fue lunes,
      * asi que 1 = lunes ... 6 = sabado, 7 = domingo.
       EVALUAR-HORARIO.
           MOVE "N" TO WS-FUERA-HORARIO
           MOVE EJ-TIMESTAMP(9:4) TO WS-HORA-ENTRADA
           IF WS-HORA-ENTRADA < WS-HORA-APERTURA
                   OR WS-HORA-ENTRADA NOT < WS-HORA-CIERRE
               MOVE "S" TO WS-FUERA-HORARIO
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-ENTRADA) = 0
                   COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-ENTRADA) - 1,
                       7) + 1
                   IF WS-DIA-SEMANA > 5
                       MOVE "S" TO WS-FUERA-HORARIO
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-SENSIBLE.
           MOVE EJ-TIMESTAMP TO WS-RS-TIMESTAMP
           MOVE EJ-OPERADOR TO WS-RS-OPERADOR
           MOVE EJ-PROGRAMA TO WS-RS-PROGRAMA
           MOVE EJ-ACCION TO WS-RS-ACCION
           IF EJ-ACCION = "B"
               MOVE EJ-ANTES(1:6) TO WS-RS-ID
           ELSE
               MOVE EJ-DESPUES(1:6) TO WS-RS-ID
           END-IF
           MOVE WS-MOTIVOS(2:35) TO WS-RS-MOTIVOS
           WRITE REPORT-LINE FROM WS-REP-SENSIBLE
           EVALUATE EJ-ACCION
               WHEN "C"
                   PERFORM IMPRIMIR-VALORES-CAMBIO
               WHEN "B"
                   MOVE "BAJA DE: " TO WS-RV-CAMPO
                   MOVE IA-NOMBRE TO WS-RV-ANTES
                   MOVE SPACES TO WS-RV-FLECHA
                   MOVE IA-APELLIDO TO WS-RV-DESPUES
                   WRITE REPORT-LINE FROM WS-REP-VALORES
                   MOVE "CEDULA : " TO WS-RV-CAMPO
                   MOVE IA-ID-NUMERO TO WS-RV-ANTES
                   MOVE SPACES TO WS-RV-DESPUES
                   WRITE REPORT-LINE FROM WS-REP-VALORES
                   MOVE " -> " TO WS-RV-FLECHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       IMPRIMIR-VALORES-CAMBIO.
           IF IA-ID-NUMERO NOT = IP-ID-NUMERO
               MOVE "CEDULA : " TO WS-RV-CAMPO
               MOVE IA-ID-NUMERO TO WS-RV-ANTES
               MOVE IP-ID-NUMERO TO WS-RV-DESPUES
               WRITE REPORT-LINE FROM WS-REP-VALORES
           END-IF
           IF IA-NOMBRE NOT = IP-NOMBRE
               MOVE "NOMBRE : " TO WS-RV-CAMPO
               MOVE IA-NOMBRE TO WS-RV-ANTES
               MOVE IP-NOMBRE TO WS-RV-DESPUES
               WRITE REPORT-LINE FROM WS-REP-VALORES
           END-IF
           IF IA-FECHA-NACIMIENTO NOT = IP-FECHA-NACIMIENTO
               MOVE "F. NAC.: " TO WS-RV-CAMPO
               MOVE IA-FECHA-NACIMIENTO TO WS-RV-ANTES
               MOVE IP-FECHA-NACIMIENTO TO WS-RV-DESPUES
               WRITE REPORT-LINE FROM WS-REP-VALORES
           END-IF
           IF WS-ESTADO-ANTES NOT = WS-ESTADO-DESPUES
               MOVE "ESTADO : " TO WS-RV-CAMPO
               MOVE WS-ESTADO-ANTES TO WS-RV-ANTES
               MOVE WS-ESTADO-DESPUES TO WS-RV-DESPUES
               WRITE REPORT-LINE FROM WS-REP-VALORES
           END-IF.

      ******************************************************************
      * Conteos por operador y por programa.
      ******************************************************************
       LISTAR-OPERADORES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACTIVIDAD POR OPERADOR" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "OPERADOR" TO WS-RE-COLUMNA
           WRITE REPORT-LINE FROM WS-REP-ENC-CONTEO
           PERFORM IMPRIMIR-OPERADOR
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-OPERADORES
           PERFORM IMPRIMIR-TOTAL-CONTEO.

       IMPRIMIR-OPERADOR.
           MOVE WS-OP-NOMBRE(WS-IX) TO WS-RC-NOMBRE
           MOVE WS-OP-ALTAS(WS-IX) TO WS-RC-ALTAS
           MOVE WS-OP-CAMBIOS(WS-IX) TO WS-RC-CAMBIOS
           MOVE WS-OP-BAJAS(WS-IX) TO WS-RC-BAJAS
           COMPUTE WS-RC-TOTAL = WS-OP-ALTAS(WS-IX)
               + WS-OP-CAMBIOS(WS-IX) + WS-OP-BAJAS(WS-IX)
           WRITE REPORT-LINE FROM WS-REP-CONTEO.

       LISTAR-PROGRAMAS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACTIVIDAD POR PROGRAMA" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "PROGRAMA" TO WS-RE-COLUMNA
           WRITE REPORT-LINE FROM WS-REP-ENC-CONTEO
           PERFORM IMPRIMIR-PROGRAMA
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-PROGRAMAS
           PERFORM IMPRIMIR-TOTAL-CONTEO.

       IMPRIMIR-PROGRAMA.
           MOVE WS-PG-NOMBRE(WS-IX) TO WS-RC-NOMBRE
           MOVE WS-PG-ALTAS(WS-IX) TO WS-RC-ALTAS
           MOVE WS-PG-CAMBIOS(WS-IX) TO WS-RC-CAMBIOS
           MOVE WS-PG-BAJAS(WS-IX) TO WS-RC-BAJAS
           COMPUTE WS-RC-TOTAL = WS-PG-ALTAS(WS-IX)
               + WS-PG-CAMBIOS(WS-IX) + WS-PG-BAJAS(WS-IX)
           WRITE REPORT-LINE FROM WS-REP-CONTEO.

       IMPRIMIR-TOTAL-CONTEO.
           MOVE "TOTAL" TO WS-RC-NOMBRE
           MOVE WS-TOT-ALTAS TO WS-RC-ALTAS
           MOVE WS-TOT-CAMBIOS TO WS-RC-CAMBIOS
           MOVE WS-TOT-BAJAS TO WS-RC-BAJAS
           COMPUTE WS-RC-TOTAL = WS-TOT-ALTAS + WS-TOT-CAMBIOS
               + WS-TOT-BAJAS
           WRITE REPORT-LINE FROM WS-REP-CONTEO.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESUMEN DE LA REVISION" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "GENERACIONES CERRADAS LEIDAS" TO WS-RL-CONCEPTO
           MOVE WS-GENERACIONES-LEIDAS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "ENTRADAS LEIDAS" TO WS-RL-CONCEPTO
           MOVE WS-LEIDAS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "ENTRADAS DEL PERIODO" TO WS-RL-CONCEPTO
           MOVE WS-EN-PERIODO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "ENTRADAS SENSIBLES" TO WS-RL-CONCEPTO
           MOVE WS-SENSIBLES TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CAMBIOS DE CEDULA" TO WS-RL-CONCEPTO
           MOVE WS-SENS-CEDULA TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CAMBIOS DE NOMBRE" TO WS-RL-CONCEPTO
           MOVE WS-SENS-NOMBRE TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CAMBIOS DE F. NACIMIENTO" TO WS-RL-CONCEPTO
           MOVE WS-SENS-FECHA TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CAMBIOS DE ESTADO" TO WS-RL-CONCEPTO
           MOVE WS-SENS-ESTADO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  BAJAS" TO WS-RL-CONCEPTO
           MOVE WS-SENS-BAJA TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  FUERA DE HORARIO" TO WS-RL-CONCEPTO
           MOVE WS-SENS-HORARIO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-REP-FIRMA.

       END PROGRAM  Supnom.
