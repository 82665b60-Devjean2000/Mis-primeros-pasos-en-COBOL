      ******************************************************************
      * Author:
      * Date:
      * Purpose: Probable-duplicate sweep of NOMBRE-MASTER - catches
      *          the same person registered twice where Mantnom's
      *          CHECK-DUPLICADO and CHECK-CEDULA do not (they only
      *          see an identical MR-NOMBRE-NORM or an identical
      *          MR-ID-NUMERO string). Every registration gives up to
      *          four match keys: the cedula digits with punctuation
      *          stripped ("001-1234567-8" = "00112345678"), the
      *          surname squeezed of spaces and punctuation plus
      *          MR-FECHA-NACIMIENTO, the telephone digits, and the
      *          full name (nombre and apellido together) squeezed
      *          the same way ("Jose  Perez" = "Jose Perez"). A first
      *          SORT groups equal keys and writes every pair in a
      *          group to the DUPLPAR work file; a second SORT brings
      *          each pair's matches together and scores them (cedula
      *          50, apellido+nacimiento 30, nombre 30, telefono 20).
      *          Pairs scoring 30 or more are printed to DUPLREP with
      *          both registrations for the clerks to review and
      *          merge through Mantnom's fusion option; a telephone
      *          alone (families share one) is only counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dupnom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMBRE-MASTER ASSIGN TO "NOMBRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID-REGISTRO
               ALTERNATE RECORD KEY IS MR-NOMBRE-NORM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MR-ID-NUMERO WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PARES-FILE ASSIGN TO "DUPLPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DUPLREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-CLAVES ASSIGN TO "DUPLSRTC".
           SELECT SORT-PARES ASSIGN TO "DUPLSRTP".
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  PARES-FILE.
       01  PARES-RECORD.
           05  PW-ID-1 PIC 9(6).
           05  PW-ID-2 PIC 9(6).
           05  PW-TIPO PIC X(1).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       SD  SORT-CLAVES.
       01  SC-REGISTRO.
           05  SC-TIPO PIC X(1).
           05  SC-CLAVE PIC X(60).
           05  SC-ID PIC 9(6).
       SD  SORT-PARES.
       01  PR-REGISTRO.
           05  PR-ID-1 PIC 9(6).
           05  PR-ID-2 PIC 9(6).
           05  PR-TIPO PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-PARES-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01 WS-FIN-CLAVES PIC X VALUE "N".
           88 FIN-CLAVES VALUE "S".
       01 WS-FIN-PARES PIC X VALUE "N".
           88 FIN-PARES VALUE "S".
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-REVISADOS PIC 9(6) VALUE 0.
       01 WS-PARES-GENERADOS PIC 9(6) VALUE 0.
       01 WS-CANDIDATOS PIC 9(6) VALUE 0.
       01 WS-POR-CEDULA PIC 9(6) VALUE 0.
       01 WS-POR-APELLIDO PIC 9(6) VALUE 0.
       01 WS-POR-NOMBRE PIC 9(6) VALUE 0.
       01 WS-POR-TELEFONO PIC 9(6) VALUE 0.
       01 WS-SOLO-TELEFONO PIC 9(6) VALUE 0.
       01 WS-GRUPOS-TRUNCADOS PIC 9(6) VALUE 0.
       01 WS-PUNTAJE-MINIMO PIC 9(3) VALUE 30.

      * Armado de claves: se copian solo las letras y digitos (o solo
      * los digitos) del campo de origen, en mayusculas.
       01 WS-ORIGEN PIC X(60).
       01 WS-LARGO-ORIGEN PIC 9(2).
       01 WS-CLAVE PIC X(60).
       01 WS-LARGO-CLAVE PIC 9(2).
       01 WS-IX-ORIGEN PIC 9(2).
       01 WS-CARACTER PIC X(1).
       01 WS-SOLO-DIGITOS PIC X VALUE "N".
           88 SOLO-DIGITOS VALUE "S".

      * Grupo de registros con la misma clave en la primera SORT.
       01 WS-GRUPO-TIPO PIC X(1).
       01 WS-GRUPO-CLAVE PIC X(60).
       01 WS-GRUPO-CANT PIC 9(3) VALUE 0.
       01 WS-GRUPO-MAX PIC 9(3) VALUE 50.
       01 WS-GRUPO-TRUNCADO PIC X VALUE "N".
           88 GRUPO-TRUNCADO VALUE "S".
       01 WS-GRUPO.
           05 WS-GRUPO-ID PIC 9(6) OCCURS 50 TIMES.
       01 WS-IX-A PIC 9(3).
       01 WS-IX-B PIC 9(3).

      * Par en acumulacion en la segunda SORT.
       01 WS-PAR-ID-1 PIC 9(6) VALUE 0.
       01 WS-PAR-ID-2 PIC 9(6) VALUE 0.
       01 WS-PAR-ABIERTO PIC X VALUE "N".
           88 PAR-ABIERTO VALUE "S".
       01 WS-COINCIDE-CEDULA PIC X VALUE "N".
           88 COINCIDE-CEDULA VALUE "S".
       01 WS-COINCIDE-APELLIDO PIC X VALUE "N".
           88 COINCIDE-APELLIDO VALUE "S".
       01 WS-COINCIDE-NOMBRE PIC X VALUE "N".
           88 COINCIDE-NOMBRE VALUE "S".
       01 WS-COINCIDE-TELEFONO PIC X VALUE "N".
           88 COINCIDE-TELEFONO VALUE "S".
       01 WS-PUNTAJE PIC 9(3) VALUE 0.
       01 WS-CRITERIOS PIC X(50).
       01 WS-PUNTERO PIC 9(2).

       01 WS-REP-TITULO PIC X(80) VALUE
           "CANDIDATOS A DUPLICADO EN NOMBRE-MASTER".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(65) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-PAR.
           05 FILLER PIC X(4) VALUE "PAR ".
           05 WS-RP-ID-1 PIC 9(6).
           05 FILLER PIC X(3) VALUE " / ".
           05 WS-RP-ID-2 PIC 9(6).
           05 FILLER PIC X(10) VALUE "  PUNTAJE ".
           05 WS-RP-PUNTAJE PIC ZZ9.
           05 FILLER PIC X(2) VALUE "  ".
           05 WS-RP-CRITERIOS PIC X(46).
       01 WS-REP-REGISTRO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RR-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-NOMBRE PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-APELLIDO PIC X(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-CEDULA PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-FECHA-NAC PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-ESTADO PIC X(1).
           05 FILLER PIC X(7) VALUE SPACES.
       01 WS-REP-LINEA.
           05 WS-RL-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RL-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT NOMBRE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOMBRE-MASTER: "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARES-FILE
           IF WS-PARES-STATUS NOT = "00"
               DISPLAY "No se pudo abrir DUPLPAR: " WS-PARES-STATUS
               CLOSE NOMBRE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir DUPLREP: " WS-REPORT-STATUS
               CLOSE NOMBRE-MASTER
               CLOSE PARES-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PARES CANDIDATOS (PUNTAJE 30 O MAS)" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           SORT SORT-CLAVES
               ON ASCENDING KEY SC-TIPO SC-CLAVE SC-ID
               INPUT PROCEDURE IS GENERAR-CLAVES
               OUTPUT PROCEDURE IS AGRUPAR-CLAVES
           CLOSE PARES-FILE
           SORT SORT-PARES
               ON ASCENDING KEY PR-ID-1 PR-ID-2 PR-TIPO
               USING PARES-FILE
               OUTPUT PROCEDURE IS PUNTUAR-PARES
           CLOSE NOMBRE-MASTER
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "Barrido de duplicados terminado: " WS-REVISADOS
               " registro(s) revisado(s), " WS-CANDIDATOS
               " par(es) candidato(s) en DUPLREP."
           STOP RUN.

      ******************************************************************
      * Primera SORT, entrada: hasta cuatro claves por registro.
      ******************************************************************
       GENERAR-CLAVES.
           PERFORM LEER-MAESTRO-CLAVES UNTIL FIN-MAESTRO.

       LEER-MAESTRO-CLAVES.
           READ NOMBRE-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WS-REVISADOS
                   PERFORM LIBERAR-CLAVES
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "02"
                   AND NOT FIN-MAESTRO
               MOVE "S" TO WS-FIN-MAESTRO
           END-IF.

       LIBERAR-CLAVES.
           MOVE MR-ID-NUMERO TO WS-ORIGEN
           MOVE 15 TO WS-LARGO-ORIGEN
           MOVE "S" TO WS-SOLO-DIGITOS
           PERFORM ARMAR-CLAVE
           IF WS-LARGO-CLAVE > 0
               MOVE "C" TO SC-TIPO
               PERFORM LIBERAR-CLAVE
           END-IF
           IF MR-FECHA-NACIMIENTO IS NUMERIC
                   AND MR-FECHA-NACIMIENTO > 0
               MOVE FUNCTION UPPER-CASE(MR-APELLIDO) TO WS-ORIGEN
               MOVE 30 TO WS-LARGO-ORIGEN
               MOVE "N" TO WS-SOLO-DIGITOS
               PERFORM ARMAR-CLAVE
               IF WS-LARGO-CLAVE > 0
                   MOVE MR-FECHA-NACIMIENTO
                       TO WS-CLAVE(WS-LARGO-CLAVE + 1:8)
                   MOVE "A" TO SC-TIPO
                   PERFORM LIBERAR-CLAVE
               END-IF
           END-IF
           MOVE MR-TELEFONO TO WS-ORIGEN
           MOVE 15 TO WS-LARGO-ORIGEN
           MOVE "S" TO WS-SOLO-DIGITOS
           PERFORM ARMAR-CLAVE
           IF WS-LARGO-CLAVE NOT < 6
               MOVE "T" TO SC-TIPO
               PERFORM LIBERAR-CLAVE
           END-IF
           MOVE SPACES TO WS-ORIGEN
           MOVE FUNCTION UPPER-CASE(MR-NOMBRE) TO WS-ORIGEN(1:30)
           MOVE FUNCTION UPPER-CASE(MR-APELLIDO) TO WS-ORIGEN(31:30)
           MOVE 60 TO WS-LARGO-ORIGEN
           MOVE "N" TO WS-SOLO-DIGITOS
           PERFORM ARMAR-CLAVE
           IF WS-LARGO-CLAVE > 0
               MOVE "N" TO SC-TIPO
               PERFORM LIBERAR-CLAVE
           END-IF.

       LIBERAR-CLAVE.
           MOVE WS-CLAVE TO SC-CLAVE
           MOVE MR-ID-REGISTRO TO SC-ID
           RELEASE SC-REGISTRO.

       ARMAR-CLAVE.
           MOVE SPACES TO WS-CLAVE
           MOVE 0 TO WS-LARGO-CLAVE
           PERFORM COPIAR-CARACTER-CLAVE
               VARYING WS-IX-ORIGEN FROM 1 BY 1
               UNTIL WS-IX-ORIGEN > WS-LARGO-ORIGEN.

       COPIAR-CARACTER-CLAVE.
           MOVE WS-ORIGEN(WS-IX-ORIGEN:1) TO WS-CARACTER
           IF WS-CARACTER IS NUMERIC
                   OR (NOT SOLO-DIGITOS AND WS-CARACTER IS ALPHABETIC
                       AND WS-CARACTER NOT = SPACE)
               ADD 1 TO WS-LARGO-CLAVE
               MOVE WS-CARACTER TO WS-CLAVE(WS-LARGO-CLAVE:1)
           END-IF.

      ******************************************************************
      * Primera SORT, salida: cada grupo de claves iguales da todos
      * sus pares (ID menor primero) al archivo de trabajo DUPLPAR.
      ******************************************************************
       AGRUPAR-CLAVES.
           MOVE 0 TO WS-GRUPO-CANT
           MOVE "N" TO WS-GRUPO-TRUNCADO
           PERFORM DEVOLVER-CLAVE UNTIL FIN-CLAVES
           PERFORM CERRAR-GRUPO.

       DEVOLVER-CLAVE.
           RETURN SORT-CLAVES
               AT END
                   MOVE "S" TO WS-FIN-CLAVES
               NOT AT END
                   IF WS-GRUPO-CANT > 0
                           AND (SC-TIPO NOT = WS-GRUPO-TIPO
                               OR SC-CLAVE NOT = WS-GRUPO-CLAVE)
                       PERFORM CERRAR-GRUPO
                   END-IF
                   IF WS-GRUPO-CANT = 0
                       MOVE SC-TIPO TO WS-GRUPO-TIPO
                       MOVE SC-CLAVE TO WS-GRUPO-CLAVE
                   END-IF
                   IF WS-GRUPO-CANT < WS-GRUPO-MAX
                       ADD 1 TO WS-GRUPO-CANT
                       MOVE SC-ID TO WS-GRUPO-ID(WS-GRUPO-CANT)
                   ELSE
                       MOVE "S" TO WS-GRUPO-TRUNCADO
                   END-IF
           END-RETURN.

       CERRAR-GRUPO.
           IF WS-GRUPO-CANT > 1
               PERFORM EMITIR-PARES-DE
                   VARYING WS-IX-A FROM 1 BY 1
                   UNTIL WS-IX-A NOT < WS-GRUPO-CANT
           END-IF
           IF GRUPO-TRUNCADO
               ADD 1 TO WS-GRUPOS-TRUNCADOS
           END-IF
           MOVE 0 TO WS-GRUPO-CANT
           MOVE "N" TO WS-GRUPO-TRUNCADO.

       EMITIR-PARES-DE.
           COMPUTE WS-IX-B = WS-IX-A + 1
           PERFORM EMITIR-PAR
               VARYING WS-IX-B FROM WS-IX-B BY 1
               UNTIL WS-IX-B > WS-GRUPO-CANT.

       EMITIR-PAR.
           MOVE WS-GRUPO-ID(WS-IX-A) TO PW-ID-1
           MOVE WS-GRUPO-ID(WS-IX-B) TO PW-ID-2
           MOVE WS-GRUPO-TIPO TO PW-TIPO
           WRITE PARES-RECORD
           ADD 1 TO WS-PARES-GENERADOS.

      ******************************************************************
      * Segunda SORT, salida: las coincidencias de cada par quedan
      * juntas; se suman y el par se imprime si llega al minimo.
      ******************************************************************
       PUNTUAR-PARES.
           MOVE "N" TO WS-PAR-ABIERTO
           PERFORM DEVOLVER-PAR UNTIL FIN-PARES
           IF PAR-ABIERTO
               PERFORM EVALUAR-PAR
           END-IF.

       DEVOLVER-PAR.
           RETURN SORT-PARES
               AT END
                   MOVE "S" TO WS-FIN-PARES
               NOT AT END
                   IF PAR-ABIERTO
                           AND (PR-ID-1 NOT = WS-PAR-ID-1
                               OR PR-ID-2 NOT = WS-PAR-ID-2)
                       PERFORM EVALUAR-PAR
                   END-IF
                   IF NOT PAR-ABIERTO
                       MOVE "S" TO WS-PAR-ABIERTO
                       MOVE PR-ID-1 TO WS-PAR-ID-1
                       MOVE PR-ID-2 TO WS-PAR-ID-2
                       MOVE "N" TO WS-COINCIDE-CEDULA
                       MOVE "N" TO WS-COINCIDE-APELLIDO
                       MOVE "N" TO WS-COINCIDE-NOMBRE
                       MOVE "N" TO WS-COINCIDE-TELEFONO
                   END-IF
                   EVALUATE PR-TIPO
                       WHEN "C"
                           MOVE "S" TO WS-COINCIDE-CEDULA
                       WHEN "A"
                           MOVE "S" TO WS-COINCIDE-APELLIDO
                       WHEN "N"
                           MOVE "S" TO WS-COINCIDE-NOMBRE
                       WHEN "T"
                           MOVE "S" TO WS-COINCIDE-TELEFONO
                   END-EVALUATE
           END-RETURN.

       EVALUAR-PAR.
           MOVE "N" TO WS-PAR-ABIERTO
           MOVE 0 TO WS-PUNTAJE
           MOVE SPACES TO WS-CRITERIOS
           MOVE 1 TO WS-PUNTERO
           IF COINCIDE-CEDULA
               ADD 50 TO WS-PUNTAJE
               ADD 1 TO WS-POR-CEDULA
               STRING " CEDULA" DELIMITED BY SIZE
                   INTO WS-CRITERIOS WITH POINTER WS-PUNTERO
           END-IF
           IF COINCIDE-APELLIDO
               ADD 30 TO WS-PUNTAJE
               ADD 1 TO WS-POR-APELLIDO
               STRING " APELLIDO+NAC" DELIMITED BY SIZE
                   INTO WS-CRITERIOS WITH POINTER WS-PUNTERO
           END-IF
           IF COINCIDE-NOMBRE
               ADD 30 TO WS-PUNTAJE
               ADD 1 TO WS-POR-NOMBRE
               STRING " NOMBRE" DELIMITED BY SIZE
                   INTO WS-CRITERIOS WITH POINTER WS-PUNTERO
           END-IF
           IF COINCIDE-TELEFONO
               ADD 20 TO WS-PUNTAJE
               ADD 1 TO WS-POR-TELEFONO
               STRING " TELEFONO" DELIMITED BY SIZE
                   INTO WS-CRITERIOS WITH POINTER WS-PUNTERO
           END-IF
           IF WS-PUNTAJE < WS-PUNTAJE-MINIMO
               ADD 1 TO WS-SOLO-TELEFONO
           ELSE
               ADD 1 TO WS-CANDIDATOS
               PERFORM IMPRIMIR-PAR
           END-IF.

       IMPRIMIR-PAR.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAR-ID-1 TO WS-RP-ID-1
           MOVE WS-PAR-ID-2 TO WS-RP-ID-2
           MOVE WS-PUNTAJE TO WS-RP-PUNTAJE
           MOVE WS-CRITERIOS(2:46) TO WS-RP-CRITERIOS
           WRITE REPORT-LINE FROM WS-REP-PAR
           MOVE WS-PAR-ID-1 TO MR-ID-REGISTRO
           PERFORM IMPRIMIR-REGISTRO
           MOVE WS-PAR-ID-2 TO MR-ID-REGISTRO
           PERFORM IMPRIMIR-REGISTRO.

       IMPRIMIR-REGISTRO.
           READ NOMBRE-MASTER
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " MR-ID-REGISTRO
                       " (YA NO ESTA EN EL MAESTRO)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE MR-ID-REGISTRO TO WS-RR-ID
                   MOVE MR-NOMBRE TO WS-RR-NOMBRE
                   MOVE MR-APELLIDO TO WS-RR-APELLIDO
                   MOVE MR-ID-NUMERO TO WS-RR-CEDULA
                   MOVE MR-FECHA-NACIMIENTO TO WS-RR-FECHA-NAC
                   MOVE MR-ESTADO TO WS-RR-ESTADO
                   WRITE REPORT-LINE FROM WS-REP-REGISTRO
           END-READ.

       ESCRIBIR-RESUMEN.
           IF WS-CANDIDATOS = 0
               MOVE "  (NINGUN PAR CANDIDATO)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESUMEN DEL BARRIDO" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "REGISTROS REVISADOS" TO WS-RL-CONCEPTO
           MOVE WS-REVISADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "PARES CANDIDATOS" TO WS-RL-CONCEPTO
           MOVE WS-CANDIDATOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CON MISMA CEDULA" TO WS-RL-CONCEPTO
           MOVE WS-POR-CEDULA TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CON APELLIDO Y NACIMIENTO" TO WS-RL-CONCEPTO
           MOVE WS-POR-APELLIDO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CON MISMO NOMBRE COMPLETO" TO WS-RL-CONCEPTO
           MOVE WS-POR-NOMBRE TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CON MISMO TELEFONO" TO WS-RL-CONCEPTO
           MOVE WS-POR-TELEFONO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "PARES SOLO POR TELEFONO" TO WS-RL-CONCEPTO
           MOVE WS-SOLO-TELEFONO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "GRUPOS CORTADOS EN 50" TO WS-RL-CONCEPTO
           MOVE WS-GRUPOS-TRUNCADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA.

       END PROGRAM  Dupnom.
