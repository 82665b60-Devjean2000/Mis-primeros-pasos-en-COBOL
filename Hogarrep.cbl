      ******************************************************************
      * Author:
      * Date:
      * Purpose: Household report over NOMBRE-MASTER and the NOMBRVIN
      *          relationship file kept through Mantnom's option V.
      *          The first section lists every household of more than
      *          one registration, as the shared Hogarnom routine
      *          builds it from the links (guardian, spouses, same
      *          household), with its members' names, addresses and
      *          estado - a SORT brings each household's members
      *          together under the household ID (its lowest
      *          MR-ID-REGISTRO). The second section lists the links
      *          left pointing at a registration no longer in the
      *          master, saying whether it went to the NOMBRARC archive
      *          (Archnom) or was dropped by a baja, so the clerks can
      *          remove them with option V or restore the archived
      *          registration through Consarc. Ends with RETURN-CODE 4
      *          when there are such links and 8 when a file could not
      *          be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hogarrep.
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
           SELECT VINCULO-FILE ASSIGN TO "NOMBRVIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-CLAVE
               ALTERNATE RECORD KEY IS VN-ID-DESTINO WITH DUPLICATES
               FILE STATUS IS WS-VINCULO-STATUS.
           SELECT ARCHIVO-MAESTRO ASSIGN TO "NOMBRARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID-REGISTRO
               ALTERNATE RECORD KEY IS AC-NOMBRE-NORM WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HOGARREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-HOGARES ASSIGN TO "HOGARSRT".
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  VINCULO-FILE.
           COPY CPVINC.
       FD  ARCHIVO-MAESTRO.
           COPY CPARCH.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       SD  SORT-HOGARES.
       01  SH-REGISTRO.
           05  SH-HOGAR PIC 9(6).
           05  SH-ID PIC 9(6).
           05  SH-MIEMBROS PIC 9(3).
           05  SH-NOMBRE PIC X(30).
           05  SH-APELLIDO PIC X(30).
           05  SH-DIRECCION PIC X(40).
           05  SH-ESTADO PIC X(1).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-VINCULO-STATUS PIC X(2).
       01 WS-ARCHIVO-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01 WS-FIN-HOGARES PIC X VALUE "N".
           88 FIN-HOGARES VALUE "S".
       01 WS-FIN-VINCULOS PIC X VALUE "N".
           88 FIN-VINCULOS VALUE "S".
       01 WS-ARCH-LISTO PIC X VALUE "N".
           88 ARCHIVADO-LISTO VALUE "S".
       01 WS-ERROR-CORRIDA PIC X VALUE "N".
           88 ERROR-CORRIDA VALUE "S".
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-REVISADOS PIC 9(6) VALUE 0.
       01 WS-HOGARES PIC 9(6) VALUE 0.
       01 WS-EN-HOGARES PIC 9(6) VALUE 0.
       01 WS-HOGARES-CORTADOS PIC 9(6) VALUE 0.
       01 WS-VINCULOS-REVISADOS PIC 9(6) VALUE 0.
       01 WS-COLGANTES PIC 9(6) VALUE 0.

      * Llamada a Hogarnom.
       01 WS-ACCION-HOGAR PIC X(1).
       01 WS-ID-HOGAR PIC 9(6).
       01 WS-HOGAR PIC 9(6).
       01 WS-MIEMBROS PIC 9(3).
       01 WS-RESULTADO-HOGAR PIC X(1).

      * Hogar en impresion en la salida de la SORT.
       01 WS-HOGAR-ACTUAL PIC 9(6) VALUE 0.
       01 WS-HOGAR-ABIERTO PIC X VALUE "N".
           88 HOGAR-ABIERTO VALUE "S".

      * Situacion de cada lado de un vinculo.
       01 WS-ID-REVISAR PIC 9(6).
       01 WS-SITUACION PIC X(10).
       01 WS-SIT-ORIGEN PIC X(10).
       01 WS-SIT-DESTINO PIC X(10).

       01 WS-REP-TITULO PIC X(80) VALUE
           "HOGARES Y VINCULOS DE NOMBRE-MASTER".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(65) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-HOGAR.
           05 FILLER PIC X(6) VALUE "HOGAR ".
           05 WS-RH-HOGAR PIC 9(6).
           05 FILLER PIC X(2) VALUE "  ".
           05 WS-RH-MIEMBROS PIC ZZ9.
           05 FILLER PIC X(10) VALUE " REGISTROS".
           05 FILLER PIC X(53) VALUE SPACES.
       01 WS-REP-MIEMBRO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RM-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RM-NOMBRE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RM-APELLIDO PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RM-DIRECCION PIC X(35).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RM-ESTADO PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-REP-COLG-CABECERA.
           05 FILLER PIC X(22) VALUE "  ORIGEN TIPO DESTINO ".
           05 FILLER PIC X(22) VALUE " SIT. ORIGEN SIT. DEST".
           05 FILLER PIC X(36) VALUE SPACES.
       01 WS-REP-COLGANTE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RC-ORIGEN PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RC-TIPO PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RC-DESTINO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-RC-SIT-ORIGEN PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RC-SIT-DESTINO PIC X(10).
           05 FILLER PIC X(34) VALUE SPACES.
       01 WS-REP-LINEA.
           05 WS-RL-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RL-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT VINCULO-FILE
           IF WS-VINCULO-STATUS = "35"
               DISPLAY "No hay archivo de vinculos NOMBRVIN; cada "
                   "registro es un hogar de uno."
               STOP RUN
           END-IF
           IF WS-VINCULO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOMBRVIN: " WS-VINCULO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT NOMBRE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOMBRE-MASTER: "
                   WS-MASTER-STATUS
               CLOSE VINCULO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVO-MAESTRO
           IF WS-ARCHIVO-STATUS = "00"
               MOVE "S" TO WS-ARCH-LISTO
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir HOGARREP: " WS-REPORT-STATUS
               CLOSE VINCULO-FILE
               CLOSE NOMBRE-MASTER
               IF ARCHIVADO-LISTO
                   CLOSE ARCHIVO-MAESTRO
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HOGARES DE MAS DE UN REGISTRO" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           SORT SORT-HOGARES
               ON ASCENDING KEY SH-HOGAR SH-ID
               INPUT PROCEDURE IS ARMAR-HOGARES
               OUTPUT PROCEDURE IS IMPRIMIR-HOGARES
           MOVE "F" TO WS-ACCION-HOGAR
           CALL "Hogarnom" USING WS-ACCION-HOGAR WS-ID-HOGAR WS-HOGAR
               WS-MIEMBROS WS-RESULTADO-HOGAR
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VINCULOS CON UN REGISTRO QUE YA NO ESTA EN EL MAESTRO"
               TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-COLG-CABECERA
           PERFORM LEER-VINCULO UNTIL FIN-VINCULOS
           IF WS-COLGANTES = 0
               MOVE "  (NINGUNO)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE VINCULO-FILE
           CLOSE NOMBRE-MASTER
           IF ARCHIVADO-LISTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "Informe de hogares terminado: " WS-HOGARES
               " hogar(es) de mas de un registro, " WS-COLGANTES
               " vinculo(s) colgante(s) en HOGARREP."
           EVALUATE TRUE
               WHEN ERROR-CORRIDA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COLGANTES > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * SORT, entrada: el hogar de cada registro del maestro; solo
      * pasan los registros de hogares de mas de uno.
      ******************************************************************
       ARMAR-HOGARES.
           PERFORM LEER-MAESTRO UNTIL FIN-MAESTRO.

       LEER-MAESTRO.
           READ NOMBRE-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO WS-REVISADOS
                   PERFORM LIBERAR-MIEMBRO
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "02"
                   AND NOT FIN-MAESTRO
               DISPLAY "Error al leer NOMBRE-MASTER: " WS-MASTER-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-MAESTRO
           END-IF.

       LIBERAR-MIEMBRO.
           MOVE "H" TO WS-ACCION-HOGAR
           MOVE MR-ID-REGISTRO TO WS-ID-HOGAR
           CALL "Hogarnom" USING WS-ACCION-HOGAR WS-ID-HOGAR WS-HOGAR
               WS-MIEMBROS WS-RESULTADO-HOGAR
           EVALUATE WS-RESULTADO-HOGAR
               WHEN "9"
                   DISPLAY "Error al leer NOMBRVIN para el registro "
                       MR-ID-REGISTRO
                   MOVE "S" TO WS-ERROR-CORRIDA
                   MOVE "S" TO WS-FIN-MAESTRO
               WHEN "2"
                   IF WS-HOGAR = MR-ID-REGISTRO
                       ADD 1 TO WS-HOGARES-CORTADOS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RESULTADO-HOGAR NOT = "9" AND WS-MIEMBROS > 1
               MOVE WS-HOGAR TO SH-HOGAR
               MOVE MR-ID-REGISTRO TO SH-ID
               MOVE WS-MIEMBROS TO SH-MIEMBROS
               MOVE MR-NOMBRE TO SH-NOMBRE
               MOVE MR-APELLIDO TO SH-APELLIDO
               MOVE MR-DIRECCION TO SH-DIRECCION
               MOVE MR-ESTADO TO SH-ESTADO
               RELEASE SH-REGISTRO
           END-IF.

      ******************************************************************
      * SORT, salida: un bloque por hogar con sus miembros. La cuenta
      * de la cabecera es la de Hogarnom, que incluye a los registros
      * vinculados que ya no estan en el maestro.
      ******************************************************************
       IMPRIMIR-HOGARES.
           PERFORM DEVOLVER-MIEMBRO UNTIL FIN-HOGARES
           IF WS-HOGARES = 0
               MOVE "  (NINGUNO)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       DEVOLVER-MIEMBRO.
           RETURN SORT-HOGARES
               AT END
                   MOVE "S" TO WS-FIN-HOGARES
               NOT AT END
                   IF NOT HOGAR-ABIERTO
                           OR SH-HOGAR NOT = WS-HOGAR-ACTUAL
                       PERFORM ABRIR-HOGAR
                   END-IF
                   ADD 1 TO WS-EN-HOGARES
                   MOVE SH-ID TO WS-RM-ID
                   MOVE SH-NOMBRE TO WS-RM-NOMBRE
                   MOVE SH-APELLIDO TO WS-RM-APELLIDO
                   MOVE SH-DIRECCION TO WS-RM-DIRECCION
                   MOVE SH-ESTADO TO WS-RM-ESTADO
                   WRITE REPORT-LINE FROM WS-REP-MIEMBRO
           END-RETURN.

       ABRIR-HOGAR.
           MOVE "S" TO WS-HOGAR-ABIERTO
           MOVE SH-HOGAR TO WS-HOGAR-ACTUAL
           ADD 1 TO WS-HOGARES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SH-HOGAR TO WS-RH-HOGAR
           MOVE SH-MIEMBROS TO WS-RH-MIEMBROS
           WRITE REPORT-LINE FROM WS-REP-HOGAR.

      ******************************************************************
      * Vinculos colgantes: cada lado se busca en el maestro y, si no
      * esta, en el archivo historico.
      ******************************************************************
       LEER-VINCULO.
           READ VINCULO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-VINCULOS
               NOT AT END
                   ADD 1 TO WS-VINCULOS-REVISADOS
                   PERFORM REVISAR-VINCULO
           END-READ
           IF WS-VINCULO-STATUS NOT = "00"
                   AND NOT FIN-VINCULOS
               DISPLAY "Error al leer NOMBRVIN: " WS-VINCULO-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF.

       REVISAR-VINCULO.
           MOVE VN-ID-ORIGEN TO WS-ID-REVISAR
           PERFORM SITUACION-REGISTRO
           MOVE WS-SITUACION TO WS-SIT-ORIGEN
           MOVE VN-ID-DESTINO TO WS-ID-REVISAR
           PERFORM SITUACION-REGISTRO
           MOVE WS-SITUACION TO WS-SIT-DESTINO
           IF WS-SIT-ORIGEN NOT = "EN MAESTRO"
                   OR WS-SIT-DESTINO NOT = "EN MAESTRO"
               ADD 1 TO WS-COLGANTES
               MOVE VN-ID-ORIGEN TO WS-RC-ORIGEN
               MOVE VN-TIPO TO WS-RC-TIPO
               MOVE VN-ID-DESTINO TO WS-RC-DESTINO
               MOVE WS-SIT-ORIGEN TO WS-RC-SIT-ORIGEN
               MOVE WS-SIT-DESTINO TO WS-RC-SIT-DESTINO
               WRITE REPORT-LINE FROM WS-REP-COLGANTE
           END-IF.

       SITUACION-REGISTRO.
           MOVE WS-ID-REVISAR TO MR-ID-REGISTRO
           READ NOMBRE-MASTER
               INVALID KEY
                   MOVE "BAJA" TO WS-SITUACION
               NOT INVALID KEY
                   MOVE "EN MAESTRO" TO WS-SITUACION
           END-READ
           IF WS-SITUACION = "BAJA" AND ARCHIVADO-LISTO
               MOVE WS-ID-REVISAR TO AC-ID-REGISTRO
               READ ARCHIVO-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "ARCHIVADO" TO WS-SITUACION
               END-READ
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESUMEN" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "REGISTROS REVISADOS" TO WS-RL-CONCEPTO
           MOVE WS-REVISADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "HOGARES DE MAS DE UN REGISTRO" TO WS-RL-CONCEPTO
           MOVE WS-HOGARES TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  REGISTROS EN ESOS HOGARES" TO WS-RL-CONCEPTO
           MOVE WS-EN-HOGARES TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "HOGARES CORTADOS EN 200" TO WS-RL-CONCEPTO
           MOVE WS-HOGARES-CORTADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "VINCULOS REVISADOS" TO WS-RL-CONCEPTO
           MOVE WS-VINCULOS-REVISADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "VINCULOS COLGANTES" TO WS-RL-CONCEPTO
           MOVE WS-COLGANTES TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA.

       END PROGRAM  Hogarrep.
