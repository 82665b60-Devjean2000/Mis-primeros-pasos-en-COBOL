      *          audit trail (registrations accepted, loads not
      *          reconciled) and echoes the last ACEPTRES control
      *          summary so supervision sees accepted and rejected by
      *          reason without assembling it by hand. Inactive
      *          registrations recorded as deceased in NOMBRDEF
      *          (CPDEFU, kept by Defunom and Mantnom) are also shown
      *          on their own line; when NOMBRDEF cannot be opened that
      *          line reads NO DISPONIBLE and the run ends with
      *          RETURN-CODE 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "ESTADREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DEFUNCION-FILE ASSIGN TO "NOMBRDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-ID-REGISTRO
               FILE STATUS IS WS-DEFUNCION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRE-MASTER.
       01  CONTROL-LINE PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       FD  DEFUNCION-FILE.
           COPY CPDEFU.
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-DEFUNCION-STATUS PIC X(2).
       01 WS-HAY-DEFUNCIONES PIC X VALUE "N".
           88 HAY-DEFUNCIONES VALUE "S".
       01 WS-DEFUNCIONES-ERROR PIC X VALUE "N".
           88 DEFUNCIONES-CON-ERROR VALUE "S".
       01 WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01 WS-FIN-AUDIT PIC X VALUE "N".
       01 WS-TOTAL-REGISTROS PIC 9(6) VALUE 0.
       01 WS-ACTIVOS PIC 9(6) VALUE 0.
       01 WS-INACTIVOS PIC 9(6) VALUE 0.
       01 WS-FALLECIDOS PIC 9(6) VALUE 0.
       01 WS-ESTADO-OTRO PIC 9(6) VALUE 0.
       01 WS-SIN-TELEFONO PIC 9(6) VALUE 0.
       01 WS-SIN-DIRECCION PIC 9(6) VALUE 0.
           05 WS-REP-PERIODO PIC X(6).
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-SIN-FALLECIDOS PIC X(80) VALUE
           "    DE ELLOS FALLECIDOS      : NO DISPONIBLE (NOMBRDEF)".
       01 WS-REP-LINEA.
           05 WS-RL-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           STOP RUN.

       RECORRER-MAESTRO.
           OPEN INPUT DEFUNCION-FILE
           EVALUATE WS-DEFUNCION-STATUS
               WHEN "00"
                   MOVE "S" TO WS-HAY-DEFUNCIONES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRDEF: "
                       WS-DEFUNCION-STATUS
                       ", los fallecidos no se pueden contar."
                   MOVE "S" TO WS-DEFUNCIONES-ERROR
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           OPEN INPUT NOMBRE-MASTER
           IF WS-MASTER-STATUS = "35"
               MOVE "S" TO WS-FIN-MAESTRO
           PERFORM CONTAR-REGISTRO UNTIL FIN-MAESTRO
           IF WS-MASTER-STATUS NOT = "35"
               CLOSE NOMBRE-MASTER
           END-IF
           IF HAY-DEFUNCIONES
               CLOSE DEFUNCION-FILE
           END-IF.

       CONTAR-REGISTRO.
                           ADD 1 TO WS-ACTIVOS
                       WHEN "I"
                           ADD 1 TO WS-INACTIVOS
                           PERFORM VER-FALLECIDO
                       WHEN OTHER
                           ADD 1 TO WS-ESTADO-OTRO
                   END-EVALUATE
               MOVE "S" TO WS-FIN-MAESTRO
           END-IF.

      * Los fallecidos son inactivos con su fila en NOMBRDEF.
       VER-FALLECIDO.
           IF HAY-DEFUNCIONES
               MOVE MR-ID-REGISTRO TO DF-ID-REGISTRO
               READ DEFUNCION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FALLECIDOS
               END-READ
           END-IF.

       CLASIFICAR-EDAD.
           IF MR-FECHA-NACIMIENTO NOT NUMERIC
                   OR MR-FECHA-NACIMIENTO = 0
           MOVE "  INACTIVOS" TO WS-RL-CONCEPTO
           MOVE WS-INACTIVOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           IF DEFUNCIONES-CON-ERROR
               WRITE REPORT-LINE FROM WS-REP-SIN-FALLECIDOS
           ELSE
               MOVE "    DE ELLOS FALLECIDOS" TO WS-RL-CONCEPTO
               MOVE WS-FALLECIDOS TO WS-RL-CANTIDAD
               WRITE REPORT-LINE FROM WS-REP-LINEA
           END-IF
           MOVE "  CON ESTADO INVALIDO" TO WS-RL-CONCEPTO
           MOVE WS-ESTADO-OTRO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
