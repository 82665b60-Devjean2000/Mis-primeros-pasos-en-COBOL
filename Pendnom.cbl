      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly application of the cambios programados -
      *          reads the NOMBRPND pending-change file (CPPEND
      *          layout) that Mantnom's option P fills and applies to
      *          NOMBRE-MASTER every change whose effective date has
      *          come (today or earlier, in date order per
      *          registration). A cambio passes the same shared edits
      *          as Mantnom's and Mantbat's cambio (Valnom, Validn,
      *          Valfec, Valtel) plus the active-cedula uniqueness
      *          check; an estado change must be A or I, and A is
      *          refused (FALL) for a registration recorded as
      *          deceased in NOMBRDEF (CPDEFU), which only Mantnom's
      *          estado option may reactivate. Every applied
      *          change is journaled through Jrnlnom as a cambio under
      *          the operator who scheduled it, so Extrahr sends it to
      *          HR/CRM. Applied and rejected changes alike leave
      *          NOMBRPND (a rejected one has to be scheduled again or
      *          keyed through Mantnom), and each is listed in the
      *          PENDREP report with its reason code (the CPMANT
      *          codes plus ESTD for an invalid estado). Changes still
      *          in the future are only counted. The clerk's NOMBRPER
      *          profile was checked when the change was scheduled,
      *          so no further authorization is asked here. Runs under
      *          the exclusive MAESTRO lock through Enqnom.
      *          RETURN-CODE 8 when the run could not be completed,
      *          4 when a change was rejected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pendnom.
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
           SELECT PENDIENTE-FILE ASSIGN TO "NOMBRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT DEFUNCION-FILE ASSIGN TO "NOMBRDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-ID-REGISTRO
               FILE STATUS IS WS-DEFUNCION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PENDREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  PENDIENTE-FILE.
           COPY CPPEND.
       FD  DEFUNCION-FILE.
           COPY CPDEFU.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-PENDIENTE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-DEFUNCION-STATUS PIC X(2).
       01 WS-HAY-DEFUNCIONES PIC X VALUE "N".
           88 HAY-DEFUNCIONES VALUE "S".
       01 WS-OPERADOR PIC X(8).
       01 WS-FIN-PENDIENTES PIC X VALUE "N".
           88 FIN-PENDIENTES VALUE "S".
       01 WS-ERROR-CORRIDA PIC X VALUE "N".
           88 ERROR-CORRIDA VALUE "S".
       01 WS-VENCIDOS PIC 9(6) VALUE 0.
       01 WS-FUTUROS PIC 9(6) VALUE 0.
       01 WS-CAMBIOS PIC 9(6) VALUE 0.
       01 WS-ESTADOS PIC 9(6) VALUE 0.
       01 WS-RECHAZADOS PIC 9(6) VALUE 0.
       01 WS-RECH-NOEX PIC 9(6) VALUE 0.
       01 WS-RECH-EDICION PIC 9(6) VALUE 0.
       01 WS-RECH-CEDULA PIC 9(6) VALUE 0.
       01 WS-RECH-ESTADO PIC 9(6) VALUE 0.
       01 WS-RECH-TIPO PIC 9(6) VALUE 0.
       01 WS-RECH-GRABAR PIC 9(6) VALUE 0.
       01 WS-RECH-FALLECIDO PIC 9(6) VALUE 0.
       01 WS-MOTIVO-RECHAZO PIC X(4).
       01 WS-NOMBRE-VALIDO PIC X VALUE "N".
           88 NOMBRE-ES-VALIDO VALUE "S".
       01 WS-APELLIDO-VALIDO PIC X VALUE "N".
           88 APELLIDO-ES-VALIDO VALUE "S".
       01 WS-IDNUM-VALIDO PIC X VALUE "N".
           88 IDNUM-ES-VALIDO VALUE "S".
       01 WS-IDFMT-VALIDO PIC X VALUE "N".
           88 IDFMT-ES-VALIDO VALUE "S".
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-ES-VALIDA VALUE "S".
       01 WS-TELEFONO-VALIDO PIC X VALUE "N".
           88 TELEFONO-ES-VALIDO VALUE "S".
       01 WS-CEDULA-DUP PIC X VALUE "N".
           88 CEDULA-DUPLICADA VALUE "S".
       01 WS-FIN-CEDULA PIC X VALUE "N".
           88 FIN-CEDULA VALUE "S".
       01 Nombre PIC X(30).
       01 Apellido PIC X(30).
       01 Id-Numero PIC X(15).
       01 Fecha-Nacimiento PIC 9(8).
       01 Telefono PIC X(15).
       01 Direccion PIC X(40).
       01 WS-IDNUM-CHECK PIC X(30).
       01 WS-REGISTRO-ACTUAL PIC X(175).
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-ACCION-JRNL PIC X(1).
       01 WS-IMAGEN-ANTES PIC X(175).
       01 WS-IMAGEN-DESPUES PIC X(175).
       01 WS-PROGRAMA-JRNL PIC X(9) VALUE "Pendnom".
       01 WS-RECURSO-ENQ PIC X(8) VALUE "MAESTRO".
       01 WS-ACCION-ENQ PIC X(1).
       01 WS-TITULAR-ENQ PIC X(9) VALUE "Pendnom".
       01 WS-RESULTADO-ENQ PIC X(1).
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".

       01 WS-REP-TITULO PIC X(80) VALUE
           "CAMBIOS PROGRAMADOS - APLICADOS Y RECHAZADOS".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(14) VALUE "   OPERADOR:  ".
           05 WS-REP-OPERADOR PIC X(8).
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-REP-COLUMNAS.
           05 FILLER PIC X(37) VALUE
               "ID      F.EFECT.  TIPO    RESULTADO  ".
           05 FILLER PIC X(43) VALUE "MOTIVO  PROGRAMO  DETALLE".
       01 WS-REP-DETALLE.
           05 WS-RD-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-FECHA PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-TIPO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-RESULTADO PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-MOTIVO PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RD-OPERADOR PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-TEXTO PIC X(25).
       01 WS-REP-NOTA-ERROR PIC X(80) VALUE
           "*** CORRIDA INCOMPLETA, VER LOS MENSAJES DEL TRABAJO.".
       01 WS-REP-LINEA.
           05 WS-RL-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RL-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOC" TO WS-OPERADOR
           END-IF
           PERFORM TOMAR-BLOQUEO-MAESTRO
           IF NOT BLOQUEO-TOMADO
               DISPLAY "NOMBRE-MASTER esta en uso por el trabajo "
                   WS-OCUPADO-POR ", intente cuando ese trabajo "
                   "termine."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PENDIENTE-FILE
           IF WS-PENDIENTE-STATUS = "35"
               DISPLAY "No hay cambios programados (NOMBRPND no "
                   "existe)."
               PERFORM SOLTAR-BLOQUEO-MAESTRO
               STOP RUN
           END-IF
           IF WS-PENDIENTE-STATUS NOT = "00"
               DISPLAY "No se pudieron abrir los cambios programados "
                   "NOMBRPND: " WS-PENDIENTE-STATUS
               PERFORM SOLTAR-BLOQUEO-MAESTRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NOMBRE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOMBRE-MASTER: "
                   WS-MASTER-STATUS
               CLOSE PENDIENTE-FILE
               PERFORM SOLTAR-BLOQUEO-MAESTRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir PENDREP: " WS-REPORT-STATUS
               CLOSE PENDIENTE-FILE
               CLOSE NOMBRE-MASTER
               PERFORM SOLTAR-BLOQUEO-MAESTRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEFUNCION-FILE
           EVALUATE WS-DEFUNCION-STATUS
               WHEN "00"
                   MOVE "S" TO WS-HAY-DEFUNCIONES
               WHEN "35"
                   MOVE "N" TO WS-HAY-DEFUNCIONES
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRDEF: "
                       WS-DEFUNCION-STATUS
                   CLOSE PENDIENTE-FILE
                   CLOSE NOMBRE-MASTER
                   CLOSE REPORT-FILE
                   PERFORM SOLTAR-BLOQUEO-MAESTRO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM ESCRIBIR-CABECERA
           PERFORM POSICIONAR-PENDIENTES
           PERFORM PROCESAR-PENDIENTE UNTIL FIN-PENDIENTES
           CLOSE PENDIENTE-FILE
           CLOSE NOMBRE-MASTER
           IF HAY-DEFUNCIONES
               CLOSE DEFUNCION-FILE
           END-IF
           PERFORM SOLTAR-BLOQUEO-MAESTRO
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "Cambios programados: "
               WS-VENCIDOS " vencido(s), "
               WS-CAMBIOS " cambio(s) y "
               WS-ESTADOS " estado(s) aplicado(s), "
               WS-RECHAZADOS " rechazado(s), "
               WS-FUTUROS " a futuro."
           EVALUATE TRUE
               WHEN ERROR-CORRIDA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECHAZADOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

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

       POSICIONAR-PENDIENTES.
           MOVE "N" TO WS-FIN-PENDIENTES
           MOVE 0 TO PC-ID-REGISTRO
           MOVE 0 TO PC-FECHA-EFECTIVA
           START PENDIENTE-FILE KEY IS NOT < PC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PENDIENTES
           END-START
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF.

      * NOMBRPND esta en orden de ID y fecha efectiva, asi que dos
      * cambios vencidos del mismo registro se aplican en el orden
      * en que fueron programados para entrar en vigor.
       PROCESAR-PENDIENTE.
           READ PENDIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PC-FECHA-EFECTIVA > WS-FECHA-HOY
                       ADD 1 TO WS-FUTUROS
                   ELSE
                       ADD 1 TO WS-VENCIDOS
                       PERFORM APLICAR-PENDIENTE
                       PERFORM QUITAR-PENDIENTE
                   END-IF
           END-READ
           IF WS-PENDIENTE-STATUS NOT = "00" AND NOT FIN-PENDIENTES
               DISPLAY "Error de lectura en NOMBRPND: "
                   WS-PENDIENTE-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF.

       APLICAR-PENDIENTE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-RD-TEXTO
           EVALUATE PC-TIPO
               WHEN "C"
                   MOVE "CAMBIO" TO WS-RD-TIPO
                   PERFORM APLICAR-CAMBIO
               WHEN "E"
                   MOVE "ESTADO" TO WS-RD-TIPO
                   PERFORM APLICAR-ESTADO
               WHEN OTHER
                   MOVE PC-TIPO TO WS-RD-TIPO
                   MOVE "TIPO" TO WS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE "APLICADO" TO WS-RD-RESULTADO
           ELSE
               PERFORM RECHAZAR-PENDIENTE
           END-IF
           PERFORM ESCRIBIR-DETALLE.

       APLICAR-CAMBIO.
           MOVE PC-NOMBRE TO Nombre
           MOVE PC-APELLIDO TO Apellido
           MOVE PC-ID-NUMERO TO Id-Numero
           MOVE PC-FECHA-NACIMIENTO TO Fecha-Nacimiento
           MOVE PC-TELEFONO TO Telefono
           MOVE PC-DIRECCION TO Direccion
           PERFORM VALIDAR-CAMPOS-CAMBIO
           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE PC-ID-REGISTRO TO MR-ID-REGISTRO
               READ NOMBRE-MASTER
                   INVALID KEY
                       MOVE "NOEX" TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       PERFORM APLICAR-CAMBIO-LEIDO
               END-READ
           END-IF.

       VALIDAR-CAMPOS-CAMBIO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           CALL "Valnom" USING Nombre WS-NOMBRE-VALIDO
           CALL "Valnom" USING Apellido WS-APELLIDO-VALIDO
           MOVE Id-Numero TO WS-IDNUM-CHECK
           CALL "Valnom" USING WS-IDNUM-CHECK WS-IDNUM-VALIDO
           CALL "Validn" USING Id-Numero WS-IDFMT-VALIDO
           CALL "Valfec" USING Fecha-Nacimiento WS-FECHA-VALIDA
           CALL "Valtel" USING Telefono WS-TELEFONO-VALIDO
           EVALUATE TRUE
               WHEN NOT NOMBRE-ES-VALIDO
                   MOVE "NOMB" TO WS-MOTIVO-RECHAZO
               WHEN NOT APELLIDO-ES-VALIDO
                   MOVE "APEL" TO WS-MOTIVO-RECHAZO
               WHEN NOT IDNUM-ES-VALIDO
                   MOVE "IDNU" TO WS-MOTIVO-RECHAZO
               WHEN NOT IDFMT-ES-VALIDO
                   MOVE "IDFM" TO WS-MOTIVO-RECHAZO
               WHEN NOT FECHA-ES-VALIDA
                   MOVE "FNAC" TO WS-MOTIVO-RECHAZO
               WHEN NOT TELEFONO-ES-VALIDO
                   MOVE "TELF" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * El recorrido por la clave alterna de la cedula pisa el area
      * del registro, asi que la imagen actual se guarda antes y se
      * repone despues para el REWRITE.
       APLICAR-CAMBIO-LEIDO.
           MOVE NOMBRE-MASTER-RECORD TO WS-REGISTRO-ACTUAL
           MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-ANTES
           IF Id-Numero NOT = MR-ID-NUMERO
               PERFORM CHECK-CEDULA
           ELSE
               MOVE "N" TO WS-CEDULA-DUP
           END-IF
           IF CEDULA-DUPLICADA
               MOVE "CEDU" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-REGISTRO-ACTUAL TO NOMBRE-MASTER-RECORD
               MOVE Nombre TO MR-NOMBRE
               MOVE FUNCTION UPPER-CASE(Nombre) TO MR-NOMBRE-NORM
               MOVE Apellido TO MR-APELLIDO
               MOVE Id-Numero TO MR-ID-NUMERO
               MOVE Fecha-Nacimiento TO MR-FECHA-NACIMIENTO
               MOVE Telefono TO MR-TELEFONO
               MOVE Direccion TO MR-DIRECCION
               PERFORM REGRABAR-MAESTRO
               IF WS-MOTIVO-RECHAZO = SPACES
                   ADD 1 TO WS-CAMBIOS
               END-IF
           END-IF.

       CHECK-CEDULA.
           MOVE "N" TO WS-CEDULA-DUP
           MOVE "N" TO WS-FIN-CEDULA
           MOVE Id-Numero TO MR-ID-NUMERO
           START NOMBRE-MASTER KEY IS = MR-ID-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CEDULA
           END-START
           IF WS-MASTER-STATUS NOT = "00" AND NOT FIN-CEDULA
               MOVE "S" TO WS-FIN-CEDULA
           END-IF
           PERFORM LEER-SIGUIENTE-CEDULA
               UNTIL FIN-CEDULA OR CEDULA-DUPLICADA.

       LEER-SIGUIENTE-CEDULA.
           READ NOMBRE-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CEDULA
               NOT AT END
                   IF MR-ID-NUMERO = Id-Numero
                       IF MR-ESTADO NOT = "I"
                               AND MR-ID-REGISTRO NOT =
                                   PC-ID-REGISTRO
                           MOVE "S" TO WS-CEDULA-DUP
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-CEDULA
                   END-IF
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "02"
                   AND NOT FIN-CEDULA
               MOVE "S" TO WS-FIN-CEDULA
           END-IF.

       APLICAR-ESTADO.
           STRING "NUEVO ESTADO: " PC-ESTADO
               DELIMITED BY SIZE INTO WS-RD-TEXTO
           IF PC-ESTADO NOT = "A" AND PC-ESTADO NOT = "I"
               MOVE "ESTD" TO WS-MOTIVO-RECHAZO
           END-IF
           IF PC-ESTADO = "A" AND HAY-DEFUNCIONES
               MOVE PC-ID-REGISTRO TO DF-ID-REGISTRO
               READ DEFUNCION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "FALL" TO WS-MOTIVO-RECHAZO
               END-READ
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE PC-ID-REGISTRO TO MR-ID-REGISTRO
               READ NOMBRE-MASTER
                   INVALID KEY
                       MOVE "NOEX" TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-ANTES
                       MOVE PC-ESTADO TO MR-ESTADO
                       PERFORM REGRABAR-MAESTRO
                       IF WS-MOTIVO-RECHAZO = SPACES
                           ADD 1 TO WS-ESTADOS
                       END-IF
               END-READ
           END-IF.

      * El journal lleva como operador a quien programo el cambio; el
      * programa Pendnom indica que se aplico en la corrida nocturna.
       REGRABAR-MAESTRO.
           REWRITE NOMBRE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al actualizar el registro "
                       MR-ID-REGISTRO ": " WS-MASTER-STATUS
           END-REWRITE
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               MOVE "C" TO WS-ACCION-JRNL
               MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-DESPUES
               CALL "Jrnlnom" USING WS-ACCION-JRNL WS-IMAGEN-ANTES
                   WS-IMAGEN-DESPUES PC-OPERADOR WS-PROGRAMA-JRNL
           ELSE
               MOVE "ERRG" TO WS-MOTIVO-RECHAZO
           END-IF.

       RECHAZAR-PENDIENTE.
           MOVE "RECHAZADO" TO WS-RD-RESULTADO
           ADD 1 TO WS-RECHAZADOS
           EVALUATE WS-MOTIVO-RECHAZO
               WHEN "NOEX"
                   ADD 1 TO WS-RECH-NOEX
                   MOVE "ID YA NO ESTA EN MAESTRO" TO WS-RD-TEXTO
               WHEN "CEDU"
                   ADD 1 TO WS-RECH-CEDULA
                   MOVE "CEDULA EN OTRO ACTIVO" TO WS-RD-TEXTO
               WHEN "ESTD"
                   ADD 1 TO WS-RECH-ESTADO
               WHEN "TIPO"
                   ADD 1 TO WS-RECH-TIPO
                   MOVE "TIPO DE CAMBIO DESCONOCIDO" TO WS-RD-TEXTO
               WHEN "ERRG"
                   ADD 1 TO WS-RECH-GRABAR
                   MOVE "ERROR AL GRABAR MAESTRO" TO WS-RD-TEXTO
               WHEN "FALL"
                   ADD 1 TO WS-RECH-FALLECIDO
                   MOVE "FIGURA COMO FALLECIDO" TO WS-RD-TEXTO
               WHEN OTHER
                   ADD 1 TO WS-RECH-EDICION
                   MOVE "NO PASA LA EDICION" TO WS-RD-TEXTO
           END-EVALUATE.

      * Aplicado o rechazado, el cambio vencido sale de NOMBRPND; si
      * no se pudiera quitar se aplicaria otra vez la noche siguiente,
      * asi que la corrida se da por fallida.
       QUITAR-PENDIENTE.
           DELETE PENDIENTE-FILE RECORD
               INVALID KEY
                   DISPLAY "No se pudo quitar de NOMBRPND el cambio "
                       PC-ID-REGISTRO " " PC-FECHA-EFECTIVA ": "
                       WS-PENDIENTE-STATUS
           END-DELETE
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           MOVE WS-OPERADOR TO WS-REP-OPERADOR
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-REP-COLUMNAS.

       ESCRIBIR-DETALLE.
           MOVE PC-ID-REGISTRO TO WS-RD-ID
           MOVE PC-FECHA-EFECTIVA TO WS-RD-FECHA
           MOVE WS-MOTIVO-RECHAZO TO WS-RD-MOTIVO
           MOVE PC-OPERADOR TO WS-RD-OPERADOR
           WRITE REPORT-LINE FROM WS-REP-DETALLE.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CAMBIOS VENCIDOS PROCESADOS" TO WS-RL-CONCEPTO
           MOVE WS-VENCIDOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "CAMBIOS APLICADOS" TO WS-RL-CONCEPTO
           MOVE WS-CAMBIOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "ESTADOS APLICADOS" TO WS-RL-CONCEPTO
           MOVE WS-ESTADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "RECHAZADOS" TO WS-RL-CONCEPTO
           MOVE WS-RECHAZADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  POR ID INEXISTENTE" TO WS-RL-CONCEPTO
           MOVE WS-RECH-NOEX TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  POR EDICION DE CAMPOS" TO WS-RL-CONCEPTO
           MOVE WS-RECH-EDICION TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  POR CEDULA DUPLICADA" TO WS-RL-CONCEPTO
           MOVE WS-RECH-CEDULA TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  POR ESTADO INVALIDO" TO WS-RL-CONCEPTO
           MOVE WS-RECH-ESTADO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  POR TIPO DESCONOCIDO" TO WS-RL-CONCEPTO
           MOVE WS-RECH-TIPO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  POR ERROR AL GRABAR" TO WS-RL-CONCEPTO
           MOVE WS-RECH-GRABAR TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  POR FIGURAR COMO FALLECIDO" TO WS-RL-CONCEPTO
           MOVE WS-RECH-FALLECIDO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "PROGRAMADOS A FUTURO" TO WS-RL-CONCEPTO
           MOVE WS-FUTUROS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           IF ERROR-CORRIDA
               WRITE REPORT-LINE FROM WS-REP-NOTA-ERROR
           END-IF.

       END PROGRAM  Pendnom.
