      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly full reconciliation of NOMBRE-MASTER against
      *          the register the HR/CRM system holds. HR/CRM sends
      *          NOMBRHRD, a full dump of every row it keeps (same
      *          CPEXTR header/detail/trailer layout as NOMBREXT,
      *          DR-ACCION blank), in ascending DR-ID-REGISTRO order.
      *          The dump, the master and the NOMBRANT snapshot of
      *          what Extrahr last sent are walked together by ID,
      *          the same balance line Extrahr uses, and COTEJREP
      *          lists:
      *            - IDs on only one side: active in the master but
      *              missing in HR/CRM, or held by HR/CRM although we
      *              archived (NOMBRARC) or deleted them;
      *            - IDs whose fields differ, each differing field
      *              with the master value and the HR/CRM value.
      *          A difference the next extract already carries (the
      *          master no longer matches NOMBRANT) is listed as
      *          pending, not as a discrepancy. Started with the
      *          command-line parameter CORREGIR, the discrepancies
      *          are also queued for the next extract: NOMBRANT is
      *          adjusted so Extrahr's diff sends an alta for a row
      *          HR/CRM lacks, a cambio for a row that differs and a
      *          baja for a row HR/CRM should no longer hold. Nothing
      *          is queued when the dump does not reconcile with its
      *          header and trailer. Runs under the exclusive
      *          NOMBRE-MASTER lock so master and snapshot are read
      *          at one point in time. RETURN-CODE 8 when the dump is
      *          incomplete or out of order or a file could not be
      *          read, 4 when there are discrepancies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cotejhr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PADRON-FILE ASSIGN TO "NOMBRHRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PADRON-STATUS.
           SELECT NOMBRE-MASTER ASSIGN TO "NOMBRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MR-ID-REGISTRO
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVO-MAESTRO ASSIGN TO "NOMBRARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID-REGISTRO
               ALTERNATE RECORD KEY IS AC-NOMBRE-NORM WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT FOTO-ANTERIOR ASSIGN TO "NOMBRANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOTO-STATUS.
           SELECT TRABAJO-FILE ASSIGN TO "COTEJWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.
           SELECT REPORT-FILE ASSIGN TO "COTEJREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PADRON-FILE.
       01  PADRON-LINE PIC X(150).
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  ARCHIVO-MAESTRO.
           COPY CPARCH.
       FD  FOTO-ANTERIOR.
           COPY CPNOMB REPLACING
               ==NOMBRE-MASTER-RECORD== BY ==ANTERIOR-RECORD==
               LEADING ==MR-== BY ==AN-==.
       FD  TRABAJO-FILE.
       01  TRABAJO-RECORD PIC X(175).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PADRON-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-ARCHIVO-STATUS PIC X(2).
       01 WS-FOTO-STATUS PIC X(2).
       01 WS-TRABAJO-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FIN-PADRON PIC X VALUE "N".
           88 FIN-PADRON VALUE "S".
       01 WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01 WS-FIN-FOTO PIC X VALUE "N".
           88 FIN-FOTO VALUE "S".
       01 WS-FIN-TRABAJO PIC X VALUE "N".
           88 FIN-TRABAJO VALUE "S".
       01 WS-DETALLE-LISTO PIC X VALUE "N".
           88 DETALLE-LISTO VALUE "S".
       01 WS-ARCHIVO-LISTO PIC X VALUE "N".
           88 ARCHIVO-LISTO VALUE "S".
       01 WS-ERROR-CORRIDA PIC X VALUE "N".
           88 ERROR-CORRIDA VALUE "S".
       01 WS-PARAMETRO PIC X(10) VALUE SPACES.
       01 WS-MODO PIC X VALUE "L".
           88 MODO-CORREGIR VALUE "C".
       01 WS-FECHA-HOY PIC 9(8).

      * Controles del padron: cabecera, trailer y orden por ID.
       01 WS-CON-CABECERA PIC X VALUE "N".
           88 CON-CABECERA VALUE "S".
       01 WS-CON-TRAILER PIC X VALUE "N".
           88 CON-TRAILER VALUE "S".
       01 WS-FECHA-PADRON PIC 9(8) VALUE 0.
       01 WS-CANTIDAD-CABECERA PIC 9(6) VALUE 0.
       01 WS-TOTAL-TRAILER PIC 9(6) VALUE 0.
       01 WS-ID-ANTERIOR PIC 9(6) VALUE 0.

      * ID en curso del cotejo y en que archivos esta.
       01 WS-ID-ACTUAL PIC 9(7).
       01 WS-EN-PADRON PIC X.
           88 EN-PADRON VALUE "S".
       01 WS-EN-MAESTRO PIC X.
           88 EN-MAESTRO VALUE "S".
       01 WS-EN-FOTO PIC X.
           88 EN-FOTO VALUE "S".
      * Correccion para NOMBRANT: Q = quitar la fila (sale un alta),
      * P = poner la fila del padron (sale un cambio o una baja).
       01 WS-CORRECCION PIC X(1).
       01 WS-ARCHIVADO PIC X VALUE "N".
           88 ARCHIVADO VALUE "S".

      * La fila del padron vista como registro del maestro.
           COPY CPNOMB REPLACING
               ==NOMBRE-MASTER-RECORD== BY ==IMAGEN-PADRON==
               LEADING ==MR-== BY ==PD-==.
       01 WS-CAMPO PIC X(13).
       01 WS-VALOR-MAESTRO PIC X(40).
       01 WS-VALOR-PADRON PIC X(40).

       01 WS-LEIDOS-PADRON PIC 9(6) VALUE 0.
       01 WS-LEIDOS-MAESTRO PIC 9(6) VALUE 0.
       01 WS-COINCIDEN PIC 9(6) VALUE 0.
       01 WS-DIFIEREN PIC 9(6) VALUE 0.
       01 WS-CAMPOS-DISTINTOS PIC 9(6) VALUE 0.
       01 WS-FALTAN-EN-HR PIC 9(6) VALUE 0.
       01 WS-ARCHIVADOS-EN-HR PIC 9(6) VALUE 0.
       01 WS-ELIMINADOS-EN-HR PIC 9(6) VALUE 0.
       01 WS-PENDIENTES PIC 9(6) VALUE 0.
       01 WS-ENCOLADOS PIC 9(6) VALUE 0.
       01 WS-DISCREPANCIAS PIC 9(6) VALUE 0.

       01 WS-RECURSO-ENQ PIC X(8) VALUE "MAESTRO".
       01 WS-ACCION-ENQ PIC X(1).
       01 WS-TITULAR-ENQ PIC X(9) VALUE "Cotejhr".
       01 WS-RESULTADO-ENQ PIC X(1).
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".

       01 WS-REP-TITULO PIC X(80) VALUE
           "COTEJO DEL MAESTRO CONTRA EL PADRON COMPLETO DE HR/CRM".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(17) VALUE "   FECHA PADRON: ".
           05 WS-REP-FECHA-PADRON PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-REP-MODO PIC X(37).
       01 WS-REP-DETALLE.
           05 WS-RD-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-TEXTO PIC X(34).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-MOTIVO PIC X(36).
       01 WS-REP-CAMPO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WS-RC-CAMPO PIC X(13).
           05 WS-RC-LADO PIC X(10).
           05 WS-RC-VALOR PIC X(40).
           05 FILLER PIC X(9) VALUE SPACES.
       01 WS-REP-NOTA-ERROR PIC X(80) VALUE
           "*** PADRON INCOMPLETO O ILEGIBLE: NO SE ENCOLO NADA ***".
       01 WS-REP-NOTA-ENCOLADAS PIC X(80) VALUE
           "*** DISCREPANCIAS ENCOLADAS PARA EL PROXIMO EXTRAHR ***".
       01 WS-REP-RESUMEN.
           05 WS-RR-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RR-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.

       COPY CPEXTR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-PARAMETRO FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(WS-PARAMETRO) = "CORREGIR"
               MOVE "C" TO WS-MODO
           END-IF
           OPEN INPUT PADRON-FILE
           IF WS-PADRON-STATUS NOT = "00"
               DISPLAY "Error al abrir NOMBRHRD: " WS-PADRON-STATUS
                   ". Sin padron de HR/CRM no hay nada que cotejar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir COTEJREP: " WS-REPORT-STATUS
               CLOSE PADRON-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOMAR-BLOQUEO-MAESTRO
           IF NOT BLOQUEO-TOMADO
               DISPLAY "NOMBRE-MASTER esta en uso por el trabajo "
                   WS-OCUPADO-POR ", intente cuando ese trabajo "
                   "termine."
               CLOSE PADRON-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-PADRON
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           MOVE WS-FECHA-PADRON TO WS-REP-FECHA-PADRON
           IF MODO-CORREGIR
               MOVE "CON CORRECCIONES PARA EL EXTRACTO"
                   TO WS-REP-MODO
           ELSE
               MOVE "SOLO LISTADO" TO WS-REP-MODO
           END-IF
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LEER-MAESTRO
           PERFORM LEER-FOTO
           PERFORM COTEJAR-ID
               UNTIL (FIN-PADRON AND FIN-MAESTRO AND FIN-FOTO)
                   OR ERROR-CORRIDA
           PERFORM CERRAR-ARCHIVOS
           PERFORM VERIFICAR-CONTROLES
           IF MODO-CORREGIR AND NOT ERROR-CORRIDA
                   AND WS-ENCOLADOS > 0
               PERFORM DEVOLVER-FOTO
           END-IF
           PERFORM SOLTAR-BLOQUEO-MAESTRO
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "Cotejo con HR/CRM terminado: "
               WS-DISCREPANCIAS " discrepancia(s), "
               WS-PENDIENTES " pendiente(s) de envio, "
               WS-ENCOLADOS " correccion(es) encolada(s)."
           EVALUATE TRUE
               WHEN ERROR-CORRIDA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DISCREPANCIAS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT NOMBRE-MASTER
           IF WS-MASTER-STATUS = "35"
               MOVE "S" TO WS-FIN-MAESTRO
           ELSE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "Error al abrir NOMBRE-MASTER: "
                       WS-MASTER-STATUS
                   MOVE "S" TO WS-FIN-MAESTRO
                   MOVE "S" TO WS-ERROR-CORRIDA
               END-IF
           END-IF
           OPEN INPUT ARCHIVO-MAESTRO
           EVALUATE WS-ARCHIVO-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ARCHIVO-LISTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error al abrir NOMBRARC: "
                       WS-ARCHIVO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE
           OPEN INPUT FOTO-ANTERIOR
           IF WS-FOTO-STATUS = "35"
               MOVE "S" TO WS-FIN-FOTO
           ELSE
               IF WS-FOTO-STATUS NOT = "00"
                   DISPLAY "Error al abrir la foto NOMBRANT: "
                       WS-FOTO-STATUS
                   MOVE "S" TO WS-FIN-FOTO
                   MOVE "S" TO WS-ERROR-CORRIDA
               END-IF
           END-IF
           IF MODO-CORREGIR
               OPEN OUTPUT TRABAJO-FILE
               IF WS-TRABAJO-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir COTEJWRK: "
                       WS-TRABAJO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
               END-IF
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE PADRON-FILE
           IF WS-MASTER-STATUS NOT = "35"
               CLOSE NOMBRE-MASTER
           END-IF
           IF ARCHIVO-LISTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           IF WS-FOTO-STATUS NOT = "35"
               CLOSE FOTO-ANTERIOR
           END-IF
           IF MODO-CORREGIR
               CLOSE TRABAJO-FILE
           END-IF.

      ******************************************************************
      * Lectura del padron: la cabecera y el trailer se guardan para
      * los controles; cada detalle debe venir con un ID mayor que el
      * anterior o el cotejo no es confiable y se detiene.
      ******************************************************************
       LEER-PADRON.
           MOVE "N" TO WS-DETALLE-LISTO
           PERFORM LEER-LINEA-PADRON
               UNTIL DETALLE-LISTO OR FIN-PADRON.

       LEER-LINEA-PADRON.
           READ PADRON-FILE
               AT END
                   MOVE "S" TO WS-FIN-PADRON
               NOT AT END
                   EVALUATE PADRON-LINE(1:1)
                       WHEN "H"
                           MOVE PADRON-LINE TO HEADER-RECORD
                           MOVE HR-FECHA-EJECUCION TO WS-FECHA-PADRON
                           MOVE HR-CANTIDAD-REGISTROS
                               TO WS-CANTIDAD-CABECERA
                           MOVE "S" TO WS-CON-CABECERA
                       WHEN "D"
                           MOVE PADRON-LINE TO DETAIL-RECORD
                           ADD 1 TO WS-LEIDOS-PADRON
                           PERFORM CONTROLAR-ORDEN
                       WHEN "T"
                           MOVE PADRON-LINE TO TRAILER-RECORD
                           MOVE TL-CANTIDAD-TOTAL TO WS-TOTAL-TRAILER
                           MOVE "S" TO WS-CON-TRAILER
                           MOVE "S" TO WS-FIN-PADRON
                       WHEN OTHER
                           DISPLAY "Registro de tipo desconocido en "
                               "NOMBRHRD: " PADRON-LINE(1:1)
                           MOVE "S" TO WS-ERROR-CORRIDA
                           MOVE "S" TO WS-FIN-PADRON
                   END-EVALUATE
           END-READ
           IF WS-PADRON-STATUS NOT = "00" AND NOT FIN-PADRON
               DISPLAY "Error leyendo NOMBRHRD: " WS-PADRON-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-PADRON
           END-IF.

       CONTROLAR-ORDEN.
           IF DR-ID-REGISTRO IS NOT NUMERIC
               DISPLAY "NOMBRHRD: detalle " WS-LEIDOS-PADRON
                   " con ID no numerico, cotejo detenido."
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-PADRON
           ELSE
               IF WS-LEIDOS-PADRON > 1
                       AND DR-ID-REGISTRO NOT > WS-ID-ANTERIOR
                   DISPLAY "NOMBRHRD fuera de orden: ID "
                       DR-ID-REGISTRO " despues de " WS-ID-ANTERIOR
                       ", cotejo detenido."
                   MOVE "S" TO WS-ERROR-CORRIDA
                   MOVE "S" TO WS-FIN-PADRON
               ELSE
                   MOVE DR-ID-REGISTRO TO WS-ID-ANTERIOR
                   MOVE "S" TO WS-DETALLE-LISTO
               END-IF
           END-IF.

       LEER-MAESTRO.
           IF NOT FIN-MAESTRO
               READ NOMBRE-MASTER NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-MAESTRO
                   NOT AT END
                       ADD 1 TO WS-LEIDOS-MAESTRO
               END-READ
               IF WS-MASTER-STATUS NOT = "00" AND NOT FIN-MAESTRO
                   DISPLAY "Error leyendo NOMBRE-MASTER: "
                       WS-MASTER-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
                   MOVE "S" TO WS-FIN-MAESTRO
               END-IF
           END-IF.

       LEER-FOTO.
           IF NOT FIN-FOTO
               READ FOTO-ANTERIOR
                   AT END
                       MOVE "S" TO WS-FIN-FOTO
               END-READ
               IF WS-FOTO-STATUS NOT = "00" AND NOT FIN-FOTO
                   DISPLAY "Error leyendo la foto NOMBRANT: "
                       WS-FOTO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
                   MOVE "S" TO WS-FIN-FOTO
               END-IF
           END-IF.

      ******************************************************************
      * Cotejo por ID: el menor ID pendiente de los tres archivos.
      ******************************************************************
       COTEJAR-ID.
           MOVE 9999999 TO WS-ID-ACTUAL
           IF NOT FIN-PADRON AND DR-ID-REGISTRO < WS-ID-ACTUAL
               MOVE DR-ID-REGISTRO TO WS-ID-ACTUAL
           END-IF
           IF NOT FIN-MAESTRO AND MR-ID-REGISTRO < WS-ID-ACTUAL
               MOVE MR-ID-REGISTRO TO WS-ID-ACTUAL
           END-IF
           IF NOT FIN-FOTO AND AN-ID-REGISTRO < WS-ID-ACTUAL
               MOVE AN-ID-REGISTRO TO WS-ID-ACTUAL
           END-IF
           MOVE "N" TO WS-EN-PADRON WS-EN-MAESTRO WS-EN-FOTO
           IF NOT FIN-PADRON AND DR-ID-REGISTRO = WS-ID-ACTUAL
               MOVE "S" TO WS-EN-PADRON
           END-IF
           IF NOT FIN-MAESTRO AND MR-ID-REGISTRO = WS-ID-ACTUAL
               MOVE "S" TO WS-EN-MAESTRO
           END-IF
           IF NOT FIN-FOTO AND AN-ID-REGISTRO = WS-ID-ACTUAL
               MOVE "S" TO WS-EN-FOTO
           END-IF
           MOVE SPACE TO WS-CORRECCION
           EVALUATE TRUE
               WHEN EN-PADRON AND EN-MAESTRO
                   PERFORM COMPARAR-REGISTRO
               WHEN EN-MAESTRO
                   PERFORM FALTA-EN-PADRON
               WHEN EN-PADRON
                   PERFORM SOBRA-EN-PADRON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF MODO-CORREGIR
               PERFORM GRABAR-FOTO-CORREGIDA
           END-IF
           IF EN-PADRON
               PERFORM LEER-PADRON
           END-IF
           IF EN-MAESTRO
               PERFORM LEER-MAESTRO
           END-IF
           IF EN-FOTO
               PERFORM LEER-FOTO
           END-IF.

      * En los dos lados. Si el maestro ya no coincide con NOMBRANT la
      * diferencia sale sola en el proximo extracto (pendiente); si
      * coincide, HR/CRM tiene otra cosa que lo que se le envio.
       COMPARAR-REGISTRO.
           PERFORM ARMAR-IMAGEN-PADRON
           MOVE MR-NOMBRE-NORM TO PD-NOMBRE-NORM
           MOVE MR-ESTADO TO PD-ESTADO
           IF IMAGEN-PADRON = NOMBRE-MASTER-RECORD
               ADD 1 TO WS-COINCIDEN
           ELSE
               IF EN-FOTO AND ANTERIOR-RECORD = NOMBRE-MASTER-RECORD
                   ADD 1 TO WS-DIFIEREN
                   ADD 1 TO WS-DISCREPANCIAS
                   MOVE "P" TO WS-CORRECCION
                   MOVE "DATOS DISTINTOS EN HR/CRM" TO WS-RD-TEXTO
                   MOVE "SE ENCOLA UN CAMBIO" TO WS-RD-MOTIVO
                   PERFORM ESCRIBIR-DETALLE
                   PERFORM COMPARAR-CAMPOS
               ELSE
                   ADD 1 TO WS-PENDIENTES
                   MOVE "DIFIERE, CAMBIO PENDIENTE DE ENVIO"
                       TO WS-RD-TEXTO
                   MOVE SPACES TO WS-RD-MOTIVO
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-IF.

       COMPARAR-CAMPOS.
           IF PD-NOMBRE NOT = MR-NOMBRE
               MOVE "NOMBRE" TO WS-CAMPO
               MOVE MR-NOMBRE TO WS-VALOR-MAESTRO
               MOVE PD-NOMBRE TO WS-VALOR-PADRON
               PERFORM ESCRIBIR-CAMPO
           END-IF
           IF PD-APELLIDO NOT = MR-APELLIDO
               MOVE "APELLIDO" TO WS-CAMPO
               MOVE MR-APELLIDO TO WS-VALOR-MAESTRO
               MOVE PD-APELLIDO TO WS-VALOR-PADRON
               PERFORM ESCRIBIR-CAMPO
           END-IF
           IF PD-ID-NUMERO NOT = MR-ID-NUMERO
               MOVE "CEDULA" TO WS-CAMPO
               MOVE MR-ID-NUMERO TO WS-VALOR-MAESTRO
               MOVE PD-ID-NUMERO TO WS-VALOR-PADRON
               PERFORM ESCRIBIR-CAMPO
           END-IF
           IF PD-FECHA-NACIMIENTO NOT = MR-FECHA-NACIMIENTO
               MOVE "FECHA NACIM." TO WS-CAMPO
               MOVE MR-FECHA-NACIMIENTO TO WS-VALOR-MAESTRO
               MOVE PD-FECHA-NACIMIENTO TO WS-VALOR-PADRON
               PERFORM ESCRIBIR-CAMPO
           END-IF
           IF PD-TELEFONO NOT = MR-TELEFONO
               MOVE "TELEFONO" TO WS-CAMPO
               MOVE MR-TELEFONO TO WS-VALOR-MAESTRO
               MOVE PD-TELEFONO TO WS-VALOR-PADRON
               PERFORM ESCRIBIR-CAMPO
           END-IF
           IF PD-DIRECCION NOT = MR-DIRECCION
               MOVE "DIRECCION" TO WS-CAMPO
               MOVE MR-DIRECCION TO WS-VALOR-MAESTRO
               MOVE PD-DIRECCION TO WS-VALOR-PADRON
               PERFORM ESCRIBIR-CAMPO
           END-IF.

      * Activo en el maestro y ausente del padron: si NOMBRANT lo tiene,
      * ya se envio y HR/CRM lo perdio; si no, el alta esta en camino.
       FALTA-EN-PADRON.
           IF EN-FOTO
               ADD 1 TO WS-FALTAN-EN-HR
               ADD 1 TO WS-DISCREPANCIAS
               MOVE "Q" TO WS-CORRECCION
               MOVE "FALTA EN EL PADRON HR/CRM" TO WS-RD-TEXTO
               MOVE "SE ENCOLA UN ALTA" TO WS-RD-MOTIVO
           ELSE
               ADD 1 TO WS-PENDIENTES
               MOVE "FALTA EN HR/CRM, ALTA PENDIENTE" TO WS-RD-TEXTO
               MOVE SPACES TO WS-RD-MOTIVO
           END-IF
           PERFORM ESCRIBIR-DETALLE.

      * En el padron y no en el maestro: archivado o eliminado. Si
      * NOMBRANT todavia lo tiene, la baja sale en el proximo extracto.
       SOBRA-EN-PADRON.
           IF EN-FOTO
               ADD 1 TO WS-PENDIENTES
               MOVE "SOBRA EN HR/CRM, BAJA PENDIENTE" TO WS-RD-TEXTO
               MOVE SPACES TO WS-RD-MOTIVO
           ELSE
               ADD 1 TO WS-DISCREPANCIAS
               MOVE "P" TO WS-CORRECCION
               MOVE "SE ENCOLA UNA BAJA" TO WS-RD-MOTIVO
               PERFORM BUSCAR-EN-ARCHIVO
           END-IF
           PERFORM ESCRIBIR-DETALLE.

       BUSCAR-EN-ARCHIVO.
           MOVE "N" TO WS-ARCHIVADO
           MOVE "HR/CRM LO CONSERVA, ELIMINADO" TO WS-RD-TEXTO
           IF ARCHIVO-LISTO
               MOVE DR-ID-REGISTRO TO AC-ID-REGISTRO
               READ ARCHIVO-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ARCHIVADO
                       MOVE "HR/CRM LO CONSERVA, ARCHIVADO"
                           TO WS-RD-TEXTO
               END-READ
           END-IF
           IF ARCHIVADO
               ADD 1 TO WS-ARCHIVADOS-EN-HR
           ELSE
               ADD 1 TO WS-ELIMINADOS-EN-HR
           END-IF.

       ARMAR-IMAGEN-PADRON.
           MOVE SPACES TO IMAGEN-PADRON
           MOVE DR-ID-REGISTRO TO PD-ID-REGISTRO
           MOVE DR-NOMBRE TO PD-NOMBRE
           MOVE FUNCTION UPPER-CASE(DR-NOMBRE) TO PD-NOMBRE-NORM
           MOVE DR-APELLIDO TO PD-APELLIDO
           MOVE DR-ID-NUMERO TO PD-ID-NUMERO
           MOVE DR-FECHA-NACIMIENTO TO PD-FECHA-NACIMIENTO
           MOVE DR-TELEFONO TO PD-TELEFONO
           MOVE DR-DIRECCION TO PD-DIRECCION.

      * NOMBRANT corregido: sin la fila (Q) Extrahr ve un alta; con la
      * fila del padron (P) ve un cambio o, si el maestro ya no tiene
      * el ID, una baja. Lo demas queda como estaba.
       GRABAR-FOTO-CORREGIDA.
           EVALUATE WS-CORRECCION
               WHEN "Q"
                   ADD 1 TO WS-ENCOLADOS
               WHEN "P"
                   ADD 1 TO WS-ENCOLADOS
                   IF NOT EN-MAESTRO
                       PERFORM ARMAR-IMAGEN-PADRON
                   END-IF
                   WRITE TRABAJO-RECORD FROM IMAGEN-PADRON
               WHEN OTHER
                   IF EN-FOTO
                       WRITE TRABAJO-RECORD FROM ANTERIOR-RECORD
                   END-IF
           END-EVALUATE
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "Error grabando COTEJWRK: " WS-TRABAJO-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
           END-IF.

      ******************************************************************
      * Controles del padron contra su cabecera y su trailer.
      ******************************************************************
       VERIFICAR-CONTROLES.
           IF NOT CON-CABECERA OR NOT CON-TRAILER
               DISPLAY "NOMBRHRD sin cabecera o sin trailer, el "
                   "padron esta incompleto."
               MOVE "S" TO WS-ERROR-CORRIDA
           ELSE
               IF WS-CANTIDAD-CABECERA NOT = WS-LEIDOS-PADRON
                       OR WS-TOTAL-TRAILER NOT = WS-LEIDOS-PADRON
                   DISPLAY "NOMBRHRD no concilia: cabecera "
                       WS-CANTIDAD-CABECERA ", trailer "
                       WS-TOTAL-TRAILER ", leidos "
                       WS-LEIDOS-PADRON "."
                   MOVE "S" TO WS-ERROR-CORRIDA
               END-IF
           END-IF.

       DEVOLVER-FOTO.
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT FOTO-ANTERIOR
           IF WS-TRABAJO-STATUS NOT = "00"
                   OR WS-FOTO-STATUS NOT = "00"
               PERFORM AVISAR-ERROR-DEVOLUCION
           ELSE
               MOVE "N" TO WS-FIN-TRABAJO
               PERFORM DEVOLVER-LINEA-FOTO UNTIL FIN-TRABAJO
           END-IF
           CLOSE TRABAJO-FILE
           CLOSE FOTO-ANTERIOR.

       DEVOLVER-LINEA-FOTO.
           READ TRABAJO-FILE
               AT END
                   MOVE "S" TO WS-FIN-TRABAJO
               NOT AT END
                   WRITE ANTERIOR-RECORD FROM TRABAJO-RECORD
                   IF WS-FOTO-STATUS NOT = "00"
                       PERFORM AVISAR-ERROR-DEVOLUCION
                   END-IF
           END-READ.

      * Falla regrabando NOMBRANT: la foto corregida queda en COTEJWRK
      * y hay que copiarla antes del proximo Extrahr.
       AVISAR-ERROR-DEVOLUCION.
           DISPLAY "*** Error regrabando NOMBRANT, la foto corregida "
               "quedo en COTEJWRK: copiarla sobre NOMBRANT antes del "
               "proximo extracto. ***"
           MOVE "S" TO WS-ERROR-CORRIDA
           MOVE "S" TO WS-FIN-TRABAJO.

      ******************************************************************
      * Reporte.
      ******************************************************************
       ESCRIBIR-DETALLE.
           MOVE WS-ID-ACTUAL TO WS-RD-ID
           IF NOT MODO-CORREGIR
               MOVE SPACES TO WS-RD-MOTIVO
           END-IF
           WRITE REPORT-LINE FROM WS-REP-DETALLE.

       ESCRIBIR-CAMPO.
           ADD 1 TO WS-CAMPOS-DISTINTOS
           MOVE WS-CAMPO TO WS-RC-CAMPO
           MOVE "NOMBRMST: " TO WS-RC-LADO
           MOVE WS-VALOR-MAESTRO TO WS-RC-VALOR
           WRITE REPORT-LINE FROM WS-REP-CAMPO
           MOVE SPACES TO WS-RC-CAMPO
           MOVE "HR/CRM:   " TO WS-RC-LADO
           MOVE WS-VALOR-PADRON TO WS-RC-VALOR
           WRITE REPORT-LINE FROM WS-REP-CAMPO.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILAS EN EL PADRON HR/CRM" TO WS-RR-CONCEPTO
           MOVE WS-LEIDOS-PADRON TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "REGISTROS EN EL MAESTRO" TO WS-RR-CONCEPTO
           MOVE WS-LEIDOS-MAESTRO TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "IGUALES EN LOS DOS LADOS" TO WS-RR-CONCEPTO
           MOVE WS-COINCIDEN TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "CON DATOS DISTINTOS" TO WS-RR-CONCEPTO
           MOVE WS-DIFIEREN TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "CAMPOS DISTINTOS" TO WS-RR-CONCEPTO
           MOVE WS-CAMPOS-DISTINTOS TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "FALTAN EN HR/CRM" TO WS-RR-CONCEPTO
           MOVE WS-FALTAN-EN-HR TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "EN HR/CRM PERO ARCHIVADOS" TO WS-RR-CONCEPTO
           MOVE WS-ARCHIVADOS-EN-HR TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "EN HR/CRM PERO ELIMINADOS" TO WS-RR-CONCEPTO
           MOVE WS-ELIMINADOS-EN-HR TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "PENDIENTES DE ENVIO" TO WS-RR-CONCEPTO
           MOVE WS-PENDIENTES TO WS-RR-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           MOVE "CORRECCIONES ENCOLADAS" TO WS-RR-CONCEPTO
           MOVE WS-ENCOLADOS TO WS-RR-CANTIDAD
           IF ERROR-CORRIDA
               MOVE 0 TO WS-RR-CANTIDAD
           END-IF
           WRITE REPORT-LINE FROM WS-REP-RESUMEN
           EVALUATE TRUE
               WHEN ERROR-CORRIDA
                   MOVE WS-REP-NOTA-ERROR TO REPORT-LINE
               WHEN WS-DISCREPANCIAS = 0
                   MOVE "MAESTRO Y PADRON HR/CRM SON IDENTICOS"
                       TO REPORT-LINE
               WHEN MODO-CORREGIR
                   MOVE WS-REP-NOTA-ENCOLADAS TO REPORT-LINE
               WHEN OTHER
                   MOVE "*** HAY DISCREPANCIAS, REVISAR EL DETALLE ***"
                       TO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

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

       END PROGRAM  Cotejhr.
