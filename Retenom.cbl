      ******************************************************************
      * Author:
      * Date:
      * Purpose: Data retention and erasure run for the personal data
      *          the registration system keeps, driven by the
      *          RETENPRM parameter cards (CPRETP layout):
      *            - retention: NOMBRARC registrations archived longer
      *              ago than their period are anonymized in place
      *              (name, surname, cedula, birth date, telephone and
      *              address cleared, AC-NOMBRE set to ANONIMIZADO so
      *              Consarc will not restore them); journal images in
      *              NOMBRJRG and NOMBRJRN older than theirs keep only
      *              MR-ID-REGISTRO and MR-ESTADO, while JR-TIMESTAMP,
      *              JR-OPERADOR, JR-PROGRAMA and JR-ACCION stay as
      *              they were; ACEPTAUD lines older than theirs lose
      *              AR-NOMBRE;
      *            - erasure: each B card names one person by
      *              MR-ID-REGISTRO or by cedula (digits only, so
      *              "001-1234567-8" finds "00112345678"). Every
      *              registration of that person found in the master,
      *              the archive or the journal images is erased: the
      *              active master record is deleted (journaled as a
      *              baja with an already anonymized image, so Extrahr
      *              sends the baja to HR/CRM), the archive record is
      *              deleted, the journal images of those IDs are
      *              anonymized as above and the ACEPTAUD lines with
      *              the person's name are cleared; any change
      *              still scheduled for those IDs in NOMBRPND
      *              (Mantnom's cambios programados) is dropped,
      *              and so is every NOMBRVIN link (family and
      *              household) on either side of those IDs, and the
      *              NOMBRDEF deceased record (Defunom) of those IDs.
      *          The journal generations catalogued in NOMBRCAT
      *          (NOMBRJRG.Gnnnn, kept by Catgnom) are searched and
      *          anonymized the same way as NOMBRJRG, each one read
      *          through the RETENGEN work copy. The journal limit is
      *          never later than the day of the oldest backup still
      *          catalogued in NOMBRCAT: Recfnom replays the journal
      *          generations from that backup on, so their images
      *          must stay whole; when the P card asks for more the
      *          limit is brought back to that day and the
      *          certificate says so.
      *          The sequential files are rewritten through the
      *          RETENWRK work file, and only when something changed.
      *          RETENREP is the certificate: the retention done per
      *          file and, per request, what was erased where, to
      *          answer the person in writing. Runs under the
      *          exclusive NOMBRE-MASTER lock and only for an operator
      *          whose NOMBRPER profile grants RETENOM (Autnom).
      *          RETURN-CODE 8 when the run could not be completed,
      *          4 when an erasure request found nothing to erase.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Retenom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "RETENPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT NOMBRE-MASTER ASSIGN TO "NOMBRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ID-REGISTRO
               ALTERNATE RECORD KEY IS MR-NOMBRE-NORM WITH DUPLICATES
               ALTERNATE RECORD KEY IS MR-ID-NUMERO WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVO-MAESTRO ASSIGN TO "NOMBRARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ID-REGISTRO
               ALTERNATE RECORD KEY IS AC-NOMBRE-NORM WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVO-STATUS.
           SELECT GENERACION-FILE ASSIGN TO "NOMBRJRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERACION-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "NOMBRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "ACEPTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "NOMBRCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT CATALOGADA-FILE ASSIGN TO "RETENGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGADA-STATUS.
           SELECT TRABAJO-FILE ASSIGN TO "RETENWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABAJO-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "NOMBRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CLAVE
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT VINCULO-FILE ASSIGN TO "NOMBRVIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-CLAVE
               ALTERNATE RECORD KEY IS VN-ID-DESTINO WITH DUPLICATES
               FILE STATUS IS WS-VINCULO-STATUS.
           SELECT DEFUNCION-FILE ASSIGN TO "NOMBRDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-ID-REGISTRO
               FILE STATUS IS WS-DEFUNCION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RETENREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
           COPY CPRETP.
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  ARCHIVO-MAESTRO.
           COPY CPARCH.
       FD  GENERACION-FILE.
           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==GENERACION-RECORD==
               LEADING ==JR-== BY ==JG-==.
       FD  JOURNAL-FILE.
           COPY CPJRNL.
       FD  AUDIT-FILE.
           COPY CPAUDIT.
       FD  CATALOGO-FILE.
           COPY CPCATG.
       FD  CATALOGADA-FILE.
           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==CATALOGADA-RECORD==
               LEADING ==JR-== BY ==JC-==.
       FD  TRABAJO-FILE.
       01  TRABAJO-RECORD PIC X(387).
       FD  PENDIENTE-FILE.
           COPY CPPEND.
       FD  VINCULO-FILE.
           COPY CPVINC.
       FD  DEFUNCION-FILE.
           COPY CPDEFU.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-ARCHIVO-STATUS PIC X(2).
       01 WS-GENERACION-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-CATALOGO-STATUS PIC X(2).
       01 WS-CATALOGADA-STATUS PIC X(2).
       01 WS-TRABAJO-STATUS PIC X(2).
       01 WS-PENDIENTE-STATUS PIC X(2).
       01 WS-VINCULO-STATUS PIC X(2).
       01 WS-DEFUNCION-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-OPERADOR PIC X(8).
       01 WS-FIN-PARAM PIC X VALUE "N".
           88 FIN-PARAM VALUE "S".
       01 WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01 WS-FIN-ARCHIVO PIC X VALUE "N".
           88 FIN-ARCHIVO VALUE "S".
       01 WS-FIN-SECUENCIAL PIC X VALUE "N".
           88 FIN-SECUENCIAL VALUE "S".
       01 WS-MAESTRO-LISTO PIC X VALUE "N".
           88 MAESTRO-LISTO VALUE "S".
       01 WS-ARCHIVO-LISTO PIC X VALUE "N".
           88 ARCHIVO-LISTO VALUE "S".
       01 WS-PENDIENTES-LISTO PIC X VALUE "N".
           88 PENDIENTES-LISTO VALUE "S".
       01 WS-FIN-PENDIENTES PIC X VALUE "N".
           88 FIN-PENDIENTES VALUE "S".
       01 WS-VINCULOS-LISTO PIC X VALUE "N".
           88 VINCULOS-LISTO VALUE "S".
       01 WS-FIN-VINCULOS PIC X VALUE "N".
           88 FIN-VINCULOS VALUE "S".
       01 WS-DEFUNCIONES-LISTO PIC X VALUE "N".
           88 DEFUNCIONES-LISTO VALUE "S".
       01 WS-PARAM-ERROR PIC X VALUE "N".
           88 PARAM-CON-ERROR VALUE "S".
       01 WS-ERROR-CORRIDA PIC X VALUE "N".
           88 ERROR-CORRIDA VALUE "S".
       01 WS-FIN-CATALOGO PIC X VALUE "N".
           88 FIN-CATALOGO VALUE "S".
       01 WS-ARCHIVO-SECUENCIAL PIC X(20).
       01 WS-MENSAJE PIC X(120).
       01 WS-CAMBIOS-ARCHIVO PIC 9(6) VALUE 0.
       01 WS-ERROR-SECUENCIAL PIC X VALUE "N".
           88 ERROR-SECUENCIAL VALUE "S".

      * Periodos de retencion y fechas limite (0 = sin retencion).
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-DIAS-ARCHIVO PIC 9(5) VALUE 0.
       01 WS-DIAS-JOURNAL PIC 9(5) VALUE 0.
       01 WS-DIAS-AUDITORIA PIC 9(5) VALUE 0.
       01 WS-LIMITE-ARCHIVO PIC 9(8) VALUE 0.
       01 WS-LIMITE-JOURNAL PIC 9(8) VALUE 0.
       01 WS-LIMITE-JOURNAL-PEDIDO PIC 9(8) VALUE 0.
       01 WS-RESPALDO-ANTIGUO PIC 9(8) VALUE 0.
       01 WS-FECHA-RESPALDO PIC 9(8).
       01 WS-LIMITE-AJUSTADO PIC X VALUE "N".
           88 LIMITE-AJUSTADO VALUE "S".
       01 WS-LIMITE-AUDITORIA PIC 9(8) VALUE 0.
       01 WS-DIAS-CALCULO PIC 9(5).
       01 WS-LIMITE-CALCULO PIC 9(8).
       01 WS-FECHA-REGISTRO PIC 9(8).
       01 WS-RET-ARCHIVO PIC 9(6) VALUE 0.
       01 WS-RET-GENERACION PIC 9(6) VALUE 0.
       01 WS-RET-CATALOGADAS PIC 9(6) VALUE 0.
       01 WS-RET-JOURNAL PIC 9(6) VALUE 0.
       01 WS-RET-AUDITORIA PIC 9(6) VALUE 0.
       01 WS-RET-CONTADOR PIC 9(6) VALUE 0.

      * Pedidos de borrado de las tarjetas B.
       01 WS-SOLICITUDES.
           05 WS-SOL-ENTRADA OCCURS 20 TIMES.
               10 WS-SOL-POR PIC X(1).
               10 WS-SOL-ID PIC 9(6).
               10 WS-SOL-VALOR PIC X(15).
               10 WS-SOL-CEDULA PIC X(15).
               10 WS-SOL-REFERENCIA PIC X(20).
               10 WS-SOL-IDS PIC 9(3).
               10 WS-SOL-MAESTRO PIC 9(6).
               10 WS-SOL-ARCHIVO PIC 9(6).
               10 WS-SOL-GENERACION PIC 9(6).
               10 WS-SOL-CATALOGADAS PIC 9(6).
               10 WS-SOL-JOURNAL PIC 9(6).
               10 WS-SOL-AUDITORIA PIC 9(6).
               10 WS-SOL-PENDIENTES PIC 9(6).
               10 WS-SOL-VINCULOS PIC 9(6).
               10 WS-SOL-DEFUNCIONES PIC 9(6).
       01 WS-CANT-SOLICITUDES PIC 9(2) VALUE 0.
       01 WS-MAX-SOLICITUDES PIC 9(2) VALUE 20.
       01 WS-IX-SOL PIC 9(2).
       01 WS-SOL-HALLADA PIC 9(2).
       01 WS-SIN-DATOS PIC 9(2) VALUE 0.

      * Registros (ID) y nombres identificados para cada pedido.
       01 WS-IDS-BORRAR.
           05 WS-IDB-ENTRADA OCCURS 100 TIMES.
               10 WS-IDB-ID PIC 9(6).
               10 WS-IDB-SOLICITUD PIC 9(2).
       01 WS-CANT-IDS PIC 9(3) VALUE 0.
       01 WS-MAX-IDS PIC 9(3) VALUE 100.
       01 WS-NOMBRES-BORRAR.
           05 WS-NMB-ENTRADA OCCURS 100 TIMES.
               10 WS-NMB-NOMBRE PIC X(30).
               10 WS-NMB-SOLICITUD PIC 9(2).
       01 WS-CANT-NOMBRES PIC 9(3) VALUE 0.
       01 WS-MAX-NOMBRES PIC 9(3) VALUE 100.
       01 WS-IX PIC 9(3).
       01 WS-ID-BUSCADO PIC 9(6).
       01 WS-ID-IMAGEN PIC X(6).
       01 WS-NOMBRE-BUSCADO PIC X(30).
       01 WS-TABLA-LLENA PIC X VALUE "N".
           88 TABLA-LLENA VALUE "S".

      * Generaciones del journal catalogadas en NOMBRCAT que estan en
      * disco; cada una se lee y se depura a traves de RETENGEN.
       01 WS-TABLA-GENERACIONES.
           05 WS-TG-ARCHIVO PIC X(20) OCCURS 300 TIMES.
       01 WS-CANT-GENERACIONES PIC 9(3) VALUE 0.
       01 WS-MAX-GENERACIONES PIC 9(3) VALUE 300.
       01 WS-IX-GEN PIC 9(3).
       01 WS-NOMBRE-COPIA PIC X(20) VALUE "RETENGEN".
       01 WS-NOMBRE-TRABAJO PIC X(20) VALUE "RETENWRK".
       01 WS-DATOS-ARCHIVO PIC X(16).
       01 WS-RC-ARCHIVO PIC S9(9).

      * Imagen de una registracion (CPNOMB) en revision o anonimizada.
           COPY CPNOMB REPLACING
               ==NOMBRE-MASTER-RECORD== BY ==IMAGEN-REG==
               LEADING ==MR-== BY ==IM-==.
       01 WS-IMAGEN-ORIGINAL PIC X(175).
       01 WS-CEDULA-IMAGEN PIC X(15).

      * Entrada de journal en proceso, venga de NOMBRJRG o NOMBRJRN.
           COPY CPJRNL REPLACING
               ==JOURNAL-RECORD== BY ==ENTRADA-JOURNAL==
               LEADING ==JR-== BY ==EJ-==.

      * Solo digitos de una cedula, para compararlas sin guiones.
       01 WS-CEDULA-ORIGEN PIC X(15).
       01 WS-CEDULA-DIGITOS PIC X(15).
       01 WS-LARGO-DIGITOS PIC 9(2).
       01 WS-IX-CEDULA PIC 9(2).

       01 WS-ACCION-JRNL PIC X(1).
       01 WS-IMAGEN-ANTES PIC X(175).
       01 WS-IMAGEN-DESPUES PIC X(175).
       01 WS-PROGRAMA-JRNL PIC X(9) VALUE "Retenom".
       01 WS-RECURSO-ENQ PIC X(8) VALUE "MAESTRO".
       01 WS-ACCION-ENQ PIC X(1).
       01 WS-TITULAR-ENQ PIC X(9) VALUE "Retenom".
       01 WS-RESULTADO-ENQ PIC X(1).
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       01 WS-FUNCION-AUT PIC X(8).
       01 WS-PROGRAMA-AUT PIC X(9) VALUE "Retenom".
       01 WS-RESULTADO-AUT PIC X(1).
           88 OPERADOR-AUTORIZADO VALUE "0".

       01 WS-REP-TITULO PIC X(80) VALUE
           "CERTIFICADO DE RETENCION Y BORRADO DE DATOS PERSONALES".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(14) VALUE "   OPERADOR:  ".
           05 WS-REP-OPERADOR PIC X(8).
           05 FILLER PIC X(43) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-RETENCION.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RR-ARCHIVO PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-DIAS PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE " DIAS ".
           05 WS-RR-TEXTO-LIMITE PIC X(10).
           05 WS-RR-LIMITE PIC 9(8).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RR-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RR-UNIDAD PIC X(25).
       01 WS-REP-BORRADO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RB-ARCHIVO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RB-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RB-UNIDAD PIC X(37).
       01 WS-REP-LINEA.
           05 WS-RL-CONCEPTO PIC X(30).
           05 FILLER PIC X(2) VALUE ": ".
           05 WS-RL-CANTIDAD PIC ZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       01 WS-REP-NOTA-HR PIC X(80) VALUE
           "    LA BAJA DEL MAESTRO SE INFORMA A RRHH/CRM EN EL SIGUIENT
      -    "E EXTRAHR.".
       01 WS-REP-NOTA-BKP PIC X(80) VALUE
           "    LOS RESPALDOS NOMBRBKP.Gnnnn CADUCAN SEGUN LA GUARDA FIJ
      -    "ADA EN NOMBRCAT.".
       01 WS-REP-FIRMA PIC X(80) VALUE
           "RESPONSABLE DE PROTECCION DE DATOS: ____________________".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RETENOM" TO WS-FUNCION-AUT
           PERFORM VERIFICAR-AUTORIZACION
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOC" TO WS-OPERADOR
           END-IF
           INITIALIZE WS-SOLICITUDES WS-IDS-BORRAR WS-NOMBRES-BORRAR
           PERFORM LEER-PARAMETROS
           IF PARAM-CON-ERROR
               DISPLAY "Tarjetas RETENPRM invalidas, no se hace nada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CALCULAR-LIMITES
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RETENREP: " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOMAR-BLOQUEO-MAESTRO
           IF NOT BLOQUEO-TOMADO
               DISPLAY "NOMBRE-MASTER esta en uso por el trabajo "
                   WS-OCUPADO-POR ", intente cuando ese trabajo "
                   "termine."
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-MAESTROS
           PERFORM CARGAR-GENERACIONES
           PERFORM AJUSTAR-LIMITE-JOURNAL
           IF WS-CANT-SOLICITUDES > 0
               PERFORM IDENTIFICAR-PERSONAS
               PERFORM BORRAR-DE-MAESTROS
           END-IF
           IF WS-DIAS-ARCHIVO > 0 AND ARCHIVO-LISTO
               PERFORM RETENER-ARCHIVO
           END-IF
           IF MAESTRO-LISTO
               CLOSE NOMBRE-MASTER
           END-IF
           IF ARCHIVO-LISTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           IF PENDIENTES-LISTO
               CLOSE PENDIENTE-FILE
           END-IF
           IF VINCULOS-LISTO
               CLOSE VINCULO-FILE
           END-IF
           IF DEFUNCIONES-LISTO
               CLOSE DEFUNCION-FILE
           END-IF
           IF NOT ERROR-CORRIDA
               PERFORM TRATAR-GENERACION
           END-IF
           IF NOT ERROR-CORRIDA
               PERFORM TRATAR-CATALOGADAS
           END-IF
           IF NOT ERROR-CORRIDA
               PERFORM TRATAR-JOURNAL
           END-IF
           IF NOT ERROR-CORRIDA
               PERFORM TRATAR-AUDITORIA
           END-IF
           PERFORM BORRAR-COPIA-GENERACION
           PERFORM SOLTAR-BLOQUEO-MAESTRO
           PERFORM ESCRIBIR-CERTIFICADO
           CLOSE REPORT-FILE
           DISPLAY "Retencion y borrado terminados, certificado en "
               "RETENREP."
           EVALUATE TRUE
               WHEN ERROR-CORRIDA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SIN-DATOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      ******************************************************************
      * Tarjetas de parametros.
      ******************************************************************
       LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RETENPRM: " WS-PARAM-STATUS
               MOVE "S" TO WS-PARAM-ERROR
           ELSE
               PERFORM LEER-TARJETA UNTIL FIN-PARAM
               CLOSE PARAM-FILE
           END-IF.

       LEER-TARJETA.
           READ PARAM-FILE
               AT END
                   MOVE "S" TO WS-FIN-PARAM
               NOT AT END
                   EVALUATE RP-TIPO-TARJETA
                       WHEN "P"
                           PERFORM TOMAR-PERIODOS
                       WHEN "B"
                           PERFORM TOMAR-SOLICITUD
                       WHEN OTHER
                           DISPLAY "Tarjeta de tipo desconocido: "
                               RP-TIPO-TARJETA
                           MOVE "S" TO WS-PARAM-ERROR
                   END-EVALUATE
           END-READ
           IF WS-PARAM-STATUS NOT = "00" AND NOT FIN-PARAM
               MOVE "S" TO WS-PARAM-ERROR
               MOVE "S" TO WS-FIN-PARAM
           END-IF.

       TOMAR-PERIODOS.
           IF RP-DIAS-ARCHIVO IS NUMERIC
                   AND RP-DIAS-JOURNAL IS NUMERIC
                   AND RP-DIAS-AUDITORIA IS NUMERIC
               MOVE RP-DIAS-ARCHIVO TO WS-DIAS-ARCHIVO
               MOVE RP-DIAS-JOURNAL TO WS-DIAS-JOURNAL
               MOVE RP-DIAS-AUDITORIA TO WS-DIAS-AUDITORIA
           ELSE
               DISPLAY "Tarjeta P con periodos no numericos."
               MOVE "S" TO WS-PARAM-ERROR
           END-IF.

       TOMAR-SOLICITUD.
           IF WS-CANT-SOLICITUDES NOT < WS-MAX-SOLICITUDES
               DISPLAY "Mas de " WS-MAX-SOLICITUDES " pedidos de "
                   "borrado en una corrida."
               MOVE "S" TO WS-PARAM-ERROR
           ELSE
               ADD 1 TO WS-CANT-SOLICITUDES
               MOVE WS-CANT-SOLICITUDES TO WS-IX-SOL
               MOVE RP-BORRAR-POR TO WS-SOL-POR(WS-IX-SOL)
               MOVE RP-BORRAR-VALOR TO WS-SOL-VALOR(WS-IX-SOL)
               MOVE RP-REFERENCIA TO WS-SOL-REFERENCIA(WS-IX-SOL)
               EVALUATE RP-BORRAR-POR
                   WHEN "I"
                       IF RP-BORRAR-ID-NUM IS NUMERIC
                           MOVE RP-BORRAR-ID-NUM
                               TO WS-SOL-ID(WS-IX-SOL)
                       ELSE
                           DISPLAY "Pedido " RP-REFERENCIA
                               ": ID no numerico."
                           MOVE "S" TO WS-PARAM-ERROR
                       END-IF
                   WHEN "C"
                       MOVE RP-BORRAR-VALOR TO WS-CEDULA-ORIGEN
                       PERFORM EXTRAER-DIGITOS
                       IF WS-LARGO-DIGITOS = 0
                           DISPLAY "Pedido " RP-REFERENCIA
                               ": cedula sin digitos."
                           MOVE "S" TO WS-PARAM-ERROR
                       ELSE
                           MOVE WS-CEDULA-DIGITOS
                               TO WS-SOL-CEDULA(WS-IX-SOL)
                       END-IF
                   WHEN OTHER
                       DISPLAY "Pedido " RP-REFERENCIA
                           ": debe ser por I (ID) o C (cedula)."
                       MOVE "S" TO WS-PARAM-ERROR
               END-EVALUATE
           END-IF.

       CALCULAR-LIMITES.
           MOVE WS-DIAS-ARCHIVO TO WS-DIAS-CALCULO
           PERFORM CALCULAR-UN-LIMITE
           MOVE WS-LIMITE-CALCULO TO WS-LIMITE-ARCHIVO
           MOVE WS-DIAS-JOURNAL TO WS-DIAS-CALCULO
           PERFORM CALCULAR-UN-LIMITE
           MOVE WS-LIMITE-CALCULO TO WS-LIMITE-JOURNAL
           MOVE WS-DIAS-AUDITORIA TO WS-DIAS-CALCULO
           PERFORM CALCULAR-UN-LIMITE
           MOVE WS-LIMITE-CALCULO TO WS-LIMITE-AUDITORIA.

      * Lo fechado antes del limite esta vencido; limite 0 = nada.
       CALCULAR-UN-LIMITE.
           IF WS-DIAS-CALCULO = 0
               MOVE 0 TO WS-LIMITE-CALCULO
           ELSE
               COMPUTE WS-LIMITE-CALCULO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - WS-DIAS-CALCULO)
           END-IF.

       EXTRAER-DIGITOS.
           MOVE SPACES TO WS-CEDULA-DIGITOS
           MOVE 0 TO WS-LARGO-DIGITOS
           PERFORM COPIAR-DIGITO
               VARYING WS-IX-CEDULA FROM 1 BY 1
               UNTIL WS-IX-CEDULA > 15.

       COPIAR-DIGITO.
           IF WS-CEDULA-ORIGEN(WS-IX-CEDULA:1) IS NUMERIC
               ADD 1 TO WS-LARGO-DIGITOS
               MOVE WS-CEDULA-ORIGEN(WS-IX-CEDULA:1)
                   TO WS-CEDULA-DIGITOS(WS-LARGO-DIGITOS:1)
           END-IF.

       ABRIR-MAESTROS.
           OPEN I-O NOMBRE-MASTER
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   MOVE "S" TO WS-MAESTRO-LISTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRE-MASTER: "
                       WS-MASTER-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE
           OPEN I-O ARCHIVO-MAESTRO
           EVALUATE WS-ARCHIVO-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ARCHIVO-LISTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRARC: "
                       WS-ARCHIVO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE
           OPEN I-O PENDIENTE-FILE
           EVALUATE WS-PENDIENTE-STATUS
               WHEN "00"
                   MOVE "S" TO WS-PENDIENTES-LISTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRPND: "
                       WS-PENDIENTE-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE
           OPEN I-O VINCULO-FILE
           EVALUATE WS-VINCULO-STATUS
               WHEN "00"
                   MOVE "S" TO WS-VINCULOS-LISTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRVIN: "
                       WS-VINCULO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE
           OPEN I-O DEFUNCION-FILE
           EVALUATE WS-DEFUNCION-STATUS
               WHEN "00"
                   MOVE "S" TO WS-DEFUNCIONES-LISTO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRDEF: "
                       WS-DEFUNCION-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE.

      * Generaciones del journal catalogadas (tipo J) que siguen en
      * disco; las que faltan ya no guardan datos que borrar.
       CARGAR-GENERACIONES.
           MOVE "N" TO WS-FIN-CATALOGO
           OPEN INPUT CATALOGO-FILE
           EVALUATE WS-CATALOGO-STATUS
               WHEN "00"
                   PERFORM LEER-CATALOGO UNTIL FIN-CATALOGO
                   CLOSE CATALOGO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRCAT: "
                       WS-CATALOGO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE.

       LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END
                   MOVE "S" TO WS-FIN-CATALOGO
               NOT AT END
                   IF CG-TIPO = "J"
                       PERFORM AGREGAR-GENERACION
                   END-IF
                   IF CG-TIPO = "B"
                       PERFORM TOMAR-RESPALDO
                   END-IF
           END-READ
           IF WS-CATALOGO-STATUS NOT = "00" AND NOT FIN-CATALOGO
               DISPLAY "Error leyendo NOMBRCAT: " WS-CATALOGO-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-CATALOGO
           END-IF.

       AGREGAR-GENERACION.
           CALL "CBL_CHECK_FILE_EXIST" USING CG-ARCHIVO
               WS-DATOS-ARCHIVO
           MOVE RETURN-CODE TO WS-RC-ARCHIVO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-ARCHIVO NOT = 0
               DISPLAY "Generacion catalogada que falta en disco, se "
                   "omite: " CG-ARCHIVO
           ELSE
               IF WS-CANT-GENERACIONES < WS-MAX-GENERACIONES
                   ADD 1 TO WS-CANT-GENERACIONES
                   MOVE CG-ARCHIVO
                       TO WS-TG-ARCHIVO(WS-CANT-GENERACIONES)
               ELSE
                   DISPLAY "Demasiadas generaciones en NOMBRCAT."
                   MOVE "S" TO WS-ERROR-CORRIDA
                   MOVE "S" TO WS-FIN-CATALOGO
               END-IF
           END-IF.

      * El dia del respaldo mas antiguo catalogado.
       TOMAR-RESPALDO.
           MOVE CG-DESDE(1:8) TO WS-FECHA-RESPALDO
           IF WS-FECHA-RESPALDO > 0
               IF WS-RESPALDO-ANTIGUO = 0
                       OR WS-FECHA-RESPALDO < WS-RESPALDO-ANTIGUO
                   MOVE WS-FECHA-RESPALDO TO WS-RESPALDO-ANTIGUO
               END-IF
           END-IF.

      * Lo anterior al limite se anonimiza. Una recuperacion desde el
      * respaldo mas antiguo solo reaplica las entradas desde su
      * momento (Recfnom salta las anteriores, que ya estan en el);
      * el limite no pasa del dia de ese respaldo y esas entradas
      * quedan intactas.
       AJUSTAR-LIMITE-JOURNAL.
           MOVE WS-LIMITE-JOURNAL TO WS-LIMITE-JOURNAL-PEDIDO
           IF WS-LIMITE-JOURNAL > 0 AND WS-RESPALDO-ANTIGUO > 0
                   AND WS-LIMITE-JOURNAL > WS-RESPALDO-ANTIGUO
               MOVE WS-RESPALDO-ANTIGUO TO WS-LIMITE-JOURNAL
               MOVE "S" TO WS-LIMITE-AJUSTADO
               DISPLAY "Limite del journal llevado de "
                   WS-LIMITE-JOURNAL-PEDIDO " a " WS-LIMITE-JOURNAL
                   ", dia del respaldo mas antiguo en NOMBRCAT."
           END-IF.

      ******************************************************************
      * Identificacion: cada registracion (maestro, archivo e imagenes
      * del journal) que coincide con un pedido por ID o por cedula
      * aporta su ID y su nombre a las tablas de borrado.
      ******************************************************************
       IDENTIFICAR-PERSONAS.
           IF MAESTRO-LISTO
               MOVE "N" TO WS-FIN-MAESTRO
               MOVE 0 TO MR-ID-REGISTRO
               START NOMBRE-MASTER KEY IS NOT < MR-ID-REGISTRO
                   INVALID KEY
                       MOVE "S" TO WS-FIN-MAESTRO
               END-START
               PERFORM IDENTIFICAR-EN-MAESTRO UNTIL FIN-MAESTRO
           END-IF
           IF ARCHIVO-LISTO
               MOVE "N" TO WS-FIN-ARCHIVO
               MOVE 0 TO AC-ID-REGISTRO
               START ARCHIVO-MAESTRO KEY IS NOT < AC-ID-REGISTRO
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM IDENTIFICAR-EN-ARCHIVO UNTIL FIN-ARCHIVO
           END-IF
           MOVE "N" TO WS-FIN-SECUENCIAL
           OPEN INPUT GENERACION-FILE
           EVALUATE WS-GENERACION-STATUS
               WHEN "00"
                   PERFORM IDENTIFICAR-EN-GENERACION
                       UNTIL FIN-SECUENCIAL
                   CLOSE GENERACION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRJRG: "
                       WS-GENERACION-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE
           PERFORM IDENTIFICAR-EN-CATALOGADA
               VARYING WS-IX-GEN FROM 1 BY 1
               UNTIL WS-IX-GEN > WS-CANT-GENERACIONES
           MOVE "N" TO WS-FIN-SECUENCIAL
           OPEN INPUT JOURNAL-FILE
           EVALUATE WS-JOURNAL-STATUS
               WHEN "00"
                   PERFORM IDENTIFICAR-EN-JOURNAL UNTIL FIN-SECUENCIAL
                   CLOSE JOURNAL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No se pudo abrir NOMBRJRN: "
                       WS-JOURNAL-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-EVALUATE.

       IDENTIFICAR-EN-MAESTRO.
           READ NOMBRE-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-MAESTRO
               NOT AT END
                   MOVE NOMBRE-MASTER-RECORD TO IMAGEN-REG
                   PERFORM REGISTRAR-IMAGEN
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "02"
                   AND NOT FIN-MAESTRO
               DISPLAY "Error leyendo NOMBRE-MASTER: " WS-MASTER-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-MAESTRO
           END-IF.

       IDENTIFICAR-EN-ARCHIVO.
           READ ARCHIVO-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   MOVE ARCHIVO-RECORD(1:175) TO IMAGEN-REG
                   PERFORM REGISTRAR-IMAGEN
           END-READ
           IF WS-ARCHIVO-STATUS NOT = "00"
                   AND WS-ARCHIVO-STATUS NOT = "02"
                   AND NOT FIN-ARCHIVO
               DISPLAY "Error leyendo NOMBRARC: " WS-ARCHIVO-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.

       IDENTIFICAR-EN-GENERACION.
           READ GENERACION-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   PERFORM REGISTRAR-IMAGENES-ENTRADA
           END-READ
           IF WS-GENERACION-STATUS NOT = "00" AND NOT FIN-SECUENCIAL
               DISPLAY "Error leyendo NOMBRJRG: " WS-GENERACION-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-SECUENCIAL
           END-IF.

       IDENTIFICAR-EN-CATALOGADA.
           MOVE WS-TG-ARCHIVO(WS-IX-GEN) TO WS-ARCHIVO-SECUENCIAL
           PERFORM COPIAR-GENERACION-CATALOGADA
           IF WS-RC-ARCHIVO NOT = 0
               DISPLAY "No se pudo leer la generacion "
                   WS-TG-ARCHIVO(WS-IX-GEN)
               MOVE "S" TO WS-ERROR-CORRIDA
           ELSE
               MOVE "N" TO WS-FIN-SECUENCIAL
               OPEN INPUT CATALOGADA-FILE
               EVALUATE WS-CATALOGADA-STATUS
                   WHEN "00"
                       PERFORM LEER-EN-CATALOGADA UNTIL FIN-SECUENCIAL
                       CLOSE CATALOGADA-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "No se pudo abrir la copia de "
                           WS-TG-ARCHIVO(WS-IX-GEN) ": "
                           WS-CATALOGADA-STATUS
                       MOVE "S" TO WS-ERROR-CORRIDA
               END-EVALUATE
           END-IF.

       LEER-EN-CATALOGADA.
           READ CATALOGADA-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   PERFORM REGISTRAR-IMAGENES-ENTRADA
           END-READ
           IF WS-CATALOGADA-STATUS NOT = "00" AND NOT FIN-SECUENCIAL
               DISPLAY "Error leyendo la copia de "
                   WS-TG-ARCHIVO(WS-IX-GEN) ": " WS-CATALOGADA-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-SECUENCIAL
           END-IF.

       IDENTIFICAR-EN-JOURNAL.
           READ JOURNAL-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   PERFORM REGISTRAR-IMAGENES-ENTRADA
           END-READ
           IF WS-JOURNAL-STATUS NOT = "00" AND NOT FIN-SECUENCIAL
               DISPLAY "Error leyendo NOMBRJRN: " WS-JOURNAL-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-SECUENCIAL
           END-IF.

       REGISTRAR-IMAGENES-ENTRADA.
           IF EJ-ANTES NOT = SPACES
               MOVE EJ-ANTES TO IMAGEN-REG
               PERFORM REGISTRAR-IMAGEN
           END-IF
           IF EJ-DESPUES NOT = SPACES
               MOVE EJ-DESPUES TO IMAGEN-REG
               PERFORM REGISTRAR-IMAGEN
           END-IF.

       REGISTRAR-IMAGEN.
           IF IM-ID-REGISTRO IS NUMERIC
               MOVE IM-ID-NUMERO TO WS-CEDULA-ORIGEN
               PERFORM EXTRAER-DIGITOS
               MOVE WS-CEDULA-DIGITOS TO WS-CEDULA-IMAGEN
               PERFORM COMPARAR-SOLICITUD
                   VARYING WS-IX-SOL FROM 1 BY 1
                   UNTIL WS-IX-SOL > WS-CANT-SOLICITUDES
           END-IF.

       COMPARAR-SOLICITUD.
           MOVE IM-ID-REGISTRO TO WS-ID-BUSCADO
           PERFORM BUSCAR-ID
           IF (WS-SOL-POR(WS-IX-SOL) = "I"
                   AND IM-ID-REGISTRO = WS-SOL-ID(WS-IX-SOL))
               OR (WS-SOL-POR(WS-IX-SOL) = "C"
                   AND WS-CEDULA-IMAGEN NOT = SPACES
                   AND WS-CEDULA-IMAGEN = WS-SOL-CEDULA(WS-IX-SOL))
               OR WS-SOL-HALLADA = WS-IX-SOL
               IF WS-SOL-HALLADA = 0
                   PERFORM AGREGAR-ID
               END-IF
               IF IM-NOMBRE NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(IM-NOMBRE)
                       TO WS-NOMBRE-BUSCADO
                   PERFORM BUSCAR-NOMBRE
                   IF WS-SOL-HALLADA = 0
                       PERFORM AGREGAR-NOMBRE
                   END-IF
               END-IF
           END-IF.

       AGREGAR-ID.
           IF WS-CANT-IDS < WS-MAX-IDS
               ADD 1 TO WS-CANT-IDS
               MOVE IM-ID-REGISTRO TO WS-IDB-ID(WS-CANT-IDS)
               MOVE WS-IX-SOL TO WS-IDB-SOLICITUD(WS-CANT-IDS)
               ADD 1 TO WS-SOL-IDS(WS-IX-SOL)
           ELSE
               IF NOT TABLA-LLENA
                   DISPLAY "Demasiados registros a borrar en una "
                       "corrida, separe los pedidos."
                   MOVE "S" TO WS-TABLA-LLENA
                   MOVE "S" TO WS-ERROR-CORRIDA
               END-IF
           END-IF.

       AGREGAR-NOMBRE.
           IF WS-CANT-NOMBRES < WS-MAX-NOMBRES
               ADD 1 TO WS-CANT-NOMBRES
               MOVE WS-NOMBRE-BUSCADO TO WS-NMB-NOMBRE(WS-CANT-NOMBRES)
               MOVE WS-IX-SOL TO WS-NMB-SOLICITUD(WS-CANT-NOMBRES)
           END-IF.

      * Deja en WS-SOL-HALLADA el pedido al que pertenece el ID
      * buscado (0 = a ninguno). BUSCAR-NOMBRE, lo mismo por nombre.
       BUSCAR-ID.
           MOVE 0 TO WS-SOL-HALLADA
           PERFORM COMPARAR-ID
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-IDS OR WS-SOL-HALLADA > 0.

       COMPARAR-ID.
           IF WS-IDB-ID(WS-IX) = WS-ID-BUSCADO
               MOVE WS-IDB-SOLICITUD(WS-IX) TO WS-SOL-HALLADA
           END-IF.

       BUSCAR-NOMBRE.
           MOVE 0 TO WS-SOL-HALLADA
           PERFORM COMPARAR-NOMBRE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-NOMBRES OR WS-SOL-HALLADA > 0.

       COMPARAR-NOMBRE.
           IF WS-NMB-NOMBRE(WS-IX) = WS-NOMBRE-BUSCADO
               MOVE WS-NMB-SOLICITUD(WS-IX) TO WS-SOL-HALLADA
           END-IF.

      ******************************************************************
      * Borrado en el maestro activo y en el archivo historico.
      ******************************************************************
       BORRAR-DE-MAESTROS.
           IF NOT ERROR-CORRIDA
               PERFORM BORRAR-ID
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CANT-IDS
           END-IF.

       BORRAR-ID.
           MOVE WS-IDB-SOLICITUD(WS-IX) TO WS-IX-SOL
           IF MAESTRO-LISTO
               MOVE WS-IDB-ID(WS-IX) TO MR-ID-REGISTRO
               READ NOMBRE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BORRAR-DEL-MAESTRO
               END-READ
           END-IF
           IF ARCHIVO-LISTO
               MOVE WS-IDB-ID(WS-IX) TO AC-ID-REGISTRO
               READ ARCHIVO-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BORRAR-DEL-ARCHIVO
               END-READ
           END-IF
           IF PENDIENTES-LISTO
               PERFORM BORRAR-PENDIENTES
           END-IF
           IF VINCULOS-LISTO
               PERFORM BORRAR-VINCULOS
           END-IF
           IF DEFUNCIONES-LISTO
               MOVE WS-IDB-ID(WS-IX) TO DF-ID-REGISTRO
               READ DEFUNCION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BORRAR-DEFUNCION
               END-READ
           END-IF.

       BORRAR-DEL-MAESTRO.
           MOVE NOMBRE-MASTER-RECORD TO IMAGEN-REG
           PERFORM ANONIMIZAR-IMAGEN
           DELETE NOMBRE-MASTER RECORD
               INVALID KEY
                   DISPLAY "No se pudo eliminar del maestro el "
                       "registro " MR-ID-REGISTRO ": "
                       WS-MASTER-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-DELETE
           IF WS-MASTER-STATUS = "00"
               ADD 1 TO WS-SOL-MAESTRO(WS-IX-SOL)
               MOVE "B" TO WS-ACCION-JRNL
               MOVE IMAGEN-REG TO WS-IMAGEN-ANTES
               MOVE SPACES TO WS-IMAGEN-DESPUES
               CALL "Jrnlnom" USING WS-ACCION-JRNL WS-IMAGEN-ANTES
                   WS-IMAGEN-DESPUES WS-OPERADOR WS-PROGRAMA-JRNL
           END-IF.

       BORRAR-DEL-ARCHIVO.
           DELETE ARCHIVO-MAESTRO RECORD
               INVALID KEY
                   DISPLAY "No se pudo eliminar del archivo historico "
                       "el registro " AC-ID-REGISTRO ": "
                       WS-ARCHIVO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-DELETE
           IF WS-ARCHIVO-STATUS = "00"
               ADD 1 TO WS-SOL-ARCHIVO(WS-IX-SOL)
           END-IF.

      * Los cambios programados del ID estan juntos en NOMBRPND (la
      * clave es el ID mas la fecha efectiva).
       BORRAR-PENDIENTES.
           MOVE "N" TO WS-FIN-PENDIENTES
           MOVE WS-IDB-ID(WS-IX) TO PC-ID-REGISTRO
           MOVE 0 TO PC-FECHA-EFECTIVA
           START PENDIENTE-FILE KEY IS NOT < PC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PENDIENTES
           END-START
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF
           PERFORM BORRAR-PENDIENTE UNTIL FIN-PENDIENTES.

       BORRAR-PENDIENTE.
           READ PENDIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PC-ID-REGISTRO = WS-IDB-ID(WS-IX)
                       DELETE PENDIENTE-FILE RECORD
                           INVALID KEY
                               DISPLAY "No se pudo eliminar de "
                                   "NOMBRPND el cambio "
                                   PC-ID-REGISTRO " "
                                   PC-FECHA-EFECTIVA ": "
                                   WS-PENDIENTE-STATUS
                               MOVE "S" TO WS-ERROR-CORRIDA
                       END-DELETE
                       IF WS-PENDIENTE-STATUS = "00"
                           ADD 1 TO WS-SOL-PENDIENTES(WS-IX-SOL)
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-PENDIENTES
                   END-IF
           END-READ
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF.

      * Los vinculos del ID: como origen estan juntos por la clave
      * principal, como destino por la clave alterna.
       BORRAR-VINCULOS.
           MOVE "N" TO WS-FIN-VINCULOS
           MOVE WS-IDB-ID(WS-IX) TO VN-ID-ORIGEN
           MOVE 0 TO VN-ID-DESTINO
           START VINCULO-FILE KEY IS NOT < VN-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VINCULOS
           END-START
           IF WS-VINCULO-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF
           PERFORM BORRAR-VINCULO-ORIGEN UNTIL FIN-VINCULOS
           MOVE "N" TO WS-FIN-VINCULOS
           MOVE WS-IDB-ID(WS-IX) TO VN-ID-DESTINO
           START VINCULO-FILE KEY IS = VN-ID-DESTINO
               INVALID KEY
                   MOVE "S" TO WS-FIN-VINCULOS
           END-START
           IF WS-VINCULO-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF
           PERFORM BORRAR-VINCULO-DESTINO UNTIL FIN-VINCULOS.

       BORRAR-VINCULO-ORIGEN.
           READ VINCULO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-VINCULOS
               NOT AT END
                   IF VN-ID-ORIGEN = WS-IDB-ID(WS-IX)
                       PERFORM BORRAR-VINCULO
                   ELSE
                       MOVE "S" TO WS-FIN-VINCULOS
                   END-IF
           END-READ
           IF WS-VINCULO-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF.

       BORRAR-VINCULO-DESTINO.
           READ VINCULO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-VINCULOS
               NOT AT END
                   IF VN-ID-DESTINO = WS-IDB-ID(WS-IX)
                       PERFORM BORRAR-VINCULO
                   ELSE
                       MOVE "S" TO WS-FIN-VINCULOS
                   END-IF
           END-READ
           IF WS-VINCULO-STATUS NOT = "00"
                   AND WS-VINCULO-STATUS NOT = "02"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF.

       BORRAR-VINCULO.
           DELETE VINCULO-FILE RECORD
               INVALID KEY
                   DISPLAY "No se pudo eliminar de NOMBRVIN el "
                       "vinculo " VN-ID-ORIGEN " " VN-ID-DESTINO ": "
                       WS-VINCULO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-DELETE
           IF WS-VINCULO-STATUS = "00"
               ADD 1 TO WS-SOL-VINCULOS(WS-IX-SOL)
           END-IF.

       BORRAR-DEFUNCION.
           DELETE DEFUNCION-FILE RECORD
               INVALID KEY
                   DISPLAY "No se pudo eliminar de NOMBRDEF la "
                       "defuncion del registro " DF-ID-REGISTRO ": "
                       WS-DEFUNCION-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-DELETE
           IF WS-DEFUNCION-STATUS = "00"
               ADD 1 TO WS-SOL-DEFUNCIONES(WS-IX-SOL)
           END-IF.

      * Deja en IMAGEN-REG solo el ID y el estado de la registracion.
      * Una imagen en blanco (antes de un alta, despues de una baja)
      * queda como esta.
       ANONIMIZAR-IMAGEN.
           IF IMAGEN-REG NOT = SPACES
               MOVE SPACES TO IM-NOMBRE IM-NOMBRE-NORM IM-APELLIDO
                   IM-ID-NUMERO IM-TELEFONO IM-DIRECCION
               MOVE 0 TO IM-FECHA-NACIMIENTO
           END-IF.

      ******************************************************************
      * Retencion del archivo historico.
      ******************************************************************
       RETENER-ARCHIVO.
           MOVE "N" TO WS-FIN-ARCHIVO
           MOVE 0 TO AC-ID-REGISTRO
           START ARCHIVO-MAESTRO KEY IS NOT < AC-ID-REGISTRO
               INVALID KEY
                   MOVE "S" TO WS-FIN-ARCHIVO
           END-START
           PERFORM RETENER-ARCHIVADO UNTIL FIN-ARCHIVO.

       RETENER-ARCHIVADO.
           READ ARCHIVO-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-ARCHIVO
               NOT AT END
                   MOVE AC-FECHA-ARCHIVO(1:8) TO WS-FECHA-REGISTRO
                   IF WS-FECHA-REGISTRO < WS-LIMITE-ARCHIVO
                           AND AC-NOMBRE-NORM NOT = "ANONIMIZADO"
                       PERFORM ANONIMIZAR-ARCHIVADO
                   END-IF
           END-READ
           IF WS-ARCHIVO-STATUS NOT = "00"
                   AND WS-ARCHIVO-STATUS NOT = "02"
                   AND NOT FIN-ARCHIVO
               DISPLAY "Error leyendo NOMBRARC: " WS-ARCHIVO-STATUS
               MOVE "S" TO WS-ERROR-CORRIDA
               MOVE "S" TO WS-FIN-ARCHIVO
           END-IF.

       ANONIMIZAR-ARCHIVADO.
           MOVE "ANONIMIZADO" TO AC-NOMBRE
           MOVE "ANONIMIZADO" TO AC-NOMBRE-NORM
           MOVE SPACES TO AC-APELLIDO AC-ID-NUMERO AC-TELEFONO
               AC-DIRECCION
           MOVE 0 TO AC-FECHA-NACIMIENTO
           REWRITE ARCHIVO-RECORD
               INVALID KEY
                   DISPLAY "No se pudo anonimizar el archivado "
                       AC-ID-REGISTRO ": " WS-ARCHIVO-STATUS
                   MOVE "S" TO WS-ERROR-CORRIDA
           END-REWRITE
           IF WS-ARCHIVO-STATUS = "00" OR WS-ARCHIVO-STATUS = "02"
               ADD 1 TO WS-RET-ARCHIVO
           END-IF.

      ******************************************************************
      * Archivos secuenciales: se copian a RETENWRK aplicando borrado
      * y retencion, y si algo cambio se copia RETENWRK de vuelta.
      ******************************************************************
       TRATAR-GENERACION.
           MOVE "NOMBRJRG" TO WS-ARCHIVO-SECUENCIAL
           MOVE 0 TO WS-RET-CONTADOR
           MOVE 0 TO WS-CAMBIOS-ARCHIVO
           MOVE "N" TO WS-ERROR-SECUENCIAL
           OPEN INPUT GENERACION-FILE
           IF WS-GENERACION-STATUS = "00"
               PERFORM ABRIR-TRABAJO-SALIDA
               IF NOT ERROR-SECUENCIAL
                   MOVE "N" TO WS-FIN-SECUENCIAL
                   PERFORM PROCESAR-GENERACION UNTIL FIN-SECUENCIAL
                   CLOSE TRABAJO-FILE
               END-IF
               CLOSE GENERACION-FILE
               IF WS-CAMBIOS-ARCHIVO > 0 AND NOT ERROR-SECUENCIAL
                   PERFORM DEVOLVER-GENERACION
               END-IF
           ELSE
               IF WS-GENERACION-STATUS NOT = "35"
                   PERFORM AVISAR-ERROR-SECUENCIAL
               END-IF
           END-IF
           MOVE WS-RET-CONTADOR TO WS-RET-GENERACION.

       PROCESAR-GENERACION.
           READ GENERACION-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   PERFORM DEPURAR-ENTRADA-JOURNAL
                   IF WS-SOL-HALLADA > 0
                       ADD 1 TO WS-SOL-GENERACION(WS-SOL-HALLADA)
                   END-IF
                   PERFORM GRABAR-TRABAJO-JOURNAL
           END-READ
           IF WS-GENERACION-STATUS NOT = "00" AND NOT FIN-SECUENCIAL
               PERFORM AVISAR-ERROR-SECUENCIAL
           END-IF.

       DEVOLVER-GENERACION.
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT GENERACION-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
                   OR WS-GENERACION-STATUS NOT = "00"
               PERFORM AVISAR-ERROR-DEVOLUCION
           ELSE
               MOVE "N" TO WS-FIN-SECUENCIAL
               PERFORM DEVOLVER-LINEA-GENERACION UNTIL FIN-SECUENCIAL
           END-IF
           CLOSE TRABAJO-FILE
           CLOSE GENERACION-FILE.

       DEVOLVER-LINEA-GENERACION.
           READ TRABAJO-FILE
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   WRITE GENERACION-RECORD FROM TRABAJO-RECORD
                   IF WS-GENERACION-STATUS NOT = "00"
                       PERFORM AVISAR-ERROR-DEVOLUCION
                   END-IF
           END-READ.

      * Generaciones catalogadas: cada una se copia a RETENGEN, se
      * depura a RETENWRK y, si algo cambio, RETENWRK vuelve a su
      * lugar. NOMBRJRG repite la ultima generacion catalogada, por
      * eso sus entradas se cuentan aparte.
       TRATAR-CATALOGADAS.
           MOVE 0 TO WS-RET-CONTADOR
           PERFORM TRATAR-CATALOGADA
               VARYING WS-IX-GEN FROM 1 BY 1
               UNTIL WS-IX-GEN > WS-CANT-GENERACIONES
                   OR ERROR-CORRIDA
           MOVE WS-RET-CONTADOR TO WS-RET-CATALOGADAS.

       TRATAR-CATALOGADA.
           MOVE WS-TG-ARCHIVO(WS-IX-GEN) TO WS-ARCHIVO-SECUENCIAL
           MOVE 0 TO WS-CAMBIOS-ARCHIVO
           MOVE "N" TO WS-ERROR-SECUENCIAL
           PERFORM COPIAR-GENERACION-CATALOGADA
           IF WS-RC-ARCHIVO NOT = 0
               PERFORM AVISAR-ERROR-SECUENCIAL
           ELSE
               OPEN INPUT CATALOGADA-FILE
               IF WS-CATALOGADA-STATUS = "00"
                   PERFORM ABRIR-TRABAJO-SALIDA
                   IF NOT ERROR-SECUENCIAL
                       MOVE "N" TO WS-FIN-SECUENCIAL
                       PERFORM PROCESAR-CATALOGADA
                           UNTIL FIN-SECUENCIAL
                       CLOSE TRABAJO-FILE
                   END-IF
                   CLOSE CATALOGADA-FILE
                   IF WS-CAMBIOS-ARCHIVO > 0 AND NOT ERROR-SECUENCIAL
                       PERFORM DEVOLVER-CATALOGADA
                   END-IF
               ELSE
                   PERFORM AVISAR-ERROR-SECUENCIAL
               END-IF
           END-IF.

       PROCESAR-CATALOGADA.
           READ CATALOGADA-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   PERFORM DEPURAR-ENTRADA-JOURNAL
                   IF WS-SOL-HALLADA > 0
                       ADD 1 TO WS-SOL-CATALOGADAS(WS-SOL-HALLADA)
                   END-IF
                   PERFORM GRABAR-TRABAJO-JOURNAL
           END-READ
           IF WS-CATALOGADA-STATUS NOT = "00" AND NOT FIN-SECUENCIAL
               PERFORM AVISAR-ERROR-SECUENCIAL
           END-IF.

       DEVOLVER-CATALOGADA.
           CALL "CBL_COPY_FILE" USING WS-NOMBRE-TRABAJO
               WS-TG-ARCHIVO(WS-IX-GEN)
           MOVE RETURN-CODE TO WS-RC-ARCHIVO
           MOVE 0 TO RETURN-CODE
           IF WS-RC-ARCHIVO NOT = 0
               PERFORM AVISAR-ERROR-DEVOLUCION
           END-IF.

       COPIAR-GENERACION-CATALOGADA.
           CALL "CBL_COPY_FILE" USING WS-TG-ARCHIVO(WS-IX-GEN)
               WS-NOMBRE-COPIA
           MOVE RETURN-CODE TO WS-RC-ARCHIVO
           MOVE 0 TO RETURN-CODE.

       BORRAR-COPIA-GENERACION.
           IF WS-CANT-GENERACIONES > 0
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-COPIA
               MOVE RETURN-CODE TO WS-RC-ARCHIVO
               MOVE 0 TO RETURN-CODE
           END-IF.

       TRATAR-JOURNAL.
           MOVE "NOMBRJRN" TO WS-ARCHIVO-SECUENCIAL
           MOVE 0 TO WS-RET-CONTADOR
           MOVE 0 TO WS-CAMBIOS-ARCHIVO
           MOVE "N" TO WS-ERROR-SECUENCIAL
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               PERFORM ABRIR-TRABAJO-SALIDA
               IF NOT ERROR-SECUENCIAL
                   MOVE "N" TO WS-FIN-SECUENCIAL
                   PERFORM PROCESAR-JOURNAL UNTIL FIN-SECUENCIAL
                   CLOSE TRABAJO-FILE
               END-IF
               CLOSE JOURNAL-FILE
               IF WS-CAMBIOS-ARCHIVO > 0 AND NOT ERROR-SECUENCIAL
                   PERFORM DEVOLVER-JOURNAL
               END-IF
           ELSE
               IF WS-JOURNAL-STATUS NOT = "35"
                   PERFORM AVISAR-ERROR-SECUENCIAL
               END-IF
           END-IF
           MOVE WS-RET-CONTADOR TO WS-RET-JOURNAL.

       PROCESAR-JOURNAL.
           READ JOURNAL-FILE INTO ENTRADA-JOURNAL
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   PERFORM DEPURAR-ENTRADA-JOURNAL
                   IF WS-SOL-HALLADA > 0
                       ADD 1 TO WS-SOL-JOURNAL(WS-SOL-HALLADA)
                   END-IF
                   PERFORM GRABAR-TRABAJO-JOURNAL
           END-READ
           IF WS-JOURNAL-STATUS NOT = "00" AND NOT FIN-SECUENCIAL
               PERFORM AVISAR-ERROR-SECUENCIAL
           END-IF.

       DEVOLVER-JOURNAL.
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT JOURNAL-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
                   OR WS-JOURNAL-STATUS NOT = "00"
               PERFORM AVISAR-ERROR-DEVOLUCION
           ELSE
               MOVE "N" TO WS-FIN-SECUENCIAL
               PERFORM DEVOLVER-LINEA-JOURNAL UNTIL FIN-SECUENCIAL
           END-IF
           CLOSE TRABAJO-FILE
           CLOSE JOURNAL-FILE.

       DEVOLVER-LINEA-JOURNAL.
           READ TRABAJO-FILE
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   WRITE JOURNAL-RECORD FROM TRABAJO-RECORD
                   IF WS-JOURNAL-STATUS NOT = "00"
                       PERFORM AVISAR-ERROR-DEVOLUCION
                   END-IF
           END-READ.

      * Borrado (si la entrada es de un ID pedido) o retencion (si es
      * anterior al limite). WS-SOL-HALLADA queda con el pedido y
      * WS-CAMBIOS-ARCHIVO sube solo si alguna imagen cambio.
       DEPURAR-ENTRADA-JOURNAL.
           MOVE 0 TO WS-SOL-HALLADA
           IF EJ-ANTES NOT = SPACES
               MOVE EJ-ANTES(1:6) TO WS-ID-IMAGEN
           ELSE
               MOVE EJ-DESPUES(1:6) TO WS-ID-IMAGEN
           END-IF
           IF WS-ID-IMAGEN IS NUMERIC AND WS-CANT-IDS > 0
               MOVE WS-ID-IMAGEN TO WS-ID-BUSCADO
               PERFORM BUSCAR-ID
           END-IF
           MOVE 0 TO WS-FECHA-REGISTRO
           IF EJ-TIMESTAMP IS NUMERIC
               MOVE EJ-TIMESTAMP(1:8) TO WS-FECHA-REGISTRO
           END-IF
           IF WS-SOL-HALLADA > 0
                   OR WS-FECHA-REGISTRO < WS-LIMITE-JOURNAL
               MOVE EJ-ANTES TO WS-IMAGEN-ORIGINAL
               MOVE EJ-ANTES TO IMAGEN-REG
               PERFORM ANONIMIZAR-IMAGEN
               MOVE IMAGEN-REG TO EJ-ANTES
               MOVE EJ-DESPUES TO IMAGEN-REG
               PERFORM ANONIMIZAR-IMAGEN
               IF WS-IMAGEN-ORIGINAL NOT = EJ-ANTES
                       OR IMAGEN-REG NOT = EJ-DESPUES
                   MOVE IMAGEN-REG TO EJ-DESPUES
                   ADD 1 TO WS-CAMBIOS-ARCHIVO
                   IF WS-SOL-HALLADA = 0
                       ADD 1 TO WS-RET-CONTADOR
                   END-IF
               ELSE
                   MOVE 0 TO WS-SOL-HALLADA
               END-IF
           END-IF.

       GRABAR-TRABAJO-JOURNAL.
           WRITE TRABAJO-RECORD FROM ENTRADA-JOURNAL
           IF WS-TRABAJO-STATUS NOT = "00"
               PERFORM AVISAR-ERROR-SECUENCIAL
           END-IF.

       TRATAR-AUDITORIA.
           MOVE "ACEPTAUD" TO WS-ARCHIVO-SECUENCIAL
           MOVE 0 TO WS-RET-CONTADOR
           MOVE 0 TO WS-CAMBIOS-ARCHIVO
           MOVE "N" TO WS-ERROR-SECUENCIAL
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM ABRIR-TRABAJO-SALIDA
               IF NOT ERROR-SECUENCIAL
                   MOVE "N" TO WS-FIN-SECUENCIAL
                   PERFORM PROCESAR-AUDITORIA UNTIL FIN-SECUENCIAL
                   CLOSE TRABAJO-FILE
               END-IF
               CLOSE AUDIT-FILE
               IF WS-CAMBIOS-ARCHIVO > 0 AND NOT ERROR-SECUENCIAL
                   PERFORM DEVOLVER-AUDITORIA
               END-IF
           ELSE
               IF WS-AUDIT-STATUS NOT = "35"
                   PERFORM AVISAR-ERROR-SECUENCIAL
               END-IF
           END-IF
           MOVE WS-RET-CONTADOR TO WS-RET-AUDITORIA.

      * ACEPTAUD no guarda ID ni cedula: las lineas de un pedido se
      * reconocen por el nombre de las registraciones identificadas.
       PROCESAR-AUDITORIA.
           READ AUDIT-FILE
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   MOVE 0 TO WS-SOL-HALLADA
                   IF AR-NOMBRE NOT = SPACES
                       IF WS-CANT-NOMBRES > 0
                           MOVE FUNCTION UPPER-CASE(AR-NOMBRE)
                               TO WS-NOMBRE-BUSCADO
                           PERFORM BUSCAR-NOMBRE
                       END-IF
                       MOVE 0 TO WS-FECHA-REGISTRO
                       IF AR-TIMESTAMP IS NUMERIC
                           MOVE AR-TIMESTAMP(1:8) TO WS-FECHA-REGISTRO
                       END-IF
                       IF WS-SOL-HALLADA > 0
                           ADD 1 TO WS-SOL-AUDITORIA(WS-SOL-HALLADA)
                           MOVE SPACES TO AR-NOMBRE
                           ADD 1 TO WS-CAMBIOS-ARCHIVO
                       ELSE
                           IF WS-FECHA-REGISTRO < WS-LIMITE-AUDITORIA
                               ADD 1 TO WS-RET-CONTADOR
                               MOVE SPACES TO AR-NOMBRE
                               ADD 1 TO WS-CAMBIOS-ARCHIVO
                           END-IF
                       END-IF
                   END-IF
                   WRITE TRABAJO-RECORD FROM AUDIT-RECORD
                   IF WS-TRABAJO-STATUS NOT = "00"
                       PERFORM AVISAR-ERROR-SECUENCIAL
                   END-IF
           END-READ
           IF WS-AUDIT-STATUS NOT = "00" AND NOT FIN-SECUENCIAL
               PERFORM AVISAR-ERROR-SECUENCIAL
           END-IF.

       DEVOLVER-AUDITORIA.
           OPEN INPUT TRABAJO-FILE
           OPEN OUTPUT AUDIT-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
                   OR WS-AUDIT-STATUS NOT = "00"
               PERFORM AVISAR-ERROR-DEVOLUCION
           ELSE
               MOVE "N" TO WS-FIN-SECUENCIAL
               PERFORM DEVOLVER-LINEA-AUDITORIA UNTIL FIN-SECUENCIAL
           END-IF
           CLOSE TRABAJO-FILE
           CLOSE AUDIT-FILE.

       DEVOLVER-LINEA-AUDITORIA.
           READ TRABAJO-FILE
               AT END
                   MOVE "S" TO WS-FIN-SECUENCIAL
               NOT AT END
                   WRITE AUDIT-RECORD FROM TRABAJO-RECORD(1:54)
                   IF WS-AUDIT-STATUS NOT = "00"
                       PERFORM AVISAR-ERROR-DEVOLUCION
                   END-IF
           END-READ.

       ABRIR-TRABAJO-SALIDA.
           OPEN OUTPUT TRABAJO-FILE
           IF WS-TRABAJO-STATUS NOT = "00"
               DISPLAY "No se pudo abrir RETENWRK: " WS-TRABAJO-STATUS
               PERFORM AVISAR-ERROR-SECUENCIAL
           END-IF.

      * Falla leyendo o copiando: el archivo original queda intacto.
       AVISAR-ERROR-SECUENCIAL.
           MOVE SPACES TO WS-MENSAJE
           STRING "Error procesando " DELIMITED BY SIZE
               WS-ARCHIVO-SECUENCIAL DELIMITED BY SPACE
               ", el archivo no se modifica." DELIMITED BY SIZE
               INTO WS-MENSAJE
           DISPLAY WS-MENSAJE
           MOVE "S" TO WS-ERROR-SECUENCIAL
           MOVE "S" TO WS-ERROR-CORRIDA
           MOVE "S" TO WS-FIN-SECUENCIAL.

      * Falla devolviendo la copia: el contenido correcto queda en
      * RETENWRK y la corrida no sigue con los demas archivos.
       AVISAR-ERROR-DEVOLUCION.
           MOVE SPACES TO WS-MENSAJE
           STRING "*** Error regrabando " DELIMITED BY SIZE
               WS-ARCHIVO-SECUENCIAL DELIMITED BY SPACE
               ", el contenido depurado quedo en RETENWRK: copiarlo "
               "sobre " DELIMITED BY SIZE
               WS-ARCHIVO-SECUENCIAL DELIMITED BY SPACE
               " antes de seguir. ***" DELIMITED BY SIZE
               INTO WS-MENSAJE
           DISPLAY WS-MENSAJE
           MOVE "S" TO WS-ERROR-CORRIDA
           MOVE "S" TO WS-FIN-SECUENCIAL.

      ******************************************************************
      * Certificado.
      ******************************************************************
       ESCRIBIR-CERTIFICADO.
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           MOVE WS-OPERADOR TO WS-REP-OPERADOR
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           IF ERROR-CORRIDA
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** LA CORRIDA TUVO ERRORES, VER LA CONSOLA: ESTE "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "*** CERTIFICADO NO ES VALIDO COMO RESPUESTA."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RETENCION APLICADA POR ARCHIVO" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "NOMBRARC" TO WS-RR-ARCHIVO
           MOVE WS-DIAS-ARCHIVO TO WS-RR-DIAS
           MOVE WS-LIMITE-ARCHIVO TO WS-RR-LIMITE
           MOVE WS-RET-ARCHIVO TO WS-RR-CANTIDAD
           MOVE "REGISTRO(S) ANONIMIZADO(S)" TO WS-RR-UNIDAD
           PERFORM ESCRIBIR-RETENCION
           MOVE "NOMBRJRG" TO WS-RR-ARCHIVO
           MOVE WS-DIAS-JOURNAL TO WS-RR-DIAS
           MOVE WS-LIMITE-JOURNAL TO WS-RR-LIMITE
           MOVE WS-RET-GENERACION TO WS-RR-CANTIDAD
           MOVE "ENTRADA(S) ANONIMIZADA(S)" TO WS-RR-UNIDAD
           PERFORM ESCRIBIR-RETENCION
           MOVE "NOMBRJRG.Gnnnn" TO WS-RR-ARCHIVO
           MOVE WS-RET-CATALOGADAS TO WS-RR-CANTIDAD
           PERFORM ESCRIBIR-RETENCION
           MOVE "NOMBRJRN" TO WS-RR-ARCHIVO
           MOVE WS-RET-JOURNAL TO WS-RR-CANTIDAD
           PERFORM ESCRIBIR-RETENCION
           IF LIMITE-AJUSTADO
               MOVE SPACES TO REPORT-LINE
               STRING "    LIMITE DEL JOURNAL PEDIDO "
                   WS-LIMITE-JOURNAL-PEDIDO ", USADO "
                   WS-LIMITE-JOURNAL " (RESPALDO MAS ANTIGUO)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "ACEPTAUD" TO WS-RR-ARCHIVO
           MOVE WS-DIAS-AUDITORIA TO WS-RR-DIAS
           MOVE WS-LIMITE-AUDITORIA TO WS-RR-LIMITE
           MOVE WS-RET-AUDITORIA TO WS-RR-CANTIDAD
           MOVE "LINEA(S) ANONIMIZADA(S)" TO WS-RR-UNIDAD
           PERFORM ESCRIBIR-RETENCION
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PEDIDOS DE BORRADO" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           IF WS-CANT-SOLICITUDES = 0
               MOVE "  (NINGUN PEDIDO EN ESTA CORRIDA)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM CERTIFICAR-SOLICITUD
               VARYING WS-IX-SOL FROM 1 BY 1
               UNTIL WS-IX-SOL > WS-CANT-SOLICITUDES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-REP-FIRMA.

       ESCRIBIR-RETENCION.
           IF WS-RR-LIMITE = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-RR-ARCHIVO " SIN PLAZO DE RETENCION"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "ANTES DEL " TO WS-RR-TEXTO-LIMITE
               WRITE REPORT-LINE FROM WS-REP-RETENCION
           END-IF.

       CERTIFICAR-SOLICITUD.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SOL-POR(WS-IX-SOL) = "I"
               STRING "  SOLICITUD " WS-SOL-REFERENCIA(WS-IX-SOL)
                   " - POR ID DE REGISTRO " WS-SOL-ID(WS-IX-SOL)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  SOLICITUD " WS-SOL-REFERENCIA(WS-IX-SOL)
                   " - POR CEDULA " WS-SOL-VALOR(WS-IX-SOL)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-SOL-IDS(WS-IX-SOL) = 0
               ADD 1 TO WS-SIN-DATOS
               MOVE "    NO SE ENCONTRARON DATOS DE ESTA PERSONA EN "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "    NINGUN ARCHIVO DEL REGISTRO DE NOMBRES."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "    REGISTRO(S) IDENTIFICADO(S):" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM CERTIFICAR-ID
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CANT-IDS
               MOVE "NOMBRMST (MAESTRO ACTIVO)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-MAESTRO(WS-IX-SOL) TO WS-RB-CANTIDAD
               MOVE "REGISTRO(S) ELIMINADO(S)" TO WS-RB-UNIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "NOMBRARC (ARCHIVO HISTORICO)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-ARCHIVO(WS-IX-SOL) TO WS-RB-CANTIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "NOMBRPND (CAMBIOS PROGRAMADOS)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-PENDIENTES(WS-IX-SOL) TO WS-RB-CANTIDAD
               MOVE "CAMBIO(S) ELIMINADO(S)" TO WS-RB-UNIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "NOMBRVIN (VINCULOS DE HOGAR)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-VINCULOS(WS-IX-SOL) TO WS-RB-CANTIDAD
               MOVE "VINCULO(S) ELIMINADO(S)" TO WS-RB-UNIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "NOMBRDEF (DEFUNCIONES)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-DEFUNCIONES(WS-IX-SOL) TO WS-RB-CANTIDAD
               MOVE "REGISTRO(S) ELIMINADO(S)" TO WS-RB-UNIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "NOMBRJRG (JOURNAL CERRADO)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-GENERACION(WS-IX-SOL) TO WS-RB-CANTIDAD
               MOVE "ENTRADA(S) ANONIMIZADA(S)" TO WS-RB-UNIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "NOMBRJRG.Gnnnn (GENERACIONES)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-CATALOGADAS(WS-IX-SOL) TO WS-RB-CANTIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "NOMBRJRN (JOURNAL VIVO)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-JOURNAL(WS-IX-SOL) TO WS-RB-CANTIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               MOVE "ACEPTAUD (AUDITORIA DE INGRESO)" TO WS-RB-ARCHIVO
               MOVE WS-SOL-AUDITORIA(WS-IX-SOL) TO WS-RB-CANTIDAD
               MOVE "LINEA(S) ANONIMIZADA(S)" TO WS-RB-UNIDAD
               WRITE REPORT-LINE FROM WS-REP-BORRADO
               IF WS-SOL-MAESTRO(WS-IX-SOL) > 0
                   WRITE REPORT-LINE FROM WS-REP-NOTA-HR
               END-IF
               WRITE REPORT-LINE FROM WS-REP-NOTA-BKP
           END-IF.

       CERTIFICAR-ID.
           IF WS-IDB-SOLICITUD(WS-IX) = WS-IX-SOL
               MOVE SPACES TO REPORT-LINE
               STRING "      ID " WS-IDB-ID(WS-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

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
                       "en NOMBRPER, corrida rechazada."
               WHEN "2"
                   DISPLAY "El perfil del operador no autoriza la "
                       "funcion " WS-FUNCION-AUT ", corrida "
                       "rechazada."
               WHEN OTHER
                   DISPLAY "No se pudieron leer los perfiles de "
                       "seguridad NOMBRPER, corrida rechazada."
           END-EVALUATE.

       END PROGRAM  Retenom.
