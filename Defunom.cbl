      ******************************************************************
      * Author:
      * Date:
      * Purpose: Applies the NOMBRDFI deceased-persons notification
      *          file from the civil registry (CPDEFI layout) to
      *          NOMBRE-MASTER, so a registration stops being treated
      *          as a living person as soon as the registry reports
      *          the death instead of when a letter comes back. Each
      *          detail row is matched on its cedula against the
      *          MR-ID-NUMERO alternate key. A single match whose name
      *          and surname agree (compared in upper case on letters
      *          and digits only) and whose date of birth agrees when
      *          both sides have one is applied: an active
      *          registration is set inactive, journaled through
      *          Jrnlnom as a cambio so Extrahr sends it to HR/CRM,
      *          and the death and its date are recorded in the
      *          NOMBRDEF deceased indicator file (CPDEFU), which
      *          Selecnom and Estadnom use to tell the deceased apart
      *          from ordinary inactives; an already inactive one only
      *          gets the NOMBRDEF record. Rows that match nobody,
      *          match more than one registration, disagree on name or
      *          date of birth, or carry an invalid date of death are
      *          not applied and go to the review section of the
      *          DEFUNREP report with a reason code, with the
      *          registration's own values beside the registry's, for
      *          a clerk to settle through Mantnom (estado F).
      *          Reasons:
      *            NOEX - la cedula no esta en NOMBRE-MASTER
      *            DUPL - la cedula esta en mas de un registro
      *            NOMB - el nombre o el apellido no coinciden
      *            FNAC - la fecha de nacimiento no coincide
      *            FDEF - fecha de defuncion invalida, futura o
      *                   anterior al nacimiento registrado
      *            CEDU - el aviso no trae cedula
      *            TIPO - tipo de registro desconocido
      *            ERRG - no se pudo grabar el maestro o NOMBRDEF
      *          A death already in NOMBRDEF (a row sent again) is
      *          only listed and counted. Runs under the exclusive
      *          MAESTRO lock and reconciles the file against its
      *          header/trailer controls like Aplicahr. RETURN-CODE 8
      *          when the file does not reconcile or a file could not
      *          be opened, 4 when rows were left for review.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Defunom.
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
           SELECT DEFIN-FILE ASSIGN TO "NOMBRDFI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFIN-STATUS.
           SELECT DEFUNCION-FILE ASSIGN TO "NOMBRDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-ID-REGISTRO
               FILE STATUS IS WS-DEFUNCION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEFUNREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  DEFIN-FILE.
           COPY CPDEFI.
       FD  DEFUNCION-FILE.
           COPY CPDEFU.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-DEFIN-STATUS PIC X(2).
       01 WS-DEFUNCION-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-OPERADOR PIC X(8).
       01 WS-FIN-DEFIN PIC X VALUE "N".
           88 FIN-DEFIN VALUE "S".
       01 WS-CARGA-RECHAZADA PIC X VALUE "N".
           88 CARGA-RECHAZADA VALUE "S".
       01 WS-MOTIVO-CARGA PIC X(30) VALUE SPACES.
       01 WS-TRAILER-LEIDO PIC X VALUE "N".
           88 TRAILER-LEIDO VALUE "S".
       01 WS-CANT-ESPERADA PIC 9(6) VALUE 0.
       01 WS-FECHA-ARCHIVO PIC 9(8) VALUE 0.
       01 WS-DETALLES-LEIDOS PIC 9(6) VALUE 0.
       01 WS-INACTIVADOS PIC 9(6) VALUE 0.
       01 WS-YA-INACTIVOS PIC 9(6) VALUE 0.
       01 WS-YA-AVISADOS PIC 9(6) VALUE 0.
       01 WS-A-REVISAR PIC 9(6) VALUE 0.
       01 WS-REV-NOEX PIC 9(6) VALUE 0.
       01 WS-REV-DUPL PIC 9(6) VALUE 0.
       01 WS-REV-NOMB PIC 9(6) VALUE 0.
       01 WS-REV-FNAC PIC 9(6) VALUE 0.
       01 WS-REV-FDEF PIC 9(6) VALUE 0.
       01 WS-REV-CEDU PIC 9(6) VALUE 0.
       01 WS-REV-TIPO PIC 9(6) VALUE 0.
       01 WS-REV-GRABAR PIC 9(6) VALUE 0.
       01 WS-MOTIVO-REVISION PIC X(4).
       01 WS-RESULTADO PIC X(10).
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHA-DEFUNCION PIC 9(8).
       01 WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-ES-VALIDA VALUE "S".

      * Busqueda por cedula en la clave alterna.
       01 WS-FIN-CEDULA PIC X VALUE "N".
           88 FIN-CEDULA VALUE "S".
       01 WS-COINCIDENCIAS PIC 9(3) VALUE 0.
       01 WS-ID-HALLADO PIC 9(6) VALUE 0.
       01 WS-REGISTRO-LEIDO PIC X VALUE "N".
           88 REGISTRO-LEIDO VALUE "S".
       01 WS-AVISO-REPETIDO PIC X VALUE "N".
           88 AVISO-REPETIDO VALUE "S".

      * Comparacion de nombres: solo letras y digitos, en mayusculas.
       01 WS-ORIGEN PIC X(30).
       01 WS-CLAVE PIC X(30).
       01 WS-LARGO-CLAVE PIC 9(2).
       01 WS-IX-ORIGEN PIC 9(2).
       01 WS-CARACTER PIC X(1).
       01 WS-CLAVE-AVISO PIC X(30).
       01 WS-CLAVE-MAESTRO PIC X(30).

       01 WS-ACCION-JRNL PIC X(1).
       01 WS-IMAGEN-ANTES PIC X(175).
       01 WS-IMAGEN-DESPUES PIC X(175).
       01 WS-PROGRAMA-JRNL PIC X(9) VALUE "Defunom".
       01 WS-RECURSO-ENQ PIC X(8) VALUE "MAESTRO".
       01 WS-ACCION-ENQ PIC X(1).
       01 WS-TITULAR-ENQ PIC X(9) VALUE "Defunom".
       01 WS-RESULTADO-ENQ PIC X(1).
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".

       01 WS-REP-TITULO PIC X(80) VALUE
           "AVISOS DE DEFUNCION DEL REGISTRO CIVIL".
       01 WS-REP-FECHA.
           05 FILLER PIC X(7) VALUE "FECHA: ".
           05 WS-REP-FECHA-HOY PIC 9(8).
           05 FILLER PIC X(18) VALUE "   FECHA ARCHIVO: ".
           05 WS-REP-FECHA-ARCH PIC 9(8).
           05 FILLER PIC X(39) VALUE SPACES.
       01 WS-REP-SECCION PIC X(80).
       01 WS-REP-COLUMNAS.
           05 FILLER PIC X(34) VALUE
               "CEDULA          F.DEFUNC  ID      ".
           05 FILLER PIC X(46) VALUE
               "RESULTADO  MOT.  NOMBRE EN EL AVISO".
       01 WS-REP-DETALLE.
           05 WS-RD-CEDULA PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-FECHA PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-RESULTADO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RD-MOTIVO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RD-TEXTO PIC X(29).
       01 WS-REP-MAESTRO.
           05 FILLER PIC X(17) VALUE "    EN MAESTRO:  ".
           05 WS-RM-NOMBRE PIC X(37).
           05 FILLER PIC X(8) VALUE "  F.NAC ".
           05 WS-RM-FECHA-NAC PIC 9(8).
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-REP-AVISO-NAC.
           05 FILLER PIC X(54) VALUE
               "    EN EL AVISO:".
           05 FILLER PIC X(8) VALUE "  F.NAC ".
           05 WS-RA-FECHA-NAC PIC 9(8).
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-REP-AVISO PIC X(80).
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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "No se pudo abrir DEFUNREP: " WS-REPORT-STATUS
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
           OPEN INPUT DEFIN-FILE
           IF WS-DEFIN-STATUS NOT = "00"
               DISPLAY "No se pudo abrir el aviso de defunciones "
                   "NOMBRDFI: " WS-DEFIN-STATUS
               CLOSE REPORT-FILE
               PERFORM SOLTAR-BLOQUEO-MAESTRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O NOMBRE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOMBRE-MASTER: "
                   WS-MASTER-STATUS
               CLOSE DEFIN-FILE
               CLOSE REPORT-FILE
               PERFORM SOLTAR-BLOQUEO-MAESTRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-DEFUNCIONES
           IF WS-DEFUNCION-STATUS NOT = "00"
               DISPLAY "No se pudo abrir NOMBRDEF: "
                   WS-DEFUNCION-STATUS
               CLOSE DEFIN-FILE
               CLOSE NOMBRE-MASTER
               CLOSE REPORT-FILE
               PERFORM SOLTAR-BLOQUEO-MAESTRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-CABECERA
           PERFORM ESCRIBIR-CABECERA
           IF NOT CARGA-RECHAZADA
               PERFORM PROCESAR-AVISOS UNTIL FIN-DEFIN
               PERFORM CONCILIAR-CARGA
           END-IF
           CLOSE DEFIN-FILE
           CLOSE NOMBRE-MASTER
           CLOSE DEFUNCION-FILE
           PERFORM SOLTAR-BLOQUEO-MAESTRO
           PERFORM ESCRIBIR-RESUMEN
           CLOSE REPORT-FILE
           DISPLAY "Avisos de defuncion procesados: "
               WS-DETALLES-LEIDOS " leido(s), "
               WS-INACTIVADOS " inactivado(s), "
               WS-YA-INACTIVOS " ya inactivo(s), "
               WS-A-REVISAR " para revision."
           EVALUATE TRUE
               WHEN CARGA-RECHAZADA
                   DISPLAY "*** CARGA NO CONCILIADA: "
                       WS-MOTIVO-CARGA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-A-REVISAR > 0
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

       ABRIR-DEFUNCIONES.
           OPEN I-O DEFUNCION-FILE
           IF WS-DEFUNCION-STATUS = "35"
               OPEN OUTPUT DEFUNCION-FILE
               CLOSE DEFUNCION-FILE
               OPEN I-O DEFUNCION-FILE
           END-IF.

       LEER-CABECERA.
           READ DEFIN-FILE
               AT END
                   MOVE "S" TO WS-FIN-DEFIN
                   MOVE "S" TO WS-CARGA-RECHAZADA
                   MOVE "ARCHIVO VACIO SIN CABECERA"
                       TO WS-MOTIVO-CARGA
               NOT AT END
                   IF DH-TIPO-REGISTRO NOT = "H"
                       MOVE "S" TO WS-CARGA-RECHAZADA
                       MOVE "CABECERA AUSENTE" TO WS-MOTIVO-CARGA
                   ELSE
                       MOVE DH-FECHA-CREACION TO WS-FECHA-ARCHIVO
                   END-IF
           END-READ
           IF CARGA-RECHAZADA
               MOVE "S" TO WS-FIN-DEFIN
           END-IF.

       PROCESAR-AVISOS.
           READ DEFIN-FILE
               AT END
                   MOVE "S" TO WS-FIN-DEFIN
               NOT AT END
                   EVALUATE DD-TIPO-REGISTRO
                       WHEN "D"
                           ADD 1 TO WS-DETALLES-LEIDOS
                           PERFORM TRATAR-AVISO
                       WHEN "T"
                           MOVE "S" TO WS-TRAILER-LEIDO
                           MOVE DT-CANTIDAD-TOTAL
                               TO WS-CANT-ESPERADA
                       WHEN OTHER
                           DISPLAY "Tipo de registro desconocido: "
                               DD-TIPO-REGISTRO
                           MOVE 0 TO WS-ID-HALLADO
                           MOVE "N" TO WS-REGISTRO-LEIDO
                           MOVE "TIPO" TO WS-MOTIVO-REVISION
                           PERFORM PASAR-A-REVISION
                   END-EVALUATE
           END-READ
           IF WS-DEFIN-STATUS NOT = "00" AND NOT FIN-DEFIN
               MOVE "S" TO WS-FIN-DEFIN
               MOVE "S" TO WS-CARGA-RECHAZADA
               MOVE "ERROR DE LECTURA DEL ARCHIVO" TO WS-MOTIVO-CARGA
           END-IF.

       TRATAR-AVISO.
           MOVE SPACES TO WS-MOTIVO-REVISION
           MOVE 0 TO WS-ID-HALLADO
           MOVE "N" TO WS-REGISTRO-LEIDO
           MOVE "N" TO WS-AVISO-REPETIDO
           MOVE "N" TO WS-FECHA-VALIDA
           IF DD-FECHA-DEFUNCION IS NUMERIC
               MOVE DD-FECHA-DEFUNCION TO WS-FECHA-DEFUNCION
               CALL "Valfec" USING WS-FECHA-DEFUNCION WS-FECHA-VALIDA
           END-IF
           EVALUATE TRUE
               WHEN DD-ID-NUMERO = SPACES
                   MOVE "CEDU" TO WS-MOTIVO-REVISION
               WHEN DD-FECHA-DEFUNCION NOT NUMERIC
                   MOVE "FDEF" TO WS-MOTIVO-REVISION
               WHEN DD-FECHA-DEFUNCION = 0
                   MOVE "FDEF" TO WS-MOTIVO-REVISION
               WHEN NOT FECHA-ES-VALIDA
                   MOVE "FDEF" TO WS-MOTIVO-REVISION
               WHEN DD-FECHA-DEFUNCION > WS-FECHA-HOY
                   MOVE "FDEF" TO WS-MOTIVO-REVISION
               WHEN OTHER
                   PERFORM BUSCAR-CEDULA
           END-EVALUATE
           IF WS-MOTIVO-REVISION = SPACES
               PERFORM VER-AVISO-REPETIDO
           END-IF
           IF WS-MOTIVO-REVISION = SPACES AND NOT AVISO-REPETIDO
               PERFORM COMPARAR-PERSONA
           END-IF
           IF WS-MOTIVO-REVISION = SPACES AND NOT AVISO-REPETIDO
               PERFORM APLICAR-DEFUNCION
           END-IF
           IF WS-MOTIVO-REVISION NOT = SPACES
               PERFORM PASAR-A-REVISION
           END-IF.

      * La cedula tiene que llevar a un solo registro; con dos o mas
      * (un duplicado sin fusionar) no se sabe cual es la persona.
       BUSCAR-CEDULA.
           MOVE 0 TO WS-COINCIDENCIAS
           MOVE "N" TO WS-FIN-CEDULA
           MOVE DD-ID-NUMERO TO MR-ID-NUMERO
           START NOMBRE-MASTER KEY IS = MR-ID-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIN-CEDULA
           END-START
           IF WS-MASTER-STATUS NOT = "00" AND NOT FIN-CEDULA
               MOVE "S" TO WS-FIN-CEDULA
           END-IF
           PERFORM LEER-SIGUIENTE-CEDULA UNTIL FIN-CEDULA
           EVALUATE WS-COINCIDENCIAS
               WHEN 0
                   MOVE "NOEX" TO WS-MOTIVO-REVISION
               WHEN 1
                   MOVE WS-ID-HALLADO TO MR-ID-REGISTRO
                   READ NOMBRE-MASTER
                       INVALID KEY
                           MOVE "NOEX" TO WS-MOTIVO-REVISION
                       NOT INVALID KEY
                           MOVE "S" TO WS-REGISTRO-LEIDO
                   END-READ
               WHEN OTHER
                   MOVE "DUPL" TO WS-MOTIVO-REVISION
           END-EVALUATE.

       LEER-SIGUIENTE-CEDULA.
           READ NOMBRE-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-CEDULA
               NOT AT END
                   IF MR-ID-NUMERO = DD-ID-NUMERO
                       ADD 1 TO WS-COINCIDENCIAS
                       IF WS-COINCIDENCIAS = 1
                           MOVE MR-ID-REGISTRO TO WS-ID-HALLADO
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

      * Un aviso ya registrado en NOMBRDEF (el registro civil lo
      * volvio a mandar) solo se lista; no se revisa ni se aplica.
       VER-AVISO-REPETIDO.
           MOVE MR-ID-REGISTRO TO DF-ID-REGISTRO
           READ DEFUNCION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-AVISO-REPETIDO
                   ADD 1 TO WS-YA-AVISADOS
                   MOVE "YA AVISADO" TO WS-RESULTADO
                   PERFORM ESCRIBIR-DETALLE
           END-READ.

       COMPARAR-PERSONA.
           MOVE FUNCTION UPPER-CASE(DD-NOMBRE) TO WS-ORIGEN
           PERFORM ARMAR-CLAVE
           MOVE WS-CLAVE TO WS-CLAVE-AVISO
           MOVE FUNCTION UPPER-CASE(MR-NOMBRE) TO WS-ORIGEN
           PERFORM ARMAR-CLAVE
           MOVE WS-CLAVE TO WS-CLAVE-MAESTRO
           IF WS-CLAVE-AVISO NOT = WS-CLAVE-MAESTRO
               MOVE "NOMB" TO WS-MOTIVO-REVISION
           END-IF
           IF WS-MOTIVO-REVISION = SPACES
               MOVE FUNCTION UPPER-CASE(DD-APELLIDO) TO WS-ORIGEN
               PERFORM ARMAR-CLAVE
               MOVE WS-CLAVE TO WS-CLAVE-AVISO
               MOVE FUNCTION UPPER-CASE(MR-APELLIDO) TO WS-ORIGEN
               PERFORM ARMAR-CLAVE
               MOVE WS-CLAVE TO WS-CLAVE-MAESTRO
               IF WS-CLAVE-AVISO NOT = WS-CLAVE-MAESTRO
                   MOVE "NOMB" TO WS-MOTIVO-REVISION
               END-IF
           END-IF
           IF WS-MOTIVO-REVISION = SPACES
                   AND DD-FECHA-NACIMIENTO IS NUMERIC
                   AND DD-FECHA-NACIMIENTO > 0
                   AND MR-FECHA-NACIMIENTO IS NUMERIC
                   AND MR-FECHA-NACIMIENTO > 0
                   AND DD-FECHA-NACIMIENTO NOT = MR-FECHA-NACIMIENTO
               MOVE "FNAC" TO WS-MOTIVO-REVISION
           END-IF
      * Una defuncion anterior al nacimiento registrado no se aplica.
           IF WS-MOTIVO-REVISION = SPACES
                   AND MR-FECHA-NACIMIENTO IS NUMERIC
                   AND MR-FECHA-NACIMIENTO > 0
                   AND DD-FECHA-DEFUNCION < MR-FECHA-NACIMIENTO
               MOVE "FDEF" TO WS-MOTIVO-REVISION
           END-IF.

       ARMAR-CLAVE.
           MOVE SPACES TO WS-CLAVE
           MOVE 0 TO WS-LARGO-CLAVE
           PERFORM COPIAR-CARACTER-CLAVE
               VARYING WS-IX-ORIGEN FROM 1 BY 1
               UNTIL WS-IX-ORIGEN > 30.

       COPIAR-CARACTER-CLAVE.
           MOVE WS-ORIGEN(WS-IX-ORIGEN:1) TO WS-CARACTER
           IF WS-CARACTER IS NUMERIC
                   OR (WS-CARACTER IS ALPHABETIC
                       AND WS-CARACTER NOT = SPACE)
               ADD 1 TO WS-LARGO-CLAVE
               MOVE WS-CARACTER TO WS-CLAVE(WS-LARGO-CLAVE:1)
           END-IF.

      * El registro activo pasa a inactivo y el cambio va al journal
      * (Extrahr lo manda a HR/CRM); el inactivo queda como esta. En
      * los dos casos NOMBRDEF guarda la defuncion y su fecha.
       APLICAR-DEFUNCION.
           IF MR-ESTADO = "I"
               MOVE "YA INACTIV" TO WS-RESULTADO
           ELSE
               MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-ANTES
               MOVE "I" TO MR-ESTADO
               REWRITE NOMBRE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Error al actualizar el registro "
                           MR-ID-REGISTRO ": " WS-MASTER-STATUS
               END-REWRITE
               IF WS-MASTER-STATUS = "00"
                       OR WS-MASTER-STATUS = "02"
                   MOVE "C" TO WS-ACCION-JRNL
                   MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-DESPUES
                   PERFORM GRABAR-JOURNAL
                   MOVE "INACTIVADO" TO WS-RESULTADO
               ELSE
                   MOVE "ERRG" TO WS-MOTIVO-REVISION
               END-IF
           END-IF
           IF WS-MOTIVO-REVISION = SPACES
               PERFORM GRABAR-DEFUNCION
           END-IF
           IF WS-MOTIVO-REVISION = SPACES
               IF WS-RESULTADO = "INACTIVADO"
                   ADD 1 TO WS-INACTIVADOS
               ELSE
                   ADD 1 TO WS-YA-INACTIVOS
               END-IF
               PERFORM ESCRIBIR-DETALLE
           END-IF.

       GRABAR-DEFUNCION.
           MOVE SPACES TO DEFUNCION-RECORD
           MOVE MR-ID-REGISTRO TO DF-ID-REGISTRO
           MOVE DD-FECHA-DEFUNCION TO DF-FECHA-DEFUNCION
           MOVE DD-ID-NUMERO TO DF-ID-NUMERO
           MOVE "R" TO DF-ORIGEN
           MOVE WS-FECHA-ARCHIVO TO DF-FECHA-ARCHIVO
           MOVE FUNCTION CURRENT-DATE(1:14) TO DF-MARCADO
           MOVE WS-OPERADOR TO DF-OPERADOR
           WRITE DEFUNCION-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar NOMBRDEF para el registro "
                       DF-ID-REGISTRO ": " WS-DEFUNCION-STATUS
           END-WRITE
           IF WS-DEFUNCION-STATUS NOT = "00"
               MOVE "ERRG" TO WS-MOTIVO-REVISION
           END-IF.

       PASAR-A-REVISION.
           ADD 1 TO WS-A-REVISAR
           EVALUATE WS-MOTIVO-REVISION
               WHEN "NOEX"
                   ADD 1 TO WS-REV-NOEX
               WHEN "DUPL"
                   ADD 1 TO WS-REV-DUPL
               WHEN "NOMB"
                   ADD 1 TO WS-REV-NOMB
               WHEN "FNAC"
                   ADD 1 TO WS-REV-FNAC
               WHEN "FDEF"
                   ADD 1 TO WS-REV-FDEF
               WHEN "CEDU"
                   ADD 1 TO WS-REV-CEDU
               WHEN "TIPO"
                   ADD 1 TO WS-REV-TIPO
               WHEN "ERRG"
                   ADD 1 TO WS-REV-GRABAR
           END-EVALUATE
           MOVE "REVISAR" TO WS-RESULTADO
           PERFORM ESCRIBIR-DETALLE
           IF REGISTRO-LEIDO
               PERFORM ESCRIBIR-COMPARACION
           END-IF.

       CONCILIAR-CARGA.
           IF NOT TRAILER-LEIDO
               MOVE "S" TO WS-CARGA-RECHAZADA
               MOVE "TRAILER AUSENTE" TO WS-MOTIVO-CARGA
           ELSE
               IF WS-CANT-ESPERADA NOT = WS-DETALLES-LEIDOS
                   MOVE "S" TO WS-CARGA-RECHAZADA
                   MOVE "CANTIDAD NO CONCILIA" TO WS-MOTIVO-CARGA
               END-IF
           END-IF.

       GRABAR-JOURNAL.
           CALL "Jrnlnom" USING WS-ACCION-JRNL WS-IMAGEN-ANTES
               WS-IMAGEN-DESPUES WS-OPERADOR WS-PROGRAMA-JRNL.

       ESCRIBIR-CABECERA.
           MOVE WS-FECHA-HOY TO WS-REP-FECHA-HOY
           MOVE WS-FECHA-ARCHIVO TO WS-REP-FECHA-ARCH
           WRITE REPORT-LINE FROM WS-REP-TITULO
           WRITE REPORT-LINE FROM WS-REP-FECHA
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-REP-COLUMNAS.

       ESCRIBIR-DETALLE.
           MOVE SPACES TO WS-RD-CEDULA WS-RD-FECHA WS-RD-ID
               WS-RD-TEXTO
           IF DD-TIPO-REGISTRO = "D"
               MOVE DD-ID-NUMERO TO WS-RD-CEDULA
               MOVE DD-FECHA-DEFUNCION TO WS-RD-FECHA
               STRING DD-APELLIDO DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   DD-NOMBRE DELIMITED BY "  "
                   INTO WS-RD-TEXTO
           ELSE
               MOVE DEFIN-DETALLE(1:29) TO WS-RD-TEXTO
           END-IF
           IF WS-ID-HALLADO > 0
               MOVE WS-ID-HALLADO TO WS-RD-ID
           END-IF
           MOVE WS-RESULTADO TO WS-RD-RESULTADO
           MOVE WS-MOTIVO-REVISION TO WS-RD-MOTIVO
           WRITE REPORT-LINE FROM WS-REP-DETALLE.

      * Para NOMB y FNAC, los datos del registro al lado del aviso.
       ESCRIBIR-COMPARACION.
           MOVE SPACES TO WS-RM-NOMBRE
           STRING MR-APELLIDO DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               MR-NOMBRE DELIMITED BY "  "
               INTO WS-RM-NOMBRE
           MOVE MR-FECHA-NACIMIENTO TO WS-RM-FECHA-NAC
           WRITE REPORT-LINE FROM WS-REP-MAESTRO
           IF DD-FECHA-NACIMIENTO IS NUMERIC
               MOVE DD-FECHA-NACIMIENTO TO WS-RA-FECHA-NAC
           ELSE
               MOVE 0 TO WS-RA-FECHA-NAC
           END-IF
           WRITE REPORT-LINE FROM WS-REP-AVISO-NAC.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RESUMEN" TO WS-REP-SECCION
           WRITE REPORT-LINE FROM WS-REP-SECCION
           MOVE "AVISOS LEIDOS" TO WS-RL-CONCEPTO
           MOVE WS-DETALLES-LEIDOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "REGISTROS INACTIVADOS" TO WS-RL-CONCEPTO
           MOVE WS-INACTIVADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "YA INACTIVOS, MARCADOS" TO WS-RL-CONCEPTO
           MOVE WS-YA-INACTIVOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "YA AVISADOS ANTES" TO WS-RL-CONCEPTO
           MOVE WS-YA-AVISADOS TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "PARA REVISION" TO WS-RL-CONCEPTO
           MOVE WS-A-REVISAR TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CEDULA SIN REGISTRO" TO WS-RL-CONCEPTO
           MOVE WS-REV-NOEX TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  CEDULA EN VARIOS REGISTROS" TO WS-RL-CONCEPTO
           MOVE WS-REV-DUPL TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  NOMBRE NO COINCIDE" TO WS-RL-CONCEPTO
           MOVE WS-REV-NOMB TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  F. NACIMIENTO NO COINCIDE" TO WS-RL-CONCEPTO
           MOVE WS-REV-FNAC TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  F. DEFUNCION INVALIDA" TO WS-RL-CONCEPTO
           MOVE WS-REV-FDEF TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  SIN CEDULA" TO WS-RL-CONCEPTO
           MOVE WS-REV-CEDU TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  TIPO DESCONOCIDO" TO WS-RL-CONCEPTO
           MOVE WS-REV-TIPO TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "  ERROR AL GRABAR" TO WS-RL-CONCEPTO
           MOVE WS-REV-GRABAR TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           MOVE "AVISOS ESPERADOS (TRAILER)" TO WS-RL-CONCEPTO
           MOVE WS-CANT-ESPERADA TO WS-RL-CANTIDAD
           WRITE REPORT-LINE FROM WS-REP-LINEA
           IF CARGA-RECHAZADA
               MOVE SPACES TO WS-REP-AVISO
               STRING "*** CARGA NO CONCILIADA: " WS-MOTIVO-CARGA
                   DELIMITED BY SIZE INTO WS-REP-AVISO
               WRITE REPORT-LINE FROM WS-REP-AVISO
           ELSE
               MOVE "CARGA CONCILIADA" TO WS-REP-AVISO
               WRITE REPORT-LINE FROM WS-REP-AVISO
           END-IF.

       END PROGRAM  Defunom.
