      * Purpose: Interactive maintenance menu for NOMBRE-MASTER -
      *          add / change / delete / inquire, keyed by
      *          MR-ID-REGISTRO. Built on top of the same
      *          accept-and-validate logic Aceptando uses. Alta,
      *          cambio, baja and estado are each checked against the
      *          operator's NOMBRPER security profile through Autnom
      *          before anything is asked or written. Fusion merges
      *          a duplicate pair found by the Dupnom sweep: the clerk
      *          names the surviving and the absorbed MR-ID-REGISTRO,
      *          picks which value to keep wherever the two differ
      *          (blanks on the survivor are filled from the absorbed
      *          record), the survivor is rewritten and journaled as a
      *          cambio and the absorbed record is deleted and
      *          journaled as a baja, so Extrahr sends both to HR.
      *          Cambios programados: a cambio (CAMBIO) or an estado
      *          change (ESTADO) can be scheduled for a later
      *          effective date instead of applied now; it is kept in
      *          the NOMBRPND pending-change file (CPPEND) until the
      *          nightly Pendnom applies it, and can be listed or
      *          cancelled per registration here. Consulta, cambio,
      *          baja and estado warn when the registration has
      *          changes pending so they are not overwritten unseen;
      *          a baja shows its warnings and then asks the clerk to
      *          confirm. Before a fusion is confirmed the pending
      *          changes of both registrations are listed, a full
      *          cambio still scheduled for the survivor called out
      *          because it will overwrite the merged values; the
      *          absorbed record's pending changes are deleted with
      *          the fusion.
      *          Vinculos: option V records, lists and removes the
      *          links between two registrations kept in NOMBRVIN
      *          (CPVINC: guardian of a dependent, spouses or same
      *          household), guarded by CAMBIO; consulta lists a
      *          person's links, a baja warns when it leaves links
      *          behind, and a fusion moves the absorbed record's
      *          links to the survivor.
      *          Fallecidos: consulta and estado show when NOMBRDEF
      *          (CPDEFU) records the registration as deceased; the
      *          estado option also takes (F)allecido, which sets the
      *          registration inactive and records the death and its
      *          date for cases Defunom left for review, and setting
      *          a deceased registration active again (a death
      *          notified in error) removes that record once the
      *          clerk confirms. A fusion moves the absorbed
      *          record's deceased record to the survivor (kept
      *          inactive), unless the survivor already has its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "ACEPTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-ID-REGISTRO
               FILE STATUS IS WS-DEFUNCION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRE-MASTER.
           COPY CPNOMB.
       FD  AUDIT-FILE.
           COPY CPAUDIT.
       FD  PENDIENTE-FILE.
           COPY CPPEND.
       FD  VINCULO-FILE.
           COPY CPVINC.
       FD  DEFUNCION-FILE.
           COPY CPDEFU.
       WORKING-STORAGE SECTION.
       01 Nombre PIC X(30).
       01 Apellido PIC X(30).
       01 Direccion PIC X(40).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-PENDIENTE-STATUS PIC X(2).
       01 WS-VINCULO-STATUS PIC X(2).
       01 WS-DEFUNCION-STATUS PIC X(2).
       01 WS-OPERADOR PIC X(8).
       01 WS-NEXT-ID PIC 9(6).
       01 WS-ID-BUSCADO PIC 9(6).
           88 OPCION-CONSULTA VALUE "I" "i".
           88 OPCION-BUSQUEDA VALUE "B" "b".
           88 OPCION-ESTADO VALUE "M" "m".
           88 OPCION-FUSION VALUE "F" "f".
           88 OPCION-PROGRAMADOS VALUE "P" "p".
           88 OPCION-VINCULOS VALUE "V" "v".
           88 OPCION-SALIR VALUE "S" "s".
       01 WS-TIPO-BUSQUEDA PIC X VALUE SPACE.
           88 BUSCA-NOMBRE VALUE "N" "n".
       01 WS-NUEVO-ESTADO PIC X VALUE SPACE.
           88 NUEVO-ESTADO-ACTIVO VALUE "A" "a".
           88 NUEVO-ESTADO-INACTIVO VALUE "I" "i".
           88 NUEVO-ESTADO-FALLECIDO VALUE "F" "f".
       01 WS-ES-FALLECIDO PIC X VALUE "N".
           88 ES-FALLECIDO VALUE "S".
       01 WS-FECHA-DEFUNCION PIC 9(8).
       01 WS-CONFIRMA-REACTIVA PIC X VALUE "N".
           88 CONFIRMA-REACTIVA VALUE "S" "s".
       01 WS-FUNCION-AUT PIC X(8).
       01 WS-PROGRAMA-AUT PIC X(9) VALUE "Mantnom".
       01 WS-RESULTADO-AUT PIC X(1).
           88 OPERADOR-AUTORIZADO VALUE "0".
       01 WS-ID-SUPERVIVIENTE PIC 9(6).
       01 WS-ID-ABSORBIDO PIC 9(6).
       01 WS-ABSORBIDO-LEIDO PIC X VALUE "N".
           88 ABSORBIDO-LEIDO VALUE "S".
       01 WS-ORIGEN-FUSION PIC X VALUE SPACE.
           88 ORIGEN-SUPERVIVIENTE VALUE "1".
           88 ORIGEN-ABSORBIDO VALUE "2".
           88 ORIGEN-VALIDO VALUE "1" "2".
       01 WS-CONFIRMA-FUSION PIC X VALUE "N".
           88 CONFIRMA-FUSION VALUE "S" "s".
       01 WS-CONFIRMA-BAJA PIC X VALUE "N".
           88 CONFIRMA-BAJA VALUE "S" "s".
       01 WS-PEND-ABSORBIDO PIC 9(3) VALUE 0.
       01 WS-PEND-QUITADOS PIC 9(3) VALUE 0.
       01 WS-ABSORBIDO-FALLECIDO PIC X VALUE "N".
           88 ABSORBIDO-FALLECIDO VALUE "S".
       01 WS-DEFUNCION-ABSORBIDO PIC X(80).
           COPY CPNOMB REPLACING
               ==NOMBRE-MASTER-RECORD== BY ==REGISTRO-ABSORBIDO==
               LEADING ==MR-== BY ==FA-==.
       01 WS-OPCION-PROGRAMADA PIC X VALUE SPACE.
           88 PROGRAMA-CAMBIO VALUE "C" "c".
           88 PROGRAMA-ESTADO VALUE "M" "m".
           88 LISTA-PROGRAMADOS VALUE "L" "l".
           88 CANCELA-PROGRAMADO VALUE "X" "x".
       01 WS-FECHA-HOY PIC 9(8).
       01 WS-FECHA-EFECTIVA PIC 9(8) VALUE 0.
       01 WS-FECHA-ACEPTADA PIC X VALUE "N".
           88 FECHA-ACEPTADA VALUE "S".
       01 WS-CANT-PENDIENTES PIC 9(3) VALUE 0.
       01 WS-PRIMERA-PENDIENTE PIC 9(8) VALUE 0.
       01 WS-FIN-PENDIENTES PIC X VALUE "N".
           88 FIN-PENDIENTES VALUE "S".
       01 WS-MOSTRAR-PENDIENTES PIC X VALUE "N".
           88 MOSTRAR-PENDIENTES VALUE "S".
       01 WS-CANT-PEND-CAMBIO PIC 9(3) VALUE 0.
       01 WS-AVISO-FUSION PIC X VALUE "N".
           88 AVISO-FUSION VALUE "S".
       01 WS-CONFIRMA-CANCELA PIC X VALUE "N".
           88 CONFIRMA-CANCELA VALUE "S" "s".
       01 WS-OPCION-VINCULO PIC X VALUE SPACE.
           88 AGREGA-VINCULO VALUE "A" "a".
           88 LISTA-VINCULOS VALUE "L" "l".
           88 QUITA-VINCULO VALUE "Q" "q".
       01 WS-TIPO-VINCULO PIC X VALUE SPACE.
           88 VINCULO-TUTOR VALUE "T" "t".
           88 VINCULO-CONYUGE VALUE "C" "c".
           88 VINCULO-HOGAR VALUE "H" "h".
       01 WS-VIN-ID-1 PIC 9(6).
       01 WS-VIN-ID-2 PIC 9(6).
       01 WS-VIN-ID-AUX PIC 9(6).
       01 WS-VIN-OTRO PIC 9(6).
       01 WS-VIN-TEXTO PIC X(17).
       01 WS-ID-VINCULOS PIC 9(6).
       01 WS-CANT-VINCULOS PIC 9(3) VALUE 0.
       01 WS-FIN-VINCULOS PIC X VALUE "N".
           88 FIN-VINCULOS VALUE "S".
       01 WS-MODO-VINCULOS PIC X VALUE "C".
           88 VINCULOS-CONTAR VALUE "C".
           88 VINCULOS-MOSTRAR VALUE "M".
           88 VINCULOS-RECOGER VALUE "R".
       01 WS-VINCULO-VALIDO PIC X VALUE "N".
           88 VINCULO-VALIDO VALUE "S".
       01 WS-VINCULO-EXISTE PIC X VALUE "N".
           88 VINCULO-EXISTE VALUE "S".
       01 WS-CONFIRMA-VINCULO PIC X VALUE "N".
           88 CONFIRMA-VINCULO VALUE "S" "s".
      * Vinculos del registro absorbido en una fusion, que pasan al
      * registro que sobrevive.
       01 WS-VINCULOS-MOVER.
           05 WS-VM-ENTRADA OCCURS 50 TIMES.
               10 WS-VM-ORIGEN PIC 9(6).
               10 WS-VM-DESTINO PIC 9(6).
               10 WS-VM-TIPO PIC X(1).
               10 WS-VM-ALTA PIC 9(14).
               10 WS-VM-OPERADOR PIC X(8).
       01 WS-CANT-MOVER PIC 9(3) VALUE 0.
       01 WS-MAX-MOVER PIC 9(3) VALUE 50.
       01 WS-IX-VIN PIC 9(3).
       01 WS-VIN-MOVIDOS PIC 9(3) VALUE 0.
       01 WS-VIN-DESCARTADOS PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TOMAR-BLOQUEO-MAESTRO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRIR-MASTER
               PERFORM ABRIR-PENDIENTES
               PERFORM ABRIR-VINCULOS
               PERFORM ABRIR-DEFUNCIONES
               PERFORM ABRIR-AUDITORIA
               PERFORM MOSTRAR-MENU UNTIL OPCION-SALIR
               CLOSE NOMBRE-MASTER
               CLOSE PENDIENTE-FILE
               CLOSE VINCULO-FILE
               CLOSE DEFUNCION-FILE
               CLOSE AUDIT-FILE
               PERFORM SOLTAR-BLOQUEO-MAESTRO
           END-IF
           DISPLAY "  I - Consulta (inquire)"
           DISPLAY "  B - Busqueda (por nombre, apellido o numero)"
           DISPLAY "  M - Marcar estado (activo / inactivo)"
           DISPLAY "  F - Fusionar registros duplicados"
           DISPLAY "  P - Cambios programados (con fecha efectiva)"
           DISPLAY "  V - Vinculos familiares y de hogar"
           DISPLAY "  S - Salir"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION
           EVALUATE TRUE
               WHEN OPCION-ALTA
                   MOVE "ALTA" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM ALTA-REGISTRO
                   END-IF
               WHEN OPCION-CAMBIO
                   MOVE "CAMBIO" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM CAMBIO-REGISTRO
                   END-IF
               WHEN OPCION-BAJA
                   MOVE "BAJA" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM BAJA-REGISTRO
                   END-IF
               WHEN OPCION-CONSULTA
                   PERFORM CONSULTA-REGISTRO
               WHEN OPCION-BUSQUEDA
                   PERFORM BUSQUEDA-REGISTROS
               WHEN OPCION-ESTADO
                   MOVE "ESTADO" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM MARCAR-ESTADO
                   END-IF
               WHEN OPCION-FUSION
                   MOVE "FUSION" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM FUSIONAR-REGISTROS
                   END-IF
               WHEN OPCION-PROGRAMADOS
                   PERFORM CAMBIOS-PROGRAMADOS
               WHEN OPCION-VINCULOS
                   PERFORM VINCULOS-REGISTRO
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "No existe un registro con ese ID."
               NOT INVALID KEY
                   MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-ANTES
                   PERFORM AVISAR-PENDIENTES
                   PERFORM PEDIR-DATOS-CAMBIO
                   MOVE Nombre TO MR-NOMBRE
                   MOVE FUNCTION UPPER-CASE(Nombre) TO MR-NOMBRE-NORM
                   MOVE Apellido TO MR-APELLIDO
                   END-IF
           END-READ.

      * Muestra los valores actuales y pide todos los campos nuevos
      * con las mismas ediciones del alta; la usan el cambio inmediato
      * y el cambio programado.
       PEDIR-DATOS-CAMBIO.
           DISPLAY "Nombre actual   : " MR-NOMBRE
           DISPLAY "Apellido actual : " MR-APELLIDO
           DISPLAY "ID actual       : " MR-ID-NUMERO
           DISPLAY "F. Nac. actual  : " MR-FECHA-NACIMIENTO
           DISPLAY "Telefono actual : " MR-TELEFONO
           DISPLAY "Direccion actual: " MR-DIRECCION
           MOVE "N" TO WS-NOMBRE-VALIDO
           PERFORM UNTIL NOMBRE-ES-VALIDO
               DISPLAY "Introduzca el nuevo nombre: "
               ACCEPT Nombre
               CALL "Valnom" USING Nombre WS-NOMBRE-VALIDO
               IF NOT NOMBRE-ES-VALIDO
                   DISPLAY
                       "Nombre invalido, no puede ir en blanco."
               END-IF
           END-PERFORM
           MOVE "N" TO WS-APELLIDO-VALIDO
           PERFORM UNTIL APELLIDO-ES-VALIDO
               DISPLAY "Introduzca el nuevo apellido: "
               ACCEPT Apellido
               CALL "Valnom" USING Apellido WS-APELLIDO-VALIDO
               IF NOT APELLIDO-ES-VALIDO
                   DISPLAY
                       "Apellido invalido, no puede ir en "
                       "blanco."
               END-IF
           END-PERFORM
           MOVE "N" TO WS-IDNUM-VALIDO
           MOVE "N" TO WS-IDFMT-VALIDO
           PERFORM UNTIL IDNUM-ES-VALIDO AND IDFMT-ES-VALIDO
               DISPLAY "Nuevo numero de identificacion: "
               ACCEPT Id-Numero
               MOVE Id-Numero TO WS-IDNUM-CHECK
               CALL "Valnom" USING WS-IDNUM-CHECK
                   WS-IDNUM-VALIDO
               CALL "Validn" USING Id-Numero WS-IDFMT-VALIDO
               IF NOT IDNUM-ES-VALIDO
                   DISPLAY "Numero de identificacion invalido."
               ELSE
                   IF NOT IDFMT-ES-VALIDO
                       DISPLAY "El numero de identificacion "
                           "no cumple el formato de cedula "
                           "(solo digitos y guiones)."
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FECHA-VALIDA
           PERFORM UNTIL FECHA-ES-VALIDA
               DISPLAY "Nueva fecha de nacimiento (AAAAMMDD, "
                   "0 = sin dato): "
               ACCEPT Fecha-Nacimiento
               CALL "Valfec" USING Fecha-Nacimiento
                   WS-FECHA-VALIDA
               IF NOT FECHA-ES-VALIDA
                   DISPLAY "Fecha de nacimiento invalida: "
                       "debe ser una fecha real, no futura "
                       "y de edad plausible."
               END-IF
           END-PERFORM
           MOVE "N" TO WS-TELEFONO-VALIDO
           PERFORM UNTIL TELEFONO-ES-VALIDO
               DISPLAY "Nuevo telefono (vacio = sin dato): "
               ACCEPT Telefono
               CALL "Valtel" USING Telefono
                   WS-TELEFONO-VALIDO
               IF NOT TELEFONO-ES-VALIDO
                   DISPLAY "Telefono invalido: solo digitos "
                       "y signos telefonicos, con al menos "
                       "seis digitos."
               END-IF
           END-PERFORM
           DISPLAY "Nueva direccion: "
           ACCEPT Direccion.

       BAJA-REGISTRO.
           PERFORM PEDIR-ID
           MOVE WS-ID-BUSCADO TO MR-ID-REGISTRO
                   DISPLAY "No existe un registro con ese ID."
               NOT INVALID KEY
                   MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-ANTES
                   DISPLAY "Registro " MR-ID-REGISTRO ": " MR-NOMBRE
                       " " MR-APELLIDO
                   PERFORM AVISAR-PENDIENTES
                   PERFORM AVISAR-VINCULOS
                   DISPLAY "Confirma la baja del registro "
                       MR-ID-REGISTRO "? (S/N): "
                   ACCEPT WS-CONFIRMA-BAJA
                   IF CONFIRMA-BAJA
                       PERFORM ELIMINAR-REGISTRO
                   ELSE
                       DISPLAY "Baja cancelada, el registro no se "
                           "modifico."
                   END-IF
           END-READ.

       ELIMINAR-REGISTRO.
           DELETE NOMBRE-MASTER RECORD
               INVALID KEY
                   DISPLAY "Error al eliminar: " WS-MASTER-STATUS
           END-DELETE
           IF WS-MASTER-STATUS = "00"
               DISPLAY "Registro eliminado."
               MOVE "B" TO WS-ACCION-JRNL
               MOVE SPACES TO WS-IMAGEN-DESPUES
               PERFORM GRABAR-JOURNAL
           END-IF.

       CONSULTA-REGISTRO.
           PERFORM PEDIR-ID
           MOVE WS-ID-BUSCADO TO MR-ID-REGISTRO
                   DISPLAY "Telefono : " MR-TELEFONO
                   DISPLAY "Direccion: " MR-DIRECCION
                   DISPLAY "Estado   : " MR-ESTADO
                   PERFORM VER-FALLECIDO
                   PERFORM AVISAR-PENDIENTES
                   MOVE WS-ID-BUSCADO TO WS-ID-VINCULOS
                   MOVE "M" TO WS-MODO-VINCULOS
                   PERFORM RECORRER-VINCULOS
           END-READ.

       MARCAR-ESTADO.
                   MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-ANTES
                   DISPLAY "Registro " MR-ID-REGISTRO " ("
                       MR-NOMBRE ") estado actual: " MR-ESTADO
                   PERFORM VER-FALLECIDO
                   PERFORM AVISAR-PENDIENTES
                   DISPLAY "Nuevo estado, (A)ctivo, (I)nactivo o "
                       "(F)allecido: "
                   ACCEPT WS-NUEVO-ESTADO
                   EVALUATE TRUE
                       WHEN NUEVO-ESTADO-ACTIVO
                           PERFORM REACTIVAR-REGISTRO
                       WHEN NUEVO-ESTADO-INACTIVO
                           MOVE "I" TO MR-ESTADO
                           PERFORM REGRABAR-ESTADO
                       WHEN NUEVO-ESTADO-FALLECIDO
                           PERFORM MARCAR-FALLECIDO
                       WHEN OTHER
                           DISPLAY "Estado invalido, el registro no "
                               "se modifico."
               PERFORM GRABAR-JOURNAL
           END-IF.

      * Fallecidos: la defuncion se guarda en NOMBRDEF (Defunom o la
      * opcion F de aqui) y el registro queda inactivo.
       VER-FALLECIDO.
           MOVE "N" TO WS-ES-FALLECIDO
           MOVE MR-ID-REGISTRO TO DF-ID-REGISTRO
           READ DEFUNCION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ES-FALLECIDO
                   IF DF-ORIGEN = "R"
                       DISPLAY "Fallecido el " DF-FECHA-DEFUNCION
                           " (aviso del registro civil del "
                           DF-FECHA-ARCHIVO ")"
                   ELSE
                       DISPLAY "Fallecido el " DF-FECHA-DEFUNCION
                           " (marcado por " DF-OPERADOR ")"
                   END-IF
           END-READ.

       REACTIVAR-REGISTRO.
           MOVE "S" TO WS-CONFIRMA-REACTIVA
           IF ES-FALLECIDO
               DISPLAY "El registro figura como fallecido; confirma "
                   "reactivarlo y quitar la marca? (S/N): "
               ACCEPT WS-CONFIRMA-REACTIVA
           END-IF
           IF CONFIRMA-REACTIVA
               MOVE "A" TO MR-ESTADO
               PERFORM REGRABAR-ESTADO
               IF ES-FALLECIDO AND (WS-MASTER-STATUS = "00"
                       OR WS-MASTER-STATUS = "02")
                   DELETE DEFUNCION-FILE RECORD
                       INVALID KEY
                           DISPLAY "Error al quitar la marca de "
                               "fallecido: " WS-DEFUNCION-STATUS
                   END-DELETE
                   IF WS-DEFUNCION-STATUS = "00"
                       DISPLAY "Marca de fallecido quitada."
                   END-IF
               END-IF
           ELSE
               DISPLAY "El registro no se modifico."
           END-IF.

       MARCAR-FALLECIDO.
           IF ES-FALLECIDO
               DISPLAY "El registro ya figura como fallecido, no se "
                   "modifico."
           ELSE
               DISPLAY "Fecha de defuncion (AAAAMMDD): "
               ACCEPT WS-FECHA-DEFUNCION
               CALL "Valfec" USING WS-FECHA-DEFUNCION WS-FECHA-VALIDA
               IF NOT FECHA-ES-VALIDA OR WS-FECHA-DEFUNCION = 0
                   DISPLAY "Fecha de defuncion invalida, el registro "
                       "no se modifico."
               ELSE
                   MOVE "00" TO WS-MASTER-STATUS
                   IF MR-ESTADO NOT = "I"
                       MOVE "I" TO MR-ESTADO
                       PERFORM REGRABAR-ESTADO
                   END-IF
                   IF WS-MASTER-STATUS = "00"
                           OR WS-MASTER-STATUS = "02"
                       PERFORM GRABAR-FALLECIDO
                   END-IF
               END-IF
           END-IF.

       GRABAR-FALLECIDO.
           MOVE SPACES TO DEFUNCION-RECORD
           MOVE MR-ID-REGISTRO TO DF-ID-REGISTRO
           MOVE WS-FECHA-DEFUNCION TO DF-FECHA-DEFUNCION
           MOVE MR-ID-NUMERO TO DF-ID-NUMERO
           MOVE "M" TO DF-ORIGEN
           MOVE 0 TO DF-FECHA-ARCHIVO
           MOVE FUNCTION CURRENT-DATE(1:14) TO DF-MARCADO
           MOVE WS-OPERADOR TO DF-OPERADOR
           WRITE DEFUNCION-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar la marca de fallecido: "
                       WS-DEFUNCION-STATUS
           END-WRITE
           IF WS-DEFUNCION-STATUS = "00"
               DISPLAY "Registro " MR-ID-REGISTRO " marcado como "
                   "fallecido el " DF-FECHA-DEFUNCION "."
           END-IF.

       FUSIONAR-REGISTROS.
           DISPLAY "ID del registro que sobrevive: "
           ACCEPT WS-ID-SUPERVIVIENTE
           DISPLAY "ID del registro absorbido (se dara de baja): "
           ACCEPT WS-ID-ABSORBIDO
           MOVE "N" TO WS-ABSORBIDO-LEIDO
           IF WS-ID-SUPERVIVIENTE = WS-ID-ABSORBIDO
               DISPLAY "Los dos ID son el mismo registro, no hay "
                   "nada que fusionar."
           ELSE
               MOVE WS-ID-ABSORBIDO TO MR-ID-REGISTRO
               READ NOMBRE-MASTER
                   INVALID KEY
                       DISPLAY "No existe el registro absorbido "
                           WS-ID-ABSORBIDO "."
                   NOT INVALID KEY
                       MOVE NOMBRE-MASTER-RECORD TO REGISTRO-ABSORBIDO
                       MOVE "S" TO WS-ABSORBIDO-LEIDO
               END-READ
           END-IF
           IF ABSORBIDO-LEIDO
               MOVE WS-ID-SUPERVIVIENTE TO MR-ID-REGISTRO
               READ NOMBRE-MASTER
                   INVALID KEY
                       DISPLAY "No existe el registro que sobrevive "
                           WS-ID-SUPERVIVIENTE "."
                   NOT INVALID KEY
                       MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-ANTES
                       PERFORM ELEGIR-VALORES-FUSION
                       PERFORM VER-ABSORBIDO-FALLECIDO
                       DISPLAY "Resultado de la fusion en el registro "
                           MR-ID-REGISTRO ":"
                       DISPLAY "Nombre   : " MR-NOMBRE
                       DISPLAY "Apellido : " MR-APELLIDO
                       DISPLAY "ID Numero: " MR-ID-NUMERO
                       DISPLAY "F. Nac.  : " MR-FECHA-NACIMIENTO
                       DISPLAY "Telefono : " MR-TELEFONO
                       DISPLAY "Direccion: " MR-DIRECCION
                       DISPLAY "Estado   : " MR-ESTADO
                       PERFORM AVISAR-FUSION
                       IF WS-PEND-ABSORBIDO > 0
                           DISPLAY "Confirma la fusion, la baja del "
                               "registro " FA-ID-REGISTRO " y el "
                               "borrado de sus " WS-PEND-ABSORBIDO
                               " cambio(s) programado(s)? (S/N): "
                       ELSE
                           DISPLAY "Confirma la fusion y la baja del "
                               "registro " FA-ID-REGISTRO "? (S/N): "
                       END-IF
                       ACCEPT WS-CONFIRMA-FUSION
                       IF CONFIRMA-FUSION
                           PERFORM GRABAR-FUSION
                       ELSE
                           DISPLAY "Fusion cancelada, no se modifico "
                               "ningun registro."
                       END-IF
               END-READ
           END-IF.

       ELEGIR-VALORES-FUSION.
           IF FA-NOMBRE NOT = MR-NOMBRE
               DISPLAY "Nombre    1) " MR-NOMBRE
               DISPLAY "          2) " FA-NOMBRE
               PERFORM PEDIR-ORIGEN-FUSION
               IF ORIGEN-ABSORBIDO
                   MOVE FA-NOMBRE TO MR-NOMBRE
                   MOVE FUNCTION UPPER-CASE(FA-NOMBRE)
                       TO MR-NOMBRE-NORM
               END-IF
           END-IF
           IF FA-APELLIDO NOT = MR-APELLIDO
               DISPLAY "Apellido  1) " MR-APELLIDO
               DISPLAY "          2) " FA-APELLIDO
               PERFORM PEDIR-ORIGEN-FUSION
               IF ORIGEN-ABSORBIDO
                   MOVE FA-APELLIDO TO MR-APELLIDO
               END-IF
           END-IF
           IF MR-ID-NUMERO = SPACES
               MOVE FA-ID-NUMERO TO MR-ID-NUMERO
           ELSE
               IF FA-ID-NUMERO NOT = SPACES
                       AND FA-ID-NUMERO NOT = MR-ID-NUMERO
                   DISPLAY "ID Numero 1) " MR-ID-NUMERO
                   DISPLAY "          2) " FA-ID-NUMERO
                   PERFORM PEDIR-ORIGEN-FUSION
                   IF ORIGEN-ABSORBIDO
                       MOVE FA-ID-NUMERO TO MR-ID-NUMERO
                   END-IF
               END-IF
           END-IF
           IF MR-FECHA-NACIMIENTO = 0
               MOVE FA-FECHA-NACIMIENTO TO MR-FECHA-NACIMIENTO
           ELSE
               IF FA-FECHA-NACIMIENTO NOT = 0
                       AND FA-FECHA-NACIMIENTO NOT =
                           MR-FECHA-NACIMIENTO
                   DISPLAY "F. Nac.   1) " MR-FECHA-NACIMIENTO
                   DISPLAY "          2) " FA-FECHA-NACIMIENTO
                   PERFORM PEDIR-ORIGEN-FUSION
                   IF ORIGEN-ABSORBIDO
                       MOVE FA-FECHA-NACIMIENTO
                           TO MR-FECHA-NACIMIENTO
                   END-IF
               END-IF
           END-IF
           IF MR-TELEFONO = SPACES
               MOVE FA-TELEFONO TO MR-TELEFONO
           ELSE
               IF FA-TELEFONO NOT = SPACES
                       AND FA-TELEFONO NOT = MR-TELEFONO
                   DISPLAY "Telefono  1) " MR-TELEFONO
                   DISPLAY "          2) " FA-TELEFONO
                   PERFORM PEDIR-ORIGEN-FUSION
                   IF ORIGEN-ABSORBIDO
                       MOVE FA-TELEFONO TO MR-TELEFONO
                   END-IF
               END-IF
           END-IF
           IF MR-DIRECCION = SPACES
               MOVE FA-DIRECCION TO MR-DIRECCION
           ELSE
               IF FA-DIRECCION NOT = SPACES
                       AND FA-DIRECCION NOT = MR-DIRECCION
                   DISPLAY "Direccion 1) " MR-DIRECCION
                   DISPLAY "          2) " FA-DIRECCION
                   PERFORM PEDIR-ORIGEN-FUSION
                   IF ORIGEN-ABSORBIDO
                       MOVE FA-DIRECCION TO MR-DIRECCION
                   END-IF
               END-IF
           END-IF.

       PEDIR-ORIGEN-FUSION.
           MOVE SPACE TO WS-ORIGEN-FUSION
           PERFORM PEDIR-UN-ORIGEN UNTIL ORIGEN-VALIDO.

       PEDIR-UN-ORIGEN.
           DISPLAY "Conservar 1 (sobreviviente) o 2 (absorbido): "
           ACCEPT WS-ORIGEN-FUSION
           IF NOT ORIGEN-VALIDO
               DISPLAY "Responda 1 o 2."
           END-IF.

       GRABAR-FUSION.
           REWRITE NOMBRE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Error al actualizar: " WS-MASTER-STATUS
           END-REWRITE
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               MOVE "C" TO WS-ACCION-JRNL
               MOVE NOMBRE-MASTER-RECORD TO WS-IMAGEN-DESPUES
               PERFORM GRABAR-JOURNAL
               MOVE FA-ID-REGISTRO TO MR-ID-REGISTRO
               DELETE NOMBRE-MASTER RECORD
                   INVALID KEY
                       DISPLAY "Error al eliminar el registro "
                           "absorbido: " WS-MASTER-STATUS
               END-DELETE
               IF WS-MASTER-STATUS = "00"
                   MOVE "B" TO WS-ACCION-JRNL
                   MOVE REGISTRO-ABSORBIDO TO WS-IMAGEN-ANTES
                   MOVE SPACES TO WS-IMAGEN-DESPUES
                   PERFORM GRABAR-JOURNAL
                   DISPLAY "Registro " FA-ID-REGISTRO " fusionado en "
                       WS-ID-SUPERVIVIENTE " y dado de baja."
                   PERFORM MOVER-VINCULOS-FUSION
                   PERFORM QUITAR-PENDIENTES-FUSION
                   IF ABSORBIDO-FALLECIDO
                       PERFORM MOVER-DEFUNCION-FUSION
                   END-IF
               END-IF
           END-IF.

      * Si el absorbido figura como fallecido la marca pasa al que
      * sobrevive, que queda inactivo como todo fallecido.
       VER-ABSORBIDO-FALLECIDO.
           MOVE "N" TO WS-ABSORBIDO-FALLECIDO
           MOVE WS-ID-ABSORBIDO TO DF-ID-REGISTRO
           READ DEFUNCION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ABSORBIDO-FALLECIDO
                   MOVE DEFUNCION-RECORD TO WS-DEFUNCION-ABSORBIDO
                   DISPLAY "El registro absorbido figura como "
                       "fallecido el " DF-FECHA-DEFUNCION "; la marca "
                       "pasa al que sobrevive."
                   MOVE "I" TO MR-ESTADO
           END-READ.

      * Antes de confirmar: los cambios programados de los dos
      * registros. Los del absorbido se borran con la fusion; un
      * cambio completo del que sobrevive pisara lo fusionado el dia
      * que Pendnom lo aplique.
       AVISAR-FUSION.
           MOVE "S" TO WS-MOSTRAR-PENDIENTES
           MOVE WS-ID-ABSORBIDO TO WS-ID-BUSCADO
           PERFORM CONTAR-PENDIENTES
           MOVE WS-CANT-PENDIENTES TO WS-PEND-ABSORBIDO
           IF WS-PEND-ABSORBIDO > 0
               DISPLAY "Aviso: los " WS-PEND-ABSORBIDO " cambio(s) "
                   "programado(s) del registro absorbido listados "
                   "arriba se borran con la fusion."
           END-IF
           MOVE "S" TO WS-AVISO-FUSION
           MOVE WS-ID-SUPERVIVIENTE TO WS-ID-BUSCADO
           PERFORM CONTAR-PENDIENTES
           MOVE "N" TO WS-AVISO-FUSION
           MOVE "N" TO WS-MOSTRAR-PENDIENTES
           IF WS-CANT-PENDIENTES > 0
               DISPLAY "Aviso: el registro que sobrevive tiene "
                   WS-CANT-PENDIENTES " cambio(s) programado(s), "
                   "listados arriba, que siguen en pie."
           END-IF
           IF WS-CANT-PEND-CAMBIO > 0
               DISPLAY "*** " WS-CANT-PEND-CAMBIO " de ellos son "
                   "cambios completos que reemplazaran los datos "
                   "fusionados en su fecha efectiva (opcion P para "
                   "cancelarlos). ***"
           END-IF.

       QUITAR-PENDIENTES-FUSION.
           MOVE 0 TO WS-PEND-QUITADOS
           MOVE "N" TO WS-FIN-PENDIENTES
           MOVE WS-ID-ABSORBIDO TO PC-ID-REGISTRO
           MOVE 0 TO PC-FECHA-EFECTIVA
           START PENDIENTE-FILE KEY IS NOT < PC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PENDIENTES
           END-START
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF
           PERFORM QUITAR-PENDIENTE-FUSION UNTIL FIN-PENDIENTES
           IF WS-PEND-QUITADOS > 0
               DISPLAY "Cambios programados del registro absorbido "
                   "borrados: " WS-PEND-QUITADOS
           END-IF.

       QUITAR-PENDIENTE-FUSION.
           READ PENDIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PC-ID-REGISTRO = WS-ID-ABSORBIDO
                       DELETE PENDIENTE-FILE RECORD
                           INVALID KEY
                               DISPLAY "Error al borrar el cambio "
                                   "programado del "
                                   PC-FECHA-EFECTIVA ": "
                                   WS-PENDIENTE-STATUS
                       END-DELETE
                       IF WS-PENDIENTE-STATUS = "00"
                           ADD 1 TO WS-PEND-QUITADOS
                           DISPLAY "  Borrado el cambio programado "
                               "del " PC-FECHA-EFECTIVA
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-PENDIENTES
                   END-IF
           END-READ
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF.

      * La marca de fallecido del absorbido pasa al que sobrevive; si
      * este ya tiene la suya se conserva esa y la otra se borra.
       MOVER-DEFUNCION-FUSION.
           MOVE WS-ID-ABSORBIDO TO DF-ID-REGISTRO
           DELETE DEFUNCION-FILE RECORD
               INVALID KEY
                   DISPLAY "Error al quitar la marca de fallecido del "
                       "registro absorbido: " WS-DEFUNCION-STATUS
           END-DELETE
           IF WS-DEFUNCION-STATUS = "00"
               MOVE WS-ID-SUPERVIVIENTE TO DF-ID-REGISTRO
               READ DEFUNCION-FILE
                   INVALID KEY
                       MOVE WS-DEFUNCION-ABSORBIDO TO DEFUNCION-RECORD
                       MOVE WS-ID-SUPERVIVIENTE TO DF-ID-REGISTRO
                       WRITE DEFUNCION-RECORD
                           INVALID KEY
                               DISPLAY "Error al grabar la marca de "
                                   "fallecido: " WS-DEFUNCION-STATUS
                       END-WRITE
                       IF WS-DEFUNCION-STATUS = "00"
                           DISPLAY "Marca de fallecido pasada al "
                               "registro " WS-ID-SUPERVIVIENTE "."
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "El registro " WS-ID-SUPERVIVIENTE
                           " ya figuraba como fallecido; se conserva "
                           "su marca."
               END-READ
           END-IF.

      * Cambios programados: se guardan en NOMBRPND con su fecha
      * efectiva y el Pendnom de la noche los aplica ese dia.
       CAMBIOS-PROGRAMADOS.
           DISPLAY "Cambios programados con fecha efectiva"
           DISPLAY "  C - Programar un cambio"
           DISPLAY "  M - Programar un cambio de estado"
           DISPLAY "  L - Listar los cambios pendientes de un registro"
           DISPLAY "  X - Cancelar un cambio pendiente"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION-PROGRAMADA
           EVALUATE TRUE
               WHEN PROGRAMA-CAMBIO
                   MOVE "CAMBIO" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM PROGRAMAR-CAMBIO
                   END-IF
               WHEN PROGRAMA-ESTADO
                   MOVE "ESTADO" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM PROGRAMAR-ESTADO
                   END-IF
               WHEN LISTA-PROGRAMADOS
                   PERFORM LISTAR-PENDIENTES
               WHEN CANCELA-PROGRAMADO
                   PERFORM CANCELAR-PENDIENTE
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       PROGRAMAR-CAMBIO.
           PERFORM PEDIR-ID
           MOVE WS-ID-BUSCADO TO MR-ID-REGISTRO
           READ NOMBRE-MASTER
               INVALID KEY
                   DISPLAY "No existe un registro con ese ID."
               NOT INVALID KEY
                   PERFORM AVISAR-PENDIENTES
                   PERFORM PEDIR-FECHA-EFECTIVA
                   IF WS-FECHA-EFECTIVA = 0
                       DISPLAY "No se programo ningun cambio."
                   ELSE
                       PERFORM PEDIR-DATOS-CAMBIO
                       PERFORM PROGRAMAR-CAMBIO-LEIDO
                   END-IF
           END-READ.

       PROGRAMAR-CAMBIO-LEIDO.
           MOVE SPACES TO PENDIENTE-RECORD
           MOVE "C" TO PC-TIPO
           MOVE Nombre TO PC-NOMBRE
           MOVE Apellido TO PC-APELLIDO
           MOVE Id-Numero TO PC-ID-NUMERO
           MOVE Fecha-Nacimiento TO PC-FECHA-NACIMIENTO
           MOVE Telefono TO PC-TELEFONO
           MOVE Direccion TO PC-DIRECCION
           PERFORM GRABAR-PENDIENTE.

       PROGRAMAR-ESTADO.
           PERFORM PEDIR-ID
           MOVE WS-ID-BUSCADO TO MR-ID-REGISTRO
           READ NOMBRE-MASTER
               INVALID KEY
                   DISPLAY "No existe un registro con ese ID."
               NOT INVALID KEY
                   DISPLAY "Registro " MR-ID-REGISTRO " ("
                       MR-NOMBRE ") estado actual: " MR-ESTADO
                   PERFORM AVISAR-PENDIENTES
                   PERFORM PEDIR-FECHA-EFECTIVA
                   IF WS-FECHA-EFECTIVA = 0
                       DISPLAY "No se programo ningun cambio."
                   ELSE
                       PERFORM PROGRAMAR-ESTADO-LEIDO
                   END-IF
           END-READ.

       PROGRAMAR-ESTADO-LEIDO.
           DISPLAY "Nuevo estado, (A)ctivo o (I)nactivo: "
           ACCEPT WS-NUEVO-ESTADO
           MOVE SPACES TO PENDIENTE-RECORD
           MOVE 0 TO PC-FECHA-NACIMIENTO
           MOVE "E" TO PC-TIPO
           EVALUATE TRUE
               WHEN NUEVO-ESTADO-ACTIVO
                   MOVE "A" TO PC-ESTADO
                   PERFORM GRABAR-PENDIENTE
               WHEN NUEVO-ESTADO-INACTIVO
                   MOVE "I" TO PC-ESTADO
                   PERFORM GRABAR-PENDIENTE
               WHEN OTHER
                   DISPLAY "Estado invalido, no se programo ningun "
                       "cambio."
           END-EVALUATE.

      * Un registro admite un solo cambio programado por dia: la
      * clave de NOMBRPND es el ID mas la fecha efectiva.
       GRABAR-PENDIENTE.
           MOVE WS-ID-BUSCADO TO PC-ID-REGISTRO
           MOVE WS-FECHA-EFECTIVA TO PC-FECHA-EFECTIVA
           MOVE WS-OPERADOR TO PC-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO PC-PROGRAMADO
           WRITE PENDIENTE-RECORD
               INVALID KEY
                   IF WS-PENDIENTE-STATUS = "22"
                       DISPLAY "Ya hay un cambio programado para el "
                           "registro " PC-ID-REGISTRO " con fecha "
                           PC-FECHA-EFECTIVA ", cancelelo antes de "
                           "programar otro."
                   ELSE
                       DISPLAY "Error al grabar el cambio "
                           "programado: " WS-PENDIENTE-STATUS
                   END-IF
           END-WRITE
           IF WS-PENDIENTE-STATUS = "00"
               DISPLAY "Cambio programado para el registro "
                   PC-ID-REGISTRO " con fecha efectiva "
                   PC-FECHA-EFECTIVA "."
           END-IF.

       PEDIR-FECHA-EFECTIVA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE "N" TO WS-FECHA-ACEPTADA
           PERFORM PEDIR-UNA-FECHA-EFECTIVA UNTIL FECHA-ACEPTADA.

       PEDIR-UNA-FECHA-EFECTIVA.
           DISPLAY "Fecha efectiva (AAAAMMDD, posterior a hoy, "
               "0 = no programar): "
           ACCEPT WS-FECHA-EFECTIVA
           EVALUATE TRUE
               WHEN WS-FECHA-EFECTIVA = 0
                   MOVE "S" TO WS-FECHA-ACEPTADA
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-EFECTIVA)
                       NOT = 0
                   DISPLAY "Fecha invalida."
               WHEN WS-FECHA-EFECTIVA NOT > WS-FECHA-HOY
                   DISPLAY "La fecha efectiva debe ser posterior a "
                       "hoy; lo de hoy se hace con el cambio o el "
                       "estado del menu."
               WHEN OTHER
                   MOVE "S" TO WS-FECHA-ACEPTADA
           END-EVALUATE.

       LISTAR-PENDIENTES.
           PERFORM PEDIR-ID
           MOVE "S" TO WS-MOSTRAR-PENDIENTES
           PERFORM CONTAR-PENDIENTES
           MOVE "N" TO WS-MOSTRAR-PENDIENTES
           IF WS-CANT-PENDIENTES = 0
               DISPLAY "El registro " WS-ID-BUSCADO " no tiene "
                   "cambios programados."
           ELSE
               DISPLAY "Cambios programados pendientes: "
                   WS-CANT-PENDIENTES
           END-IF.

       CANCELAR-PENDIENTE.
           PERFORM PEDIR-ID
           DISPLAY "Fecha efectiva del cambio a cancelar (AAAAMMDD): "
           ACCEPT WS-FECHA-EFECTIVA
           MOVE WS-ID-BUSCADO TO PC-ID-REGISTRO
           MOVE WS-FECHA-EFECTIVA TO PC-FECHA-EFECTIVA
           READ PENDIENTE-FILE
               INVALID KEY
                   DISPLAY "No hay un cambio programado para ese ID "
                       "con esa fecha."
               NOT INVALID KEY
                   PERFORM CANCELAR-PENDIENTE-LEIDO
           END-READ.

      * Cancelar pide la misma funcion que hace falta para programar
      * ese tipo de cambio.
       CANCELAR-PENDIENTE-LEIDO.
           PERFORM MOSTRAR-PENDIENTE
           IF PC-TIPO = "E"
               MOVE "ESTADO" TO WS-FUNCION-AUT
           ELSE
               MOVE "CAMBIO" TO WS-FUNCION-AUT
           END-IF
           PERFORM VERIFICAR-AUTORIZACION
           IF OPERADOR-AUTORIZADO
               DISPLAY "Confirma la cancelacion de este cambio? "
                   "(S/N): "
               ACCEPT WS-CONFIRMA-CANCELA
               IF CONFIRMA-CANCELA
                   DELETE PENDIENTE-FILE RECORD
                       INVALID KEY
                           DISPLAY "Error al cancelar: "
                               WS-PENDIENTE-STATUS
                   END-DELETE
                   IF WS-PENDIENTE-STATUS = "00"
                       DISPLAY "Cambio programado cancelado."
                   END-IF
               ELSE
                   DISPLAY "El cambio programado se mantiene."
               END-IF
           END-IF.

      * Cuenta (y con MOSTRAR-PENDIENTES tambien lista) los cambios
      * programados de WS-ID-BUSCADO, en orden de fecha efectiva.
       CONTAR-PENDIENTES.
           MOVE 0 TO WS-CANT-PENDIENTES
           MOVE 0 TO WS-CANT-PEND-CAMBIO
           MOVE 0 TO WS-PRIMERA-PENDIENTE
           MOVE "N" TO WS-FIN-PENDIENTES
           MOVE WS-ID-BUSCADO TO PC-ID-REGISTRO
           MOVE 0 TO PC-FECHA-EFECTIVA
           START PENDIENTE-FILE KEY IS NOT < PC-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-PENDIENTES
           END-START
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF
           PERFORM LEER-SIGUIENTE-PENDIENTE UNTIL FIN-PENDIENTES.

       LEER-SIGUIENTE-PENDIENTE.
           READ PENDIENTE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-PENDIENTES
               NOT AT END
                   IF PC-ID-REGISTRO = WS-ID-BUSCADO
                       ADD 1 TO WS-CANT-PENDIENTES
                       IF PC-TIPO NOT = "E"
                           ADD 1 TO WS-CANT-PEND-CAMBIO
                       END-IF
                       IF WS-CANT-PENDIENTES = 1
                           MOVE PC-FECHA-EFECTIVA
                               TO WS-PRIMERA-PENDIENTE
                       END-IF
                       IF MOSTRAR-PENDIENTES
                           PERFORM MOSTRAR-PENDIENTE
                       END-IF
                   ELSE
                       MOVE "S" TO WS-FIN-PENDIENTES
                   END-IF
           END-READ
           IF WS-PENDIENTE-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-PENDIENTES
           END-IF.

       MOSTRAR-PENDIENTE.
           IF PC-TIPO = "E"
               DISPLAY "  " PC-FECHA-EFECTIVA "  Estado -> "
                   PC-ESTADO "  (programado por " PC-OPERADOR ")"
           ELSE
               DISPLAY "  " PC-FECHA-EFECTIVA "  Cambio  "
                   "(programado por " PC-OPERADOR ")"
               DISPLAY "      Nombre   : " PC-NOMBRE
               DISPLAY "      Apellido : " PC-APELLIDO
               DISPLAY "      ID Numero: " PC-ID-NUMERO
               DISPLAY "      F. Nac.  : " PC-FECHA-NACIMIENTO
               DISPLAY "      Telefono : " PC-TELEFONO
               DISPLAY "      Direccion: " PC-DIRECCION
               IF AVISO-FUSION
                   DISPLAY "      *** Reemplazara los datos "
                       "fusionados del registro " PC-ID-REGISTRO
                       " ***"
               END-IF
           END-IF.

       AVISAR-PENDIENTES.
           PERFORM CONTAR-PENDIENTES
           IF WS-CANT-PENDIENTES > 0
               DISPLAY "Aviso: el registro tiene " WS-CANT-PENDIENTES
                   " cambio(s) programado(s), el primero para el "
                   WS-PRIMERA-PENDIENTE " (opcion P para verlos)."
           END-IF.

      * Vinculos: relaciones entre dos registros guardadas en
      * NOMBRVIN (tutor, conyuges, mismo hogar).
       VINCULOS-REGISTRO.
           DISPLAY "Vinculos familiares y de hogar"
           DISPLAY "  A - Agregar un vinculo entre dos registros"
           DISPLAY "  L - Listar los vinculos de un registro"
           DISPLAY "  Q - Quitar un vinculo"
           DISPLAY "Seleccione una opcion: "
           ACCEPT WS-OPCION-VINCULO
           EVALUATE TRUE
               WHEN AGREGA-VINCULO
                   MOVE "CAMBIO" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM AGREGAR-VINCULO
                   END-IF
               WHEN LISTA-VINCULOS
                   PERFORM LISTAR-VINCULOS
               WHEN QUITA-VINCULO
                   MOVE "CAMBIO" TO WS-FUNCION-AUT
                   PERFORM VERIFICAR-AUTORIZACION
                   IF OPERADOR-AUTORIZADO
                       PERFORM QUITAR-VINCULO
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcion invalida."
           END-EVALUATE.

       AGREGAR-VINCULO.
           DISPLAY "ID del primer registro: "
           ACCEPT WS-VIN-ID-1
           DISPLAY "ID del segundo registro: "
           ACCEPT WS-VIN-ID-2
           DISPLAY "Tipo de vinculo - (T) el primero es tutor del "
               "segundo, (C) conyuges, (H) mismo hogar: "
           ACCEPT WS-TIPO-VINCULO
           MOVE "S" TO WS-VINCULO-VALIDO
           IF WS-VIN-ID-1 = WS-VIN-ID-2
               DISPLAY "Un registro no puede vincularse consigo mismo."
               MOVE "N" TO WS-VINCULO-VALIDO
           END-IF
           IF VINCULO-VALIDO
                   AND NOT VINCULO-TUTOR
                   AND NOT VINCULO-CONYUGE
                   AND NOT VINCULO-HOGAR
               DISPLAY "Tipo de vinculo invalido."
               MOVE "N" TO WS-VINCULO-VALIDO
           END-IF
           IF VINCULO-VALIDO
               MOVE WS-VIN-ID-1 TO WS-VIN-OTRO
               PERFORM VERIFICAR-REGISTRO-VINCULO
           END-IF
           IF VINCULO-VALIDO
               MOVE WS-VIN-ID-2 TO WS-VIN-OTRO
               PERFORM VERIFICAR-REGISTRO-VINCULO
           END-IF
           IF VINCULO-VALIDO
               PERFORM BUSCAR-VINCULO
               IF VINCULO-EXISTE
                   DISPLAY "Esos registros ya estan vinculados (tipo "
                       VN-TIPO "), quite el vinculo antes de "
                       "registrar otro."
                   MOVE "N" TO WS-VINCULO-VALIDO
               END-IF
           END-IF
           IF VINCULO-VALIDO
               PERFORM GRABAR-VINCULO
           ELSE
               DISPLAY "No se registro ningun vinculo."
           END-IF.

       VERIFICAR-REGISTRO-VINCULO.
           MOVE WS-VIN-OTRO TO MR-ID-REGISTRO
           READ NOMBRE-MASTER
               INVALID KEY
                   DISPLAY "No existe el registro " WS-VIN-OTRO "."
                   MOVE "N" TO WS-VINCULO-VALIDO
               NOT INVALID KEY
                   DISPLAY "  " MR-ID-REGISTRO " " MR-NOMBRE " "
                       MR-APELLIDO
           END-READ.

      * Dos registros tienen a lo sumo un vinculo, en cualquiera de
      * los dos sentidos; si existe queda leido en VINCULO-RECORD.
       BUSCAR-VINCULO.
           MOVE "N" TO WS-VINCULO-EXISTE
           MOVE WS-VIN-ID-1 TO VN-ID-ORIGEN
           MOVE WS-VIN-ID-2 TO VN-ID-DESTINO
           READ VINCULO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-VINCULO-EXISTE
           END-READ
           IF NOT VINCULO-EXISTE
               MOVE WS-VIN-ID-2 TO VN-ID-ORIGEN
               MOVE WS-VIN-ID-1 TO VN-ID-DESTINO
               READ VINCULO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-VINCULO-EXISTE
               END-READ
           END-IF.

      * En conyuges y mismo hogar el ID menor va siempre de origen;
      * en tutor el origen es el tutor.
       GRABAR-VINCULO.
           MOVE SPACES TO VINCULO-RECORD
           EVALUATE TRUE
               WHEN VINCULO-TUTOR
                   MOVE "T" TO VN-TIPO
               WHEN VINCULO-CONYUGE
                   MOVE "C" TO VN-TIPO
               WHEN OTHER
                   MOVE "H" TO VN-TIPO
           END-EVALUATE
           IF VN-TIPO NOT = "T" AND WS-VIN-ID-1 > WS-VIN-ID-2
               MOVE WS-VIN-ID-1 TO WS-VIN-ID-AUX
               MOVE WS-VIN-ID-2 TO WS-VIN-ID-1
               MOVE WS-VIN-ID-AUX TO WS-VIN-ID-2
           END-IF
           MOVE WS-VIN-ID-1 TO VN-ID-ORIGEN
           MOVE WS-VIN-ID-2 TO VN-ID-DESTINO
           MOVE FUNCTION CURRENT-DATE(1:14) TO VN-ALTA
           MOVE WS-OPERADOR TO VN-OPERADOR
           WRITE VINCULO-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el vinculo: "
                       WS-VINCULO-STATUS
           END-WRITE
           IF WS-VINCULO-STATUS = "00" OR WS-VINCULO-STATUS = "02"
               DISPLAY "Vinculo registrado entre " VN-ID-ORIGEN
                   " y " VN-ID-DESTINO " (tipo " VN-TIPO ")."
           END-IF.

       LISTAR-VINCULOS.
           PERFORM PEDIR-ID
           MOVE WS-ID-BUSCADO TO WS-ID-VINCULOS
           MOVE "M" TO WS-MODO-VINCULOS
           PERFORM RECORRER-VINCULOS
           IF WS-CANT-VINCULOS = 0
               DISPLAY "El registro " WS-ID-BUSCADO
                   " no tiene vinculos."
           END-IF.

       QUITAR-VINCULO.
           DISPLAY "ID del primer registro: "
           ACCEPT WS-VIN-ID-1
           DISPLAY "ID del segundo registro: "
           ACCEPT WS-VIN-ID-2
           PERFORM BUSCAR-VINCULO
           IF NOT VINCULO-EXISTE
               DISPLAY "No hay un vinculo entre esos registros."
           ELSE
               DISPLAY "Vinculo " VN-ID-ORIGEN " - " VN-ID-DESTINO
                   " tipo " VN-TIPO " (T tutor, C conyuges, H mismo "
                   "hogar), registrado por " VN-OPERADOR
               DISPLAY "Confirma quitar el vinculo? (S/N): "
               ACCEPT WS-CONFIRMA-VINCULO
               IF CONFIRMA-VINCULO
                   DELETE VINCULO-FILE RECORD
                       INVALID KEY
                           DISPLAY "Error al quitar el vinculo: "
                               WS-VINCULO-STATUS
                   END-DELETE
                   IF WS-VINCULO-STATUS = "00"
                       DISPLAY "Vinculo quitado."
                   END-IF
               ELSE
                   DISPLAY "No se quito ningun vinculo."
               END-IF
           END-IF.

      * Recorre los vinculos de WS-ID-VINCULOS por los dos lados:
      * como origen por la clave principal y como destino por la
      * clave alterna. Segun WS-MODO-VINCULOS solo los cuenta, los
      * muestra o los junta en WS-VINCULOS-MOVER.
       RECORRER-VINCULOS.
           MOVE 0 TO WS-CANT-VINCULOS
           MOVE "N" TO WS-FIN-VINCULOS
           MOVE WS-ID-VINCULOS TO VN-ID-ORIGEN
           MOVE 0 TO VN-ID-DESTINO
           START VINCULO-FILE KEY IS NOT < VN-CLAVE
               INVALID KEY
                   MOVE "S" TO WS-FIN-VINCULOS
           END-START
           IF WS-VINCULO-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF
           PERFORM LEER-VINCULO-ORIGEN UNTIL FIN-VINCULOS
           MOVE "N" TO WS-FIN-VINCULOS
           MOVE WS-ID-VINCULOS TO VN-ID-DESTINO
           START VINCULO-FILE KEY IS = VN-ID-DESTINO
               INVALID KEY
                   MOVE "S" TO WS-FIN-VINCULOS
           END-START
           IF WS-VINCULO-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF
           PERFORM LEER-VINCULO-DESTINO UNTIL FIN-VINCULOS.

       LEER-VINCULO-ORIGEN.
           READ VINCULO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-VINCULOS
               NOT AT END
                   IF VN-ID-ORIGEN = WS-ID-VINCULOS
                       MOVE VN-ID-DESTINO TO WS-VIN-OTRO
                       EVALUATE VN-TIPO
                           WHEN "T"
                               MOVE "Tutor de" TO WS-VIN-TEXTO
                           WHEN "C"
                               MOVE "Conyuge de" TO WS-VIN-TEXTO
                           WHEN OTHER
                               MOVE "Mismo hogar que" TO WS-VIN-TEXTO
                       END-EVALUATE
                       PERFORM TOMAR-VINCULO
                   ELSE
                       MOVE "S" TO WS-FIN-VINCULOS
                   END-IF
           END-READ
           IF WS-VINCULO-STATUS NOT = "00"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF.

       LEER-VINCULO-DESTINO.
           READ VINCULO-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIN-VINCULOS
               NOT AT END
                   IF VN-ID-DESTINO = WS-ID-VINCULOS
                       MOVE VN-ID-ORIGEN TO WS-VIN-OTRO
                       EVALUATE VN-TIPO
                           WHEN "T"
                               MOVE "A cargo del tutor" TO WS-VIN-TEXTO
                           WHEN "C"
                               MOVE "Conyuge de" TO WS-VIN-TEXTO
                           WHEN OTHER
                               MOVE "Mismo hogar que" TO WS-VIN-TEXTO
                       END-EVALUATE
                       PERFORM TOMAR-VINCULO
                   ELSE
                       MOVE "S" TO WS-FIN-VINCULOS
                   END-IF
           END-READ
           IF WS-VINCULO-STATUS NOT = "00"
                   AND WS-VINCULO-STATUS NOT = "02"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF.

       TOMAR-VINCULO.
           ADD 1 TO WS-CANT-VINCULOS
           EVALUATE TRUE
               WHEN VINCULOS-MOSTRAR
                   PERFORM MOSTRAR-VINCULO
               WHEN VINCULOS-RECOGER
                   PERFORM RECOGER-VINCULO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MOSTRAR-VINCULO.
           IF WS-CANT-VINCULOS = 1
               DISPLAY "Vinculos:"
           END-IF
           MOVE WS-VIN-OTRO TO MR-ID-REGISTRO
           READ NOMBRE-MASTER
               INVALID KEY
                   DISPLAY "  " WS-VIN-TEXTO " " WS-VIN-OTRO
                       " (ya no esta en el maestro)"
               NOT INVALID KEY
                   DISPLAY "  " WS-VIN-TEXTO " " WS-VIN-OTRO " "
                       MR-NOMBRE " " MR-APELLIDO
           END-READ.

       RECOGER-VINCULO.
           IF WS-CANT-MOVER < WS-MAX-MOVER
               ADD 1 TO WS-CANT-MOVER
               MOVE VN-ID-ORIGEN TO WS-VM-ORIGEN(WS-CANT-MOVER)
               MOVE VN-ID-DESTINO TO WS-VM-DESTINO(WS-CANT-MOVER)
               MOVE VN-TIPO TO WS-VM-TIPO(WS-CANT-MOVER)
               MOVE VN-ALTA TO WS-VM-ALTA(WS-CANT-MOVER)
               MOVE VN-OPERADOR TO WS-VM-OPERADOR(WS-CANT-MOVER)
           END-IF.

       AVISAR-VINCULOS.
           MOVE WS-ID-BUSCADO TO WS-ID-VINCULOS
           MOVE "C" TO WS-MODO-VINCULOS
           PERFORM RECORRER-VINCULOS
           IF WS-CANT-VINCULOS > 0
               DISPLAY "Aviso: el registro tiene " WS-CANT-VINCULOS
                   " vinculo(s) que quedaran apuntando a un registro "
                   "dado de baja (opcion V para quitarlos)."
           END-IF.

      * Fusion: los vinculos del registro absorbido pasan al que
      * sobrevive. Se descarta el que uniria al sobreviviente consigo
      * mismo y el que repetiria un vinculo que ya tiene.
       MOVER-VINCULOS-FUSION.
           MOVE 0 TO WS-CANT-MOVER
           MOVE 0 TO WS-VIN-MOVIDOS
           MOVE 0 TO WS-VIN-DESCARTADOS
           MOVE WS-ID-ABSORBIDO TO WS-ID-VINCULOS
           MOVE "R" TO WS-MODO-VINCULOS
           PERFORM RECORRER-VINCULOS
           PERFORM MOVER-UN-VINCULO
               VARYING WS-IX-VIN FROM 1 BY 1
               UNTIL WS-IX-VIN > WS-CANT-MOVER
           IF WS-CANT-VINCULOS > 0
               DISPLAY "Vinculos pasados al registro "
                   WS-ID-SUPERVIVIENTE ": " WS-VIN-MOVIDOS
                   ", descartados por repetidos: " WS-VIN-DESCARTADOS
           END-IF
           IF WS-CANT-VINCULOS > WS-CANT-MOVER
               DISPLAY "Aviso: el registro absorbido tenia mas de "
                   WS-MAX-MOVER " vinculos; los demas quedan "
                   "apuntando a el (opcion V)."
           END-IF.

       MOVER-UN-VINCULO.
           MOVE WS-VM-ORIGEN(WS-IX-VIN) TO VN-ID-ORIGEN
           MOVE WS-VM-DESTINO(WS-IX-VIN) TO VN-ID-DESTINO
           DELETE VINCULO-FILE RECORD
               INVALID KEY
                   DISPLAY "Error al quitar el vinculo "
                       VN-ID-ORIGEN " - " VN-ID-DESTINO ": "
                       WS-VINCULO-STATUS
           END-DELETE
           IF WS-VINCULO-STATUS = "00"
               IF WS-VM-ORIGEN(WS-IX-VIN) = WS-ID-ABSORBIDO
                   MOVE WS-ID-SUPERVIVIENTE TO WS-VIN-ID-1
                   MOVE WS-VM-DESTINO(WS-IX-VIN) TO WS-VIN-ID-2
               ELSE
                   MOVE WS-VM-ORIGEN(WS-IX-VIN) TO WS-VIN-ID-1
                   MOVE WS-ID-SUPERVIVIENTE TO WS-VIN-ID-2
               END-IF
               MOVE "N" TO WS-VINCULO-EXISTE
               IF WS-VIN-ID-1 NOT = WS-VIN-ID-2
                   PERFORM BUSCAR-VINCULO
               END-IF
               IF WS-VIN-ID-1 = WS-VIN-ID-2 OR VINCULO-EXISTE
                   ADD 1 TO WS-VIN-DESCARTADOS
               ELSE
                   PERFORM REGRABAR-VINCULO-FUSION
               END-IF
           END-IF.

       REGRABAR-VINCULO-FUSION.
           IF WS-VM-TIPO(WS-IX-VIN) NOT = "T"
                   AND WS-VIN-ID-1 > WS-VIN-ID-2
               MOVE WS-VIN-ID-1 TO WS-VIN-ID-AUX
               MOVE WS-VIN-ID-2 TO WS-VIN-ID-1
               MOVE WS-VIN-ID-AUX TO WS-VIN-ID-2
           END-IF
           MOVE SPACES TO VINCULO-RECORD
           MOVE WS-VIN-ID-1 TO VN-ID-ORIGEN
           MOVE WS-VIN-ID-2 TO VN-ID-DESTINO
           MOVE WS-VM-TIPO(WS-IX-VIN) TO VN-TIPO
           MOVE WS-VM-ALTA(WS-IX-VIN) TO VN-ALTA
           MOVE WS-VM-OPERADOR(WS-IX-VIN) TO VN-OPERADOR
           WRITE VINCULO-RECORD
               INVALID KEY
                   DISPLAY "Error al grabar el vinculo "
                       VN-ID-ORIGEN " - " VN-ID-DESTINO ": "
                       WS-VINCULO-STATUS
           END-WRITE
           IF WS-VINCULO-STATUS = "00" OR WS-VINCULO-STATUS = "02"
               ADD 1 TO WS-VIN-MOVIDOS
           END-IF.

       BUSQUEDA-REGISTROS.
           DISPLAY "Buscar por (N)ombre, (A)pellido o n(U)mero "
               "de identificacion: "
               OPEN I-O NOMBRE-MASTER
           END-IF.

       ABRIR-PENDIENTES.
           OPEN I-O PENDIENTE-FILE
           IF WS-PENDIENTE-STATUS = "35"
               OPEN OUTPUT PENDIENTE-FILE
               CLOSE PENDIENTE-FILE
               OPEN I-O PENDIENTE-FILE
           END-IF.

       ABRIR-VINCULOS.
           OPEN I-O VINCULO-FILE
           IF WS-VINCULO-STATUS = "35"
               OPEN OUTPUT VINCULO-FILE
               CLOSE VINCULO-FILE
               OPEN I-O VINCULO-FILE
           END-IF.

       ABRIR-DEFUNCIONES.
           OPEN I-O DEFUNCION-FILE
           IF WS-DEFUNCION-STATUS = "35"
               OPEN OUTPUT DEFUNCION-FILE
               CLOSE DEFUNCION-FILE
               OPEN I-O DEFUNCION-FILE
           END-IF.

       ABRIR-AUDITORIA.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       VERIFICAR-AUTORIZACION.
           CALL "Autnom" USING WS-FUNCION-AUT WS-PROGRAMA-AUT
               WS-RESULTADO-AUT
           EVALUATE WS-RESULTADO-AUT
               WHEN "0"
                   CONTINUE
               WHEN "1"
                   DISPLAY "El operador no tiene perfil de seguridad "
                       "en NOMBRPER, operacion rechazada."
               WHEN "2"
                   DISPLAY "El perfil del operador no autoriza la "
                       "funcion " WS-FUNCION-AUT ", operacion "
                       "rechazada."
               WHEN OTHER
                   DISPLAY "No se pudieron leer los perfiles de "
                       "seguridad NOMBRPER, operacion rechazada."
           END-EVALUATE.

       GRABAR-JOURNAL.
           CALL "Jrnlnom" USING WS-ACCION-JRNL WS-IMAGEN-ANTES
               WS-IMAGEN-DESPUES WS-OPERADOR WS-PROGRAMA-JRNL.
