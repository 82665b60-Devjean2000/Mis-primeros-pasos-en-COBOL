      *          SELECEXT framed by a dated header and a trailer
      *          count so the print bureau can verify receipt, or a
      *          count-only run (SP-MODO C) that just sizes the
      *          campaign without writing anything. With SP-POR-HOGAR
      *          H only one registration per household is selected:
      *          the shared Hogarnom routine gives each selected
      *          registration its household from the NOMBRVIN links
      *          and the later members of a household already sent
      *          are left out and counted.
      *          Registrations recorded as deceased in NOMBRDEF (CPDEFU,
      *          kept by Defunom and Mantnom) are left out and counted
      *          unless SP-FALLECIDOS asks to include them (I) or to
      *          select only them (S).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SELECT-FILE ASSIGN TO "SELECEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELECT-STATUS.
           SELECT DEFUNCION-FILE ASSIGN TO "NOMBRDEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DF-ID-REGISTRO
               FILE STATUS IS WS-DEFUNCION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOMBRE-MASTER.
           COPY CPSELP.
       FD  SELECT-FILE.
       01  SELECT-LINE PIC X(120).
       FD  DEFUNCION-FILE.
           COPY CPDEFU.
       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-PARAM-STATUS PIC X(2).
       01 WS-SELECT-STATUS PIC X(2).
       01 WS-DEFUNCION-STATUS PIC X(2).
       01 WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01 WS-PARAM-LEIDO PIC X VALUE "N".
       01 WS-SELECCIONADOS PIC 9(6) VALUE 0.
       01 WS-CUMPLE PIC X VALUE "N".
           88 REGISTRO-CUMPLE VALUE "S".
       01 WS-POR-HOGAR PIC X VALUE SPACE.
           88 UNO-POR-HOGAR VALUE "H" "h".
       01 WS-OMITIDOS-HOGAR PIC 9(6) VALUE 0.
       01 WS-SIN-LUGAR-HOGAR PIC 9(6) VALUE 0.
       01 WS-FALLECIDOS-FILTRO PIC X VALUE SPACE.
           88 INCLUIR-FALLECIDOS VALUE "I" "i".
           88 SOLO-FALLECIDOS VALUE "S" "s".
       01 WS-HAY-DEFUNCIONES PIC X VALUE "N".
           88 HAY-DEFUNCIONES VALUE "S".
       01 WS-ES-FALLECIDO PIC X VALUE "N".
           88 ES-FALLECIDO VALUE "S".
       01 WS-OMITIDOS-FALLECIDOS PIC 9(6) VALUE 0.

      * Llamada a Hogarnom.
       01 WS-ACCION-HOGAR PIC X(1).
       01 WS-ID-HOGAR PIC 9(6).
       01 WS-HOGAR PIC 9(6).
       01 WS-MIEMBROS PIC 9(3).
       01 WS-RESULTADO-HOGAR PIC X(1).
       01 WS-AVISO-HOGAR PIC X VALUE "N".
           88 AVISO-HOGAR-DADO VALUE "S".

      * Hogares de mas de un registro que ya tienen su envio.
       01 WS-HOGARES-ENVIADOS.
           05 WS-HE-HOGAR PIC 9(6) OCCURS 9999 TIMES.
       01 WS-CANT-ENVIADOS PIC 9(4) VALUE 0.
       01 WS-MAX-ENVIADOS PIC 9(4) VALUE 9999.
       01 WS-IX-ENVIADO PIC 9(5).
       01 WS-YA-ENVIADO PIC X VALUE "N".
           88 HOGAR-YA-ENVIADO VALUE "S".

       01 WS-SEL-ENCABEZADO.
           05 FILLER PIC X(1) VALUE "H".
               MOVE WS-FECHA-HOY TO WS-ENC-FECHA
               WRITE SELECT-LINE FROM WS-SEL-ENCABEZADO
           END-IF
           PERFORM ABRIR-DEFUNCIONES
           PERFORM RECORRER-MAESTRO
           IF HAY-DEFUNCIONES
               CLOSE DEFUNCION-FILE
           END-IF
           IF SOLO-FALLECIDOS
               DISPLAY "Solo se seleccionaron registros fallecidos."
           ELSE
               IF NOT INCLUIR-FALLECIDOS
                   DISPLAY "Omitido(s) por figurar como fallecido(s): "
                       WS-OMITIDOS-FALLECIDOS
               END-IF
           END-IF
           IF UNO-POR-HOGAR
               MOVE "F" TO WS-ACCION-HOGAR
               CALL "Hogarnom" USING WS-ACCION-HOGAR WS-ID-HOGAR
                   WS-HOGAR WS-MIEMBROS WS-RESULTADO-HOGAR
               DISPLAY "Omitido(s) por compartir hogar con otro "
                   "seleccionado: " WS-OMITIDOS-HOGAR
               IF WS-SIN-LUGAR-HOGAR > 0
                   DISPLAY "Aviso: mas de " WS-MAX-ENVIADOS
                       " hogares compartidos, " WS-SIN-LUGAR-HOGAR
                       " registro(s) seleccionados sin control de "
                       "hogar."
               END-IF
           END-IF
           IF MODO-EXTRAER
               MOVE WS-SELECCIONADOS TO WS-PIE-TOTAL
               WRITE SELECT-LINE FROM WS-SEL-PIE
                           MOVE SP-ID-HASTA TO WS-ID-HASTA
                       END-IF
                       MOVE SP-PREFIJO-APELLIDO TO WS-PREFIJO
                       MOVE SP-POR-HOGAR TO WS-POR-HOGAR
                       MOVE SP-FALLECIDOS TO WS-FALLECIDOS-FILTRO
               END-READ
               CLOSE PARAM-FILE
           END-IF
                   ", edad " WS-EDAD-DESDE "-" WS-EDAD-HASTA
                   ", id " WS-ID-DESDE "-" WS-ID-HASTA
                   ", prefijo apellido " WS-PREFIJO
                   ", por hogar " WS-POR-HOGAR
                   ", fallecidos " WS-FALLECIDOS-FILTRO
           END-IF.

       MEDIR-PREFIJO.
               END-IF
           END-PERFORM.

      * Sin NOMBRDEF no hay nadie marcado como fallecido.
       ABRIR-DEFUNCIONES.
           OPEN INPUT DEFUNCION-FILE
           EVALUATE WS-DEFUNCION-STATUS
               WHEN "00"
                   MOVE "S" TO WS-HAY-DEFUNCIONES
               WHEN "35"
                   MOVE "N" TO WS-HAY-DEFUNCIONES
               WHEN OTHER
                   DISPLAY "Error al abrir NOMBRDEF: "
                       WS-DEFUNCION-STATUS
                   MOVE 8 TO RETURN-CODE
                   IF MODO-EXTRAER
                       CLOSE SELECT-FILE
                   END-IF
                   STOP RUN
           END-EVALUATE.

       RECORRER-MAESTRO.
           OPEN INPUT NOMBRE-MASTER
           IF WS-MASTER-STATUS = "35"
           END-IF
           IF REGISTRO-CUMPLE
               PERFORM FILTRAR-APELLIDO
           END-IF
           IF REGISTRO-CUMPLE
               PERFORM FILTRAR-FALLECIDOS
           END-IF
           IF REGISTRO-CUMPLE AND UNO-POR-HOGAR
               PERFORM FILTRAR-HOGAR
           END-IF.

      * Los registros de antes de que existiera MR-ESTADO traen
               END-IF
           END-IF.

      * SP-FALLECIDOS: espacio = se excluyen, I = se incluyen, S = solo
      * los fallecidos en NOMBRDEF.
       FILTRAR-FALLECIDOS.
           MOVE "N" TO WS-ES-FALLECIDO
           IF HAY-DEFUNCIONES
               MOVE MR-ID-REGISTRO TO DF-ID-REGISTRO
               READ DEFUNCION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ES-FALLECIDO
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN SOLO-FALLECIDOS
                   IF NOT ES-FALLECIDO
                       MOVE "N" TO WS-CUMPLE
                   END-IF
               WHEN INCLUIR-FALLECIDOS
                   CONTINUE
               WHEN OTHER
                   IF ES-FALLECIDO
                       MOVE "N" TO WS-CUMPLE
                       ADD 1 TO WS-OMITIDOS-FALLECIDOS
                   END-IF
           END-EVALUATE.

      * Un envio por hogar: el primer registro seleccionado de un
      * hogar de mas de uno lo anota; los siguientes quedan fuera.
      * Sin NOMBRVIN o con error de lectura cada registro es su
      * propio hogar.
       FILTRAR-HOGAR.
           MOVE "H" TO WS-ACCION-HOGAR
           MOVE MR-ID-REGISTRO TO WS-ID-HOGAR
           CALL "Hogarnom" USING WS-ACCION-HOGAR WS-ID-HOGAR WS-HOGAR
               WS-MIEMBROS WS-RESULTADO-HOGAR
           IF WS-RESULTADO-HOGAR = "9" AND NOT AVISO-HOGAR-DADO
               DISPLAY "Aviso: no se pudo leer NOMBRVIN, se "
                   "selecciona sin control de hogar."
               MOVE "S" TO WS-AVISO-HOGAR
           END-IF
           IF WS-MIEMBROS > 1 AND WS-RESULTADO-HOGAR NOT = "9"
               MOVE "N" TO WS-YA-ENVIADO
               PERFORM BUSCAR-HOGAR-ENVIADO
                   VARYING WS-IX-ENVIADO FROM 1 BY 1
                   UNTIL WS-IX-ENVIADO > WS-CANT-ENVIADOS
                   OR HOGAR-YA-ENVIADO
               IF HOGAR-YA-ENVIADO
                   MOVE "N" TO WS-CUMPLE
                   ADD 1 TO WS-OMITIDOS-HOGAR
               ELSE
                   IF WS-CANT-ENVIADOS < WS-MAX-ENVIADOS
                       ADD 1 TO WS-CANT-ENVIADOS
                       MOVE WS-HOGAR TO WS-HE-HOGAR(WS-CANT-ENVIADOS)
                   ELSE
                       ADD 1 TO WS-SIN-LUGAR-HOGAR
                   END-IF
               END-IF
           END-IF.

       BUSCAR-HOGAR-ENVIADO.
           IF WS-HE-HOGAR(WS-IX-ENVIADO) = WS-HOGAR
               MOVE "S" TO WS-YA-ENVIADO
           END-IF.

       ESCRIBIR-SELECCION.
           MOVE MR-ID-REGISTRO TO WS-DET-ID
           MOVE MR-NOMBRE TO WS-DET-NOMBRE
