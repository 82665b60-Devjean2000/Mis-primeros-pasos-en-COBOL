      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared household lookup over the NOMBRVIN
      *          relationship file (CPVINC layout) - given an
      *          MR-ID-REGISTRO, follows its links and the links of
      *          every registration reached that way (guardian,
      *          spouse and same household alike) and returns the
      *          household: the lowest MR-ID-REGISTRO in it, which
      *          identifies the household, and how many registrations
      *          it holds. A registration with no links is a household
      *          of one identified by its own ID. Used by Selecnom for
      *          one mailing per household and by Hogarrep. NOMBRVIN
      *          stays open between calls; accion "F" closes it when
      *          the caller is done. Accion "H" asks for a household.
      *          Resultado "0" means found, "1" means there is no
      *          NOMBRVIN (every registration is its own household),
      *          "2" means the household is larger than the 200
      *          registrations followed and was cut short, "9" means
      *          NOMBRVIN could not be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hogarnom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VINCULO-FILE ASSIGN TO "NOMBRVIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-CLAVE
               ALTERNATE RECORD KEY IS VN-ID-DESTINO WITH DUPLICATES
               FILE STATUS IS WS-VINCULO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VINCULO-FILE.
           COPY CPVINC.
       WORKING-STORAGE SECTION.
       01 WS-VINCULO-STATUS PIC X(2).
       01 WS-ESTADO-ARCHIVO PIC X VALUE "C".
           88 ARCHIVO-CERRADO VALUE "C".
           88 ARCHIVO-ABIERTO VALUE "A".
           88 ARCHIVO-AUSENTE VALUE "X".
           88 ARCHIVO-CON-ERROR VALUE "E".
       01 WS-FIN-VINCULOS PIC X VALUE "N".
           88 FIN-VINCULOS VALUE "S".
       01 WS-HOGAR-TRUNCADO PIC X VALUE "N".
           88 HOGAR-TRUNCADO VALUE "S".
       01 WS-HOGAR.
           05 WS-HG-ID PIC 9(6) OCCURS 200 TIMES.
       01 WS-CANT-MIEMBROS PIC 9(3) VALUE 0.
       01 WS-MAX-MIEMBROS PIC 9(3) VALUE 200.
       01 WS-IX-COLA PIC 9(3).
       01 WS-IX PIC 9(3).
       01 WS-ID-ACTUAL PIC 9(6).
       01 WS-ID-NUEVO PIC 9(6).
       01 WS-YA-ESTA PIC X VALUE "N".
           88 YA-ESTA VALUE "S".
       LINKAGE SECTION.
       01 LK-ACCION PIC X(1).
       01 LK-ID PIC 9(6).
       01 LK-HOGAR PIC 9(6).
       01 LK-MIEMBROS PIC 9(3).
       01 LK-RESULTADO PIC X(1).
       PROCEDURE DIVISION USING LK-ACCION LK-ID LK-HOGAR LK-MIEMBROS
           LK-RESULTADO.
       MAIN-PROCEDURE.
           IF LK-ACCION = "F"
               IF ARCHIVO-ABIERTO
                   CLOSE VINCULO-FILE
               END-IF
               MOVE "C" TO WS-ESTADO-ARCHIVO
               MOVE "0" TO LK-RESULTADO
               GOBACK
           END-IF
           MOVE LK-ID TO LK-HOGAR
           MOVE 1 TO LK-MIEMBROS
           IF ARCHIVO-CERRADO
               PERFORM ABRIR-VINCULOS
           END-IF
           EVALUATE TRUE
               WHEN ARCHIVO-AUSENTE
                   MOVE "1" TO LK-RESULTADO
               WHEN ARCHIVO-CON-ERROR
                   MOVE "9" TO LK-RESULTADO
               WHEN OTHER
                   PERFORM ARMAR-HOGAR
                   MOVE WS-CANT-MIEMBROS TO LK-MIEMBROS
                   IF HOGAR-TRUNCADO
                       MOVE "2" TO LK-RESULTADO
                   ELSE
                       MOVE "0" TO LK-RESULTADO
                   END-IF
           END-EVALUATE
           GOBACK.

       ABRIR-VINCULOS.
           OPEN INPUT VINCULO-FILE
           EVALUATE WS-VINCULO-STATUS
               WHEN "00"
                   MOVE "A" TO WS-ESTADO-ARCHIVO
               WHEN "35"
                   MOVE "X" TO WS-ESTADO-ARCHIVO
               WHEN OTHER
                   MOVE "E" TO WS-ESTADO-ARCHIVO
           END-EVALUATE.

      * Recorrido en anchura: la tabla es a la vez la cola y la lista
      * de miembros ya vistos; cada miembro agrega a los registros con
      * los que tiene un vinculo, de un lado o del otro.
       ARMAR-HOGAR.
           MOVE "N" TO WS-HOGAR-TRUNCADO
           MOVE 1 TO WS-CANT-MIEMBROS
           MOVE LK-ID TO WS-HG-ID(1)
           PERFORM EXPANDIR-MIEMBRO
               VARYING WS-IX-COLA FROM 1 BY 1
               UNTIL WS-IX-COLA > WS-CANT-MIEMBROS.

       EXPANDIR-MIEMBRO.
           MOVE WS-HG-ID(WS-IX-COLA) TO WS-ID-ACTUAL
           MOVE "N" TO WS-FIN-VINCULOS
           MOVE WS-ID-ACTUAL TO VN-ID-ORIGEN
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
           MOVE WS-ID-ACTUAL TO VN-ID-DESTINO
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
                   IF VN-ID-ORIGEN = WS-ID-ACTUAL
                       MOVE VN-ID-DESTINO TO WS-ID-NUEVO
                       PERFORM AGREGAR-MIEMBRO
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
                   IF VN-ID-DESTINO = WS-ID-ACTUAL
                       MOVE VN-ID-ORIGEN TO WS-ID-NUEVO
                       PERFORM AGREGAR-MIEMBRO
                   ELSE
                       MOVE "S" TO WS-FIN-VINCULOS
                   END-IF
           END-READ
           IF WS-VINCULO-STATUS NOT = "00"
                   AND WS-VINCULO-STATUS NOT = "02"
               MOVE "S" TO WS-FIN-VINCULOS
           END-IF.

       AGREGAR-MIEMBRO.
           MOVE "N" TO WS-YA-ESTA
           PERFORM BUSCAR-MIEMBRO
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CANT-MIEMBROS OR YA-ESTA
           IF NOT YA-ESTA
               IF WS-CANT-MIEMBROS < WS-MAX-MIEMBROS
                   ADD 1 TO WS-CANT-MIEMBROS
                   MOVE WS-ID-NUEVO TO WS-HG-ID(WS-CANT-MIEMBROS)
                   IF WS-ID-NUEVO < LK-HOGAR
                       MOVE WS-ID-NUEVO TO LK-HOGAR
                   END-IF
               ELSE
                   MOVE "S" TO WS-HOGAR-TRUNCADO
               END-IF
           END-IF.

       BUSCAR-MIEMBRO.
           IF WS-HG-ID(WS-IX) = WS-ID-NUEVO
               MOVE "S" TO WS-YA-ESTA
           END-IF.

       END PROGRAM  Hogarnom.
