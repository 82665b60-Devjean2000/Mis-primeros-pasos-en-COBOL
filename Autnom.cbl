      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared function-level authorization check for the
      *          registration system - looks up the operator in the
      *          USER environment variable against the NOMBRPER
      *          profile file (CPPERF layout) and says whether that
      *          operator may use the requested function (alta,
      *          cambio, baja, estado and fusion in Mantnom, restore in
      *          Consarc, reload in Recarnom, the bulk runs of Mantbat,
      *          Archnom and Retenom). The operator is read here, not
      *          passed in, so a caller cannot vouch for someone else.
      *          Resultado "0" means authorized, "1" means the operator
      *          has no profile at all, "2" means the profile does not
      *          include the function, "9" means NOMBRPER could not be
      *          read and everything is refused. Every refusal is
      *          appended to the NOMBRSEG security violations log
      *          (CPSEGV layout) that Segrep reports on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Autnom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFIL-FILE ASSIGN TO "NOMBRPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERFIL-STATUS.
           SELECT SEGURIDAD-FILE ASSIGN TO "NOMBRSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEGURIDAD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERFIL-FILE.
           COPY CPPERF.
       FD  SEGURIDAD-FILE.
           COPY CPSEGV.
       WORKING-STORAGE SECTION.
       01 WS-PERFIL-STATUS PIC X(2).
       01 WS-SEGURIDAD-STATUS PIC X(2).
       01 WS-OPERADOR PIC X(8).
       01 WS-FIN-PERFIL PIC X VALUE "N".
           88 FIN-PERFIL VALUE "S".
       01 WS-OPERADOR-CONOCIDO PIC X VALUE "N".
           88 OPERADOR-CONOCIDO VALUE "S".
       01 WS-FUNCION-PERMITIDA PIC X VALUE "N".
           88 FUNCION-PERMITIDA VALUE "S".
       LINKAGE SECTION.
       01 LK-FUNCION PIC X(8).
       01 LK-PROGRAMA PIC X(9).
       01 LK-RESULTADO PIC X(1).
       PROCEDURE DIVISION USING LK-FUNCION LK-PROGRAMA LK-RESULTADO.
       MAIN-PROCEDURE.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
           IF WS-OPERADOR = SPACES
               MOVE "DESCONOC" TO WS-OPERADOR
           END-IF
           MOVE "N" TO WS-OPERADOR-CONOCIDO
           MOVE "N" TO WS-FUNCION-PERMITIDA
           MOVE "N" TO WS-FIN-PERFIL
           OPEN INPUT PERFIL-FILE
           IF WS-PERFIL-STATUS NOT = "00"
               MOVE "9" TO LK-RESULTADO
           ELSE
               PERFORM LEER-PERFIL UNTIL FIN-PERFIL
               CLOSE PERFIL-FILE
               EVALUATE TRUE
                   WHEN FUNCION-PERMITIDA
                       MOVE "0" TO LK-RESULTADO
                   WHEN OPERADOR-CONOCIDO
                       MOVE "2" TO LK-RESULTADO
                   WHEN OTHER
                       MOVE "1" TO LK-RESULTADO
               END-EVALUATE
           END-IF
           IF LK-RESULTADO NOT = "0"
               PERFORM GRABAR-VIOLACION
           END-IF
           GOBACK.

       LEER-PERFIL.
           READ PERFIL-FILE
               AT END
                   MOVE "S" TO WS-FIN-PERFIL
               NOT AT END
                   IF PF-OPERADOR = WS-OPERADOR
                       MOVE "S" TO WS-OPERADOR-CONOCIDO
                       IF PF-FUNCION = LK-FUNCION
                           MOVE "S" TO WS-FUNCION-PERMITIDA
                           MOVE "S" TO WS-FIN-PERFIL
                       END-IF
                   END-IF
           END-READ
           IF WS-PERFIL-STATUS NOT = "00" AND NOT FIN-PERFIL
               MOVE "S" TO WS-FIN-PERFIL
           END-IF.

       GRABAR-VIOLACION.
           OPEN EXTEND SEGURIDAD-FILE
           IF WS-SEGURIDAD-STATUS = "35"
               OPEN OUTPUT SEGURIDAD-FILE
           END-IF
           IF WS-SEGURIDAD-STATUS NOT = "00"
               DISPLAY "Error al abrir el registro de seguridad "
                   "NOMBRSEG: " WS-SEGURIDAD-STATUS
           ELSE
               MOVE SPACES TO SEGURIDAD-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO SV-TIMESTAMP
               MOVE WS-OPERADOR TO SV-OPERADOR
               MOVE LK-PROGRAMA TO SV-PROGRAMA
               MOVE LK-FUNCION TO SV-FUNCION
               EVALUATE LK-RESULTADO
                   WHEN "1"
                       MOVE "OPDS" TO SV-MOTIVO
                   WHEN "2"
                       MOVE "FUNA" TO SV-MOTIVO
                   WHEN OTHER
                       MOVE "PERF" TO SV-MOTIVO
               END-EVALUATE
               WRITE SEGURIDAD-RECORD
               CLOSE SEGURIDAD-FILE
           END-IF.

       END PROGRAM  Autnom.
