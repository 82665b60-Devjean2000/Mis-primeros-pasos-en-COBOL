      *          trailer with the total count) so the indexed file can
      *          be rebuilt by Recarnom and cross-checked by Verifnom.
      *          Meant to run every night after the batch intake
      *          finishes. A complete backup is catalogued in NOMBRCAT
      *          through Catgnom, which keeps it as the next
      *          NOMBRBKP.Gnnnn generation for Recfnom; a backup that
      *          could not be catalogued ends the run with
      *          RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OCUPADO-POR PIC X(9).
       01 WS-BLOQUEO PIC X VALUE "N".
           88 BLOQUEO-TOMADO VALUE "S".
       01 WS-RESULTADO-CAT PIC X(1) VALUE "0".

       COPY CPBKP.
       COPY CPCATG REPLACING
           ==CATALOGO-RECORD== BY ==ENTRADA-CATALOGO==
           LEADING ==CG-== BY ==EC-==.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TOMAR-BLOQUEO-MAESTRO
           END-IF
           CLOSE BACKUP-FILE
           CLOSE NOMBRE-MASTER
           IF NOT ERROR-LECTURA
               PERFORM CATALOGAR-RESPALDO
           END-IF
           PERFORM SOLTAR-BLOQUEO-MAESTRO
           EVALUATE TRUE
               WHEN ERROR-LECTURA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RESULTADO-CAT NOT = "0"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      * El respaldo completo queda como nueva generacion en NOMBRCAT,
      * de donde Recfnom lo elige para una recuperacion a un momento.
       CATALOGAR-RESPALDO.
           MOVE SPACES TO ENTRADA-CATALOGO
           MOVE "B" TO EC-TIPO
           MOVE WS-FECHA-HORA TO EC-DESDE
           MOVE WS-FECHA-HORA TO EC-HASTA
           MOVE WS-CONTADOR TO EC-REGISTROS
           MOVE WS-CONTADOR TO EC-TOTAL-CONTROL
           MOVE 0 TO EC-ALTAS
           MOVE 0 TO EC-CAMBIOS
           MOVE 0 TO EC-BAJAS
           CALL "Catgnom" USING ENTRADA-CATALOGO WS-RESULTADO-CAT
           IF WS-RESULTADO-CAT NOT = "0"
               DISPLAY "*** El respaldo NOMBRBKP esta completo pero "
                   "no quedo catalogado: guardarlo a mano. ***"
           END-IF.

       COPIAR-REGISTRO.
           READ NOMBRE-MASTER NEXT RECORD
               AT END
