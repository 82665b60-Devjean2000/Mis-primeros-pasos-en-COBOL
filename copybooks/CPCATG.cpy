      ******************************************************************
      * Copybook: CPCATG
      * Purpose : Record layout for the NOMBRCAT generation catalog -
      *           one record per NOMBRBKP backup and per NOMBRJRG
      *           journal generation kept on disk, appended by the
      *           shared Catgnom subprogram when Respnom finishes a
      *           backup or Consjrn closes out the journal, so the
      *           generations are no longer filed away by hand. Catgnom
      *           copies the file to its generation dataset
      *           (NOMBRBKP.Gnnnn / NOMBRJRG.Gnnnn) and drops the
      *           oldest generations beyond the counts on the control
      *           record. Recfnom picks the backup and the journal
      *           generations for a point-in-time recovery from here;
      *           Opsrep reports every catalogued generation that is
      *           missing from disk.
      *           CG-TIPO:
      *             C - control (first record): CG-RETENER-RESPALDOS
      *                 and CG-RETENER-JOURNALS are how many backup
      *                 and journal generations are kept (000 = all).
      *                 A journal generation is never dropped while it
      *                 is still needed to roll forward from the oldest
      *                 backup kept.
      *             B - respaldo NOMBRBKP: CG-DESDE = CG-HASTA = fecha
      *                 y hora del respaldo, CG-REGISTROS = detalles
      *                 copiados, CG-TOTAL-CONTROL = total del trailer
      *             J - generacion del journal NOMBRJRG: CG-DESDE y
      *                 CG-HASTA = primer y ultimo JR-TIMESTAMP (los
      *                 dos en cero si la generacion salio vacia),
      *                 CG-REGISTROS = entradas, CG-ALTAS, CG-CAMBIOS
      *                 y CG-BAJAS = entradas de cada accion
      *           CG-CATALOGADO is when the generation was catalogued;
      *           for a journal generation that is the close-out, so
      *           the generations closed after a backup hold every
      *           change made since that backup.
      ******************************************************************
       01  CATALOGO-RECORD.
           05  CG-TIPO                 PIC X(1).
           05  FILLER                  PIC X(1).
           05  CG-DATOS                PIC X(118).
           05  CG-GENERACION REDEFINES CG-DATOS.
               10  CG-NUMERO           PIC 9(4).
               10  FILLER              PIC X(1).
               10  CG-ARCHIVO          PIC X(20).
               10  FILLER              PIC X(1).
               10  CG-DESDE            PIC 9(14).
               10  FILLER              PIC X(1).
               10  CG-HASTA            PIC 9(14).
               10  FILLER              PIC X(1).
               10  CG-REGISTROS        PIC 9(6).
               10  FILLER              PIC X(1).
               10  CG-TOTAL-CONTROL    PIC 9(6).
               10  FILLER              PIC X(1).
               10  CG-ALTAS            PIC 9(6).
               10  FILLER              PIC X(1).
               10  CG-CAMBIOS          PIC 9(6).
               10  FILLER              PIC X(1).
               10  CG-BAJAS            PIC 9(6).
               10  FILLER              PIC X(1).
               10  CG-CATALOGADO       PIC 9(14).
               10  FILLER              PIC X(13).
           05  CG-CONTROL REDEFINES CG-DATOS.
               10  CG-RETENER-RESPALDOS PIC 9(3).
               10  FILLER              PIC X(1).
               10  CG-RETENER-JOURNALS PIC 9(3).
               10  FILLER              PIC X(111).
