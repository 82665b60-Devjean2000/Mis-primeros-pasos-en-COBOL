      *          count) frame the file. The first run, with no
      *          snapshot on disk, extracts everything as altas.
      *          After the extract is written the snapshot is
      *          refreshed from the master for the next run. Cotejhr
      *          may adjust the snapshot after the monthly HR/CRM
      *          reconciliation, so the rows HR/CRM lost or holds
      *          wrongly go out again in the next extract.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
