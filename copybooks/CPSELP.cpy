      *             SP-PREFIJO-APELLIDO - prefijo del apellido, sin
      *                                   distincion de mayusculas;
      *                                   espacios = sin filtro
      *             SP-POR-HOGAR        - H = un solo envio por
      *                                   hogar: de los registros
      *                                   seleccionados que Hogarnom
      *                                   pone en un mismo hogar
      *                                   (vinculos de NOMBRVIN) sale
      *                                   solo el primero por ID;
      *                                   espacio = uno por registro
      *             SP-FALLECIDOS       - registros marcados como
      *                                   fallecidos en NOMBRDEF:
      *                                   espacio = se excluyen,
      *                                   I = se incluyen, S = solo
      *                                   los fallecidos
      ******************************************************************
       01  SELEC-PARAM.
           05  SP-MODO                 PIC X(1).
           05  SP-ID-DESDE             PIC 9(6).
           05  SP-ID-HASTA             PIC 9(6).
           05  SP-PREFIJO-APELLIDO     PIC X(30).
           05  SP-POR-HOGAR            PIC X(1).
           05  SP-FALLECIDOS           PIC X(1).
