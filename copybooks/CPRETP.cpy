      ******************************************************************
      * Copybook: CPRETP
      * Purpose : Record layout for the RETENPRM parameter cards that
      *           drive the Retenom retention and erasure run, the
      *           same way SELECPRM drives Selecnom. One P card gives
      *           the retention period of each file; each B card is
      *           one person's erasure request. Without a P card the
      *           run only processes the B cards.
      *           RP-TIPO-TARJETA:
      *             P - periodos de retencion, en dias (00000 = no se
      *                 aplica retencion a ese archivo):
      *                 RP-DIAS-ARCHIVO   - NOMBRARC, contados desde
      *                                     AC-FECHA-ARCHIVO
      *                 RP-DIAS-JOURNAL   - imagenes de NOMBRJRG,
      *                                     de las generaciones
      *                                     NOMBRJRG.Gnnnn de
      *                                     NOMBRCAT y de NOMBRJRN,
      *                                     desde JR-TIMESTAMP.
      *                                     Retenom nunca pasa del
      *                                     dia del respaldo mas
      *                                     antiguo de NOMBRCAT:
      *                                     si el plazo pide mas,
      *                                     usa ese dia y lo dice
      *                                     en el certificado
      *                 RP-DIAS-AUDITORIA - ACEPTAUD, desde
      *                                     AR-TIMESTAMP
      *             B - pedido de borrado de una persona:
      *                 RP-BORRAR-POR     - I = por MR-ID-REGISTRO
      *                                     (RP-BORRAR-ID), C = por
      *                                     cedula (RP-BORRAR-VALOR,
      *                                     se comparan solo los
      *                                     digitos)
      *                 RP-REFERENCIA     - numero o referencia de
      *                                     la solicitud, para el
      *                                     certificado
      ******************************************************************
       01  RETEN-PARAM.
           05  RP-TIPO-TARJETA         PIC X(1).
           05  RP-DATOS                PIC X(60).
           05  RP-PERIODOS REDEFINES RP-DATOS.
               10  RP-DIAS-ARCHIVO     PIC 9(5).
               10  RP-DIAS-JOURNAL     PIC 9(5).
               10  RP-DIAS-AUDITORIA   PIC 9(5).
               10  FILLER              PIC X(45).
           05  RP-BORRADO REDEFINES RP-DATOS.
               10  RP-BORRAR-POR       PIC X(1).
               10  RP-BORRAR-VALOR     PIC X(15).
               10  RP-BORRAR-ID REDEFINES RP-BORRAR-VALOR.
                   15  RP-BORRAR-ID-NUM PIC 9(6).
                   15  FILLER          PIC X(9).
               10  RP-REFERENCIA       PIC X(20).
               10  FILLER              PIC X(24).
