      *----------------------------------------------------------------
      * Copybook  : PENDCAMB                                           |
      * Archivo   : PENDCAMB                                           |
      * Descripcion: Registro de la cola de cambios en linea pendientes|
      *              de aprobacion (control dual de CASMANTE). Cada    |
      *              alta, cambio o baja que captura un operador queda |
      *              aqui con sus imagenes antes/despues hasta que un  |
      *              segundo operador, distinto del que la capturo, la |
      *              aprueba o la rechaza; solo la aprobacion la lleva |
      *              a NOMARCHIVO. El folio es la fecha y hora de la   |
      *              captura (llave del archivo indexado). Estados:    |
      *                P - Pendiente de aprobacion                     |
      *                A - Aprobado y aplicado al maestro              |
      *                R - Rechazado (por el aprobador, o al aprobar   |
      *                    si el maestro ya no coincide con la imagen  |
      *                    antes de la captura)                        |
      *----------------------------------------------------------------
       05  PEN-FOLIO                       PIC 9(16).
       05  PEN-FOLIO-R REDEFINES PEN-FOLIO.
           10  PEN-FECHA-CAPTURA           PIC 9(08).
           10  PEN-HORA-CAPTURA            PIC 9(08).
       05  PEN-LLAVE                       PIC 9(09).
       05  PEN-COD-OPERACION               PIC X(01).
           88  PEN-OP-ALTA                     VALUE 'A'.
           88  PEN-OP-CAMBIO                   VALUE 'C'.
           88  PEN-OP-BAJA                     VALUE 'E'.
       05  PEN-ESTADO                      PIC X(01).
           88  PEN-PENDIENTE                   VALUE 'P'.
           88  PEN-APROBADO                    VALUE 'A'.
           88  PEN-RECHAZADO                   VALUE 'R'.
       05  PEN-OPERADOR-CAPTURA            PIC X(08).
       05  PEN-OPERADOR-DECIDE             PIC X(08).
       05  PEN-FECHA-DECIDE                PIC 9(08).
       05  PEN-HORA-DECIDE                 PIC 9(08).
       05  PEN-MOTIVO                      PIC X(40).
       05  PEN-IMAGEN-ANTES                PIC X(113).
       05  PEN-IMAGEN-DESPUES              PIC X(113).
       05  FILLER                          PIC X(20).
