      *----------------------------------------------------------------
      * Copybook  : AVISODIR                                           |
      * Archivo   : AVISODIR                                           |
      * Descripcion: Aviso de cambio de direccion recibido del correo  |
      *              o de la entidad aliada. El aviso trae la llave    |
      *              NUMINT del cliente cuando la conoce (en ceros si  |
      *              no), o el nombre y la direccion actual con que se |
      *              ubica al cliente; el formato indica la direccion  |
      *              que cambia y la direccion (y ciudad) nuevas.      |
      *              Formatos:                                         |
      *                F1 - Direccion principal DIRECCX (en blanco se  |
      *                     toma F1)                                   |
      *                F2 - Direccion alterna DIRALTX / CIUDADX        |
      *----------------------------------------------------------------
       05  AVI-NUMINT                      PIC 9(09).
       05  AVI-TIPOFMT                     PIC X(02).
           88  AVI-DIRECCION-PRINCIPAL         VALUE 'F1'.
           88  AVI-DIRECCION-ALTERNA           VALUE 'F2'.
       05  AVI-NOMBRE                      PIC X(30).
       05  AVI-DIRECCION-ANTERIOR          PIC X(40).
       05  AVI-DIRECCION-NUEVA             PIC X(40).
       05  AVI-CIUDAD-NUEVA                PIC X(20).
       05  AVI-FECHA-AVISO                 PIC 9(08).
       05  AVI-ORIGEN                      PIC X(08).
       05  FILLER                          PIC X(03).
