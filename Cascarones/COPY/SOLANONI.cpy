      *----------------------------------------------------------------
      * Copybook  : SOLANONI                                           |
      * Archivo   : SOLANONI                                           |
      * Descripcion: Solicitud de supresion de datos personales de un  |
      *              cliente, recibida del area de proteccion de datos |
      *              con su folio y su fecha. El cliente se identifica |
      *              por su llave NUMINT. Un cliente con vigencia      |
      *              actual solo se suprime con el indicador de        |
      *              autorizacion en 'S' y el usuario que la autoriza. |
      *----------------------------------------------------------------
       05  SOL-NUMINT                      PIC 9(09).
       05  SOL-FOLIO                       PIC X(12).
       05  SOL-FECHA-SOLICITUD             PIC 9(08).
       05  SOL-IND-AUTORIZADA              PIC X(01).
           88  SOL-VIGENCIA-AUTORIZADA         VALUE 'S'.
       05  SOL-AUTORIZA                    PIC X(08).
       05  FILLER                          PIC X(12).
