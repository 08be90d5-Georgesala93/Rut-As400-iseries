      *----------------------------------------------------------------
      * Copybook  : TRNSUSPE                                           |
      * Archivo   : TRNSUSPE                                           |
      * Descripcion: Registro del archivo de suspenso de transacciones |
      *              rechazadas por la edicion de CASVALID. Cada       |
      *              rechazo guarda la fecha de negocio y el lote de   |
      *              la edicion que lo rechazo, los errores tal como   |
      *              se imprimen en el listado de edicion (codigo de   |
      *              razon, campo y descripcion) y la transaccion      |
      *              completa. La partida queda abierta hasta que una  |
      *              edicion posterior acepta la transaccion corregida |
      *              de la misma llave, formato y accion; entonces se  |
      *              marca resuelta con la fecha y el lote de esa      |
      *              edicion. Los campos de la transaccion se definen  |
      *              alfanumericos porque un rechazo puede traer       |
      *              basura no numerica.                               |
      *              Codigos de razon:                                 |
      *                01 - Codigo de accion invalido                  |
      *                02 - Llave no numerica                          |
      *                03 - Alta NAFMT01 con llave                     |
      *                04 - Alta NAFMT02 sin la llave del NAFMT01      |
      *                05 - Alta NAFMT02 sin NAFMT01 en el maestro     |
      *                06 - Llave en ceros en cambio o baja            |
      *                07 - Formato invalido                           |
      *                08 - Fecha de inicio de vigencia invalida       |
      *                09 - Fecha de fin de vigencia invalida          |
      *                10 - Fin de vigencia anterior al inicio         |
      *                11 - Nombre en blanco en un alta                |
      *                12 - Ciudad NAFMT02 no existe en la tabla       |
      *                13 - Ciudad NAFMT02 en blanco                   |
      *                14 - Alta NAFMT03 sin la llave del NAFMT01      |
      *                15 - Alta NAFMT03 sin NAFMT01 en el maestro     |
      *                16 - Canal de contacto NAFMT03 invalido         |
      *                17 - Canal correo electronico sin CORREOX       |
      *                18 - Canal movil sin MOVILX                     |
      *                19 - CORREOX mal formado                        |
      *                20 - Alta NAFMT03 de un cliente que ya lo tiene |
      *----------------------------------------------------------------
       05  SUS-FECHA-NEGOCIO               PIC 9(08).
       05  SUS-LOTE-ID                     PIC 9(14).
       05  SUS-ESTADO                      PIC X(01).
           88  SUS-ABIERTA                     VALUE 'A'.
           88  SUS-RESUELTA                    VALUE 'R'.
       05  SUS-FECHA-RESUELTA              PIC 9(08).
       05  SUS-LOTE-RESUELTA               PIC 9(14).
       05  SUS-CONT-ERRORES                PIC 9(02).
       05  SUS-ERROR OCCURS 8 TIMES
                     INDEXED BY IDX-SUS-ERROR.
           10  SUS-ERR-CODIGO              PIC 9(02).
           10  SUS-ERR-CAMPO               PIC X(10).
           10  SUS-ERR-DESC                PIC X(45).
       05  SUS-TRANSACCION.
           10  SUS-TRN-ACCION              PIC X(01).
           10  SUS-TRN-LLAVE               PIC X(09).
           10  SUS-TRN-TIPOFMT             PIC X(02).
           10  SUS-TRN-ESTADO              PIC X(01).
           10  SUS-TRN-FEC-INI             PIC X(08).
           10  SUS-TRN-FEC-FIN             PIC X(08).
           10  SUS-TRN-DATOS               PIC X(85).
           10  SUS-TRN-DATOS-F1 REDEFINES SUS-TRN-DATOS.
               15  SUS-TRN-NOMBRE          PIC X(30).
               15  FILLER                  PIC X(55).
       05  FILLER                          PIC X(23).
