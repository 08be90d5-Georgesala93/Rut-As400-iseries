      *----------------------------------------------------------------
      * Copybook  : CIUDADES                                           |
      * Archivo   : CIUDADES                                           |
      * Descripcion: Registro de la tabla de referencia de ciudades    |
      *              para el CIUDADX de la direccion alterna NAFMT02.  |
      *              La llave es una grafia de la ciudad en mayusculas |
      *              tal como puede llegar en el campo: la grafia      |
      *              oficial de cada ciudad tiene su propio registro   |
      *              (tipo O) con el codigo oficial de la ciudad, y    |
      *              cada grafia alterna conocida (sin tilde, nombre   |
      *              antiguo, abreviatura) es un registro alias (tipo  |
      *              A) con el mismo codigo y el nombre oficial al que |
      *              se corrige. Una grafia que no esta en la tabla es |
      *              una ciudad desconocida. Se mantiene con CASCIUDA. |
      *              Tipos:                                            |
      *                O - Nombre oficial de la ciudad                 |
      *                A - Alias que se corrige al nombre oficial      |
      *----------------------------------------------------------------
       05  CIU-NOMBRE                      PIC X(20).
       05  CIU-TIPO                        PIC X(01).
           88  CIU-OFICIAL                     VALUE 'O'.
           88  CIU-ALIAS                       VALUE 'A'.
       05  CIU-CODIGO                      PIC 9(05).
       05  CIU-NOMBRE-OFICIAL              PIC X(20).
       05  CIU-FECHA-ALTA                  PIC 9(08).
       05  CIU-OPERADOR                    PIC X(08).
       05  FILLER                          PIC X(18).
