      * Copybook  : DD-ALL-FORMATS                                     |
      * Archivo   : NOMARCHIVO                                         |
      * Descripcion: Registro externamente descrito de NOMARCHIVO.     |
      *              El archivo fisico agrupa tres formatos de datos,  |
      *              seleccionados por TIPOFMT:                        |
      *                NAFMT01 - Datos primarios del cliente           |
      *                NAFMT02 - Direccion alterna del cliente         |
      *                NAFMT03 - Canales de contacto del cliente       |
      *              NAFMT02 y NAFMT03 comparten el NUMINT del NAFMT01 |
      *              del cliente. CANALX indica por donde prefiere el  |
      *              cliente recibir sus avisos.                       |
      *----------------------------------------------------------------
       05  NUMINT                          PIC 9(09).
       05  EXTERNALLY-DESCRIBED-KEY REDEFINES NUMINT
       05  TIPOFMT                         PIC X(02).
           88  FORMATO-NAFMT01                 VALUE 'F1'.
           88  FORMATO-NAFMT02                 VALUE 'F2'.
           88  FORMATO-NAFMT03                 VALUE 'F3'.
       05  ESTADOX                         PIC X(01).
           88  REGISTRO-ACTIVO                 VALUE 'A'.
           88  REGISTRO-INACTIVO               VALUE 'I'.
           10  DIRALTX                     PIC X(40).
           10  CIUDADX                     PIC X(20).
           10  FILLER                      PIC X(25).
       05  NAFMT03-DATOS REDEFINES NAFMT01-DATOS.
           10  CORREOX                     PIC X(50).
           10  MOVILX                      PIC X(15).
           10  CANALX                      PIC X(01).
               88  CANAL-CORREO-ELECTRONICO    VALUE 'E'.
               88  CANAL-MOVIL                 VALUE 'M'.
               88  CANAL-PAPEL                 VALUE 'P'.
               88  CANAL-VALIDO                VALUE 'E' 'M' 'P'.
           10  FILLER                      PIC X(19).
