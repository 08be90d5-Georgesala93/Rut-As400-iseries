      *             formatos TIPOFMT, estados y vigencias, para que   |
      *             el comportamiento de los lotes sea reproducible - |
      *             pero con los datos personales (NOMBREX, DIRECCX,  |
      *             TELEFOX, DIRALTX, CORREOX y MOVILX) sustituidos   |
      *             por un alfabeto revuelto fijo: la sustitucion es  |
      *             caracter por caracter y siempre la misma, de modo |
      *             que un mismo nombre de entrada produce siempre el |
      *             mismo nombre ficticio y la deteccion de           |
      *             duplicados y la logica por formato se ejercitan   |
      *             igual que en produccion. La ciudad se conserva    |
      *             por no ser un dato personal y alimentar la        |
      *             referencia cruzada.                               |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - Entrada: archivo maestro indexado.   |
      *             NOMMASK    - Salida : copia enmascarada.          |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  23/08/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Enmascaramiento del correo CORREOX y del      |
      *                 movil MOVILX del NAFMT03; el canal preferido  |
      *                 se conserva.                                  |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  W-CONT-ESCRITOS             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F1                   PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F2                   PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F3                   PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-OTROS-FMT            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZOS             PIC  9(07) COMP VALUE ZERO.
      *
      * Procedimiento : ENMASCARAR-REGISTRO.                          |
      * Descripción   : Sustituye los datos personales del registro   |
      *                 segun su formato; la llave, el tipo de        |
      *                 formato, el estado, las vigencias y el canal  |
      *                 preferido del NAFMT03 se conservan intactos.  |
      *                 La arroba y los puntos del correo no estan en |
      *                 el alfabeto y tambien se conservan. Un        |
      *                 formato desconocido se copia con toda su area |
      *                 de datos enmascarada, por no poderse          |
      *                 distinguir que campos trae.                   |
      *----------------------------------------------------------------
       ENMASCARAR-REGISTRO.
      *----------------------------------------------------------------
                 INSPECT DIRALTX OF NOMARCHIVO-REC
                    CONVERTING W-ALFABETO-CLARO
                            TO W-ALFABETO-MASCARA
              WHEN FORMATO-NAFMT03 OF NOMARCHIVO-REC
                 ADD 1                   TO W-CONT-F3
                 INSPECT CORREOX OF NOMARCHIVO-REC
                    CONVERTING W-ALFABETO-CLARO
                            TO W-ALFABETO-MASCARA
                 INSPECT MOVILX OF NOMARCHIVO-REC
                    CONVERTING W-ALFABETO-CLARO
                            TO W-ALFABETO-MASCARA
              WHEN OTHER
                 ADD 1                   TO W-CONT-OTROS-FMT
                 INSPECT NAFMT01-DATOS OF NOMARCHIVO-REC
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F2                   TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'COPIADOS FORMATO NAFMT03     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F3                   TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'COPIADOS FORMATO DESCONOCIDO :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-OTROS-FMT            TO LIN-TOT-VALOR
