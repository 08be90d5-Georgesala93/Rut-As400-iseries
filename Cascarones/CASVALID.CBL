      *             corrida de aplicacion) y las erroneas al archivo  |
      *             de rechazos, con un listado de edicion linea a    |
      *             linea para que el area origen corrija y reenvie.  |
      *             Cada rechazo queda ademas abierto en el suspenso  |
      *             TRNSUSPE con sus errores hasta que una edicion    |
      *             posterior acepta la transaccion corregida.        |
      * Archivos Entrada/Salida:                                     |
      *             TRNARCHI - Entrada : transacciones del dia.       |
      *             NOMARCHIVO - Entrada: archivo maestro indexado.   |
      *             CIUDADES - Entrada : tabla de ciudades.           |
      *             TRNACEPT - Salida  : transacciones aceptadas.     |
      *             TRNRECHA - Salida  : transacciones rechazadas.    |
      *             TRNSUSPE - E/S     : suspenso de rechazos.        |
      *             TRNPEND  - Salida  : transacciones retenidas.     |
      *             CTLPROCS - Salida  : control de corridas.         |
      *             LISTADO  - Salida  : reporte de edicion.          |
      *                 el control de llaves) y el alta NAFMT02 con   |
      *                 la llave de su NAFMT01, verificada contra el  |
      *                 grupo de esa llave en el maestro.             |
      *  14/10/2026 JSA Suspenso de rechazos TRNSUSPE: cada rechazo   |
      *                 se guarda con sus codigos de razon, campos y  |
      *                 descripciones, la fecha de negocio y el lote; |
      *                 la partida se resuelve sola cuando se acepta  |
      *                 la transaccion corregida de la misma llave,   |
      *                 formato y accion. Codigo de razon en la linea |
      *                 de error del listado.                         |
      *  14/10/2026 JSA Edicion del CIUDADX de altas y cambios        |
      *                 NAFMT02 contra la tabla de ciudades CIUDADES: |
      *                 un alias conocido se corrige al nombre        |
      *                 oficial (linea CORREGIDA en el listado) y la  |
      *                 ciudad en blanco o desconocida se rechaza con |
      *                 los codigos de razon 12 y 13.                 |
      *  14/10/2026 JSA Formato NAFMT03 de canales de contacto: el    |
      *                 alta debe traer la llave de un NAFMT01        |
      *                 existente en el maestro y el cliente no debe  |
      *                 tener ya un NAFMT03 (codigos de razon 14, 15  |
      *                 y 20); en altas y cambios se edita el canal   |
      *                 preferido CANALX y el CORREOX o MOVILX que    |
      *                 ese canal exige (codigos 16 a 19).            |
      *  14/10/2026 JSA El alta NAFMT01 solo resuelve la partida de   |
      *                 su mismo nombre.                              |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  RECORD KEY           IS EXTERNALLY-DESCRIBED-KEY
                                          OF NOMARCHIVO-REC
                                          WITH DUPLICATES.
      *
           SELECT CIUDADES
                  ASSIGN               TO DATABASE-CIUDADES
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS CIU-NOMBRE.
      *
           SELECT TRNACEPT
                  ASSIGN               TO DATABASE-TRNACEPT
           SELECT OPTIONAL TRNPEND
                  ASSIGN               TO DATABASE-TRNPEND
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL TRNSUSPE
                  ASSIGN               TO DATABASE-TRNSUSPE
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Archivo maestro, solo en consulta: el alta NAFMT02 o NAFMT03  |
      * que trae llave debe ser el complemento de un NAFMT01 ya       |
      * existente y se verifica contra el grupo de registros de esa   |
      * llave.                                                        |
      *----------------------------------------------------------------
       FD  NOMARCHIVO
           LABEL RECORDS               ARE STANDARD.
           COPY DD-ALL-FORMATS         OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Tabla de referencia de ciudades, solo en consulta: el CIUDADX |
      * de un alta o cambio NAFMT02 debe ser un nombre oficial o un   |
      * alias conocido, que se corrige al nombre oficial.             |
      *----------------------------------------------------------------
       FD  CIUDADES
           LABEL RECORDS               ARE STANDARD.
       01  CIUDADES-REC.
           COPY CIUDADES.
      *
      *----------------------------------------------------------------
      * Archivo de transacciones aceptadas; mismo formato que         |
      * TRNARCHI, es la entrada de la corrida de aplicacion.          |
      *----------------------------------------------------------------
           05  PEN-TRANSACCION             PIC X(114).
      *
      *----------------------------------------------------------------
      * Suspenso de transacciones rechazadas (copybook TRNSUSPE): se  |
      * carga completo al iniciar y se regraba al terminar con las    |
      * partidas abiertas y las resueltas en la fecha de negocio.     |
      *----------------------------------------------------------------
       FD  TRNSUSPE
           LABEL RECORDS               ARE STANDARD.
       01  TRNSUSPE-REC                    PIC X(640).
      *
      *----------------------------------------------------------------
      * Listado de edicion: una linea por error detectado y totales   |
      * de control al final.                                          |
      *----------------------------------------------------------------
           88  TRANSACCION-INVALIDA            VALUE 0.
      *
      *----------------------------------------------------------------
      * Verificacion del NAFMT01 existente para el alta NAFMT02 o     |
      * NAFMT03 con llave: el grupo de registros de la llave se       |
      * recorre igual que los cruces por grupo de llave de la suite.  |
      * Un cliente tiene un solo NAFMT03.                             |
      *----------------------------------------------------------------
       01 W-FIN-GRUPO                     PIC  9(01)     VALUE 0.
           88  SI-FIN-GRUPO                    VALUE 1.
       01 W-IND-EXISTE-F1                 PIC  9(01)     VALUE 0.
           88  SI-EXISTE-F1                    VALUE 1.
           88  NO-EXISTE-F1                    VALUE 0.
      *
       01 W-IND-EXISTE-F3                 PIC  9(01)     VALUE 0.
           88  SI-EXISTE-F3                    VALUE 1.
           88  NO-EXISTE-F3                    VALUE 0.
      *
      *----------------------------------------------------------------
      * Edicion del CIUDADX contra la tabla de ciudades: la grafia    |
      * original se conserva para el listado cuando se corrige.       |
      *----------------------------------------------------------------
       01 W-IND-CIUDAD                    PIC  9(01)     VALUE 0.
           88  CIUDAD-OFICIAL                  VALUE 0.
           88  CIUDAD-ALIAS                    VALUE 1.
           88  CIUDAD-DESCONOCIDA              VALUE 2.
      *
       01 W-CIUDAD-ORIGINAL               PIC  X(20)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Edicion de los canales de contacto del NAFMT03: el CORREOX    |
      * informado debe llevar una sola arroba.                        |
      *----------------------------------------------------------------
       01 W-CONT-ARROBAS                  PIC  9(03)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Area de trabajo para la validacion de fechas de calendario.   |
       01 W-DIA-MAXIMO                    PIC  9(02)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Errores detectados en la transaccion en curso, tal como se    |
      * imprimen en el listado, para llevarlos al suspenso si la      |
      * transaccion se rechaza; se conservan los primeros ocho.       |
      *----------------------------------------------------------------
       01 W-CONT-ERR-TRN                  PIC  9(02)     VALUE ZEROES.
       01 TABLA-ERRORES-TRN.
           05  TAB-ERROR-TRN OCCURS 8 TIMES
                             INDEXED BY IDX-ERROR-TRN.
               10  TAB-ERR-CODIGO          PIC  9(02).
               10  TAB-ERR-CAMPO           PIC  X(10).
               10  TAB-ERR-DESC            PIC  X(45).
      *
      *----------------------------------------------------------------
      * Suspenso de rechazos: la partida en el area de trabajo y la   |
      * tabla con el archivo completo, para resolver las partidas     |
      * abiertas y regrabarlo al final. Las partidas resueltas antes  |
      * de la fecha de negocio ya se reportaron y no se cargan. Si el |
      * archivo excede la tabla la corrida solo agrega los rechazos   |
      * nuevos en extension y no resuelve partidas, para no perder    |
      * ninguna al regrabar.                                          |
      *----------------------------------------------------------------
       01 W-REG-SUSPENSO.
           COPY TRNSUSPE.
      *
       01 W-FIN-SUSPENSO                  PIC  9(01)     VALUE 0.
           88  SI-FIN-SUSPENSO                 VALUE 1.
           88  NO-FIN-SUSPENSO                 VALUE 0.
      *
       01 W-IND-SUSPENSO-TABLA            PIC  9(01)     VALUE 1.
           88  SUSPENSO-EN-TABLA               VALUE 1.
           88  SUSPENSO-EN-ARCHIVO             VALUE 0.
      *
       01 W-IND-PARTIDA                   PIC  9(01)     VALUE 0.
           88  PARTIDA-ENCONTRADA              VALUE 1.
           88  PARTIDA-NO-ENCONTRADA           VALUE 0.
      *
       01 W-CLAVE-SUSPENSO.
           05  W-CLA-ACCION                PIC  X(01).
           05  W-CLA-LLAVE                 PIC  X(09).
           05  W-CLA-TIPOFMT               PIC  X(02).
      *
       01 W-CLA-NOMBRE                    PIC  X(30)     VALUE SPACES.
      *
       01 W-CONT-SUSPENSO                 PIC  9(05) COMP VALUE ZERO.
       01 TABLA-SUSPENSO.
           05  TAB-SUSPENSO OCCURS 5000 TIMES
                            INDEXED BY IDX-SUSPENSO.
               10  TAB-SUS-ESTADO          PIC  X(01).
               10  TAB-SUS-CLAVE.
                   15  TAB-SUS-ACCION      PIC  X(01).
                   15  TAB-SUS-LLAVE       PIC  X(09).
                   15  TAB-SUS-TIPOFMT     PIC  X(02).
               10  TAB-SUS-NOMBRE          PIC  X(30).
               10  TAB-SUS-REGISTRO        PIC  X(640).
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-ACEP-CAMBIOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ACEP-BAJAS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RETENIDAS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CIUDAD-CORREG        PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SUS-LEIDAS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SUS-NUEVAS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SUS-RESUELTAS        PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SUS-DEPURADAS        PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
       01 W-LINEA-ERROR.
           05  FILLER                      PIC  X(07) VALUE
               'ERROR:'.
           05  LIN-ERR-CODIGO              PIC  9(02).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ERR-LLAVE               PIC  X(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ERR-ACCION              PIC  X(01).
           05  LIN-ERR-CAMPO               PIC  X(10).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ERR-DESC                PIC  X(45).
           05  FILLER                      PIC  X(54) VALUE SPACES.
      *
       01 W-LINEA-TOTAL.
           05  LIN-TOT-ETIQUETA            PIC  X(30).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-RET-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(83) VALUE SPACES.
      *
       01 W-LINEA-RESUELTA.
           05  FILLER                      PIC  X(10) VALUE
               'RESUELTA:'.
           05  LIN-RES-LLAVE               PIC  X(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-RES-ACCION              PIC  X(01).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-RES-TIPOFMT             PIC  X(02).
           05  FILLER                      PIC  X(14) VALUE
               ' RECHAZADA EL '.
           05  LIN-RES-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(06) VALUE
               ' LOTE '.
           05  LIN-RES-LOTE                PIC  9(14).
           05  FILLER                      PIC  X(66) VALUE SPACES.
      *
       01 W-LINEA-CORREGIDA.
           05  FILLER                      PIC  X(10) VALUE
               'CORREGIDA:'.
           05  LIN-COR-LLAVE               PIC  X(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-COR-ACCION              PIC  X(01).
           05  FILLER                      PIC  X(09) VALUE
               ' CIUDADX '.
           05  LIN-COR-ANTES               PIC  X(20).
           05  FILLER                      PIC  X(04) VALUE
               ' A  '.
           05  LIN-COR-DESPUES             PIC  X(20).
           05  FILLER                      PIC  X(58) VALUE SPACES.
      *
       01 W-LINEA-AVISO.
           05  FILLER                      PIC  X(07) VALUE
               'AVISO:'.
           05  LIN-AVI-TEXTO               PIC  X(50).
           05  FILLER                      PIC  X(75) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
           OPEN INPUT  TRNARCHI
           OPEN INPUT  NOMARCHIVO
           OPEN INPUT  CIUDADES
           OPEN OUTPUT TRNACEPT
           OPEN OUTPUT TRNRECHA
           OPEN EXTEND TRNPEND
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE W-LOTE-ID-NUM            TO LIN-LOT-ID
           WRITE LISTADO-REC   FROM W-LINEA-LOTE
           PERFORM CARGAR-SUSPENSO
           .
      *----------------------------------------------------------------
      * Procedimiento : CARGAR-SUSPENSO.                              |
      * Descripción   : Carga en la tabla las partidas del suspenso   |
      *                 de rechazos; las resueltas antes de la fecha  |
      *                 de negocio se descartan. Si el archivo excede |
      *                 la tabla se abre en extension para agregar    |
      *                 solo los rechazos nuevos, sin resolver        |
      *                 partidas en esta corrida.                     |
      *----------------------------------------------------------------
       CARGAR-SUSPENSO.
      *----------------------------------------------------------------
           MOVE 0                        TO W-FIN-SUSPENSO
           OPEN INPUT TRNSUSPE
           PERFORM LEER-SUSPENSO  UNTIL ( SI-FIN-SUSPENSO )
           CLOSE TRNSUSPE
           IF ( SUSPENSO-EN-ARCHIVO )
              MOVE ZERO                  TO W-CONT-SUS-DEPURADAS
              OPEN EXTEND TRNSUSPE
              MOVE 'SUSPENSO EXCEDE LA TABLA - PARTIDAS SIN RESOLVER'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           .
      *----------------------------------------------------------------
       LEER-SUSPENSO.
      *----------------------------------------------------------------
           READ TRNSUSPE NEXT  AT END
                MOVE 1             TO W-FIN-SUSPENSO
           END-READ
           IF ( NO-FIN-SUSPENSO )
              ADD 1                         TO W-CONT-SUS-LEIDAS
              MOVE TRNSUSPE-REC             TO W-REG-SUSPENSO
              IF ( SUS-RESUELTA ) AND
                 ( SUS-FECHA-RESUELTA < W-FECHA-NEGOCIO )
                 ADD 1                      TO W-CONT-SUS-DEPURADAS
              ELSE
                 IF ( W-CONT-SUSPENSO < 5000 )
                    PERFORM AGREGAR-PARTIDA-TABLA
                 ELSE
                    SET SUSPENSO-EN-ARCHIVO TO TRUE
                    MOVE 1                  TO W-FIN-SUSPENSO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : AGREGAR-PARTIDA-TABLA.                        |
      * Descripción   : Agrega a la tabla la partida del area de      |
      *                 trabajo, con su estado y la llave, formato,   |
      *                 accion y nombre de la transaccion para la     |
      *                 busqueda de la correccion.                    |
      *----------------------------------------------------------------
       AGREGAR-PARTIDA-TABLA.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-SUSPENSO
           SET IDX-SUSPENSO                 TO W-CONT-SUSPENSO
           MOVE SUS-ESTADO                  TO TAB-SUS-ESTADO
                                               (IDX-SUSPENSO)
           MOVE SUS-TRN-ACCION              TO TAB-SUS-ACCION
                                               (IDX-SUSPENSO)
           MOVE SUS-TRN-LLAVE               TO TAB-SUS-LLAVE
                                               (IDX-SUSPENSO)
           MOVE SUS-TRN-TIPOFMT             TO TAB-SUS-TIPOFMT
                                               (IDX-SUSPENSO)
           MOVE SUS-TRN-NOMBRE              TO TAB-SUS-NOMBRE
                                               (IDX-SUSPENSO)
           MOVE W-REG-SUSPENSO              TO TAB-SUS-REGISTRO
                                               (IDX-SUSPENSO)
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-INICIO.                        |
       VALIDAR-TRANSACCION.
      *----------------------------------------------------------------
           SET TRANSACCION-VALIDA          TO TRUE
           MOVE ZEROES                     TO W-CONT-ERR-TRN
           PERFORM VALIDAR-COD-ACCION
           PERFORM VALIDAR-LLAVE
           PERFORM VALIDAR-TIPO-FORMATO
           IF ( NOT TRN-ALTA ) AND
              ( NOT TRN-CAMBIO ) AND
              ( NOT TRN-BAJA )
              MOVE 01                      TO LIN-ERR-CODIGO
              MOVE 'ACCION'                TO LIN-ERR-CAMPO
              MOVE 'CODIGO DE ACCION INVALIDO - DEBE SER A/C/E'
                                            TO LIN-ERR-DESC
      * Descripción   : Edita la llave segun la accion: un alta de    |
      *                 formato NAFMT01 debe venir con la llave en    |
      *                 ceros (la asigna el control de llaves al      |
      *                 grabarse); un alta de formato NAFMT02 o       |
      *                 NAFMT03 es el complemento deliberado de un    |
      *                 NAFMT01 existente, debe traer la llave de ese |
      *                 cliente y su grupo de llave en el maestro     |
      *                 debe contener el NAFMT01; cambios y bajas     |
      *                 direccionan por llave y no pueden venir en    |
      *                 ceros.                                        |
      *----------------------------------------------------------------
      *----------------------------------------------------------------
           EVALUATE TRUE
              WHEN ( NUMINT OF TRNARCHI-REC NOT NUMERIC )
                 MOVE 02                   TO LIN-ERR-CODIGO
                 MOVE 'NUMINT'             TO LIN-ERR-CAMPO
                 MOVE 'LLAVE NO NUMERICA'
                                            TO LIN-ERR-DESC
              WHEN ( TRN-ALTA ) AND
                   ( FORMATO-NAFMT01 OF TRNARCHI-REC ) AND
                   ( NUMINT OF TRNARCHI-REC NOT = ZEROES )
                 MOVE 03                   TO LIN-ERR-CODIGO
                 MOVE 'NUMINT'             TO LIN-ERR-CAMPO
                 MOVE 'ALTA NAFMT01 CON LLAVE - DEBE VENIR EN CEROS'
                                            TO LIN-ERR-DESC
              WHEN ( TRN-ALTA ) AND
                   ( FORMATO-NAFMT02 OF TRNARCHI-REC ) AND
                   ( NUMINT OF TRNARCHI-REC = ZEROES )
                 MOVE 04                   TO LIN-ERR-CODIGO
                 MOVE 'NUMINT'             TO LIN-ERR-CAMPO
                 MOVE 'ALTA NAFMT02 SIN LA LLAVE DEL NAFMT01'
                                            TO LIN-ERR-DESC
                   ( FORMATO-NAFMT02 OF TRNARCHI-REC )
                 PERFORM VALIDAR-F1-EXISTENTE
                 IF ( NO-EXISTE-F1 )
                    MOVE 05                TO LIN-ERR-CODIGO
                    MOVE 'NUMINT'          TO LIN-ERR-CAMPO
                    MOVE 'ALTA NAFMT02 SIN NAFMT01 EN EL MAESTRO'
                                            TO LIN-ERR-DESC
                    PERFORM REGISTRAR-ERROR
                 END-IF
              WHEN ( TRN-ALTA ) AND
                   ( FORMATO-NAFMT03 OF TRNARCHI-REC ) AND
                   ( NUMINT OF TRNARCHI-REC = ZEROES )
                 MOVE 14                   TO LIN-ERR-CODIGO
                 MOVE 'NUMINT'             TO LIN-ERR-CAMPO
                 MOVE 'ALTA NAFMT03 SIN LA LLAVE DEL NAFMT01'
                                            TO LIN-ERR-DESC
                 PERFORM REGISTRAR-ERROR
              WHEN ( TRN-ALTA ) AND
                   ( FORMATO-NAFMT03 OF TRNARCHI-REC )
                 PERFORM VALIDAR-F1-EXISTENTE
                 IF ( NO-EXISTE-F1 )
                    MOVE 15                TO LIN-ERR-CODIGO
                    MOVE 'NUMINT'          TO LIN-ERR-CAMPO
                    MOVE 'ALTA NAFMT03 SIN NAFMT01 EN EL MAESTRO'
                                            TO LIN-ERR-DESC
                    PERFORM REGISTRAR-ERROR
                 END-IF
                 IF ( SI-EXISTE-F3 )
                    MOVE 20                TO LIN-ERR-CODIGO
                    MOVE 'TIPOFMT'         TO LIN-ERR-CAMPO
                    MOVE 'ALTA NAFMT03 - EL CLIENTE YA TIENE NAFMT03'
                                            TO LIN-ERR-DESC
                    PERFORM REGISTRAR-ERROR
                 END-IF
              WHEN ( NOT TRN-ALTA ) AND
                   ( NUMINT OF TRNARCHI-REC = ZEROES )
                 MOVE 06                   TO LIN-ERR-CODIGO
                 MOVE 'NUMINT'             TO LIN-ERR-CAMPO
                 MOVE 'LLAVE EN CEROS'
                                            TO LIN-ERR-DESC
      * Procedimiento : VALIDAR-F1-EXISTENTE.                         |
      * Descripción   : Verifica en el maestro que el grupo de la     |
      *                 llave de la transaccion contenga un registro  |
      *                 NAFMT01 y anota si ya contiene un NAFMT03: la |
      *                 lectura por llave entrega el primer registro  |
      *                 del grupo (la llave admite duplicados) y el   |
      *                 grupo se recorre en secuencia hasta agotar la |
      *                 llave.                                        |
      *----------------------------------------------------------------
       VALIDAR-F1-EXISTENTE.
      *----------------------------------------------------------------
           SET NO-EXISTE-F1                TO TRUE
           SET NO-EXISTE-F3                TO TRUE
           MOVE NUMINT OF TRNARCHI-REC     TO EXTERNALLY-DESCRIBED-KEY
                                              OF NOMARCHIVO-REC
           READ NOMARCHIVO
      *----------------------------------------------------------------
      * Procedimiento : REVISAR-GRUPO-F1.                             |
      * Descripción   : Examina el registro del grupo en el area de   |
      *                 trabajo y anota si es un NAFMT01 o un         |
      *                 NAFMT03; luego lee el siguiente registro y un |
      *                 cambio de llave o el fin del archivo agotan   |
      *                 el grupo.                                     |
      *----------------------------------------------------------------
       REVISAR-GRUPO-F1.
      *----------------------------------------------------------------
           IF ( FORMATO-NAFMT01 OF NOMARCHIVO-REC )
              SET SI-EXISTE-F1             TO TRUE
           END-IF
           IF ( FORMATO-NAFMT03 OF NOMARCHIVO-REC )
              SET SI-EXISTE-F3             TO TRUE
           END-IF
           READ NOMARCHIVO NEXT
              AT END
                 MOVE 1                    TO W-FIN-GRUPO
              NOT AT END
                 IF ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                   NOT = NUMINT OF TRNARCHI-REC )
                    MOVE 1                 TO W-FIN-GRUPO
                 END-IF
           END-READ
           .
      *----------------------------------------------------------------
       VALIDAR-TIPO-FORMATO.
      *----------------------------------------------------------------
           IF ( NOT FORMATO-NAFMT01 OF TRNARCHI-REC ) AND
              ( NOT FORMATO-NAFMT02 OF TRNARCHI-REC ) AND
              ( NOT FORMATO-NAFMT03 OF TRNARCHI-REC )
              MOVE 07                      TO LIN-ERR-CODIGO
              MOVE 'TIPOFMT'               TO LIN-ERR-CAMPO
              MOVE 'FORMATO INVALIDO - DEBE SER F1, F2 O F3'
                                            TO LIN-ERR-DESC
              PERFORM REGISTRAR-ERROR
           END-IF
              MOVE FECINIVX OF TRNARCHI-REC TO W-FECHA-VALIDAR
              PERFORM VALIDAR-FECHA
              IF ( FECHA-INVALIDA )
                 MOVE 08                   TO LIN-ERR-CODIGO
                 MOVE 'FECINIVX'           TO LIN-ERR-CAMPO
                 MOVE 'FECHA DE INICIO DE VIGENCIA INVALIDA'
                                            TO LIN-ERR-DESC
              MOVE FECFINVX OF TRNARCHI-REC TO W-FECHA-VALIDAR
              PERFORM VALIDAR-FECHA
              IF ( FECHA-INVALIDA )
                 MOVE 09                   TO LIN-ERR-CODIGO
                 MOVE 'FECFINVX'           TO LIN-ERR-CAMPO
                 MOVE 'FECHA DE FIN DE VIGENCIA INVALIDA'
                                            TO LIN-ERR-DESC
                 IF ( FECINIVX OF TRNARCHI-REC NUMERIC ) AND
                    ( FECFINVX OF TRNARCHI-REC <
                      FECINIVX OF TRNARCHI-REC )
                    MOVE 10                TO LIN-ERR-CODIGO
                    MOVE 'FECFINVX'        TO LIN-ERR-CAMPO
                    MOVE 'FIN DE VIGENCIA ANTERIOR AL INICIO'
                                            TO LIN-ERR-DESC
      * Procedimiento : VALIDAR-DATOS-FORMATO.                        |
      * Descripción   : Ediciones propias de los datos de cada        |
      *                 formato: en un alta de formato NAFMT01 el     |
      *                 nombre del cliente es obligatorio; en un alta |
      *                 o cambio de formato NAFMT02 la ciudad debe    |
      *                 estar en la tabla de ciudades; en un alta o   |
      *                 cambio de formato NAFMT03 se editan los       |
      *                 canales de contacto.                          |
      *----------------------------------------------------------------
       VALIDAR-DATOS-FORMATO.
      *----------------------------------------------------------------
           IF ( TRN-ALTA ) AND
              ( FORMATO-NAFMT01 OF TRNARCHI-REC ) AND
              ( NOMBREX OF TRNARCHI-REC = SPACES )
              MOVE 11                      TO LIN-ERR-CODIGO
              MOVE 'NOMBREX'               TO LIN-ERR-CAMPO
              MOVE 'NOMBRE EN BLANCO EN UN ALTA'
                                            TO LIN-ERR-DESC
              PERFORM REGISTRAR-ERROR
           END-IF
           IF ( ( TRN-ALTA ) OR ( TRN-CAMBIO ) ) AND
              ( FORMATO-NAFMT02 OF TRNARCHI-REC )
              PERFORM VALIDAR-CIUDAD
           END-IF
           IF ( ( TRN-ALTA ) OR ( TRN-CAMBIO ) ) AND
              ( FORMATO-NAFMT03 OF TRNARCHI-REC )
              PERFORM VALIDAR-CANALES
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VALIDAR-CANALES.                              |
      * Descripción   : Edita los canales de contacto del NAFMT03: el |
      *                 canal preferido CANALX debe ser E (correo     |
      *                 electronico), M (movil) o P (papel); el canal |
      *                 E exige el CORREOX y el canal M el MOVILX; el |
      *                 CORREOX informado debe llevar una sola arroba |
      *                 y no puede empezar por ella.                  |
      *----------------------------------------------------------------
       VALIDAR-CANALES.
      *----------------------------------------------------------------
           IF ( NOT CANAL-VALIDO OF TRNARCHI-REC )
              MOVE 16                      TO LIN-ERR-CODIGO
              MOVE 'CANALX'                TO LIN-ERR-CAMPO
              MOVE 'CANAL DE CONTACTO INVALIDO - DEBE SER E/M/P'
                                            TO LIN-ERR-DESC
              PERFORM REGISTRAR-ERROR
           END-IF
           IF ( CANAL-CORREO-ELECTRONICO OF TRNARCHI-REC ) AND
              ( CORREOX OF TRNARCHI-REC = SPACES )
              MOVE 17                      TO LIN-ERR-CODIGO
              MOVE 'CORREOX'               TO LIN-ERR-CAMPO
              MOVE 'CANAL CORREO ELECTRONICO SIN CORREOX'
                                            TO LIN-ERR-DESC
              PERFORM REGISTRAR-ERROR
           END-IF
           IF ( CANAL-MOVIL OF TRNARCHI-REC ) AND
              ( MOVILX OF TRNARCHI-REC = SPACES )
              MOVE 18                      TO LIN-ERR-CODIGO
              MOVE 'MOVILX'                TO LIN-ERR-CAMPO
              MOVE 'CANAL MOVIL SIN MOVILX'
                                            TO LIN-ERR-DESC
              PERFORM REGISTRAR-ERROR
           END-IF
           IF ( CORREOX OF TRNARCHI-REC NOT = SPACES )
              MOVE ZEROES                  TO W-CONT-ARROBAS
              INSPECT CORREOX OF TRNARCHI-REC
                 TALLYING W-CONT-ARROBAS FOR ALL '@'
              IF ( W-CONT-ARROBAS NOT = 1 ) OR
                 ( CORREOX OF TRNARCHI-REC (1:1) = '@' )
                 MOVE 19                   TO LIN-ERR-CODIGO
                 MOVE 'CORREOX'            TO LIN-ERR-CAMPO
                 MOVE 'CORREO ELECTRONICO MAL FORMADO'
                                            TO LIN-ERR-DESC
                 PERFORM REGISTRAR-ERROR
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VALIDAR-CIUDAD.                               |
      * Descripción   : Edita el CIUDADX del NAFMT02 contra la tabla  |
      *                 de ciudades, en mayusculas: el nombre oficial |
      *                 pasa; un alias conocido se corrige en la      |
      *                 transaccion al nombre oficial y se informa en |
      *                 el listado; la ciudad en blanco o que no esta |
      *                 en la tabla rechaza la transaccion.           |
      *----------------------------------------------------------------
       VALIDAR-CIUDAD.
      *----------------------------------------------------------------
           MOVE CIUDADX OF TRNARCHI-REC     TO W-CIUDAD-ORIGINAL
           INSPECT CIUDADX OF TRNARCHI-REC
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF ( CIUDADX OF TRNARCHI-REC = SPACES )
              MOVE 13                      TO LIN-ERR-CODIGO
              MOVE 'CIUDADX'               TO LIN-ERR-CAMPO
              MOVE 'CIUDAD EN BLANCO EN EL NAFMT02'
                                            TO LIN-ERR-DESC
              PERFORM REGISTRAR-ERROR
           ELSE
              PERFORM BUSCAR-CIUDAD
              EVALUATE TRUE
                 WHEN ( CIUDAD-DESCONOCIDA )
                    MOVE 12                TO LIN-ERR-CODIGO
                    MOVE 'CIUDADX'         TO LIN-ERR-CAMPO
                    MOVE 'CIUDAD NO EXISTE EN LA TABLA DE CIUDADES'
                                            TO LIN-ERR-DESC
                    PERFORM REGISTRAR-ERROR
                 WHEN ( CIUDAD-ALIAS )
                    MOVE CIU-NOMBRE-OFICIAL TO CIUDADX OF TRNARCHI-REC
                    ADD 1                  TO W-CONT-CIUDAD-CORREG
                    MOVE NUMINT OF TRNARCHI-REC
                                            TO LIN-COR-LLAVE
                    MOVE TRN-COD-ACCION    TO LIN-COR-ACCION
                    MOVE W-CIUDAD-ORIGINAL TO LIN-COR-ANTES
                    MOVE CIU-NOMBRE-OFICIAL TO LIN-COR-DESPUES
                    WRITE LISTADO-REC      FROM W-LINEA-CORREGIDA
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-CIUDAD.                                |
      * Descripción   : Lee la tabla de ciudades con la grafia del    |
      *                 CIUDADX y clasifica la ciudad en oficial,     |
      *                 alias o desconocida.                          |
      *----------------------------------------------------------------
       BUSCAR-CIUDAD.
      *----------------------------------------------------------------
           MOVE CIUDADX OF TRNARCHI-REC     TO CIU-NOMBRE
           READ CIUDADES
            INVALID KEY
               SET CIUDAD-DESCONOCIDA      TO TRUE
            NOT INVALID KEY
               IF ( CIU-ALIAS )
                  SET CIUDAD-ALIAS         TO TRUE
               ELSE
                  SET CIUDAD-OFICIAL       TO TRUE
               END-IF
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : REGISTRAR-ERROR.                              |
      *                 dejo armada en W-LINEA-ERROR y marca la       |
      *                 transaccion como invalida. La llave se mueve  |
      *                 como alfanumerica porque puede traer basura   |
      *                 no numerica. El codigo, campo y descripcion   |
      *                 se guardan ademas entre los errores de la     |
      *                 transaccion para el suspenso de rechazos.     |
      *----------------------------------------------------------------
       REGISTRAR-ERROR.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-ERRORES
           SET TRANSACCION-INVALIDA         TO TRUE
           WRITE LISTADO-REC                FROM W-LINEA-ERROR
           IF ( W-CONT-ERR-TRN < 8 )
              ADD 1                         TO W-CONT-ERR-TRN
              SET IDX-ERROR-TRN             TO W-CONT-ERR-TRN
              MOVE LIN-ERR-CODIGO           TO TAB-ERR-CODIGO
                                               (IDX-ERROR-TRN)
              MOVE LIN-ERR-CAMPO            TO TAB-ERR-CAMPO
                                               (IDX-ERROR-TRN)
              MOVE LIN-ERR-DESC             TO TAB-ERR-DESC
                                               (IDX-ERROR-TRN)
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : CLASIFICAR-TRANSACCION.                       |
      *                 TRNPEND (no viaja en el lote ni en sus        |
      *                 totales) hasta que la corrida de liberacion   |
      *                 lo reincorpore el dia que entra en vigencia.  |
      *                 El rechazo abre su partida en el suspenso, y  |
      *                 la transaccion que pasa la edicion (aceptada  |
      *                 o retenida) resuelve la partida abierta de su |
      *                 correccion, si la hay.                        |
      *----------------------------------------------------------------
       CLASIFICAR-TRANSACCION.
      *----------------------------------------------------------------
              WHEN ( TRANSACCION-INVALIDA )
                 ADD 1                     TO W-CONT-RECHAZADOS
                 WRITE TRNRECHA-REC        FROM TRNARCHI-REC
                 PERFORM REGISTRAR-SUSPENSO
              WHEN ( ( TRN-ALTA ) OR ( TRN-CAMBIO ) ) AND
                   ( FECINIVX OF TRNARCHI-REC > W-FECHA-NEGOCIO )
                 PERFORM RETENER-TRANSACCION
                 PERFORM RESOLVER-SUSPENSO
              WHEN OTHER
                 PERFORM RESOLVER-SUSPENSO
                 ADD 1                     TO W-CONT-ACEPTADOS
                 ADD NUMINT OF TRNARCHI-REC TO W-HASH-LLAVES
                 EVALUATE TRUE
           WRITE LISTADO-REC                FROM W-LINEA-RETENIDA
           .
      *----------------------------------------------------------------
      * Procedimiento : REGISTRAR-SUSPENSO.                           |
      * Descripción   : Abre la partida de suspenso de la transaccion |
      *                 rechazada, con la fecha de negocio, el lote,  |
      *                 sus errores y la transaccion completa. La     |
      *                 partida va a la tabla; si la tabla se llena a |
      *                 media corrida, se vuelca al archivo y el      |
      *                 resto de los rechazos se graba directo.       |
      *----------------------------------------------------------------
       REGISTRAR-SUSPENSO.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-SUS-NUEVAS
           MOVE SPACES                      TO W-REG-SUSPENSO
           MOVE W-FECHA-NEGOCIO             TO SUS-FECHA-NEGOCIO
           MOVE W-LOTE-ID-NUM               TO SUS-LOTE-ID
           SET SUS-ABIERTA                  TO TRUE
           MOVE ZEROES                      TO SUS-FECHA-RESUELTA
           MOVE ZEROES                      TO SUS-LOTE-RESUELTA
           MOVE W-CONT-ERR-TRN              TO SUS-CONT-ERRORES
           PERFORM COPIAR-ERROR-SUSPENSO
              VARYING IDX-SUS-ERROR FROM 1 BY 1
                 UNTIL ( IDX-SUS-ERROR > 8 )
           MOVE TRNARCHI-REC                TO SUS-TRANSACCION
           EVALUATE TRUE
              WHEN ( SUSPENSO-EN-ARCHIVO )
                 WRITE TRNSUSPE-REC         FROM W-REG-SUSPENSO
              WHEN ( W-CONT-SUSPENSO < 5000 )
                 PERFORM AGREGAR-PARTIDA-TABLA
              WHEN OTHER
                 PERFORM VOLCAR-SUSPENSO
                 WRITE TRNSUSPE-REC         FROM W-REG-SUSPENSO
           END-EVALUATE
           .
      *----------------------------------------------------------------
       COPIAR-ERROR-SUSPENSO.
      *----------------------------------------------------------------
           IF ( IDX-SUS-ERROR > W-CONT-ERR-TRN )
              MOVE ZEROES                   TO SUS-ERR-CODIGO
                                               (IDX-SUS-ERROR)
           ELSE
              SET IDX-ERROR-TRN             TO IDX-SUS-ERROR
              MOVE TAB-ERR-CODIGO (IDX-ERROR-TRN)
                                            TO SUS-ERR-CODIGO
                                               (IDX-SUS-ERROR)
              MOVE TAB-ERR-CAMPO (IDX-ERROR-TRN)
                                            TO SUS-ERR-CAMPO
                                               (IDX-SUS-ERROR)
              MOVE TAB-ERR-DESC (IDX-ERROR-TRN)
                                            TO SUS-ERR-DESC
                                               (IDX-SUS-ERROR)
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VOLCAR-SUSPENSO.                              |
      * Descripción   : La tabla del suspenso se lleno a media        |
      *                 corrida: se regraba el archivo con lo que     |
      *                 lleva la tabla y queda abierto para grabar    |
      *                 directo los rechazos que siguen; las          |
      *                 correcciones que lleguen despues ya no        |
      *                 resuelven partidas en esta corrida.           |
      *----------------------------------------------------------------
       VOLCAR-SUSPENSO.
      *----------------------------------------------------------------
           OPEN OUTPUT TRNSUSPE
           PERFORM GRABAR-PARTIDA-TABLA
              VARYING IDX-SUSPENSO FROM 1 BY 1
                 UNTIL ( IDX-SUSPENSO > W-CONT-SUSPENSO )
           SET SUSPENSO-EN-ARCHIVO          TO TRUE
           MOVE 'SUSPENSO EXCEDE LA TABLA - PARTIDAS SIN RESOLVER'
                                            TO LIN-AVI-TEXTO
           WRITE LISTADO-REC                FROM W-LINEA-AVISO
           .
      *----------------------------------------------------------------
       GRABAR-PARTIDA-TABLA.
      *----------------------------------------------------------------
           WRITE TRNSUSPE-REC               FROM TAB-SUS-REGISTRO
                                                 (IDX-SUSPENSO)
           .
      *----------------------------------------------------------------
      * Procedimiento : RESOLVER-SUSPENSO.                            |
      * Descripción   : Busca en la tabla la partida abierta mas      |
      *                 antigua de la misma accion, llave y formato   |
      *                 de la transaccion que paso la edicion y la    |
      *                 marca resuelta. Como el alta NAFMT01 llega    |
      *                 con la llave en ceros, en ese caso ademas     |
      *                 debe coincidir el nombre, para no resolver la |
      *                 partida de otro cliente; el alta aceptada     |
      *                 nunca trae el nombre en blanco, asi que un    |
      *                 rechazo sin nombre queda abierto en el        |
      *                 suspenso. Cada transaccion resuelve a lo sumo |
      *                 una partida.                                  |
      *----------------------------------------------------------------
       RESOLVER-SUSPENSO.
      *----------------------------------------------------------------
           SET PARTIDA-NO-ENCONTRADA        TO TRUE
           IF ( SUSPENSO-EN-TABLA ) AND ( W-CONT-SUSPENSO > 0 )
              MOVE TRN-COD-ACCION           TO W-CLA-ACCION
              MOVE NUMINT OF TRNARCHI-REC   TO W-CLA-LLAVE
              MOVE TIPOFMT OF TRNARCHI-REC  TO W-CLA-TIPOFMT
              IF ( TRN-ALTA ) AND ( FORMATO-NAFMT01 OF TRNARCHI-REC )
                 MOVE NOMBREX OF TRNARCHI-REC TO W-CLA-NOMBRE
              ELSE
                 MOVE SPACES                TO W-CLA-NOMBRE
              END-IF
              SET IDX-SUSPENSO              TO 1
              SEARCH TAB-SUSPENSO
                 AT END
                    SET PARTIDA-NO-ENCONTRADA TO TRUE
                 WHEN ( IDX-SUSPENSO > W-CONT-SUSPENSO )
                    SET PARTIDA-NO-ENCONTRADA TO TRUE
                 WHEN ( TAB-SUS-ESTADO (IDX-SUSPENSO) = 'A' ) AND
                      ( TAB-SUS-CLAVE (IDX-SUSPENSO) =
                        W-CLAVE-SUSPENSO ) AND
                      ( ( W-CLA-NOMBRE = SPACES ) OR
                        ( TAB-SUS-NOMBRE (IDX-SUSPENSO) =
                          W-CLA-NOMBRE ) )
                    SET PARTIDA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF
           IF ( PARTIDA-ENCONTRADA )
              PERFORM MARCAR-PARTIDA-RESUELTA
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : MARCAR-PARTIDA-RESUELTA.                      |
      * Descripción   : Marca resuelta la partida encontrada con la   |
      *                 fecha de negocio y el lote de esta edicion y  |
      *                 la reporta en el listado.                     |
      *----------------------------------------------------------------
       MARCAR-PARTIDA-RESUELTA.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-SUS-RESUELTAS
           MOVE TAB-SUS-REGISTRO (IDX-SUSPENSO)
                                            TO W-REG-SUSPENSO
           SET SUS-RESUELTA                 TO TRUE
           MOVE W-FECHA-NEGOCIO             TO SUS-FECHA-RESUELTA
           MOVE W-LOTE-ID-NUM               TO SUS-LOTE-RESUELTA
           MOVE W-REG-SUSPENSO              TO TAB-SUS-REGISTRO
                                               (IDX-SUSPENSO)
           MOVE SUS-ESTADO                  TO TAB-SUS-ESTADO
                                               (IDX-SUSPENSO)
           MOVE SUS-TRN-LLAVE               TO LIN-RES-LLAVE
           MOVE SUS-TRN-ACCION              TO LIN-RES-ACCION
           MOVE SUS-TRN-TIPOFMT             TO LIN-RES-TIPOFMT
           MOVE SUS-FECHA-NEGOCIO           TO LIN-RES-FECHA
           MOVE SUS-LOTE-ID                 TO LIN-RES-LOTE
           WRITE LISTADO-REC                FROM W-LINEA-RESUELTA
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-SUSPENSO.                              |
      * Descripción   : Regraba el suspenso con la tabla completa     |
      *                 (partidas abiertas, resueltas hoy y rechazos  |
      *                 nuevos); si la corrida trabajo en extension   |
      *                 el archivo ya esta al dia y solo se cierra.   |
      *----------------------------------------------------------------
       GRABAR-SUSPENSO.
      *----------------------------------------------------------------
           IF ( SUSPENSO-EN-TABLA )
              OPEN OUTPUT TRNSUSPE
              PERFORM GRABAR-PARTIDA-TABLA
                 VARYING IDX-SUSPENSO FROM 1 BY 1
                    UNTIL ( IDX-SUSPENSO > W-CONT-SUSPENSO )
           END-IF
           CLOSE TRNSUSPE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-TRAILER-ACEPT.                         |
      * Descripción   : Graba el registro de cola de TRNACEPT con el  |
      *                 lote de esta edicion y los totales de control |
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RETENIDAS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL CIUDADES CORREGIDAS    :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-CIUDAD-CORREG        TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'PARTIDAS DE SUSPENSO LEIDAS  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SUS-LEIDAS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'PARTIDAS DE SUSPENSO NUEVAS  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SUS-NUEVAS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'PARTIDAS RESUELTAS HOY       :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SUS-RESUELTAS        TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'PARTIDAS RESUELTAS DEPURADAS :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SUS-DEPURADAS        TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           PERFORM GRABAR-SUSPENSO
           PERFORM GRABAR-CONTROL-FIN
           CLOSE TRNARCHI
           CLOSE NOMARCHIVO
           CLOSE CIUDADES
           CLOSE TRNACEPT
           CLOSE TRNRECHA
           CLOSE TRNPEND
