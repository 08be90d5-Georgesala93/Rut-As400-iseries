       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASFUSIO.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Deteccion y fusion de clientes duplicados de      |
      *             NOMARCHIVO.                                       |
      * Funcion   : Modo '1' (detectar): recorre la referencia por    |
      *             nombre XRFNOMBR agrupando los clientes NAFMT01    |
      *             activos del mismo NOMBREX y, dentro de cada       |
      *             grupo, compara cada pareja por TELEFOX y DIRECCX: |
      *             el nombre vale 40 puntos, el telefono 30 y la     |
      *             direccion 30; las parejas de 70 puntos o mas se   |
      *             listan para revision como probables duplicados,   |
      *             con la llave menor como sobreviviente sugerida, y |
      *             las que solo coinciden en el nombre se cuentan.   |
      *             Modo '2' (fusionar): recibe la llave que          |
      *             sobrevive y la llave que se retira; traslada los  |
      *             registros NAFMT02 del cliente retirado a la llave |
      *             sobreviviente y segun el indicador de retiro      |
      *             inactiva ('I') o elimina ('E') su NAFMT01 junto   |
      *             con su NAFMT03, que sigue a su registro padre.    |
      *             Todo pasa por las mismas rutas auditadas del modo |
      *             '3' de CASCOBOL: imagenes en AUDITARCH (de donde  |
      *             las toma el extracto delta DELTARCH de CASDELTA), |
      *             mantenimiento en linea de XRFNOMBR y XRFCIUDA y   |
      *             la operacion inversa de cada cambio en el archivo |
      *             de backout FUSBACK, que se recrea en cada fusion. |
      *             Modo '3' (revertir): des-aplica la ultima fusion  |
      *             desde FUSBACK, del ultimo registro al primero,    |
      *             siempre que ningun otro proceso haya cambiado el  |
      *             maestro despues de ella.                          |
      *             Como la llave del maestro admite duplicados y el  |
      *             DELETE direcciona siempre al primer registro de   |
      *             la llave, un registro puntual se quita vaciando   |
      *             el grupo completo de su llave y reponiendo el     |
      *             resto, igual que en las referencias cruzadas.     |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - E/S    : archivo maestro indexado.   |
      *             XRFNOMBR   - E/S    : referencia por nombre.      |
      *             XRFCIUDA   - E/S    : referencia por ciudad.      |
      *             AUDITARCH  - Salida : bitacora de auditoria.      |
      *             FUSBACK    - E/S    : backout de la fusion.       |
      *             CTLPROCS   - E/S    : control de corridas.        |
      *             LISTADO    - Salida : lista de revision y reporte |
      *                                   de la fusion.               |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  14/10/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Operador de captura (el programa) y de        |
      *                 aprobacion en la bitacora de auditoria        |
      *                 AUDITARCH.                                    |
      *  14/10/2026 JSA La depuracion de ciudades CASNORCI cuenta     |
      *                 como ultimo cambio del maestro en el control  |
      *                 de corridas.                                  |
      *  14/10/2026 JSA La supresion de datos personales CASANONI     |
      *                 cuenta como ultimo cambio del maestro en el   |
      *                 control de corridas.                          |
      *  14/10/2026 JSA El NAFMT03 de la llave retirada sigue a su    |
      *                 NAFMT01.                                      |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------
      *               Declaracion de Archivos                         |
      *----------------------------------------------------------------
       FILE-CONTROL.
      *
           SELECT NOMARCHIVO
                  ASSIGN               TO DATABASE-NOMARCHIVO
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS EXTERNALLY-DESCRIBED-KEY
                                          WITH DUPLICATES.
      *
           SELECT OPTIONAL XRFNOMBR
                  ASSIGN               TO DATABASE-XRFNOMBR
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS XRN-NOMBRE
                                          WITH DUPLICATES.
      *
           SELECT OPTIONAL XRFCIUDA
                  ASSIGN               TO DATABASE-XRFCIUDA
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS XRC-CIUDAD
                                          WITH DUPLICATES.
      *
           SELECT OPTIONAL AUDITARCH
                  ASSIGN               TO DATABASE-AUDITARCH
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL FUSBACK
                  ASSIGN               TO DATABASE-FUSBACK
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL CTLPROCS
                  ASSIGN               TO DATABASE-CTLPROCS
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
                  ORGANIZATION         IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
      *----------------------------------------------------------------
      *          Declaración de Definiciones de Archivo               |
      *----------------------------------------------------------------
       FILE SECTION.
      *
       FD  NOMARCHIVO
           LABEL RECORDS               ARE STANDARD.
       01  NOMARCHIVO-REC.
           COPY DD-ALL-FORMATS         OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Referencia cruzada por nombre: agrupa los candidatos de la    |
      * deteccion y se mantiene en linea en la fusion.                |
      *----------------------------------------------------------------
       FD  XRFNOMBR
           LABEL RECORDS               ARE STANDARD.
       01  XRFNOMBR-REC.
           05  XRN-NOMBRE                  PIC X(30).
           05  XRN-LLAVE                   PIC 9(09).
           05  XRN-ESTADO                  PIC X(01).
           05  XRN-FEC-INI-VIG             PIC 9(08).
           05  XRN-FEC-FIN-VIG             PIC 9(08).
      *
      *----------------------------------------------------------------
      * Referencia cruzada por ciudad, mantenida en linea en la       |
      * fusion y su reversion.                                        |
      *----------------------------------------------------------------
       FD  XRFCIUDA
           LABEL RECORDS               ARE STANDARD.
       01  XRFCIUDA-REC.
           05  XRC-CIUDAD                  PIC X(20).
           05  XRC-LLAVE                   PIC 9(09).
           05  XRC-ESTADO                  PIC X(01).
           05  XRC-FEC-INI-VIG             PIC 9(08).
           05  XRC-FEC-FIN-VIG             PIC 9(08).
      *
      *----------------------------------------------------------------
      * Bitacora de auditoria: imagen antes/despues de cada alta,     |
      * cambio o baja contra NOMARCHIVO.                              |
      *----------------------------------------------------------------
       FD  AUDITARCH
           LABEL RECORDS               ARE STANDARD.
       01  AUDITARCH-REC.
           05  AUD-LLAVE                   PIC 9(09).
           05  AUD-COD-OPERACION           PIC X(01).
               88  AUD-OP-ALTA                 VALUE 'A'.
               88  AUD-OP-CAMBIO               VALUE 'C'.
               88  AUD-OP-BAJA                 VALUE 'E'.
           05  AUD-FECHA                   PIC 9(08).
           05  AUD-HORA                    PIC 9(08).
           05  AUD-IMAGEN-ANTES            PIC X(113).
           05  AUD-IMAGEN-DESPUES          PIC X(113).
           05  AUD-OPERADOR-CAPTURA        PIC X(08).
           05  AUD-OPERADOR-APRUEBA        PIC X(08).
      *
      *----------------------------------------------------------------
      * Archivo de backout de la fusion, con el formato de BACKARCH   |
      * sin su imagen despues (la fusion no graba cambios): por cada  |
      * operacion aplicada guarda la operacion inversa y la imagen    |
      * que esa operacion necesita: la imagen del registro eliminado  |
      * para re-crearlo, o la imagen del registro grabado para        |
      * ubicarlo entre los duplicados de su llave y quitarlo.         |
      *----------------------------------------------------------------
       FD  FUSBACK
           LABEL RECORDS               ARE STANDARD.
       01  FUSBACK-REC.
           05  BCK-LLAVE                   PIC 9(09).
           05  BCK-COD-OPERACION           PIC X(01).
               88  BCK-OP-ALTA                 VALUE 'A'.
               88  BCK-OP-CAMBIO               VALUE 'C'.
               88  BCK-OP-BAJA                 VALUE 'E'.
           05  BCK-FECHA                   PIC 9(08).
           05  BCK-HORA                    PIC 9(08).
           05  BCK-IMAGEN-ANTES            PIC X(113).
      *
      *----------------------------------------------------------------
      * Archivo de control de corridas de la suite; la reversion lo   |
      * verifica antes de tocar el maestro.                           |
      *----------------------------------------------------------------
       FD  CTLPROCS
           LABEL RECORDS               ARE STANDARD.
       01  CTLPROCS-REC.
           COPY CTLPROCS.
      *
      *----------------------------------------------------------------
      * Listado de salida con la lista de revision o el reporte de la |
      * fusion.                                                       |
      *----------------------------------------------------------------
       FD  LISTADO
           LABEL RECORDS               ARE STANDARD.
       01  LISTADO-REC                     PIC X(132).
      *
      *----------------------------------------------------------------
      *            Declaracion de Variables de Trabajo                |
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       01 W-NUMINT                        PIC  9(09)     VALUE ZEROES.
      *
       01 W-EXISTE-ARCHIVO                PIC  9(01)     VALUE 0.
           88  EXISTE-EN-ARCHIVO               VALUE 1.
           88  NO-EXISTE-EN-ARCHIVO            VALUE 0.
      *
       01 W-IND-CORRIDA                   PIC  9(01)     VALUE 1.
           88  CORRIDA-AUTORIZADA              VALUE 1.
           88  CORRIDA-RECHAZADA               VALUE 0.
      *
       01 W-IND-CONTROL-INICIADO          PIC  9(01)     VALUE 0.
           88  CONTROL-INICIADO                VALUE 1.
           88  CONTROL-NO-INICIADO             VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
       01 W-AVISO-TEXTO                   PIC  X(50)     VALUE SPACES.
      *
       01 W-IMAGEN-ANTES                  PIC  X(113)    VALUE SPACES.
       01 W-IMAGEN-DESPUES                PIC  X(113)    VALUE SPACES.
       01 W-IMAGEN-BACKOUT                PIC  X(113)    VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Grupo de registros de una llave del maestro: se carga con la  |
      * lectura secuencial desde la llave, para conocer el NAFMT01    |
      * del cliente y los registros que comparten su NUMINT.          |
      *----------------------------------------------------------------
       01 W-FIN-GRUPO                     PIC  9(01)     VALUE 0.
           88  SI-FIN-GRUPO                    VALUE 1.
           88  NO-FIN-GRUPO                    VALUE 0.
      *
       01 W-IND-GRUPO-EXCEDIDO            PIC  9(01)     VALUE 0.
           88  SI-GRUPO-EXCEDIDO               VALUE 1.
           88  NO-GRUPO-EXCEDIDO               VALUE 0.
      *
       01 W-IND-EXISTE-F1                 PIC  9(01)     VALUE 0.
           88  SI-EXISTE-F1                    VALUE 1.
           88  NO-EXISTE-F1                    VALUE 0.
      *
       01 W-REG-F1.
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 TABLA-GRUPO.
           05  TAB-GRUPO OCCURS 20 TIMES
                         INDEXED BY IDX-GRUPO.
               10  TAB-GRU-REGISTRO        PIC  X(113).
      *
      *----------------------------------------------------------------
      * Quitar un registro puntual del maestro: el grupo de su llave  |
      * se vacia a la tabla y se repone sin el registro buscado.      |
      *----------------------------------------------------------------
       01 W-IND-REGISTRO-OMITIDO          PIC  9(01)     VALUE 0.
           88  SI-REGISTRO-OMITIDO             VALUE 1.
           88  NO-REGISTRO-OMITIDO             VALUE 0.
      *
       01 W-IMAGEN-QUITAR                 PIC  X(113)    VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Deteccion: el nombre del grupo en curso de XRFNOMBR y sus     |
      * candidatos, con los datos de comparacion tomados del NAFMT01  |
      * de cada uno en el maestro.                                    |
      *----------------------------------------------------------------
       01 W-NOMBRE-GRUPO                  PIC  X(30)     VALUE SPACES.
      *
       01 W-IND-CANDIDATOS-EXCEDIDOS      PIC  9(01)     VALUE 0.
           88  SI-CANDIDATOS-EXCEDIDOS         VALUE 1.
           88  NO-CANDIDATOS-EXCEDIDOS         VALUE 0.
      *
       01 W-CONT-CANDIDATOS               PIC  9(03) COMP VALUE ZERO.
       01 TABLA-CANDIDATOS.
           05  TAB-CANDIDATO OCCURS 50 TIMES
                             INDEXED BY IDX-CAND-A IDX-CAND-B.
               10  TAB-CAN-LLAVE           PIC  9(09).
               10  TAB-CAN-VALIDO          PIC  X(01).
               10  TAB-CAN-TELEFONO        PIC  X(15).
               10  TAB-CAN-DIRECCION       PIC  X(40).
      *
       01 W-PUNTAJE                       PIC  9(03)     VALUE ZEROES.
       01 W-COINCIDENCIA                  PIC  X(20)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Mantenimiento en linea de las referencias cruzadas: las       |
      * imagenes antes/despues decodificadas con el formato del       |
      * registro, y el grupo de entradas duplicadas de la referencia  |
      * que se vacia y repone para quitar la entrada de una sola      |
      * llave.                                                        |
      *----------------------------------------------------------------
       01 W-REG-ANTES.
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
       01 W-REG-DESPUES.
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
       01 W-FIN-XREF                      PIC  9(01)     VALUE 0.
           88  SI-FIN-XREF                     VALUE 1.
           88  NO-FIN-XREF                     VALUE 0.
      *
       01 W-IND-XREF-OMITIDO              PIC  9(01)     VALUE 0.
           88  SI-XREF-OMITIDO                 VALUE 1.
           88  NO-XREF-OMITIDO                 VALUE 0.
      *
       01 W-CONT-XRN-GRUPO                PIC  9(03) COMP VALUE ZERO.
       01 TABLA-XREF-NOMBRE.
           05  TAB-XRN-ENTRADA OCCURS 20 TIMES
                               INDEXED BY IDX-XRN.
               10  TAB-XRN-REGISTRO        PIC  X(56).
      *
       01 W-CONT-XRC-GRUPO                PIC  9(03) COMP VALUE ZERO.
       01 TABLA-XREF-CIUDAD.
           05  TAB-XRC-ENTRADA OCCURS 20 TIMES
                               INDEXED BY IDX-XRC.
               10  TAB-XRC-REGISTRO        PIC  X(46).
      *
      *----------------------------------------------------------------
      * Reversion: el backout de la ultima fusion cargado completo    |
      * para recorrerlo en orden inverso, y lo aprendido del control  |
      * de corridas (el ultimo proceso que cambio el maestro).        |
      *----------------------------------------------------------------
       01 W-FIN-BACKOUT                   PIC  9(01)     VALUE 0.
           88  SI-FIN-BACKOUT                  VALUE 1.
           88  NO-FIN-BACKOUT                  VALUE 0.
      *
       01 W-IND-BACKOUT-LLENO             PIC  9(01)     VALUE 0.
           88  SI-BACKOUT-LLENO                VALUE 1.
           88  NO-BACKOUT-LLENO                VALUE 0.
      *
       01 W-CONT-BACKOUT                  PIC  9(05) COMP VALUE ZERO.
       01 TABLA-BACKOUT.
           05  TAB-BACKOUT OCCURS 100 TIMES
                             INDEXED BY IDX-BACKOUT.
               10  TAB-BCK-LLAVE           PIC  9(09).
               10  TAB-BCK-OPERACION       PIC  X(01).
               10  TAB-BCK-IMAGEN          PIC  X(113).
      *
       01 W-FIN-CONTROL                   PIC  9(01)     VALUE 0.
           88  SI-FIN-CONTROL                  VALUE 1.
           88  NO-FIN-CONTROL                  VALUE 0.
      *
       01 W-ULT-MAESTRO-PROG              PIC  X(08)     VALUE SPACES.
       01 W-ULT-MAESTRO-MODO              PIC  X(01)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-GRUPOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-PARES                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-PROBABLES            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SOLO-NOMBRE          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ESCRITOS             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ELIMINADOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-TRASLADADOS          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZOS             PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'DUPLICADOS Y FUSION CASFUSIO'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'MODO DE EJECUCION  :'.
           05  LIN-PAR-MODO                PIC  X(01).
           05  FILLER                      PIC  X(12) VALUE
               '  SOBREVIVE:'.
           05  LIN-PAR-SOBREVIVE           PIC  9(09).
           05  FILLER                      PIC  X(11) VALUE
               '  RETIRADA:'.
           05  LIN-PAR-RETIRADA            PIC  9(09).
           05  FILLER                      PIC  X(09) VALUE
               '  RETIRO:'.
           05  LIN-PAR-RETIRO              PIC  X(01).
           05  FILLER                      PIC  X(60) VALUE SPACES.
      *
       01 W-LINEA-TITULO.
           05  FILLER                      PIC  X(10) VALUE SPACES.
           05  FILLER                      PIC  X(10) VALUE
               'SOBREVIVE'.
           05  FILLER                      PIC  X(10) VALUE
               'RETIRA'.
           05  FILLER                      PIC  X(31) VALUE
               'NOMBRE'.
           05  FILLER                      PIC  X(12) VALUE
               'PUNTAJE'.
           05  FILLER                      PIC  X(20) VALUE
               'COINCIDE EN'.
           05  FILLER                      PIC  X(39) VALUE SPACES.
      *
       01 W-LINEA-PROBABLE.
           05  FILLER                      PIC  X(10) VALUE
               'PROBABLE:'.
           05  LIN-PRO-LLAVE-SOBREVIVE     PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PRO-LLAVE-RETIRA        PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PRO-NOMBRE              PIC  X(30).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  FILLER                      PIC  X(08) VALUE
               'PUNTAJE '.
           05  LIN-PRO-PUNTAJE             PIC  ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PRO-COINCIDE            PIC  X(20).
           05  FILLER                      PIC  X(39) VALUE SPACES.
      *
       01 W-LINEA-GRUPO-EXCEDIDO.
           05  FILLER                      PIC  X(16) VALUE
               'GRUPO EXCEDIDO:'.
           05  LIN-GEX-NOMBRE              PIC  X(30).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  FILLER                      PIC  X(40) VALUE
               'SOLO SE COMPARAN LOS PRIMEROS 50'.
           05  FILLER                      PIC  X(45) VALUE SPACES.
      *
       01 W-LINEA-OPERACION.
           05  FILLER                      PIC  X(11) VALUE
               'OPERACION:'.
           05  LIN-OPE-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-OPE-TIPOFMT             PIC  X(02).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-OPE-RESULT              PIC  X(45).
           05  FILLER                      PIC  X(63) VALUE SPACES.
      *
       01 W-LINEA-EXCEPCION.
           05  FILLER                      PIC  X(11) VALUE
               'EXCEPCION:'.
           05  LIN-EXC-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-EXC-DESC                PIC  X(40).
           05  FILLER                      PIC  X(71) VALUE SPACES.
      *
       01 W-LINEA-AVISO.
           05  FILLER                      PIC  X(07) VALUE
               'AVISO:'.
           05  LIN-AVI-TEXTO               PIC  X(50).
           05  FILLER                      PIC  X(75) VALUE SPACES.
      *
       01 W-LINEA-TOTAL.
           05  LIN-TOT-ETIQUETA            PIC  X(30).
           05  LIN-TOT-VALOR               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(91) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
      * Parametros de la corrida: el modo de ejecucion, las llaves    |
      * que sobrevive y que se retira en la fusion, el indicador de   |
      * retiro del NAFMT01 retirado (inactivar o eliminar) y la fecha |
      * de negocio (en ceros se toma la fecha de la maquina).         |
      *----------------------------------------------------------------
       01  LK-PARM-CASFUSIO.
           05  LK-MODO-EJECUCION           PIC  X(01).
               88  MODO-DETECTAR               VALUE '1'.
               88  MODO-FUSIONAR               VALUE '2'.
               88  MODO-REVERTIR               VALUE '3'.
           05  LK-LLAVE-SOBREVIVE          PIC  9(09).
           05  LK-LLAVE-RETIRADA           PIC  9(09).
           05  LK-IND-RETIRO               PIC  X(01).
               88  RETIRO-INACTIVAR            VALUE 'I'.
               88  RETIRO-ELIMINAR             VALUE 'E'.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASFUSIO.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
       INICIAR-PROGRAMA.
      *----------------------------------------------------------------
           PERFORM INICIALIZAR
           PERFORM PROCESAR
           PERFORM FINALIZAR.
      *----------------------------------------------------------------
       FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------
           GOBACK.
      *
      *----------------------------------------------------------------
      * Procedimiento : Inicializar.                                  |
      * Descripción   : En este procedimiento se inicializan las      |
      *                 variables de control y se abren los archivos  |
      *                 utilizados. La deteccion solo lee; la fusion  |
      *                 y la reversion se verifican antes de abrir    |
      *                 los archivos que cambian, y una corrida no    |
      *                 autorizada solo deja el aviso en el listado.  |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           OPEN OUTPUT LISTADO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE LK-MODO-EJECUCION        TO LIN-PAR-MODO
           MOVE LK-LLAVE-SOBREVIVE       TO LIN-PAR-SOBREVIVE
           MOVE LK-LLAVE-RETIRADA        TO LIN-PAR-RETIRADA
           MOVE LK-IND-RETIRO            TO LIN-PAR-RETIRO
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           EVALUATE TRUE
              WHEN MODO-DETECTAR
                 OPEN INPUT NOMARCHIVO
                 OPEN INPUT XRFNOMBR
              WHEN MODO-FUSIONAR
                 OPEN I-O NOMARCHIVO
                 PERFORM VERIFICAR-FUSION
              WHEN MODO-REVERTIR
                 OPEN I-O NOMARCHIVO
                 PERFORM VERIFICAR-REVERSION
              WHEN OTHER
                 OPEN INPUT NOMARCHIVO
                 MOVE 'MODO DE EJECUCION INVALIDO'
                                         TO W-AVISO-TEXTO
                 PERFORM RECHAZAR-CORRIDA
           END-EVALUATE
           IF ( CORRIDA-AUTORIZADA )
              IF ( MODO-FUSIONAR ) OR ( MODO-REVERTIR )
                 OPEN I-O    XRFNOMBR
                 OPEN I-O    XRFCIUDA
                 OPEN EXTEND AUDITARCH
              END-IF
              IF ( MODO-FUSIONAR )
                 OPEN OUTPUT FUSBACK
              END-IF
              PERFORM GRABAR-CONTROL-INICIO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-FUSION.                             |
      * Descripción   : Valida los parametros de la fusion: dos       |
      *                 llaves distintas y un indicador de retiro     |
      *                 valido, la llave que sobrevive con su NAFMT01 |
      *                 activo y la llave que se retira con su        |
      *                 NAFMT01; el grupo de la llave retirada queda  |
      *                 cargado en la tabla para la fusion.           |
      *----------------------------------------------------------------
       VERIFICAR-FUSION.
      *----------------------------------------------------------------
           EVALUATE TRUE
              WHEN ( LK-LLAVE-SOBREVIVE = ZEROES ) OR
                   ( LK-LLAVE-RETIRADA = ZEROES ) OR
                   ( LK-LLAVE-SOBREVIVE = LK-LLAVE-RETIRADA )
                 MOVE 'LLAVES DE LA FUSION INVALIDAS'
                                         TO W-AVISO-TEXTO
                 PERFORM RECHAZAR-CORRIDA
              WHEN ( NOT RETIRO-INACTIVAR ) AND
                   ( NOT RETIRO-ELIMINAR )
                 MOVE 'INDICADOR DE RETIRO INVALIDO'
                                         TO W-AVISO-TEXTO
                 PERFORM RECHAZAR-CORRIDA
           END-EVALUATE
           IF ( CORRIDA-AUTORIZADA )
              MOVE LK-LLAVE-SOBREVIVE    TO W-NUMINT
              PERFORM CARGAR-GRUPO-LLAVE
              EVALUATE TRUE
                 WHEN ( NO-EXISTE-F1 )
                    MOVE 'LLAVE QUE SOBREVIVE SIN NAFMT01'
                                         TO W-AVISO-TEXTO
                    PERFORM RECHAZAR-CORRIDA
                 WHEN ( NOT REGISTRO-ACTIVO OF W-REG-F1 )
                    MOVE 'LLAVE QUE SOBREVIVE INACTIVA'
                                         TO W-AVISO-TEXTO
                    PERFORM RECHAZAR-CORRIDA
              END-EVALUATE
           END-IF
           IF ( CORRIDA-AUTORIZADA )
              MOVE LK-LLAVE-RETIRADA     TO W-NUMINT
              PERFORM CARGAR-GRUPO-LLAVE
              EVALUATE TRUE
                 WHEN ( SI-GRUPO-EXCEDIDO )
                    MOVE 'LLAVE RETIRADA EXCEDE LA TABLA'
                                         TO W-AVISO-TEXTO
                    PERFORM RECHAZAR-CORRIDA
                 WHEN ( NO-EXISTE-F1 )
                    MOVE 'LLAVE RETIRADA SIN NAFMT01'
                                         TO W-AVISO-TEXTO
                    PERFORM RECHAZAR-CORRIDA
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-REVERSION.                          |
      * Descripción   : Recorre el control de corridas y exige que el |
      *                 ultimo proceso que cambio el maestro sea la   |
      *                 fusion que contiene FUSBACK; una aplicacion,  |
      *                 reversion, depuracion o correccion posterior  |
      *                 la haria inconsistente. El backout se carga   |
      *                 completo en la tabla.                         |
      *----------------------------------------------------------------
       VERIFICAR-REVERSION.
      *----------------------------------------------------------------
           MOVE 0                        TO W-FIN-CONTROL
           OPEN INPUT CTLPROCS
           PERFORM LEER-CONTROL-PROCESOS  UNTIL ( SI-FIN-CONTROL )
           CLOSE CTLPROCS
           IF ( W-ULT-MAESTRO-PROG NOT = 'CASFUSIO' ) OR
              ( W-ULT-MAESTRO-MODO NOT = '2' )
              MOVE 'FUSBACK NO ES EL ULTIMO CAMBIO DEL MAESTRO'
                                         TO W-AVISO-TEXTO
              PERFORM RECHAZAR-CORRIDA
           ELSE
              OPEN INPUT FUSBACK
              PERFORM CARGAR-BACKOUT  UNTIL ( SI-FIN-BACKOUT )
              CLOSE FUSBACK
              EVALUATE TRUE
                 WHEN ( SI-BACKOUT-LLENO )
                    MOVE 'BACKOUT EXCEDE LA TABLA - NO REVERTIDO'
                                         TO W-AVISO-TEXTO
                    PERFORM RECHAZAR-CORRIDA
                 WHEN ( W-CONT-BACKOUT = 0 )
                    MOVE 'FUSBACK VACIO - NADA QUE REVERTIR'
                                         TO W-AVISO-TEXTO
                    PERFORM RECHAZAR-CORRIDA
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-CONTROL-PROCESOS.                        |
      * Descripción   : Lee el control de corridas en orden           |
      *                 cronologico reteniendo el ultimo proceso que  |
      *                 cambio el maestro: una aplicacion o reversion |
      *                 de CASCOBOL, o una depuracion, correccion de  |
      *                 integridad o fusion con registros aplicados.  |
      *----------------------------------------------------------------
       LEER-CONTROL-PROCESOS.
      *----------------------------------------------------------------
           READ CTLPROCS NEXT  AT END
                MOVE 1             TO W-FIN-CONTROL
           END-READ
           IF ( NO-FIN-CONTROL )
              EVALUATE TRUE
                 WHEN ( CTL-PROGRAMA = 'CASCOBOL' ) AND
                      ( CTL-MODO = '3' OR '4' OR '5' ) AND
                      ( CTL-TERMINO-LIMPIO )
                    MOVE CTL-PROGRAMA       TO W-ULT-MAESTRO-PROG
                    MOVE CTL-MODO           TO W-ULT-MAESTRO-MODO
                 WHEN ( CTL-PROGRAMA = 'CASPURGA' OR 'CASINTEG' OR
                                       'CASFUSIO' OR 'CASNORCI' OR
                                       'CASANONI' ) AND
                      ( CTL-TERMINO-LIMPIO ) AND
                      ( CTL-CONT-APLICADOS > ZEROES )
                    MOVE CTL-PROGRAMA       TO W-ULT-MAESTRO-PROG
                    MOVE CTL-MODO           TO W-ULT-MAESTRO-MODO
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
       CARGAR-BACKOUT.
      *----------------------------------------------------------------
           READ FUSBACK NEXT  AT END
                MOVE 1             TO W-FIN-BACKOUT
           END-READ
           IF ( NO-FIN-BACKOUT )
              IF ( W-CONT-BACKOUT < 100 )
                 ADD 1                     TO W-CONT-BACKOUT
                 SET IDX-BACKOUT           TO W-CONT-BACKOUT
                 MOVE BCK-LLAVE            TO TAB-BCK-LLAVE
                                              (IDX-BACKOUT)
                 MOVE BCK-COD-OPERACION    TO TAB-BCK-OPERACION
                                              (IDX-BACKOUT)
                 MOVE BCK-IMAGEN-ANTES     TO TAB-BCK-IMAGEN
                                              (IDX-BACKOUT)
              ELSE
                 SET SI-BACKOUT-LLENO      TO TRUE
                 MOVE 1                    TO W-FIN-BACKOUT
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : RECHAZAR-CORRIDA.                             |
      * Descripción   : Deja la corrida como no autorizada e imprime  |
      *                 el aviso que el llamador dejo en el area de   |
      *                 trabajo.                                      |
      *----------------------------------------------------------------
       RECHAZAR-CORRIDA.
      *----------------------------------------------------------------
           SET CORRIDA-RECHAZADA         TO TRUE
           ADD 1                         TO W-CONT-RECHAZOS
           MOVE W-AVISO-TEXTO            TO LIN-AVI-TEXTO
           WRITE LISTADO-REC             FROM W-LINEA-AVISO
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-INICIO.                        |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de inicio de esta corrida.           |
      *----------------------------------------------------------------
       GRABAR-CONTROL-INICIO.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASFUSIO'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-MODO-EJECUCION        TO CTL-MODO
           MOVE 'P'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE ZEROES                   TO CTL-CONT-LEIDOS
           MOVE ZEROES                   TO CTL-CONT-APLICADOS
           MOVE ZEROES                   TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           SET CONTROL-INICIADO          TO TRUE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-FIN.                           |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de fin limpio de esta corrida, con   |
      *                 sus totales de control (los registros         |
      *                 aplicados son los grabados mas los            |
      *                 eliminados en el maestro).                    |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASFUSIO'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-MODO-EJECUCION        TO CTL-MODO
           MOVE 'C'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-LEIDOS            TO CTL-CONT-LEIDOS
           MOVE W-CONT-ESCRITOS          TO CTL-CONT-APLICADOS
           ADD  W-CONT-ELIMINADOS        TO CTL-CONT-APLICADOS
           MOVE W-CONT-RECHAZOS          TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Despacha a la deteccion, la fusion o la       |
      *                 reversion segun el modo de ejecucion.         |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           IF ( CORRIDA-AUTORIZADA )
              EVALUATE TRUE
                 WHEN MODO-DETECTAR
                    PERFORM DETECTAR-DUPLICADOS
                 WHEN MODO-FUSIONAR
                    PERFORM FUSIONAR-CLIENTES
                 WHEN MODO-REVERTIR
                    PERFORM REVERTIR-FUSION
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : CARGAR-GRUPO-LLAVE.                           |
      * Descripción   : Carga en la tabla los registros del maestro   |
      *                 con la llave de W-NUMINT, leyendo en          |
      *                 secuencia desde la llave, y deja el NAFMT01   |
      *                 del cliente en W-REG-F1. Un grupo que excede  |
      *                 la tabla queda marcado.                       |
      *----------------------------------------------------------------
       CARGAR-GRUPO-LLAVE.
      *----------------------------------------------------------------
           MOVE ZERO                     TO W-CONT-GRUPO
           SET NO-GRUPO-EXCEDIDO         TO TRUE
           SET NO-EXISTE-F1              TO TRUE
           MOVE W-NUMINT                 TO EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
           START NOMARCHIVO    KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
              INVALID KEY
                MOVE 1                   TO W-FIN-GRUPO
              NOT INVALID KEY
                MOVE 0                   TO W-FIN-GRUPO
           END-START
           PERFORM LEER-GRUPO-LLAVE  UNTIL ( SI-FIN-GRUPO )
           .
      *----------------------------------------------------------------
       LEER-GRUPO-LLAVE.
      *----------------------------------------------------------------
           READ NOMARCHIVO NEXT  AT END
                MOVE 1             TO W-FIN-GRUPO
           END-READ
           IF ( NO-FIN-GRUPO )
              IF ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                             NOT = W-NUMINT )
                 MOVE 1                    TO W-FIN-GRUPO
              ELSE
                 IF ( W-CONT-GRUPO < 20 )
                    ADD 1                  TO W-CONT-GRUPO
                    SET IDX-GRUPO          TO W-CONT-GRUPO
                    MOVE NOMARCHIVO-REC    TO TAB-GRU-REGISTRO
                                              (IDX-GRUPO)
                    IF ( FORMATO-NAFMT01 OF NOMARCHIVO-REC ) AND
                       ( NO-EXISTE-F1 )
                       SET SI-EXISTE-F1    TO TRUE
                       MOVE NOMARCHIVO-REC TO W-REG-F1
                    END-IF
                 ELSE
                    SET SI-GRUPO-EXCEDIDO  TO TRUE
                    MOVE 1                 TO W-FIN-GRUPO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : DETECTAR-DUPLICADOS.                          |
      * Descripción   : Recorre la referencia por nombre en secuencia |
      *                 de nombre; cada cambio de nombre cierra el    |
      *                 grupo anterior, cuyos candidatos se comparan  |
      *                 por parejas. Las entradas inactivas (entre    |
      *                 ellas los clientes ya retirados por una       |
      *                 fusion) no son candidatas.                    |
      *----------------------------------------------------------------
       DETECTAR-DUPLICADOS.
      *----------------------------------------------------------------
           WRITE LISTADO-REC             FROM W-LINEA-TITULO
           MOVE LOW-VALUES               TO XRN-NOMBRE
           START XRFNOMBR      KEY NOT < XRN-NOMBRE
              INVALID KEY
                MOVE 1                   TO W-FIN-XREF
              NOT INVALID KEY
                MOVE 0                   TO W-FIN-XREF
           END-START
           PERFORM LEER-XREF-NOMBRE  UNTIL ( SI-FIN-XREF )
           PERFORM CERRAR-GRUPO-NOMBRE
           .
      *----------------------------------------------------------------
       LEER-XREF-NOMBRE.
      *----------------------------------------------------------------
           READ XRFNOMBR NEXT  AT END
                MOVE 1             TO W-FIN-XREF
           END-READ
           IF ( NO-FIN-XREF )
              ADD 1                        TO W-CONT-LEIDOS
              IF ( XRN-NOMBRE NOT = W-NOMBRE-GRUPO )
                 PERFORM CERRAR-GRUPO-NOMBRE
                 MOVE XRN-NOMBRE           TO W-NOMBRE-GRUPO
              END-IF
              IF ( XRN-ESTADO = 'A' )
                 IF ( W-CONT-CANDIDATOS < 50 )
                    ADD 1                  TO W-CONT-CANDIDATOS
                    SET IDX-CAND-A         TO W-CONT-CANDIDATOS
                    MOVE XRN-LLAVE         TO TAB-CAN-LLAVE
                                              (IDX-CAND-A)
                 ELSE
                    SET SI-CANDIDATOS-EXCEDIDOS TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : CERRAR-GRUPO-NOMBRE.                          |
      * Descripción   : Un grupo de nombre con mas de un candidato    |
      *                 toma del maestro el telefono y la direccion   |
      *                 del NAFMT01 de cada uno y compara todas las   |
      *                 parejas; un grupo que excedio la tabla se     |
      *                 reporta.                                      |
      *----------------------------------------------------------------
       CERRAR-GRUPO-NOMBRE.
      *----------------------------------------------------------------
           IF ( W-CONT-CANDIDATOS > 1 )
              ADD 1                        TO W-CONT-GRUPOS
              PERFORM CARGAR-DATOS-CANDIDATO
                 VARYING IDX-CAND-A FROM 1 BY 1
                    UNTIL ( IDX-CAND-A > W-CONT-CANDIDATOS )
              PERFORM COMPARAR-CANDIDATOS
                 VARYING IDX-CAND-A FROM 1 BY 1
                    UNTIL ( IDX-CAND-A > W-CONT-CANDIDATOS )
                 AFTER IDX-CAND-B FROM 1 BY 1
                    UNTIL ( IDX-CAND-B > W-CONT-CANDIDATOS )
           END-IF
           IF ( SI-CANDIDATOS-EXCEDIDOS )
              MOVE W-NOMBRE-GRUPO          TO LIN-GEX-NOMBRE
              WRITE LISTADO-REC            FROM W-LINEA-GRUPO-EXCEDIDO
           END-IF
           MOVE ZERO                       TO W-CONT-CANDIDATOS
           SET NO-CANDIDATOS-EXCEDIDOS     TO TRUE
           .
      *----------------------------------------------------------------
      * Procedimiento : CARGAR-DATOS-CANDIDATO.                       |
      * Descripción   : Toma del NAFMT01 activo del candidato en el   |
      *                 maestro el telefono y la direccion, esta      |
      *                 ultima en mayusculas para compararla; un      |
      *                 candidato sin NAFMT01 activo en el maestro    |
      *                 (referencia aun no reconstruida) se descarta. |
      *----------------------------------------------------------------
       CARGAR-DATOS-CANDIDATO.
      *----------------------------------------------------------------
           MOVE TAB-CAN-LLAVE (IDX-CAND-A) TO W-NUMINT
           PERFORM CARGAR-GRUPO-LLAVE
           IF ( SI-EXISTE-F1 ) AND ( REGISTRO-ACTIVO OF W-REG-F1 )
              MOVE 'S'                     TO TAB-CAN-VALIDO
                                              (IDX-CAND-A)
              MOVE TELEFOX OF W-REG-F1     TO TAB-CAN-TELEFONO
                                              (IDX-CAND-A)
              MOVE DIRECCX OF W-REG-F1     TO TAB-CAN-DIRECCION
                                              (IDX-CAND-A)
              INSPECT TAB-CAN-DIRECCION (IDX-CAND-A)
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           ELSE
              MOVE 'N'                     TO TAB-CAN-VALIDO
                                              (IDX-CAND-A)
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : COMPARAR-CANDIDATOS.                          |
      * Descripción   : Califica una pareja de candidatos del grupo   |
      *                 (cada pareja una sola vez): el nombre vale 40 |
      *                 puntos, el mismo telefono 30 y la misma       |
      *                 direccion 30; un dato en blanco no suma. Las  |
      *                 parejas de 70 puntos o mas se listan con la   |
      *                 llave menor como sobreviviente sugerida.      |
      *----------------------------------------------------------------
       COMPARAR-CANDIDATOS.
      *----------------------------------------------------------------
           IF ( IDX-CAND-B > IDX-CAND-A ) AND
              ( TAB-CAN-VALIDO (IDX-CAND-A) = 'S' ) AND
              ( TAB-CAN-VALIDO (IDX-CAND-B) = 'S' ) AND
              ( TAB-CAN-LLAVE (IDX-CAND-A) NOT =
                TAB-CAN-LLAVE (IDX-CAND-B) )
              ADD 1                        TO W-CONT-PARES
              MOVE 40                      TO W-PUNTAJE
              MOVE SPACES                  TO W-COINCIDENCIA
              IF ( TAB-CAN-TELEFONO (IDX-CAND-A) NOT = SPACES ) AND
                 ( TAB-CAN-TELEFONO (IDX-CAND-A) =
                   TAB-CAN-TELEFONO (IDX-CAND-B) )
                 ADD 30                    TO W-PUNTAJE
                 MOVE 'TELEFONO'           TO W-COINCIDENCIA
              END-IF
              IF ( TAB-CAN-DIRECCION (IDX-CAND-A) NOT = SPACES ) AND
                 ( TAB-CAN-DIRECCION (IDX-CAND-A) =
                   TAB-CAN-DIRECCION (IDX-CAND-B) )
                 ADD 30                    TO W-PUNTAJE
                 IF ( W-COINCIDENCIA = SPACES )
                    MOVE 'DIRECCION'       TO W-COINCIDENCIA
                 ELSE
                    MOVE 'TELEFONO Y DIRECCION'
                                           TO W-COINCIDENCIA
                 END-IF
              END-IF
              IF ( W-PUNTAJE < 70 )
                 ADD 1                     TO W-CONT-SOLO-NOMBRE
              ELSE
                 PERFORM LISTAR-PROBABLE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       LISTAR-PROBABLE.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-PROBABLES
           IF ( TAB-CAN-LLAVE (IDX-CAND-A) <
                TAB-CAN-LLAVE (IDX-CAND-B) )
              MOVE TAB-CAN-LLAVE (IDX-CAND-A)
                                           TO LIN-PRO-LLAVE-SOBREVIVE
              MOVE TAB-CAN-LLAVE (IDX-CAND-B)
                                           TO LIN-PRO-LLAVE-RETIRA
           ELSE
              MOVE TAB-CAN-LLAVE (IDX-CAND-B)
                                           TO LIN-PRO-LLAVE-SOBREVIVE
              MOVE TAB-CAN-LLAVE (IDX-CAND-A)
                                           TO LIN-PRO-LLAVE-RETIRA
           END-IF
           MOVE W-NOMBRE-GRUPO             TO LIN-PRO-NOMBRE
           MOVE W-PUNTAJE                  TO LIN-PRO-PUNTAJE
           MOVE W-COINCIDENCIA             TO LIN-PRO-COINCIDE
           WRITE LISTADO-REC               FROM W-LINEA-PROBABLE
           .
      *----------------------------------------------------------------
      * Procedimiento : FUSIONAR-CLIENTES.                            |
      * Descripción   : Con el grupo de la llave retirada cargado en  |
      *                 la tabla, elimina del maestro todos sus       |
      *                 registros (la lectura por llave entrega       |
      *                 siempre el primero y el DELETE elimina ese    |
      *                 mismo, como en la depuracion de CASPURGA) y   |
      *                 luego reubica cada uno: los NAFMT02 se graban |
      *                 con la llave que sobrevive, el NAFMT01 se     |
      *                 graba de nuevo inactivo o queda eliminado     |
      *                 segun el indicador de retiro, el NAFMT03      |
      *                 sigue la misma suerte de su NAFMT01 (la llave |
      *                 que sobrevive conserva su propio medio de     |
      *                 contacto), y un formato desconocido se graba  |
      *                 de nuevo sin cambios.                         |
      *                 Cada baja y cada alta pasan por las rutas     |
      *                 auditadas con su operacion inversa en         |
      *                 FUSBACK.                                      |
      *----------------------------------------------------------------
       FUSIONAR-CLIENTES.
      *----------------------------------------------------------------
           MOVE LK-LLAVE-RETIRADA        TO W-NUMINT
           PERFORM RETIRAR-REGISTRO      W-CONT-GRUPO TIMES
           PERFORM REUBICAR-REGISTRO
              VARYING IDX-GRUPO FROM 1 BY 1
                 UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
           .
      *----------------------------------------------------------------
       RETIRAR-REGISTRO.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-LEIDOS
           PERFORM READ-ARCHIVO
           IF ( EXISTE-EN-ARCHIVO )
              PERFORM DELETE-ARCHIVO
           END-IF
           .
      *----------------------------------------------------------------
       REUBICAR-REGISTRO.
      *----------------------------------------------------------------
           MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
           MOVE TIPOFMT OF NOMARCHIVO-REC  TO LIN-OPE-TIPOFMT
           EVALUATE TRUE
              WHEN FORMATO-NAFMT02 OF NOMARCHIVO-REC
                 MOVE LK-LLAVE-SOBREVIVE   TO NUMINT OF NOMARCHIVO-REC
                 PERFORM WRITE-ARCHIVO
                 ADD 1                     TO W-CONT-TRASLADADOS
                 MOVE 'NAFMT02 TRASLADADO DE LA LLAVE RETIRADA'
                                           TO LIN-OPE-RESULT
              WHEN ( FORMATO-NAFMT01 OF NOMARCHIVO-REC ) AND
                   ( RETIRO-INACTIVAR )
                 SET REGISTRO-INACTIVO OF NOMARCHIVO-REC TO TRUE
                 PERFORM WRITE-ARCHIVO
                 MOVE 'NAFMT01 RETIRADO - QUEDA INACTIVO'
                                           TO LIN-OPE-RESULT
              WHEN FORMATO-NAFMT01 OF NOMARCHIVO-REC
                 MOVE 'NAFMT01 RETIRADO - ELIMINADO'
                                           TO LIN-OPE-RESULT
              WHEN ( FORMATO-NAFMT03 OF NOMARCHIVO-REC ) AND
                   ( RETIRO-INACTIVAR )
                 SET REGISTRO-INACTIVO OF NOMARCHIVO-REC TO TRUE
                 PERFORM WRITE-ARCHIVO
                 MOVE 'NAFMT03 RETIRADO - QUEDA INACTIVO'
                                           TO LIN-OPE-RESULT
              WHEN FORMATO-NAFMT03 OF NOMARCHIVO-REC
                 MOVE 'NAFMT03 RETIRADO - ELIMINADO'
                                           TO LIN-OPE-RESULT
              WHEN OTHER
                 PERFORM WRITE-ARCHIVO
                 MOVE 'FORMATO DESCONOCIDO - SE CONSERVA'
                                           TO LIN-OPE-RESULT
           END-EVALUATE
           MOVE NUMINT OF NOMARCHIVO-REC   TO LIN-OPE-LLAVE
           WRITE LISTADO-REC               FROM W-LINEA-OPERACION
           .
      *----------------------------------------------------------------
      * Procedimiento : REVERTIR-FUSION.                              |
      * Descripción   : Recorre el backout de la ultima fusion del    |
      *                 ultimo registro al primero: primero se quitan |
      *                 los registros que la fusion grabo y luego se  |
      *                 re-crean los que elimino, de modo que ambas   |
      *                 llaves quedan en su estado original.          |
      *----------------------------------------------------------------
       REVERTIR-FUSION.
      *----------------------------------------------------------------
           PERFORM REVERTIR-OPERACION
              VARYING IDX-BACKOUT FROM W-CONT-BACKOUT BY -1
                 UNTIL ( IDX-BACKOUT < 1 )
           .
      *----------------------------------------------------------------
       REVERTIR-OPERACION.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-LEIDOS
           MOVE TAB-BCK-IMAGEN (IDX-BACKOUT) TO NOMARCHIVO-REC
           MOVE TAB-BCK-LLAVE (IDX-BACKOUT) TO LIN-OPE-LLAVE
           MOVE TIPOFMT OF NOMARCHIVO-REC   TO LIN-OPE-TIPOFMT
           EVALUATE TAB-BCK-OPERACION (IDX-BACKOUT)
              WHEN 'A'
                 PERFORM WRITE-ARCHIVO
                 MOVE 'REGISTRO ELIMINADO POR LA FUSION - REPUESTO'
                                            TO LIN-OPE-RESULT
              WHEN 'E'
                 MOVE TAB-BCK-IMAGEN (IDX-BACKOUT) TO W-IMAGEN-QUITAR
                 MOVE TAB-BCK-LLAVE (IDX-BACKOUT)  TO W-NUMINT
                 PERFORM QUITAR-REGISTRO-MAESTRO
                 IF ( SI-REGISTRO-OMITIDO )
                    MOVE 'REGISTRO GRABADO POR LA FUSION - QUITADO'
                                            TO LIN-OPE-RESULT
                 ELSE
                    MOVE 'REGISTRO GRABADO POR LA FUSION NO EXISTE'
                                            TO LIN-OPE-RESULT
                    ADD 1                   TO W-CONT-RECHAZOS
                 END-IF
              WHEN OTHER
                 MOVE 'OPERACION DE BACKOUT DESCONOCIDA'
                                            TO LIN-OPE-RESULT
                 ADD 1                      TO W-CONT-RECHAZOS
           END-EVALUATE
           WRITE LISTADO-REC                FROM W-LINEA-OPERACION
           .
      *----------------------------------------------------------------
      * Procedimiento : QUITAR-REGISTRO-MAESTRO.                      |
      * Descripción   : Quita del maestro el registro de la imagen de |
      *                 W-IMAGEN-QUITAR con llave W-NUMINT: como el   |
      *                 DELETE direcciona al primer registro de la    |
      *                 llave, el grupo completo se carga en la       |
      *                 tabla, se vacia y se repone sin ese registro. |
      *                 Solo la baja del registro quitado es un       |
      *                 cambio real y solo ella se audita; el resto   |
      *                 del grupo se repone identico. Un grupo que    |
      *                 excede la tabla no se toca.                   |
      *----------------------------------------------------------------
       QUITAR-REGISTRO-MAESTRO.
      *----------------------------------------------------------------
           SET NO-REGISTRO-OMITIDO          TO TRUE
           PERFORM CARGAR-GRUPO-LLAVE
           IF ( NO-GRUPO-EXCEDIDO )
              PERFORM VACIAR-REGISTRO-GRUPO W-CONT-GRUPO TIMES
              PERFORM REPONER-REGISTRO-GRUPO
                 VARYING IDX-GRUPO FROM 1 BY 1
                    UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
           END-IF
           .
      *----------------------------------------------------------------
       VACIAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE W-NUMINT                    TO EXTERNALLY-DESCRIBED-KEY
                                               OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               ADD 1                        TO W-CONT-RECHAZOS
            NOT INVALID KEY
               DELETE NOMARCHIVO
                INVALID KEY
                   ADD 1                    TO W-CONT-RECHAZOS
               END-DELETE
           END-READ
           .
      *----------------------------------------------------------------
       REPONER-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
           IF ( TAB-GRU-REGISTRO (IDX-GRUPO) = W-IMAGEN-QUITAR ) AND
              ( NO-REGISTRO-OMITIDO )
              SET SI-REGISTRO-OMITIDO       TO TRUE
              ADD 1                         TO W-CONT-ELIMINADOS
              MOVE NOMARCHIVO-REC           TO W-IMAGEN-ANTES
              MOVE SPACES                   TO W-IMAGEN-DESPUES
              SET AUD-OP-BAJA               TO TRUE
              PERFORM GRABAR-AUDITORIA
              PERFORM ACTUALIZAR-REFERENCIAS
           ELSE
              WRITE NOMARCHIVO-REC
               INVALID KEY
                  MOVE W-NUMINT             TO LIN-EXC-LLAVE
                  MOVE 'ERROR AL REPONER EL GRUPO DE LA LLAVE'
                                            TO LIN-EXC-DESC
                  PERFORM REGISTRAR-EXCEPCION
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
       READ-ARCHIVO.
      *----------------------------------------------------------------
           MOVE 1                        TO W-EXISTE-ARCHIVO
           MOVE W-NUMINT                 TO EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               MOVE 0                    TO W-EXISTE-ARCHIVO
            NOT INVALID KEY
               MOVE NOMARCHIVO-REC       TO W-IMAGEN-ANTES
           END-READ.
      *----------------------------------------------------------------
       WRITE-ARCHIVO.
      *----------------------------------------------------------------
           WRITE NOMARCHIVO-REC
            INVALID KEY
               MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                            TO LIN-EXC-LLAVE
               MOVE 'ERROR AL CREAR EL REGISTRO' TO LIN-EXC-DESC
               PERFORM REGISTRAR-EXCEPCION
            NOT INVALID KEY
               ADD 1                       TO W-CONT-ESCRITOS
               MOVE SPACES                 TO W-IMAGEN-ANTES
               MOVE NOMARCHIVO-REC         TO W-IMAGEN-DESPUES
               SET AUD-OP-ALTA             TO TRUE
               PERFORM GRABAR-AUDITORIA
               PERFORM ACTUALIZAR-REFERENCIAS
               IF ( MODO-FUSIONAR )
                  MOVE NOMARCHIVO-REC      TO W-IMAGEN-BACKOUT
                  SET BCK-OP-BAJA          TO TRUE
                  PERFORM GRABAR-BACKOUT
               END-IF
           END-WRITE.
      *----------------------------------------------------------------
       DELETE-ARCHIVO.
      *----------------------------------------------------------------
           DELETE  NOMARCHIVO
            INVALID KEY
               MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                            TO LIN-EXC-LLAVE
               MOVE 'CLIENTE NO EXISTE EN LA BD' TO LIN-EXC-DESC
               PERFORM REGISTRAR-EXCEPCION
            NOT INVALID KEY
               ADD 1                       TO W-CONT-ELIMINADOS
               MOVE SPACES                 TO W-IMAGEN-DESPUES
               SET AUD-OP-BAJA             TO TRUE
               PERFORM GRABAR-AUDITORIA
               PERFORM ACTUALIZAR-REFERENCIAS
               IF ( MODO-FUSIONAR )
                  MOVE W-IMAGEN-ANTES      TO W-IMAGEN-BACKOUT
                  SET BCK-OP-ALTA          TO TRUE
                  PERFORM GRABAR-BACKOUT
               END-IF
           END-DELETE.
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AUDITORIA.                             |
      * Descripción   : Agrega a la bitacora de auditoria la imagen   |
      *                 antes/despues, la llave, la fecha/hora y el   |
      *                 codigo de operacion de cada alta, cambio o    |
      *                 baja contra NOMARCHIVO.                       |
      *----------------------------------------------------------------
       GRABAR-AUDITORIA.
      *----------------------------------------------------------------
           MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC TO AUD-LLAVE
           ACCEPT AUD-FECHA              FROM DATE YYYYMMDD
           ACCEPT AUD-HORA               FROM TIME
           MOVE W-IMAGEN-ANTES           TO AUD-IMAGEN-ANTES
           MOVE W-IMAGEN-DESPUES         TO AUD-IMAGEN-DESPUES
           MOVE 'CASFUSIO'               TO AUD-OPERADOR-CAPTURA
           MOVE SPACES                   TO AUD-OPERADOR-APRUEBA
           WRITE AUDITARCH-REC
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-BACKOUT.                               |
      * Descripción   : Agrega al backout de la fusion la operacion   |
      *                 inversa de la operacion recien aplicada (el   |
      *                 llamador deja el codigo en BCK-COD-OPERACION  |
      *                 y la imagen en W-IMAGEN-BACKOUT).             |
      *----------------------------------------------------------------
       GRABAR-BACKOUT.
      *----------------------------------------------------------------
           MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC TO BCK-LLAVE
           ACCEPT BCK-FECHA              FROM DATE YYYYMMDD
           ACCEPT BCK-HORA               FROM TIME
           MOVE W-IMAGEN-BACKOUT         TO BCK-IMAGEN-ANTES
           WRITE FUSBACK-REC
           .
      *----------------------------------------------------------------
      * Procedimiento : ACTUALIZAR-REFERENCIAS.                       |
      * Descripción   : Mantiene al dia las referencias cruzadas con  |
      *                 la operacion recien aplicada: la imagen antes |
      *                 con datos quita la entrada anterior de la     |
      *                 referencia de su formato y la imagen despues  |
      *                 con datos agrega la entrada nueva.            |
      *----------------------------------------------------------------
       ACTUALIZAR-REFERENCIAS.
      *----------------------------------------------------------------
           MOVE W-IMAGEN-ANTES             TO W-REG-ANTES
           MOVE W-IMAGEN-DESPUES           TO W-REG-DESPUES
           IF ( W-IMAGEN-ANTES NOT = SPACES )
              EVALUATE TRUE
                 WHEN FORMATO-NAFMT01 OF W-REG-ANTES
                    PERFORM QUITAR-XREF-NOMBRE
                 WHEN FORMATO-NAFMT02 OF W-REG-ANTES
                    PERFORM QUITAR-XREF-CIUDAD
              END-EVALUATE
           END-IF
           IF ( W-IMAGEN-DESPUES NOT = SPACES )
              EVALUATE TRUE
                 WHEN FORMATO-NAFMT01 OF W-REG-DESPUES
                    PERFORM AGREGAR-XREF-NOMBRE
                 WHEN FORMATO-NAFMT02 OF W-REG-DESPUES
                    PERFORM AGREGAR-XREF-CIUDAD
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : QUITAR-XREF-NOMBRE.                           |
      * Descripción   : Quita de la referencia por nombre la entrada  |
      *                 de la llave de la imagen antes, vaciando el   |
      *                 grupo del nombre a la tabla y reponiendolo    |
      *                 sin la entrada de esta llave; un grupo que    |
      *                 excede la tabla se deja intacto y lo corrige  |
      *                 la reconstruccion nocturna.                   |
      *----------------------------------------------------------------
       QUITAR-XREF-NOMBRE.
      *----------------------------------------------------------------
           IF ( NOMBREX OF W-REG-ANTES NOT = SPACES )
              MOVE ZERO                    TO W-CONT-XRN-GRUPO
              MOVE 0                       TO W-FIN-XREF
              PERFORM VACIAR-GRUPO-NOMBRE  UNTIL ( SI-FIN-XREF )
              SET NO-XREF-OMITIDO          TO TRUE
              PERFORM REPONER-GRUPO-NOMBRE
                 VARYING IDX-XRN FROM 1 BY 1
                    UNTIL ( IDX-XRN > W-CONT-XRN-GRUPO )
           END-IF
           .
      *----------------------------------------------------------------
       VACIAR-GRUPO-NOMBRE.
      *----------------------------------------------------------------
           MOVE NOMBREX OF W-REG-ANTES     TO XRN-NOMBRE
           READ XRFNOMBR
            INVALID KEY
               MOVE 1                      TO W-FIN-XREF
            NOT INVALID KEY
               IF ( W-CONT-XRN-GRUPO < 20 )
                  ADD 1                    TO W-CONT-XRN-GRUPO
                  SET IDX-XRN              TO W-CONT-XRN-GRUPO
                  MOVE XRFNOMBR-REC        TO TAB-XRN-REGISTRO
                                              (IDX-XRN)
                  DELETE XRFNOMBR
                   INVALID KEY
                      MOVE 1               TO W-FIN-XREF
                  END-DELETE
               ELSE
                  MOVE 1                   TO W-FIN-XREF
               END-IF
           END-READ
           .
      *----------------------------------------------------------------
       REPONER-GRUPO-NOMBRE.
      *----------------------------------------------------------------
           MOVE TAB-XRN-REGISTRO (IDX-XRN) TO XRFNOMBR-REC
           IF ( XRN-LLAVE = NUMINT OF W-REG-ANTES ) AND
              ( NO-XREF-OMITIDO )
              SET SI-XREF-OMITIDO          TO TRUE
           ELSE
              WRITE XRFNOMBR-REC
               INVALID KEY
                  MOVE XRN-LLAVE           TO LIN-EXC-LLAVE
                  PERFORM REGISTRAR-ERROR-XREF
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
       AGREGAR-XREF-NOMBRE.
      *----------------------------------------------------------------
           IF ( NOMBREX OF W-REG-DESPUES NOT = SPACES )
              MOVE NOMBREX OF W-REG-DESPUES  TO XRN-NOMBRE
              MOVE NUMINT OF W-REG-DESPUES   TO XRN-LLAVE
              MOVE ESTADOX OF W-REG-DESPUES  TO XRN-ESTADO
              MOVE FECINIVX OF W-REG-DESPUES TO XRN-FEC-INI-VIG
              MOVE FECFINVX OF W-REG-DESPUES TO XRN-FEC-FIN-VIG
              WRITE XRFNOMBR-REC
               INVALID KEY
                  MOVE XRN-LLAVE           TO LIN-EXC-LLAVE
                  PERFORM REGISTRAR-ERROR-XREF
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : QUITAR-XREF-CIUDAD.                           |
      * Descripción   : Quita de la referencia por ciudad la entrada  |
      *                 de la llave de la imagen antes, con el mismo  |
      *                 vaciado y reposicion del grupo de duplicados  |
      *                 de la referencia por nombre.                  |
      *----------------------------------------------------------------
       QUITAR-XREF-CIUDAD.
      *----------------------------------------------------------------
           IF ( CIUDADX OF W-REG-ANTES NOT = SPACES )
              MOVE ZERO                    TO W-CONT-XRC-GRUPO
              MOVE 0                       TO W-FIN-XREF
              PERFORM VACIAR-GRUPO-CIUDAD  UNTIL ( SI-FIN-XREF )
              SET NO-XREF-OMITIDO          TO TRUE
              PERFORM REPONER-GRUPO-CIUDAD
                 VARYING IDX-XRC FROM 1 BY 1
                    UNTIL ( IDX-XRC > W-CONT-XRC-GRUPO )
           END-IF
           .
      *----------------------------------------------------------------
       VACIAR-GRUPO-CIUDAD.
      *----------------------------------------------------------------
           MOVE CIUDADX OF W-REG-ANTES     TO XRC-CIUDAD
           READ XRFCIUDA
            INVALID KEY
               MOVE 1                      TO W-FIN-XREF
            NOT INVALID KEY
               IF ( W-CONT-XRC-GRUPO < 20 )
                  ADD 1                    TO W-CONT-XRC-GRUPO
                  SET IDX-XRC              TO W-CONT-XRC-GRUPO
                  MOVE XRFCIUDA-REC        TO TAB-XRC-REGISTRO
                                              (IDX-XRC)
                  DELETE XRFCIUDA
                   INVALID KEY
                      MOVE 1               TO W-FIN-XREF
                  END-DELETE
               ELSE
                  MOVE 1                   TO W-FIN-XREF
               END-IF
           END-READ
           .
      *----------------------------------------------------------------
       REPONER-GRUPO-CIUDAD.
      *----------------------------------------------------------------
           MOVE TAB-XRC-REGISTRO (IDX-XRC) TO XRFCIUDA-REC
           IF ( XRC-LLAVE = NUMINT OF W-REG-ANTES ) AND
              ( NO-XREF-OMITIDO )
              SET SI-XREF-OMITIDO          TO TRUE
           ELSE
              WRITE XRFCIUDA-REC
               INVALID KEY
                  MOVE XRC-LLAVE           TO LIN-EXC-LLAVE
                  PERFORM REGISTRAR-ERROR-XREF
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
       AGREGAR-XREF-CIUDAD.
      *----------------------------------------------------------------
           IF ( CIUDADX OF W-REG-DESPUES NOT = SPACES )
              MOVE CIUDADX OF W-REG-DESPUES  TO XRC-CIUDAD
              MOVE NUMINT OF W-REG-DESPUES   TO XRC-LLAVE
              MOVE ESTADOX OF W-REG-DESPUES  TO XRC-ESTADO
              MOVE FECINIVX OF W-REG-DESPUES TO XRC-FEC-INI-VIG
              MOVE FECFINVX OF W-REG-DESPUES TO XRC-FEC-FIN-VIG
              WRITE XRFCIUDA-REC
               INVALID KEY
                  MOVE XRC-LLAVE           TO LIN-EXC-LLAVE
                  PERFORM REGISTRAR-ERROR-XREF
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : REGISTRAR-ERROR-XREF.                         |
      * Descripción   : Reporta un error al mantener una referencia   |
      *                 cruzada; el llamador deja la llave afectada   |
      *                 en la linea de excepcion.                     |
      *----------------------------------------------------------------
       REGISTRAR-ERROR-XREF.
      *----------------------------------------------------------------
           MOVE 'ERROR AL MANTENER REFERENCIA CRUZADA'
                                            TO LIN-EXC-DESC
           PERFORM REGISTRAR-EXCEPCION
           .
      *----------------------------------------------------------------
       REGISTRAR-EXCEPCION.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-RECHAZOS
           WRITE LISTADO-REC                FROM W-LINEA-EXCEPCION
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control del run y  |
      *                 se cierran los archivos utilizados.           |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           IF ( MODO-DETECTAR )
              MOVE 'TOTAL REFERENCIAS LEIDAS     :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-LEIDOS            TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
              MOVE 'GRUPOS DE NOMBRE REPETIDO    :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-GRUPOS            TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
              MOVE 'PAREJAS COMPARADAS           :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-PARES             TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
              MOVE 'PROBABLES DUPLICADOS         :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-PROBABLES         TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
              MOVE 'PAREJAS SOLO POR NOMBRE      :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-SOLO-NOMBRE       TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
           ELSE
              MOVE 'TOTAL REGISTROS PROCESADOS   :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-LEIDOS            TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
              MOVE 'TOTAL REGISTROS ESCRITOS     :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-ESCRITOS          TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
              MOVE 'TOTAL REGISTROS ELIMINADOS   :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-ELIMINADOS        TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
              MOVE 'NAFMT02 TRASLADADOS          :'
                                             TO LIN-TOT-ETIQUETA
              MOVE W-CONT-TRASLADADOS       TO LIN-TOT-VALOR
              WRITE LISTADO-REC FROM W-LINEA-TOTAL
           END-IF
           MOVE 'TOTAL RECHAZOS               :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RECHAZOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           IF ( CONTROL-INICIADO )
              PERFORM GRABAR-CONTROL-FIN
              IF ( MODO-FUSIONAR ) OR ( MODO-REVERTIR )
                 CLOSE XRFCIUDA
                 CLOSE AUDITARCH
              END-IF
              IF ( MODO-FUSIONAR )
                 CLOSE FUSBACK
              END-IF
              CLOSE XRFNOMBR
           END-IF
           CLOSE NOMARCHIVO
           CLOSE LISTADO
           .
