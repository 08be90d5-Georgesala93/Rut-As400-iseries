       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASNORCI.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Depuracion de ciudades de NOMARCHIVO.             |
      * Funcion   : Recorre NOMARCHIVO en secuencia de llave y edita  |
      *             el CIUDADX de cada registro NAFMT02 contra la     |
      *             tabla de ciudades CIUDADES, en mayusculas: el     |
      *             nombre oficial esta correcto; un alias conocido   |
      *             (o el nombre oficial en minusculas) se reporta    |
      *             con el nombre oficial al que se corrige; la       |
      *             ciudad en blanco o que no esta en la tabla se     |
      *             reporta como desconocida para que el area la      |
      *             corrija o se agregue el alias a la tabla con      |
      *             CASCIUDA. Por parametro se pide que los alias se  |
      *             corrijan por la ruta de actualizacion auditada:   |
      *             imagenes antes/despues en AUDITARCH y la entrada  |
      *             de XRFCIUDA llevada al nombre oficial. La corrida |
      *             puede repetirse: un registro ya corregido queda   |
      *             con el nombre oficial y no se vuelve a tocar.     |
      *             Como la llave del maestro admite duplicados y el  |
      *             REWRITE direcciona al primer registro de la       |
      *             llave, el grupo de la llave se vacia y se repone  |
      *             con los registros corregidos, igual que en la     |
      *             fusion de CASFUSIO.                               |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - E/S    : archivo maestro indexado.   |
      *             CIUDADES   - Entrada: tabla de ciudades.          |
      *             XRFCIUDA   - E/S    : referencia por ciudad.      |
      *             AUDITARCH  - Salida : bitacora de auditoria.      |
      *             CTLPROCS   - Salida : control de corridas.        |
      *             LISTADO    - Salida : reporte de ciudades.        |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  14/10/2026 JSA Version inicial.                               |
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
           SELECT CIUDADES
                  ASSIGN               TO DATABASE-CIUDADES
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS CIU-NOMBRE.
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
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL CTLPROCS
                  ASSIGN               TO DATABASE-CTLPROCS
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
      * Tabla de referencia de ciudades, solo en consulta.            |
      *----------------------------------------------------------------
       FD  CIUDADES
           LABEL RECORDS               ARE STANDARD.
       01  CIUDADES-REC.
           COPY CIUDADES.
      *
      *----------------------------------------------------------------
      * Referencia cruzada por ciudad, mantenida en linea con cada    |
      * ciudad corregida.                                             |
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
      * Listado de salida con el reporte de ciudades.                 |
      *----------------------------------------------------------------
       FD  LISTADO
           LABEL RECORDS               ARE STANDARD.
       01  LISTADO-REC                     PIC X(132).
      *
      *----------------------------------------------------------------
      * Archivo de control de corridas de la suite; cada programa     |
      * agrega sus registros de inicio y fin.                         |
      *----------------------------------------------------------------
       FD  CTLPROCS
           LABEL RECORDS               ARE STANDARD.
       01  CTLPROCS-REC.
           COPY CTLPROCS.
      *
      *----------------------------------------------------------------
      *            Declaracion de Variables de Trabajo                |
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       01 W-FIN-ARCHIVO                   PIC  9(01)     VALUE 0.
           88  SI-FIN-ARCHIVO                  VALUE 1.
           88  NO-FIN-ARCHIVO                  VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
       01 W-IMAGEN-ANTES                  PIC  X(113)    VALUE SPACES.
       01 W-IMAGEN-DESPUES                PIC  X(113)    VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Edicion de la ciudad del registro leido: la grafia en         |
      * mayusculas con que se lee la tabla y el nombre oficial al que |
      * se corrige.                                                   |
      *----------------------------------------------------------------
       01 W-CIUDAD-MAYUSCULAS             PIC  X(20)     VALUE SPACES.
       01 W-CIUDAD-OFICIAL                PIC  X(20)     VALUE SPACES.
      *
       01 W-IND-CIUDAD                    PIC  9(01)     VALUE 0.
           88  CIUDAD-ENCONTRADA               VALUE 1.
           88  CIUDAD-DESCONOCIDA              VALUE 0.
      *
      *----------------------------------------------------------------
      * Grupo de registros que comparten la misma llave: cada         |
      * registro con el nombre oficial al que se corrige su ciudad    |
      * (en blanco si no se corrige), la llave del registro que abrio |
      * el grupo siguiente para reposicionar la lectura secuencial    |
      * despues de reponer el grupo, y si el grupo excede la tabla    |
      * (entonces se reporta pero no se corrige).                     |
      *----------------------------------------------------------------
       01 W-LLAVE-GRUPO                   PIC  9(09)     VALUE ZEROES.
       01 W-LLAVE-SIGUIENTE               PIC  9(09)     VALUE ZEROES.
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 W-CONT-GRUPO-CORREGIR           PIC  9(03) COMP VALUE ZERO.
      *
       01 TABLA-GRUPO.
           05  TAB-GRUPO OCCURS 20 TIMES
                         INDEXED BY IDX-GRUPO.
               10  TAB-GRU-REGISTRO        PIC  X(113).
               10  TAB-GRU-CIUDAD-OFICIAL  PIC  X(20).
      *
       01 W-IND-GRUPO-EXCEDIDO            PIC  9(01)     VALUE 0.
           88  SI-GRUPO-EXCEDIDO               VALUE 1.
           88  NO-GRUPO-EXCEDIDO               VALUE 0.
      *
       01 W-IND-GRUPO-MARCADO             PIC  9(01)     VALUE 0.
           88  SI-GRUPO-MARCADO                VALUE 1.
           88  NO-GRUPO-MARCADO                VALUE 0.
      *
      *----------------------------------------------------------------
      * Mantenimiento en linea de la referencia por ciudad: las       |
      * imagenes antes/despues decodificadas y el grupo de entradas   |
      * duplicadas de la referencia que se vacia y repone para quitar |
      * la entrada de una sola llave.                                 |
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
       01 W-CONT-XRC-GRUPO                PIC  9(03) COMP VALUE ZERO.
       01 TABLA-XREF-CIUDAD.
           05  TAB-XRC-ENTRADA OCCURS 20 TIMES
                               INDEXED BY IDX-XRC.
               10  TAB-XRC-REGISTRO        PIC  X(46).
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-NAFMT02              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-OFICIALES            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-POR-CORREGIR         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-DESCONOCIDAS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-EN-BLANCO            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CORREGIDOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZOS             PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'DEPURACION DE CIUDADES CASNORCI'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(25) VALUE
               'INDICADOR DE CORRECCION:'.
           05  LIN-PAR-CORREGIR            PIC  X(01).
           05  FILLER                      PIC  X(106) VALUE SPACES.
      *
       01 W-LINEA-CIUDAD.
           05  FILLER                      PIC  X(07) VALUE
               'LLAVE:'.
           05  LIN-CIU-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CIU-CIUDAD              PIC  X(20).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CIU-MENSAJE             PIC  X(30).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CIU-OFICIAL             PIC  X(20).
           05  FILLER                      PIC  X(43) VALUE SPACES.
      *
       01 W-LINEA-EXCEPCION.
           05  FILLER                      PIC  X(11) VALUE
               'EXCEPCION:'.
           05  LIN-EXC-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-EXC-DESC                PIC  X(48).
           05  FILLER                      PIC  X(63) VALUE SPACES.
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
      * Parametros de la corrida: con el indicador de correccion en   |
      * 'S' los alias se corrigen al nombre oficial por la ruta de    |
      * actualizacion auditada; con cualquier otro valor la corrida   |
      * solo reporta. La fecha de negocio en ceros toma la fecha de   |
      * la maquina.                                                   |
      *----------------------------------------------------------------
       01  LK-PARM-CASNORCI.
           05  LK-IND-CORREGIR             PIC  X(01).
               88  CORREGIR-CIUDADES           VALUE 'S'.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASNORCI.
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
      *                 utilizados.                                   |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           OPEN I-O    NOMARCHIVO
           OPEN INPUT  CIUDADES
           OPEN I-O    XRFCIUDA
           OPEN EXTEND AUDITARCH
           OPEN OUTPUT LISTADO
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM GRABAR-CONTROL-INICIO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE LK-IND-CORREGIR          TO LIN-PAR-CORREGIR
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-INICIO.                        |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de inicio de esta corrida; el modo   |
      *                 lleva el indicador de correccion recibido.    |
      *----------------------------------------------------------------
       GRABAR-CONTROL-INICIO.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASNORCI'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-IND-CORREGIR          TO CTL-MODO
           MOVE 'P'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE ZEROES                   TO CTL-CONT-LEIDOS
           MOVE ZEROES                   TO CTL-CONT-APLICADOS
           MOVE ZEROES                   TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-FIN.                           |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de fin limpio de esta corrida, con   |
      *                 sus totales de control (los registros         |
      *                 aplicados son los NAFMT02 corregidos).        |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASNORCI'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-IND-CORREGIR          TO CTL-MODO
           MOVE 'C'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-LEIDOS            TO CTL-CONT-LEIDOS
           MOVE W-CONT-CORREGIDOS        TO CTL-CONT-APLICADOS
           MOVE W-CONT-RECHAZOS          TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Recorre NOMARCHIVO completo en secuencia de   |
      *                 llave acumulando cada grupo de registros que  |
      *                 comparten llave; el grupo se cierra al        |
      *                 detectar el cambio de llave o el fin del      |
      *                 archivo.                                      |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           MOVE ZEROES                   TO EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
           START NOMARCHIVO    KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
              INVALID KEY
                MOVE 1                   TO W-FIN-ARCHIVO
              NOT INVALID KEY
                MOVE 0                   TO W-FIN-ARCHIVO
           END-START
           PERFORM LEER-NOMARCHIVO  UNTIL ( SI-FIN-ARCHIVO )
           PERFORM CERRAR-GRUPO
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-NOMARCHIVO.                              |
      * Descripción   : Lee el siguiente registro; un cambio de llave |
      *                 cierra el grupo anterior. Si el cierre        |
      *                 repuso el grupo corregido, la posicion        |
      *                 secuencial quedo alterada y se reposiciona en |
      *                 la llave que abrio el grupo nuevo, cuyo       |
      *                 registro se releera en la siguiente           |
      *                 iteracion; en caso contrario el registro      |
      *                 leido se acumula de inmediato.                |
      *----------------------------------------------------------------
       LEER-NOMARCHIVO.
      *----------------------------------------------------------------
           READ NOMARCHIVO NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              IF ( W-CONT-GRUPO > 0 ) AND
                 ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                             NOT = W-LLAVE-GRUPO )
                 MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                             TO W-LLAVE-SIGUIENTE
                 PERFORM CERRAR-GRUPO
                 IF ( SI-GRUPO-MARCADO )
                    PERFORM REPOSICIONAR-ARCHIVO
                 ELSE
                    PERFORM ACUMULAR-GRUPO
                 END-IF
              ELSE
                 PERFORM ACUMULAR-GRUPO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ACUMULAR-GRUPO.                               |
      * Descripción   : Agrega a la tabla del grupo el registro leido |
      *                 y, si es un NAFMT02, edita su ciudad. Un      |
      *                 registro que no cabe en la tabla se edita y   |
      *                 reporta igual, pero el grupo queda sin        |
      *                 corregir.                                     |
      *----------------------------------------------------------------
       ACUMULAR-GRUPO.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-LEIDOS
           MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                         TO W-LLAVE-GRUPO
           MOVE SPACES                   TO W-CIUDAD-OFICIAL
           IF ( FORMATO-NAFMT02 OF NOMARCHIVO-REC )
              PERFORM REVISAR-CIUDAD
           END-IF
           IF ( W-CONT-GRUPO < 20 )
              ADD 1                      TO W-CONT-GRUPO
              SET IDX-GRUPO              TO W-CONT-GRUPO
              MOVE NOMARCHIVO-REC        TO TAB-GRU-REGISTRO
                                            (IDX-GRUPO)
              MOVE W-CIUDAD-OFICIAL      TO TAB-GRU-CIUDAD-OFICIAL
                                            (IDX-GRUPO)
           ELSE
              SET SI-GRUPO-EXCEDIDO      TO TRUE
           END-IF
           IF ( W-CIUDAD-OFICIAL NOT = SPACES )
              ADD 1                      TO W-CONT-GRUPO-CORREGIR
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : REVISAR-CIUDAD.                               |
      * Descripción   : Edita el CIUDADX del NAFMT02 leido contra la  |
      *                 tabla de ciudades y reporta lo que no es un   |
      *                 nombre oficial. Cuando la grafia debe         |
      *                 corregirse deja el nombre oficial en          |
      *                 W-CIUDAD-OFICIAL; la ciudad en blanco o       |
      *                 desconocida solo se reporta.                  |
      *----------------------------------------------------------------
       REVISAR-CIUDAD.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-NAFMT02
           MOVE CIUDADX OF NOMARCHIVO-REC TO W-CIUDAD-MAYUSCULAS
           INSPECT W-CIUDAD-MAYUSCULAS
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                         TO LIN-CIU-LLAVE
           MOVE CIUDADX OF NOMARCHIVO-REC TO LIN-CIU-CIUDAD
           MOVE SPACES                   TO LIN-CIU-OFICIAL
           IF ( W-CIUDAD-MAYUSCULAS = SPACES )
              SET CIUDAD-DESCONOCIDA     TO TRUE
           ELSE
              PERFORM BUSCAR-CIUDAD
           END-IF
           EVALUATE TRUE
              WHEN ( W-CIUDAD-MAYUSCULAS = SPACES )
                 ADD 1                   TO W-CONT-EN-BLANCO
                 MOVE 'CIUDAD EN BLANCO'  TO LIN-CIU-MENSAJE
                 WRITE LISTADO-REC       FROM W-LINEA-CIUDAD
              WHEN ( CIUDAD-DESCONOCIDA )
                 ADD 1                   TO W-CONT-DESCONOCIDAS
                 MOVE 'CIUDAD DESCONOCIDA'
                                         TO LIN-CIU-MENSAJE
                 WRITE LISTADO-REC       FROM W-LINEA-CIUDAD
              WHEN ( CIU-NOMBRE-OFICIAL = CIUDADX OF NOMARCHIVO-REC )
                 ADD 1                   TO W-CONT-OFICIALES
              WHEN OTHER
                 ADD 1                   TO W-CONT-POR-CORREGIR
                 MOVE CIU-NOMBRE-OFICIAL TO W-CIUDAD-OFICIAL
                 MOVE CIU-NOMBRE-OFICIAL TO LIN-CIU-OFICIAL
                 IF ( CORREGIR-CIUDADES )
                    MOVE 'ALIAS - SE CORRIGE A'
                                         TO LIN-CIU-MENSAJE
                 ELSE
                    MOVE 'ALIAS - DEBE CORREGIRSE A'
                                         TO LIN-CIU-MENSAJE
                 END-IF
                 WRITE LISTADO-REC       FROM W-LINEA-CIUDAD
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-CIUDAD.                                |
      * Descripción   : Lee la tabla de ciudades con la grafia en     |
      *                 mayusculas; el registro encontrado, oficial o |
      *                 alias, trae el nombre oficial de la ciudad.   |
      *----------------------------------------------------------------
       BUSCAR-CIUDAD.
      *----------------------------------------------------------------
           MOVE W-CIUDAD-MAYUSCULAS      TO CIU-NOMBRE
           READ CIUDADES
            INVALID KEY
               SET CIUDAD-DESCONOCIDA    TO TRUE
            NOT INVALID KEY
               SET CIUDAD-ENCONTRADA     TO TRUE
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : CERRAR-GRUPO.                                 |
      * Descripción   : Cierra el grupo de llave recien completado:   |
      *                 si la corrida corrige y el grupo trae         |
      *                 ciudades por corregir, el grupo se vacia y se |
      *                 repone con las ciudades corregidas. Un grupo  |
      *                 que excede la tabla no se toca.               |
      *----------------------------------------------------------------
       CERRAR-GRUPO.
      *----------------------------------------------------------------
           SET NO-GRUPO-MARCADO          TO TRUE
           IF ( CORREGIR-CIUDADES ) AND
              ( W-CONT-GRUPO-CORREGIR > 0 )
              IF ( SI-GRUPO-EXCEDIDO )
                 MOVE W-LLAVE-GRUPO      TO LIN-EXC-LLAVE
                 MOVE 'GRUPO DE LA LLAVE EXCEDE LA TABLA - SIN CORREGIR'
                                         TO LIN-EXC-DESC
                 PERFORM REGISTRAR-EXCEPCION
              ELSE
                 SET SI-GRUPO-MARCADO    TO TRUE
                 PERFORM VACIAR-REGISTRO-GRUPO W-CONT-GRUPO TIMES
                 PERFORM REPONER-REGISTRO-GRUPO
                    VARYING IDX-GRUPO FROM 1 BY 1
                       UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
              END-IF
           END-IF
           MOVE ZERO                     TO W-CONT-GRUPO
           MOVE ZERO                     TO W-CONT-GRUPO-CORREGIR
           SET NO-GRUPO-EXCEDIDO         TO TRUE
           .
      *----------------------------------------------------------------
       VACIAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE W-LLAVE-GRUPO               TO EXTERNALLY-DESCRIBED-KEY
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
      * Procedimiento : REPONER-REGISTRO-GRUPO.                       |
      * Descripción   : Repone un registro del grupo; el que trae     |
      *                 nombre oficial se graba con la ciudad         |
      *                 corregida como un cambio auditado, con su     |
      *                 entrada de la referencia por ciudad llevada   |
      *                 al nombre oficial. El resto se repone         |
      *                 identico.                                     |
      *----------------------------------------------------------------
       REPONER-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
           MOVE NOMARCHIVO-REC              TO W-IMAGEN-ANTES
           IF ( TAB-GRU-CIUDAD-OFICIAL (IDX-GRUPO) NOT = SPACES )
              MOVE TAB-GRU-CIUDAD-OFICIAL (IDX-GRUPO)
                                            TO CIUDADX
                                               OF NOMARCHIVO-REC
           END-IF
           WRITE NOMARCHIVO-REC
            INVALID KEY
               MOVE W-LLAVE-GRUPO           TO LIN-EXC-LLAVE
               MOVE 'ERROR AL REPONER EL GRUPO DE LA LLAVE'
                                            TO LIN-EXC-DESC
               PERFORM REGISTRAR-EXCEPCION
            NOT INVALID KEY
               IF ( TAB-GRU-CIUDAD-OFICIAL (IDX-GRUPO) NOT = SPACES )
                  ADD 1                     TO W-CONT-CORREGIDOS
                  MOVE NOMARCHIVO-REC       TO W-IMAGEN-DESPUES
                  SET AUD-OP-CAMBIO         TO TRUE
                  PERFORM GRABAR-AUDITORIA
                  PERFORM ACTUALIZAR-REFERENCIAS
               END-IF
           END-WRITE
           .
      *----------------------------------------------------------------
      * Procedimiento : REPOSICIONAR-ARCHIVO.                         |
      * Descripción   : Restablece la lectura secuencial en la llave  |
      *                 del registro que abrio el grupo siguiente,    |
      *                 despues de que la reposicion del grupo        |
      *                 anterior movio la posicion del archivo.       |
      *----------------------------------------------------------------
       REPOSICIONAR-ARCHIVO.
      *----------------------------------------------------------------
           MOVE W-LLAVE-SIGUIENTE        TO EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
           START NOMARCHIVO    KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
              INVALID KEY
                MOVE 1                   TO W-FIN-ARCHIVO
           END-START
           .
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
           MOVE 'CASNORCI'               TO AUD-OPERADOR-CAPTURA
           MOVE SPACES                   TO AUD-OPERADOR-APRUEBA
           WRITE AUDITARCH-REC
           .
      *----------------------------------------------------------------
      * Procedimiento : ACTUALIZAR-REFERENCIAS.                       |
      * Descripción   : Mantiene al dia la referencia por ciudad con  |
      *                 el cambio recien aplicado: quita la entrada   |
      *                 de la ciudad anterior y agrega la del nombre  |
      *                 oficial.                                      |
      *----------------------------------------------------------------
       ACTUALIZAR-REFERENCIAS.
      *----------------------------------------------------------------
           MOVE W-IMAGEN-ANTES             TO W-REG-ANTES
           MOVE W-IMAGEN-DESPUES           TO W-REG-DESPUES
           PERFORM QUITAR-XREF-CIUDAD
           PERFORM AGREGAR-XREF-CIUDAD
           .
      *----------------------------------------------------------------
      * Procedimiento : QUITAR-XREF-CIUDAD.                           |
      * Descripción   : Quita de la referencia por ciudad la entrada  |
      *                 de la llave de la imagen antes, vaciando el   |
      *                 grupo de la ciudad a la tabla y reponiendolo  |
      *                 sin la entrada de esta llave; un grupo que    |
      *                 excede la tabla se deja intacto y lo corrige  |
      *                 la reconstruccion nocturna.                   |
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
      * Procedimiento : AGREGAR-XREF-CIUDAD.                          |
      * Descripción   : Agrega a la referencia por ciudad la entrada  |
      *                 de la imagen despues, con el nombre oficial.  |
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
      * Descripción   : Reporta un error al mantener la referencia    |
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
      * Descripción   : Se imprimen los totales de control de la      |
      *                 corrida y se cierran los archivos utilizados. |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           MOVE 'TOTAL REGISTROS LEIDOS       :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL NAFMT02 REVISADOS      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-NAFMT02              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CIUDADES CON NOMBRE OFICIAL  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-OFICIALES            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CIUDADES POR CORREGIR        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-POR-CORREGIR         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CIUDADES DESCONOCIDAS        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-DESCONOCIDAS         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CIUDADES EN BLANCO           :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-EN-BLANCO            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL NAFMT02 CORREGIDOS     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-CORREGIDOS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL RECHAZOS               :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RECHAZOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           PERFORM GRABAR-CONTROL-FIN
           CLOSE NOMARCHIVO
           CLOSE CIUDADES
           CLOSE XRFCIUDA
           CLOSE AUDITARCH
           CLOSE LISTADO
           .
