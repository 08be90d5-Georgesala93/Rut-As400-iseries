       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASANONI.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Supresion de datos personales de clientes.        |
      * Funcion   : Lee el lote de solicitudes de supresion SOLANONI, |
      *             una por llave NUMINT, y suprime (deja en blanco)  |
      *             los datos personales del cliente - NOMBREX,       |
      *             DIRECCX y TELEFOX del NAFMT01, DIRALTX y CIUDADX  |
      *             del NAFMT02, CORREOX y MOVILX del NAFMT03 - en    |
      *             todos los archivos de la suite que los guardan:   |
      *             el maestro NOMARCHIVO, la historia de depuracion  |
      *             NOMHIST, la bitacora AUDITARCH y su historia      |
      *             AUDITHIS, el extracto completo EXTARCHI de la     |
      *             bodega, el suspenso de rechazos TRNSUSPE y la     |
      *             cola del control dual PENDCAMB; de las            |
      *             referencias XRFNOMBR y XRFCIUDA se eliminan las   |
      *             entradas del cliente. Se conservan la llave, el   |
      *             formato, el estado, las fechas y la estructura de |
      *             cada registro, de modo que la cadena de auditoria |
      *             y los conteos de la suite siguen cuadrando. Cada  |
      *             registro del maestro se repone como un cambio     |
      *             auditado a nombre de CASANONI, con las dos        |
      *             imagenes ya suprimidas, y el extracto delta de    |
      *             CASDELTA lo envia a la bodega con la accion de    |
      *             supresion. Un cliente con vigencia no vencida se  |
      *             rechaza salvo que la solicitud traiga la          |
      *             autorizacion. Por cada cliente suprimido se       |
      *             imprime un certificado con cada archivo y         |
      *             registro tocado.                                  |
      * Archivos Entrada/Salida:                                     |
      *             SOLANONI   - Entrada: solicitudes de supresion.   |
      *             NOMARCHIVO - E/S    : archivo maestro indexado.   |
      *             XRFNOMBR   - E/S    : referencia por nombre.      |
      *             XRFCIUDA   - E/S    : referencia por ciudad.      |
      *             NOMHIST    - E/S    : historia de depuracion.     |
      *             AUDITARCH  - E/S    : bitacora de auditoria.      |
      *             AUDITHIS   - E/S    : historia de auditoria.      |
      *             EXTARCHI   - E/S    : extracto completo.          |
      *             TRNSUSPE   - E/S    : suspenso de rechazos.       |
      *             PENDCAMB   - E/S    : cola del control dual.      |
      *             CTLPROCS   - Salida : control de corridas.        |
      *             LISTADO    - Salida : reporte de solicitudes.     |
      *             CERTANON   - Salida : certificados de supresion.  |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  14/10/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Supresion del correo y el movil del NAFMT03.  |
      *  14/10/2026 JSA Supresion en el suspenso TRNSUSPE y en la     |
      *                 cola PENDCAMB.                                |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------
      *               Declaracion de Archivos                         |
      *----------------------------------------------------------------
       FILE-CONTROL.
      *
           SELECT OPTIONAL SOLANONI
                  ASSIGN               TO DATABASE-SOLANONI
                  ORGANIZATION         IS SEQUENTIAL.
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
           SELECT OPTIONAL NOMHIST
                  ASSIGN               TO DATABASE-NOMHIST
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL AUDITARCH
                  ASSIGN               TO DATABASE-AUDITARCH
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL AUDITHIS
                  ASSIGN               TO DATABASE-AUDITHIS
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL EXTARCHI
                  ASSIGN               TO DATABASE-EXTARCHI
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL TRNSUSPE
                  ASSIGN               TO DATABASE-TRNSUSPE
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL PENDCAMB
                  ASSIGN               TO DATABASE-PENDCAMB
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS PEN-FOLIO.
      *
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT CERTANON
                  ASSIGN               TO DATABASE-CERTANON
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
      *----------------------------------------------------------------
      * Lote de solicitudes de supresion del dia.                     |
      *----------------------------------------------------------------
       FD  SOLANONI
           LABEL RECORDS               ARE STANDARD.
       01  SOLANONI-REC.
           COPY SOLANONI.
      *
       FD  NOMARCHIVO
           LABEL RECORDS               ARE STANDARD.
       01  NOMARCHIVO-REC.
           COPY DD-ALL-FORMATS         OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Referencias cruzadas por nombre y por ciudad, de las que se   |
      * eliminan las entradas del cliente suprimido.                  |
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
      * Historia de registros depurados por CASPURGA, con la fecha y  |
      * hora de la depuracion.                                        |
      *----------------------------------------------------------------
       FD  NOMHIST
           LABEL RECORDS               ARE STANDARD.
       01  NOMHIST-REC.
           05  HIS-DATOS.
               10  HIS-REGISTRO            PIC X(113).
           05  HIS-FECHA-PURGA             PIC 9(08).
           05  HIS-HORA-PURGA              PIC 9(08).
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
      * Historia de auditoria generada por el corte mensual: cada     |
      * registro de bitacora con el periodo AAAAMM al que pertenece.  |
      *----------------------------------------------------------------
       FD  AUDITHIS
           LABEL RECORDS               ARE STANDARD.
       01  AUDITHIS-REC.
           05  HIS-PERIODO                 PIC 9(06).
           05  HIS-BITACORA                PIC X(268).
      *
      *----------------------------------------------------------------
      * Extracto completo de la bodega de datos.                      |
      *----------------------------------------------------------------
       FD  EXTARCHI
           LABEL RECORDS               ARE STANDARD.
       01  EXTARCHI-REC.
           05  EXT-LLAVE                   PIC 9(09).
           05  EXT-TIPOFMT                 PIC X(02).
           05  EXT-ESTADO                  PIC X(01).
           05  EXT-FEC-INI-VIG             PIC 9(08).
           05  EXT-FEC-FIN-VIG             PIC 9(08).
           05  EXT-NOMBRE                  PIC X(30).
           05  FILLER                      PIC X(30).
      *
      *----------------------------------------------------------------
      * Suspenso de transacciones rechazadas por CASVALID, con la     |
      * transaccion completa; las partidas resueltas se conservan.    |
      *----------------------------------------------------------------
       FD  TRNSUSPE
           LABEL RECORDS               ARE STANDARD.
       01  TRNSUSPE-REC.
           COPY TRNSUSPE.
      *
      *----------------------------------------------------------------
      * Cola de cambios en linea del control dual de CASMANTE, con    |
      * sus imagenes antes y despues; las partidas aprobadas y        |
      * rechazadas se conservan.                                      |
      *----------------------------------------------------------------
       FD  PENDCAMB
           LABEL RECORDS               ARE STANDARD.
       01  PENDCAMB-REC.
           COPY PENDCAMB.
      *
      *----------------------------------------------------------------
      * Listado de salida con el resultado de cada solicitud.         |
      *----------------------------------------------------------------
       FD  LISTADO
           LABEL RECORDS               ARE STANDARD.
       01  LISTADO-REC                     PIC X(132).
      *
      *----------------------------------------------------------------
      * Certificados de supresion, uno por cliente suprimido.         |
      *----------------------------------------------------------------
       FD  CERTANON
           LABEL RECORDS               ARE STANDARD.
       01  CERTANON-REC                    PIC X(132).
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
       01 W-FIN-SOLICITUDES               PIC  9(01)     VALUE 0.
           88  SI-FIN-SOLICITUDES              VALUE 1.
           88  NO-FIN-SOLICITUDES              VALUE 0.
      *
       01 W-FIN-ARCHIVO                   PIC  9(01)     VALUE 0.
           88  SI-FIN-ARCHIVO                  VALUE 1.
           88  NO-FIN-ARCHIVO                  VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Solicitudes del lote: la llave, el folio y la autorizacion    |
      * recibidos, el resultado de la validacion y cuantos registros  |
      * se tocaron del cliente en cada archivo. La llave de busqueda  |
      * es la del registro leido en las pasadas por los archivos      |
      * secuenciales.                                                 |
      *----------------------------------------------------------------
       01 W-CONT-SOLICITUDES              PIC  9(03) COMP VALUE ZERO.
       01 TABLA-SOLICITUDES.
           05  TAB-SOLICITUD OCCURS 200 TIMES
                             INDEXED BY IDX-SOL.
               10  TAB-SOL-NUMINT          PIC  9(09).
               10  TAB-SOL-FOLIO           PIC  X(12).
               10  TAB-SOL-FECHA           PIC  9(08).
               10  TAB-SOL-IND-AUTORIZADA  PIC  X(01).
               10  TAB-SOL-AUTORIZA        PIC  X(08).
               10  TAB-SOL-ESTADO          PIC  X(01).
                   88  TAB-SOL-ACEPTADA        VALUE 'A'.
                   88  TAB-SOL-RECHAZADA       VALUE 'R'.
               10  TAB-SOL-IND-VIGENTE     PIC  X(01).
               10  TAB-SOL-CONT-ARCHIVO OCCURS 10 TIMES
                                           PIC  9(07) COMP.
               10  TAB-SOL-CONT-SIN-DETALLE
                                           PIC  9(07) COMP.
      *
       01 W-LLAVE-BUSCAR                  PIC  9(09)     VALUE ZEROES.
      *
       01 W-IND-SOLICITUD                 PIC  9(01)     VALUE 0.
           88  SOLICITUD-ENCONTRADA            VALUE 1.
           88  SOLICITUD-NO-ENCONTRADA         VALUE 0.
      *
      *----------------------------------------------------------------
      * Archivos de la suite que guardan datos del cliente, en el     |
      * orden en que se totalizan en el certificado y en el listado.  |
      *----------------------------------------------------------------
       01 W-DEF-ARCHIVOS.
           05  FILLER                      PIC  X(10) VALUE
               'NOMARCHIVO'.
           05  FILLER                      PIC  X(10) VALUE
               'NOMHIST   '.
           05  FILLER                      PIC  X(10) VALUE
               'AUDITARCH '.
           05  FILLER                      PIC  X(10) VALUE
               'AUDITHIS  '.
           05  FILLER                      PIC  X(10) VALUE
               'XRFNOMBR  '.
           05  FILLER                      PIC  X(10) VALUE
               'XRFCIUDA  '.
           05  FILLER                      PIC  X(10) VALUE
               'EXTARCHI  '.
           05  FILLER                      PIC  X(10) VALUE
               'TRNSUSPE  '.
           05  FILLER                      PIC  X(10) VALUE
               'PENDCAMB  '.
           05  FILLER                      PIC  X(10) VALUE
               'DELTARCH  '.
       01 TABLA-ARCHIVOS REDEFINES W-DEF-ARCHIVOS.
           05  TAB-ARC-NOMBRE OCCURS 10 TIMES
                              INDEXED BY IDX-ARC
                                           PIC  X(10).
      *
       01 W-CANT-ARCHIVOS                 PIC  9(02)     VALUE 10.
       01 W-TOT-ARCHIVOS.
           05  W-TOT-ARCHIVO OCCURS 10 TIMES
                                           PIC  9(07) COMP.
      *
      *----------------------------------------------------------------
      * Registros tocados de cada cliente, para su certificado: el    |
      * archivo, el formato, una referencia del registro (estado,     |
      * operacion o periodo), sus dos fechas (vigencia, o fecha y     |
      * hora) y la accion aplicada. Si la tabla se llena, los         |
      * registros siguientes solo se cuentan y el certificado avisa   |
      * que su detalle esta incompleto.                               |
      *----------------------------------------------------------------
       01 W-TOCADO.
           05  W-TOC-SOLICITUD             PIC  9(03) COMP.
           05  W-TOC-ARCHIVO               PIC  9(02).
           05  W-TOC-TIPOFMT               PIC  X(02).
           05  W-TOC-REFERENCIA.
               10  W-TOC-REF-TEXTO         PIC  X(10).
               10  W-TOC-REF-VALOR         PIC  X(06).
           05  W-TOC-FECHA-1               PIC  9(08).
           05  W-TOC-FECHA-2               PIC  9(08).
           05  W-TOC-ACCION                PIC  X(24).
      *
       01 W-CONT-TOCADOS                  PIC  9(05) COMP VALUE ZERO.
       01 TABLA-TOCADOS.
           05  TAB-TOCADO OCCURS 5000 TIMES
                          INDEXED BY IDX-TOC.
               10  TAB-TOC-SOLICITUD       PIC  9(03) COMP.
               10  TAB-TOC-ARCHIVO         PIC  9(02).
               10  TAB-TOC-TIPOFMT         PIC  X(02).
               10  TAB-TOC-REFERENCIA      PIC  X(16).
               10  TAB-TOC-FECHA-1         PIC  9(08).
               10  TAB-TOC-FECHA-2         PIC  9(08).
               10  TAB-TOC-ACCION          PIC  X(24).
      *
      *----------------------------------------------------------------
      * Imagen de un registro de NOMARCHIVO en que se suprimen los    |
      * datos personales, y la imagen original con el nombre y la     |
      * ciudad cuyas entradas se eliminan de las referencias.         |
      *----------------------------------------------------------------
       01 W-REG-IMAGEN.
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
       01 W-REG-ANTES.
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Grupo de registros del maestro que comparten la llave del     |
      * cliente: se lee completo para validar la vigencia y, si se    |
      * acepta, se vacia y se repone con los datos suprimidos, igual  |
      * que en la depuracion de CASNORCI. Un grupo que excede la      |
      * tabla rechaza la solicitud.                                   |
      *----------------------------------------------------------------
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 TABLA-GRUPO.
           05  TAB-GRUPO OCCURS 20 TIMES
                         INDEXED BY IDX-GRUPO.
               10  TAB-GRU-REGISTRO        PIC  X(113).
      *
       01 W-IND-GRUPO-EXCEDIDO            PIC  9(01)     VALUE 0.
           88  SI-GRUPO-EXCEDIDO               VALUE 1.
           88  NO-GRUPO-EXCEDIDO               VALUE 0.
      *
       01 W-IND-VIGENCIA                  PIC  9(01)     VALUE 0.
           88  SI-VIGENCIA-ACTUAL              VALUE 1.
           88  NO-VIGENCIA-ACTUAL              VALUE 0.
      *
      *----------------------------------------------------------------
      * Grupos de entradas duplicadas de las referencias cruzadas que |
      * se vacian y reponen sin las entradas del cliente.             |
      *----------------------------------------------------------------
       01 W-FIN-XREF                      PIC  9(01)     VALUE 0.
           88  SI-FIN-XREF                     VALUE 1.
           88  NO-FIN-XREF                     VALUE 0.
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
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDAS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ACEPTADAS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-AUTORIZADAS          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZADAS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ERRORES              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CLIENTE              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-DETALLE-EXCEDIDO     PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'SUPRESION DE DATOS PERSONALES CASANONI'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE NEGOCIO   :'.
           05  LIN-PAR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-LINEA-SOLICITUD.
           05  FILLER                      PIC  X(07) VALUE
               'LLAVE:'.
           05  LIN-SOL-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SOL-FOLIO               PIC  X(12).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SOL-RESULTADO           PIC  X(10).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SOL-MOTIVO              PIC  X(45).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SOL-AUTORIZA            PIC  X(08).
           05  FILLER                      PIC  X(37) VALUE SPACES.
      *
       01 W-LINEA-EXCEPCION.
           05  FILLER                      PIC  X(11) VALUE
               'EXCEPCION:'.
           05  LIN-EXC-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-EXC-DESC                PIC  X(45).
           05  FILLER                      PIC  X(66) VALUE SPACES.
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
       01 W-LINEA-ARCHIVO.
           05  LIN-ARC-NOMBRE              PIC  X(10).
           05  FILLER                      PIC  X(20) VALUE
               ' REGISTROS TOCADOS :'.
           05  LIN-ARC-VALOR               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(91) VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del certificado.                          |
      *----------------------------------------------------------------
       01 W-ENC-CERTIFICADO.
           05  FILLER                      PIC  X(50) VALUE
               'CERTIFICADO DE SUPRESION DE DATOS PERSONALES'.
           05  FILLER                      PIC  X(82) VALUE SPACES.
      *
       01 W-CER-LINEA-CLIENTE.
           05  FILLER                      PIC  X(20) VALUE
               'CLIENTE NUMINT     :'.
           05  LIN-CER-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(103) VALUE SPACES.
      *
       01 W-CER-LINEA-SOLICITUD.
           05  FILLER                      PIC  X(20) VALUE
               'FOLIO SOLICITUD    :'.
           05  LIN-CER-FOLIO               PIC  X(12).
           05  FILLER                      PIC  X(02) VALUE SPACES.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA SOLICITUD    :'.
           05  LIN-CER-FECHA-SOL           PIC  9(08).
           05  FILLER                      PIC  X(70) VALUE SPACES.
      *
       01 W-CER-LINEA-EJECUCION.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE SUPRESION :'.
           05  LIN-CER-FECHA-EJE           PIC  9(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-CER-LINEA-AUTORIZA.
           05  FILLER                      PIC  X(20) VALUE
               'VIGENCIA AUTORIZADA:'.
           05  LIN-CER-AUTORIZA            PIC  X(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-CER-ENC-DETALLE.
           05  FILLER                      PIC  X(32) VALUE
               'ARCHIVO    FMT REFERENCIA'.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA    FECHA/HORA'.
           05  FILLER                      PIC  X(80) VALUE
               'ACCION'.
      *
       01 W-CER-LINEA-DETALLE.
           05  LIN-DET-ARCHIVO             PIC  X(10).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-DET-TIPOFMT             PIC  X(02).
           05  FILLER                      PIC  X(02) VALUE SPACES.
           05  LIN-DET-REFERENCIA          PIC  X(16).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-DET-FECHA-1             PIC  9(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-DET-FECHA-2             PIC  9(08).
           05  FILLER                      PIC  X(03) VALUE SPACES.
           05  LIN-DET-ACCION              PIC  X(24).
           05  FILLER                      PIC  X(56) VALUE SPACES.
      *
       01 W-CER-LINEA-FIN.
           05  FILLER                      PIC  X(50) VALUE
               'FIN DEL CERTIFICADO'.
           05  FILLER                      PIC  X(82) VALUE SPACES.
      *
       01 W-LINEA-BLANCO                  PIC  X(132)    VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
      * Parametro de la corrida: la fecha de negocio contra la que se |
      * juzga la vigencia del cliente; en ceros toma la fecha de la   |
      * maquina.                                                      |
      *----------------------------------------------------------------
       01  LK-PARM-CASANONI.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASANONI.
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
      *                 utilizados; las pasadas por los archivos      |
      *                 secuenciales abren y cierran cada archivo.    |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           OPEN INPUT  SOLANONI
           OPEN I-O    NOMARCHIVO
           OPEN OUTPUT LISTADO
           OPEN OUTPUT CERTANON
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM LIMPIAR-TOTAL-ARCHIVO
              VARYING IDX-ARC FROM 1 BY 1
                 UNTIL ( IDX-ARC > W-CANT-ARCHIVOS )
           PERFORM GRABAR-CONTROL-INICIO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE W-FECHA-NEGOCIO          TO LIN-PAR-FECHA
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           .
      *----------------------------------------------------------------
       LIMPIAR-TOTAL-ARCHIVO.
      *----------------------------------------------------------------
           MOVE ZEROES                   TO W-TOT-ARCHIVO (IDX-ARC)
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
           MOVE 'CASANONI'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE SPACE                    TO CTL-MODO
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
      *                 sus totales de control: las solicitudes       |
      *                 leidas, las aceptadas y suprimidas, y las     |
      *                 rechazadas mas los errores de grabacion.      |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASANONI'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE SPACE                    TO CTL-MODO
           MOVE 'C'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-LEIDAS            TO CTL-CONT-LEIDOS
           MOVE W-CONT-ACEPTADAS         TO CTL-CONT-APLICADOS
           COMPUTE CTL-CONT-RECHAZOS = W-CONT-RECHAZADAS
                                     + W-CONT-ERRORES
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Carga y valida el lote de solicitudes contra  |
      *                 el maestro. Con alguna solicitud aceptada     |
      *                 recorre una vez cada archivo secuencial que   |
      *                 guarda datos del cliente, y la cola PENDCAMB, |
      *                 suprimiendolos en su lugar; la bitacora       |
      *                 AUDITARCH se recorre antes de que se le       |
      *                 agreguen los cambios de esta corrida. Al      |
      *                 final suprime los grupos del maestro con sus  |
      *                 referencias cruzadas e imprime los            |
      *                 certificados.                                 |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           PERFORM LEER-SOLICITUD  UNTIL ( SI-FIN-SOLICITUDES )
           PERFORM VALIDAR-SOLICITUD
              VARYING IDX-SOL FROM 1 BY 1
                 UNTIL ( IDX-SOL > W-CONT-SOLICITUDES )
           IF ( W-CONT-ACEPTADAS > 0 )
              PERFORM SUPRIMIR-AUDITARCH
              OPEN EXTEND AUDITARCH
              PERFORM SUPRIMIR-AUDITHIS
              PERFORM SUPRIMIR-NOMHIST
              PERFORM SUPRIMIR-EXTARCHI
              PERFORM SUPRIMIR-TRNSUSPE
              PERFORM SUPRIMIR-PENDCAMB
              OPEN I-O    XRFNOMBR
              OPEN I-O    XRFCIUDA
              PERFORM SUPRIMIR-CLIENTE-MAESTRO
                 VARYING IDX-SOL FROM 1 BY 1
                    UNTIL ( IDX-SOL > W-CONT-SOLICITUDES )
              CLOSE XRFNOMBR
              CLOSE XRFCIUDA
              CLOSE AUDITARCH
              PERFORM EMITIR-CERTIFICADO
                 VARYING IDX-SOL FROM 1 BY 1
                    UNTIL ( IDX-SOL > W-CONT-SOLICITUDES )
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-SOLICITUD.                               |
      * Descripción   : Lee la siguiente solicitud y la agrega a la   |
      *                 tabla. Una llave invalida o repetida en el    |
      *                 lote se rechaza de inmediato; la solicitud    |
      *                 que no cabe en la tabla se reporta sin        |
      *                 procesar para que vuelva en el lote           |
      *                 siguiente.                                    |
      *----------------------------------------------------------------
       LEER-SOLICITUD.
      *----------------------------------------------------------------
           READ SOLANONI  NEXT  AT END
                MOVE 1             TO W-FIN-SOLICITUDES
           END-READ
           IF ( NO-FIN-SOLICITUDES )
              ADD 1                         TO W-CONT-LEIDAS
              MOVE SOL-NUMINT               TO LIN-SOL-LLAVE
              MOVE SOL-FOLIO                TO LIN-SOL-FOLIO
              MOVE SPACES                   TO LIN-SOL-AUTORIZA
              EVALUATE TRUE
                 WHEN ( SOL-NUMINT NOT NUMERIC )
                    MOVE 'LLAVE NUMINT INVALIDA'
                                            TO LIN-SOL-MOTIVO
                    PERFORM RECHAZAR-SOLICITUD-LEIDA
                 WHEN ( SOL-NUMINT = ZEROES )
                    MOVE 'LLAVE NUMINT INVALIDA'
                                            TO LIN-SOL-MOTIVO
                    PERFORM RECHAZAR-SOLICITUD-LEIDA
                 WHEN OTHER
                    PERFORM AGREGAR-SOLICITUD
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
       AGREGAR-SOLICITUD.
      *----------------------------------------------------------------
           MOVE SOL-NUMINT                  TO W-LLAVE-BUSCAR
           PERFORM BUSCAR-SOLICITUD
           EVALUATE TRUE
              WHEN ( SOLICITUD-ENCONTRADA )
                 MOVE 'SOLICITUD REPETIDA EN EL LOTE'
                                            TO LIN-SOL-MOTIVO
                 PERFORM RECHAZAR-SOLICITUD-LEIDA
              WHEN ( W-CONT-SOLICITUDES NOT < 200 )
                 MOVE 'SOLICITUDES EXCEDEN LA TABLA - NO PROCESADA'
                                            TO LIN-SOL-MOTIVO
                 PERFORM RECHAZAR-SOLICITUD-LEIDA
              WHEN OTHER
                 ADD 1                      TO W-CONT-SOLICITUDES
                 SET IDX-SOL                TO W-CONT-SOLICITUDES
                 MOVE SOL-NUMINT            TO TAB-SOL-NUMINT (IDX-SOL)
                 MOVE SOL-FOLIO             TO TAB-SOL-FOLIO (IDX-SOL)
                 MOVE SOL-FECHA-SOLICITUD   TO TAB-SOL-FECHA (IDX-SOL)
                 MOVE SOL-IND-AUTORIZADA    TO TAB-SOL-IND-AUTORIZADA
                                               (IDX-SOL)
                 MOVE SOL-AUTORIZA          TO TAB-SOL-AUTORIZA
                                               (IDX-SOL)
                 MOVE SPACE                 TO TAB-SOL-ESTADO (IDX-SOL)
                 MOVE 'N'                   TO TAB-SOL-IND-VIGENTE
                                               (IDX-SOL)
                 MOVE ZEROES                TO TAB-SOL-CONT-SIN-DETALLE
                                               (IDX-SOL)
                 PERFORM LIMPIAR-CONTADOR-CLIENTE
                    VARYING IDX-ARC FROM 1 BY 1
                       UNTIL ( IDX-ARC > W-CANT-ARCHIVOS )
           END-EVALUATE
           .
      *----------------------------------------------------------------
       LIMPIAR-CONTADOR-CLIENTE.
      *----------------------------------------------------------------
           MOVE ZEROES                      TO TAB-SOL-CONT-ARCHIVO
                                               (IDX-SOL IDX-ARC)
           .
      *----------------------------------------------------------------
      * Procedimiento : RECHAZAR-SOLICITUD-LEIDA.                     |
      * Descripción   : Reporta la solicitud recien leida que no      |
      *                 entra a la tabla; el llamador dejo el motivo  |
      *                 en la linea de la solicitud.                  |
      *----------------------------------------------------------------
       RECHAZAR-SOLICITUD-LEIDA.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-RECHAZADAS
           MOVE 'RECHAZADA'                 TO LIN-SOL-RESULTADO
           WRITE LISTADO-REC                FROM W-LINEA-SOLICITUD
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-SOLICITUD.                             |
      * Descripción   : Busca en la tabla de solicitudes la llave en  |
      *                 W-LLAVE-BUSCAR; si la encuentra deja el       |
      *                 indice en la solicitud.                       |
      *----------------------------------------------------------------
       BUSCAR-SOLICITUD.
      *----------------------------------------------------------------
           SET SOLICITUD-NO-ENCONTRADA      TO TRUE
           IF ( W-CONT-SOLICITUDES > 0 )
              SET IDX-SOL                   TO 1
              SEARCH TAB-SOLICITUD
                 AT END
                    SET SOLICITUD-NO-ENCONTRADA TO TRUE
                 WHEN ( IDX-SOL > W-CONT-SOLICITUDES )
                    SET SOLICITUD-NO-ENCONTRADA TO TRUE
                 WHEN ( TAB-SOL-NUMINT (IDX-SOL) = W-LLAVE-BUSCAR )
                    SET SOLICITUD-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VALIDAR-SOLICITUD.                            |
      * Descripción   : Lee del maestro el grupo de la llave del      |
      *                 cliente y decide la solicitud: un registro    |
      *                 activo cuya vigencia no ha vencido a la fecha |
      *                 de negocio es una vigencia actual, que solo   |
      *                 se suprime con la autorizacion y el usuario   |
      *                 que la da; un grupo que excede la tabla no    |
      *                 puede reponerse y se rechaza. Un cliente que  |
      *                 ya no esta en el maestro (depurado) se acepta |
      *                 para suprimirlo de los demas archivos.        |
      *----------------------------------------------------------------
       VALIDAR-SOLICITUD.
      *----------------------------------------------------------------
           PERFORM CARGAR-GRUPO-CLIENTE
           MOVE TAB-SOL-NUMINT (IDX-SOL)    TO LIN-SOL-LLAVE
           MOVE TAB-SOL-FOLIO (IDX-SOL)     TO LIN-SOL-FOLIO
           MOVE SPACES                      TO LIN-SOL-AUTORIZA
           EVALUATE TRUE
              WHEN ( SI-GRUPO-EXCEDIDO )
                 SET TAB-SOL-RECHAZADA (IDX-SOL) TO TRUE
                 MOVE 'GRUPO DE LA LLAVE EXCEDE LA TABLA'
                                            TO LIN-SOL-MOTIVO
              WHEN ( SI-VIGENCIA-ACTUAL ) AND
                   ( TAB-SOL-IND-AUTORIZADA (IDX-SOL) NOT = 'S' )
                 SET TAB-SOL-RECHAZADA (IDX-SOL) TO TRUE
                 MOVE 'VIGENCIA ACTUAL SIN AUTORIZACION'
                                            TO LIN-SOL-MOTIVO
              WHEN ( SI-VIGENCIA-ACTUAL ) AND
                   ( TAB-SOL-AUTORIZA (IDX-SOL) = SPACES )
                 SET TAB-SOL-RECHAZADA (IDX-SOL) TO TRUE
                 MOVE 'AUTORIZACION SIN USUARIO QUE LA DA'
                                            TO LIN-SOL-MOTIVO
              WHEN ( SI-VIGENCIA-ACTUAL )
                 SET TAB-SOL-ACEPTADA (IDX-SOL) TO TRUE
                 MOVE 'S'                   TO TAB-SOL-IND-VIGENTE
                                               (IDX-SOL)
                 ADD 1                      TO W-CONT-AUTORIZADAS
                 MOVE 'VIGENCIA ACTUAL - SUPRESION AUTORIZADA POR'
                                            TO LIN-SOL-MOTIVO
                 MOVE TAB-SOL-AUTORIZA (IDX-SOL)
                                            TO LIN-SOL-AUTORIZA
              WHEN ( W-CONT-GRUPO = ZERO )
                 SET TAB-SOL-ACEPTADA (IDX-SOL) TO TRUE
                 MOVE 'CLIENTE SIN REGISTROS EN EL MAESTRO'
                                            TO LIN-SOL-MOTIVO
              WHEN OTHER
                 SET TAB-SOL-ACEPTADA (IDX-SOL) TO TRUE
                 MOVE 'SIN VIGENCIA ACTUAL'  TO LIN-SOL-MOTIVO
           END-EVALUATE
           IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
              ADD 1                         TO W-CONT-ACEPTADAS
              MOVE 'ACEPTADA'               TO LIN-SOL-RESULTADO
           ELSE
              ADD 1                         TO W-CONT-RECHAZADAS
              MOVE 'RECHAZADA'              TO LIN-SOL-RESULTADO
           END-IF
           WRITE LISTADO-REC                FROM W-LINEA-SOLICITUD
           .
      *----------------------------------------------------------------
      * Procedimiento : CARGAR-GRUPO-CLIENTE.                         |
      * Descripción   : Carga a la tabla del grupo los registros del  |
      *                 maestro con la llave de la solicitud en curso |
      *                 y senala si alguno tiene vigencia actual.     |
      *----------------------------------------------------------------
       CARGAR-GRUPO-CLIENTE.
      *----------------------------------------------------------------
           MOVE ZERO                        TO W-CONT-GRUPO
           SET NO-GRUPO-EXCEDIDO            TO TRUE
           SET NO-VIGENCIA-ACTUAL           TO TRUE
           MOVE TAB-SOL-NUMINT (IDX-SOL)    TO EXTERNALLY-DESCRIBED-KEY
                                               OF NOMARCHIVO-REC
           START NOMARCHIVO    KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
              INVALID KEY
                MOVE 1                      TO W-FIN-ARCHIVO
              NOT INVALID KEY
                MOVE 0                      TO W-FIN-ARCHIVO
           END-START
           PERFORM LEER-GRUPO-CLIENTE  UNTIL ( SI-FIN-ARCHIVO )
           .
      *----------------------------------------------------------------
       LEER-GRUPO-CLIENTE.
      *----------------------------------------------------------------
           READ NOMARCHIVO NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              IF ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                        NOT = TAB-SOL-NUMINT (IDX-SOL) )
                 MOVE 1                     TO W-FIN-ARCHIVO
              ELSE
                 IF ( REGISTRO-ACTIVO OF NOMARCHIVO-REC ) AND
                    ( FECFINVX OF NOMARCHIVO-REC NOT < W-FECHA-NEGOCIO )
                    SET SI-VIGENCIA-ACTUAL  TO TRUE
                 END-IF
                 IF ( W-CONT-GRUPO < 20 )
                    ADD 1                   TO W-CONT-GRUPO
                    SET IDX-GRUPO           TO W-CONT-GRUPO
                    MOVE NOMARCHIVO-REC     TO TAB-GRU-REGISTRO
                                               (IDX-GRUPO)
                 ELSE
                    SET SI-GRUPO-EXCEDIDO   TO TRUE
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-IMAGEN.                              |
      * Descripción   : Deja en blanco los datos personales de la     |
      *                 imagen de NOMARCHIVO en W-REG-IMAGEN segun su |
      *                 formato; la llave, el formato, el estado y    |
      *                 las fechas se conservan. Una imagen en blanco |
      *                 (la antes de un alta o la despues de una      |
      *                 baja) queda igual.                            |
      *----------------------------------------------------------------
       SUPRIMIR-IMAGEN.
      *----------------------------------------------------------------
           EVALUATE TRUE
              WHEN ( W-REG-IMAGEN = SPACES )
                 CONTINUE
              WHEN ( FORMATO-NAFMT01 OF W-REG-IMAGEN )
                 MOVE SPACES                TO NOMBREX OF W-REG-IMAGEN
                 MOVE SPACES                TO DIRECCX OF W-REG-IMAGEN
                 MOVE SPACES                TO TELEFOX OF W-REG-IMAGEN
              WHEN ( FORMATO-NAFMT02 OF W-REG-IMAGEN )
                 MOVE SPACES                TO DIRALTX OF W-REG-IMAGEN
                 MOVE SPACES                TO CIUDADX OF W-REG-IMAGEN
              WHEN ( FORMATO-NAFMT03 OF W-REG-IMAGEN )
                 MOVE SPACES                TO CORREOX OF W-REG-IMAGEN
                 MOVE SPACES                TO MOVILX  OF W-REG-IMAGEN
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-AUDITARCH.                           |
      * Descripción   : Recorre la bitacora de auditoria y suprime    |
      *                 los datos personales de las imagenes antes y  |
      *                 despues de cada entrada de un cliente         |
      *                 aceptado, reescribiendo la entrada en su      |
      *                 lugar con su llave, operacion, fecha, hora y  |
      *                 operadores intactos.                          |
      *----------------------------------------------------------------
       SUPRIMIR-AUDITARCH.
      *----------------------------------------------------------------
           OPEN I-O    AUDITARCH
           MOVE 0                           TO W-FIN-ARCHIVO
           PERFORM LEER-AUDITARCH  UNTIL ( SI-FIN-ARCHIVO )
           CLOSE AUDITARCH
           .
      *----------------------------------------------------------------
       LEER-AUDITARCH.
      *----------------------------------------------------------------
           READ AUDITARCH NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              MOVE AUD-LLAVE                TO W-LLAVE-BUSCAR
              PERFORM BUSCAR-SOLICITUD
              IF ( SOLICITUD-ENCONTRADA )
                 IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
                    PERFORM SUPRIMIR-BITACORA
                    REWRITE AUDITARCH-REC
                    MOVE 3                  TO W-TOC-ARCHIVO
                    PERFORM PREPARAR-TOCADO-BITACORA
                    PERFORM REGISTRAR-TOCADO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-BITACORA.                            |
      * Descripción   : Suprime los datos personales de las dos       |
      *                 imagenes de la entrada de bitacora que esta   |
      *                 en el registro de AUDITARCH.                  |
      *----------------------------------------------------------------
       SUPRIMIR-BITACORA.
      *----------------------------------------------------------------
           MOVE AUD-IMAGEN-ANTES            TO W-REG-IMAGEN
           PERFORM SUPRIMIR-IMAGEN
           MOVE W-REG-IMAGEN                TO AUD-IMAGEN-ANTES
           MOVE AUD-IMAGEN-DESPUES          TO W-REG-IMAGEN
           PERFORM SUPRIMIR-IMAGEN
           MOVE W-REG-IMAGEN                TO AUD-IMAGEN-DESPUES
           .
      *----------------------------------------------------------------
      * Procedimiento : PREPARAR-TOCADO-BITACORA.                     |
      * Descripción   : Prepara el detalle del certificado de la      |
      *                 entrada de bitacora suprimida, con su         |
      *                 operacion, fecha y hora; el formato se toma   |
      *                 de la imagen que no viene en blanco.          |
      *----------------------------------------------------------------
       PREPARAR-TOCADO-BITACORA.
      *----------------------------------------------------------------
           IF ( AUD-OP-BAJA )
              MOVE AUD-IMAGEN-ANTES         TO W-REG-IMAGEN
           ELSE
              MOVE AUD-IMAGEN-DESPUES       TO W-REG-IMAGEN
           END-IF
           MOVE TIPOFMT OF W-REG-IMAGEN     TO W-TOC-TIPOFMT
           MOVE 'OPERACION'                 TO W-TOC-REF-TEXTO
           MOVE AUD-COD-OPERACION           TO W-TOC-REF-VALOR
           MOVE AUD-FECHA                   TO W-TOC-FECHA-1
           MOVE AUD-HORA                    TO W-TOC-FECHA-2
           MOVE 'IMAGENES SUPRIMIDAS'       TO W-TOC-ACCION
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-AUDITHIS.                            |
      * Descripción   : Recorre la historia de auditoria y suprime    |
      *                 los datos personales de cada entrada de un    |
      *                 cliente aceptado; la entrada se decodifica en |
      *                 el registro de AUDITARCH, como en la prueba   |
      *                 de saldos, y se reescribe en su lugar con su  |
      *                 periodo.                                      |
      *----------------------------------------------------------------
       SUPRIMIR-AUDITHIS.
      *----------------------------------------------------------------
           OPEN I-O    AUDITHIS
           MOVE 0                           TO W-FIN-ARCHIVO
           PERFORM LEER-AUDITHIS  UNTIL ( SI-FIN-ARCHIVO )
           CLOSE AUDITHIS
           .
      *----------------------------------------------------------------
       LEER-AUDITHIS.
      *----------------------------------------------------------------
           READ AUDITHIS NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              MOVE HIS-BITACORA             TO AUDITARCH-REC
              MOVE AUD-LLAVE                TO W-LLAVE-BUSCAR
              PERFORM BUSCAR-SOLICITUD
              IF ( SOLICITUD-ENCONTRADA )
                 IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
                    PERFORM SUPRIMIR-BITACORA
                    MOVE AUDITARCH-REC      TO HIS-BITACORA
                    REWRITE AUDITHIS-REC
                    MOVE 4                  TO W-TOC-ARCHIVO
                    PERFORM PREPARAR-TOCADO-BITACORA
                    MOVE 'PERIODO'          TO W-TOC-REF-TEXTO
                    MOVE HIS-PERIODO        TO W-TOC-REF-VALOR
                    PERFORM REGISTRAR-TOCADO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-NOMHIST.                             |
      * Descripción   : Recorre la historia de depuracion y suprime   |
      *                 los datos personales de cada registro         |
      *                 depurado de un cliente aceptado,              |
      *                 reescribiendolo en su lugar con su fecha y    |
      *                 hora de depuracion.                           |
      *----------------------------------------------------------------
       SUPRIMIR-NOMHIST.
      *----------------------------------------------------------------
           OPEN I-O    NOMHIST
           MOVE 0                           TO W-FIN-ARCHIVO
           PERFORM LEER-NOMHIST  UNTIL ( SI-FIN-ARCHIVO )
           CLOSE NOMHIST
           .
      *----------------------------------------------------------------
       LEER-NOMHIST.
      *----------------------------------------------------------------
           READ NOMHIST NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              MOVE HIS-REGISTRO             TO W-REG-IMAGEN
              MOVE NUMINT OF W-REG-IMAGEN   TO W-LLAVE-BUSCAR
              PERFORM BUSCAR-SOLICITUD
              IF ( SOLICITUD-ENCONTRADA )
                 IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
                    PERFORM SUPRIMIR-IMAGEN
                    MOVE W-REG-IMAGEN       TO HIS-REGISTRO
                    REWRITE NOMHIST-REC
                    MOVE 2                  TO W-TOC-ARCHIVO
                    MOVE TIPOFMT OF W-REG-IMAGEN
                                            TO W-TOC-TIPOFMT
                    MOVE 'DEPURADO'         TO W-TOC-REF-TEXTO
                    MOVE SPACES             TO W-TOC-REF-VALOR
                    MOVE HIS-FECHA-PURGA    TO W-TOC-FECHA-1
                    MOVE HIS-HORA-PURGA     TO W-TOC-FECHA-2
                    MOVE 'DATOS SUPRIMIDOS' TO W-TOC-ACCION
                    PERFORM REGISTRAR-TOCADO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-EXTARCHI.                            |
      * Descripción   : Recorre el extracto completo de la bodega y   |
      *                 deja en blanco el nombre de cada registro     |
      *                 NAFMT01 de un cliente aceptado; los demas     |
      *                 campos del extracto no son personales. Cada   |
      *                 registro del cliente se reescribe y se        |
      *                 certifica.                                    |
      *----------------------------------------------------------------
       SUPRIMIR-EXTARCHI.
      *----------------------------------------------------------------
           OPEN I-O    EXTARCHI
           MOVE 0                           TO W-FIN-ARCHIVO
           PERFORM LEER-EXTARCHI  UNTIL ( SI-FIN-ARCHIVO )
           CLOSE EXTARCHI
           .
      *----------------------------------------------------------------
       LEER-EXTARCHI.
      *----------------------------------------------------------------
           READ EXTARCHI NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              MOVE EXT-LLAVE                TO W-LLAVE-BUSCAR
              PERFORM BUSCAR-SOLICITUD
              IF ( SOLICITUD-ENCONTRADA )
                 IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
                    IF ( EXT-TIPOFMT = 'F1' )
                       MOVE SPACES          TO EXT-NOMBRE
                    END-IF
                    REWRITE EXTARCHI-REC
                    MOVE 7                  TO W-TOC-ARCHIVO
                    MOVE EXT-TIPOFMT        TO W-TOC-TIPOFMT
                    MOVE 'ESTADO'           TO W-TOC-REF-TEXTO
                    MOVE EXT-ESTADO         TO W-TOC-REF-VALOR
                    MOVE EXT-FEC-INI-VIG    TO W-TOC-FECHA-1
                    MOVE EXT-FEC-FIN-VIG    TO W-TOC-FECHA-2
                    MOVE 'DATOS SUPRIMIDOS' TO W-TOC-ACCION
                    PERFORM REGISTRAR-TOCADO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-TRNSUSPE.                            |
      * Descripción   : Recorre el suspenso de rechazos, abiertos y   |
      *                 resueltos, y suprime los datos personales de  |
      *                 la transaccion de cada partida de un cliente  |
      *                 aceptado, reescribiendola en su lugar con sus |
      *                 errores, fechas y lotes intactos. Una         |
      *                 partida con la llave no numerica o en ceros   |
      *                 no se puede ligar a un cliente y queda igual. |
      *----------------------------------------------------------------
       SUPRIMIR-TRNSUSPE.
      *----------------------------------------------------------------
           OPEN I-O    TRNSUSPE
           MOVE 0                           TO W-FIN-ARCHIVO
           PERFORM LEER-TRNSUSPE  UNTIL ( SI-FIN-ARCHIVO )
           CLOSE TRNSUSPE
           .
      *----------------------------------------------------------------
       LEER-TRNSUSPE.
      *----------------------------------------------------------------
           READ TRNSUSPE NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              MOVE ZEROES                   TO W-LLAVE-BUSCAR
              IF ( SUS-TRN-LLAVE NUMERIC )
                 MOVE SUS-TRN-LLAVE         TO W-LLAVE-BUSCAR
              END-IF
              MOVE 0                        TO W-IND-SOLICITUD
              IF ( W-LLAVE-BUSCAR NOT = ZEROES )
                 PERFORM BUSCAR-SOLICITUD
              END-IF
              IF ( SOLICITUD-ENCONTRADA )
                 IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
                    PERFORM SUPRIMIR-TRANSACCION
                    REWRITE TRNSUSPE-REC
                    MOVE 8                  TO W-TOC-ARCHIVO
                    MOVE SUS-TRN-TIPOFMT    TO W-TOC-TIPOFMT
                    MOVE 'PARTIDA'          TO W-TOC-REF-TEXTO
                    MOVE SUS-ESTADO         TO W-TOC-REF-VALOR
                    MOVE SUS-FECHA-NEGOCIO  TO W-TOC-FECHA-1
                    MOVE SUS-FECHA-RESUELTA TO W-TOC-FECHA-2
                    MOVE 'DATOS SUPRIMIDOS' TO W-TOC-ACCION
                    PERFORM REGISTRAR-TOCADO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-TRANSACCION.                         |
      * Descripción   : Suprime los datos personales de la            |
      *                 transaccion en suspenso: despues del codigo   |
      *                 de accion trae la imagen de NOMARCHIVO, que   |
      *                 se suprime segun su formato. Como un rechazo  |
      *                 puede traer un formato invalido, en ese caso  |
      *                 se deja en blanco toda la porcion de datos,   |
      *                 nombre incluido.                              |
      *----------------------------------------------------------------
       SUPRIMIR-TRANSACCION.
      *----------------------------------------------------------------
           MOVE SUS-TRANSACCION (2:113)     TO W-REG-IMAGEN
           EVALUATE TRUE
              WHEN ( FORMATO-NAFMT01 OF W-REG-IMAGEN )
              WHEN ( FORMATO-NAFMT02 OF W-REG-IMAGEN )
              WHEN ( FORMATO-NAFMT03 OF W-REG-IMAGEN )
                 PERFORM SUPRIMIR-IMAGEN
                 MOVE W-REG-IMAGEN          TO SUS-TRANSACCION (2:113)
              WHEN OTHER
                 MOVE SPACES                TO SUS-TRN-DATOS
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-PENDCAMB.                            |
      * Descripción   : Recorre la cola del control dual en orden de  |
      *                 folio y suprime los datos personales de las   |
      *                 imagenes antes y despues de cada cambio de un |
      *                 cliente aceptado, pendiente o ya decidido,    |
      *                 reescribiendolo con su estado, operadores y   |
      *                 motivo intactos. Un cambio pendiente queda    |
      *                 con las mismas imagenes suprimidas que el     |
      *                 maestro, de modo que su aprobacion posterior  |
      *                 no repone datos del cliente.                  |
      *----------------------------------------------------------------
       SUPRIMIR-PENDCAMB.
      *----------------------------------------------------------------
           OPEN I-O    PENDCAMB
           MOVE 0                           TO W-FIN-ARCHIVO
           PERFORM LEER-PENDCAMB  UNTIL ( SI-FIN-ARCHIVO )
           CLOSE PENDCAMB
           .
      *----------------------------------------------------------------
       LEER-PENDCAMB.
      *----------------------------------------------------------------
           READ PENDCAMB NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              MOVE PEN-LLAVE                TO W-LLAVE-BUSCAR
              PERFORM BUSCAR-SOLICITUD
              IF ( SOLICITUD-ENCONTRADA )
                 IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
                    MOVE PEN-IMAGEN-ANTES   TO W-REG-IMAGEN
                    PERFORM SUPRIMIR-IMAGEN
                    MOVE W-REG-IMAGEN       TO PEN-IMAGEN-ANTES
                    MOVE PEN-IMAGEN-DESPUES TO W-REG-IMAGEN
                    PERFORM SUPRIMIR-IMAGEN
                    MOVE W-REG-IMAGEN       TO PEN-IMAGEN-DESPUES
                    REWRITE PENDCAMB-REC
                    MOVE 9                  TO W-TOC-ARCHIVO
                    IF ( PEN-OP-BAJA )
                       MOVE PEN-IMAGEN-ANTES
                                            TO W-REG-IMAGEN
                    END-IF
                    MOVE TIPOFMT OF W-REG-IMAGEN
                                            TO W-TOC-TIPOFMT
                    MOVE 'OPERACION'        TO W-TOC-REF-TEXTO
                    MOVE PEN-COD-OPERACION  TO W-TOC-REF-VALOR
                    MOVE PEN-FECHA-CAPTURA  TO W-TOC-FECHA-1
                    MOVE PEN-HORA-CAPTURA   TO W-TOC-FECHA-2
                    MOVE 'IMAGENES SUPRIMIDAS'
                                            TO W-TOC-ACCION
                    PERFORM REGISTRAR-TOCADO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SUPRIMIR-CLIENTE-MAESTRO.                     |
      * Descripción   : Suprime el grupo del maestro de un cliente    |
      *                 aceptado: como la llave admite duplicados y   |
      *                 el REWRITE direcciona al primer registro de   |
      *                 la llave, el grupo se vacia y se repone con   |
      *                 los datos suprimidos.                         |
      *----------------------------------------------------------------
       SUPRIMIR-CLIENTE-MAESTRO.
      *----------------------------------------------------------------
           IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
              PERFORM CARGAR-GRUPO-CLIENTE
              IF ( W-CONT-GRUPO > 0 )
                 PERFORM VACIAR-REGISTRO-GRUPO W-CONT-GRUPO TIMES
                 PERFORM REPONER-REGISTRO-GRUPO
                    VARYING IDX-GRUPO FROM 1 BY 1
                       UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       VACIAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE TAB-SOL-NUMINT (IDX-SOL)    TO EXTERNALLY-DESCRIBED-KEY
                                               OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               ADD 1                        TO W-CONT-ERRORES
            NOT INVALID KEY
               DELETE NOMARCHIVO
                INVALID KEY
                   ADD 1                    TO W-CONT-ERRORES
               END-DELETE
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : REPONER-REGISTRO-GRUPO.                       |
      * Descripción   : Repone un registro del grupo con sus datos    |
      *                 personales suprimidos, como un cambio         |
      *                 auditado con las dos imagenes ya suprimidas   |
      *                 (la bitacora no vuelve a guardar los datos),  |
      *                 y elimina sus entradas de las referencias por |
      *                 nombre y por ciudad con el nombre y la ciudad |
      *                 originales. El cambio viaja a la bodega en el |
      *                 extracto delta como una supresion.            |
      *----------------------------------------------------------------
       REPONER-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO W-REG-ANTES
           MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO W-REG-IMAGEN
           PERFORM SUPRIMIR-IMAGEN
           MOVE W-REG-IMAGEN                TO NOMARCHIVO-REC
           WRITE NOMARCHIVO-REC
            INVALID KEY
               MOVE TAB-SOL-NUMINT (IDX-SOL) TO LIN-EXC-LLAVE
               MOVE 'ERROR AL REPONER EL GRUPO DE LA LLAVE'
                                            TO LIN-EXC-DESC
               PERFORM REGISTRAR-EXCEPCION
            NOT INVALID KEY
               MOVE 1                       TO W-TOC-ARCHIVO
               MOVE TIPOFMT OF W-REG-IMAGEN TO W-TOC-TIPOFMT
               MOVE 'ESTADO'                TO W-TOC-REF-TEXTO
               MOVE ESTADOX OF W-REG-IMAGEN TO W-TOC-REF-VALOR
               MOVE FECINIVX OF W-REG-IMAGEN
                                            TO W-TOC-FECHA-1
               MOVE FECFINVX OF W-REG-IMAGEN
                                            TO W-TOC-FECHA-2
               MOVE 'DATOS SUPRIMIDOS'      TO W-TOC-ACCION
               PERFORM REGISTRAR-TOCADO
               PERFORM GRABAR-AUDITORIA
               MOVE 10                      TO W-TOC-ARCHIVO
               MOVE 'ACCION'                TO W-TOC-REF-TEXTO
               MOVE 'X'                     TO W-TOC-REF-VALOR
               MOVE AUD-FECHA               TO W-TOC-FECHA-1
               MOVE ZEROES                  TO W-TOC-FECHA-2
               MOVE 'SUPRESION A LA BODEGA' TO W-TOC-ACCION
               PERFORM REGISTRAR-TOCADO
               PERFORM QUITAR-XREF-NOMBRE
               PERFORM QUITAR-XREF-CIUDAD
           END-WRITE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AUDITORIA.                             |
      * Descripción   : Agrega a la bitacora de auditoria el cambio   |
      *                 de la supresion, con la imagen suprimida como |
      *                 imagen antes y despues, y lo registra en el   |
      *                 certificado.                                  |
      *----------------------------------------------------------------
       GRABAR-AUDITORIA.
      *----------------------------------------------------------------
           MOVE NUMINT OF W-REG-IMAGEN      TO AUD-LLAVE
           SET AUD-OP-CAMBIO                TO TRUE
           ACCEPT AUD-FECHA                 FROM DATE YYYYMMDD
           ACCEPT AUD-HORA                  FROM TIME
           MOVE W-REG-IMAGEN                TO AUD-IMAGEN-ANTES
           MOVE W-REG-IMAGEN                TO AUD-IMAGEN-DESPUES
           MOVE 'CASANONI'                  TO AUD-OPERADOR-CAPTURA
           MOVE SPACES                      TO AUD-OPERADOR-APRUEBA
           WRITE AUDITARCH-REC
           MOVE 3                           TO W-TOC-ARCHIVO
           MOVE 'OPERACION'                 TO W-TOC-REF-TEXTO
           MOVE AUD-COD-OPERACION           TO W-TOC-REF-VALOR
           MOVE AUD-FECHA                   TO W-TOC-FECHA-1
           MOVE AUD-HORA                    TO W-TOC-FECHA-2
           MOVE 'SUPRESION AUDITADA'        TO W-TOC-ACCION
           PERFORM REGISTRAR-TOCADO
           .
      *----------------------------------------------------------------
      * Procedimiento : QUITAR-XREF-NOMBRE.                           |
      * Descripción   : Elimina de la referencia por nombre todas las |
      *                 entradas del cliente bajo el nombre original  |
      *                 del NAFMT01, vaciando el grupo del nombre a   |
      *                 la tabla y reponiendolo sin ellas. Si el      |
      *                 grupo excede la tabla las entradas restantes  |
      *                 las quita la reconstruccion nocturna, que ya  |
      *                 no encuentra el nombre en el maestro.         |
      *----------------------------------------------------------------
       QUITAR-XREF-NOMBRE.
      *----------------------------------------------------------------
           IF ( FORMATO-NAFMT01 OF W-REG-ANTES ) AND
              ( NOMBREX OF W-REG-ANTES NOT = SPACES )
              MOVE ZERO                     TO W-CONT-XRN-GRUPO
              MOVE 0                        TO W-FIN-XREF
              PERFORM VACIAR-GRUPO-NOMBRE  UNTIL ( SI-FIN-XREF )
              PERFORM REPONER-GRUPO-NOMBRE
                 VARYING IDX-XRN FROM 1 BY 1
                    UNTIL ( IDX-XRN > W-CONT-XRN-GRUPO )
           END-IF
           .
      *----------------------------------------------------------------
       VACIAR-GRUPO-NOMBRE.
      *----------------------------------------------------------------
           MOVE NOMBREX OF W-REG-ANTES      TO XRN-NOMBRE
           READ XRFNOMBR
            INVALID KEY
               MOVE 1                       TO W-FIN-XREF
            NOT INVALID KEY
               IF ( W-CONT-XRN-GRUPO < 20 )
                  ADD 1                     TO W-CONT-XRN-GRUPO
                  SET IDX-XRN               TO W-CONT-XRN-GRUPO
                  MOVE XRFNOMBR-REC         TO TAB-XRN-REGISTRO
                                               (IDX-XRN)
                  DELETE XRFNOMBR
                   INVALID KEY
                      MOVE 1                TO W-FIN-XREF
                  END-DELETE
               ELSE
                  MOVE 1                    TO W-FIN-XREF
               END-IF
           END-READ
           .
      *----------------------------------------------------------------
       REPONER-GRUPO-NOMBRE.
      *----------------------------------------------------------------
           MOVE TAB-XRN-REGISTRO (IDX-XRN)  TO XRFNOMBR-REC
           IF ( XRN-LLAVE = NUMINT OF W-REG-ANTES )
              MOVE 5                        TO W-TOC-ARCHIVO
              MOVE 'ESTADO'                 TO W-TOC-REF-TEXTO
              MOVE XRN-ESTADO               TO W-TOC-REF-VALOR
              MOVE XRN-FEC-INI-VIG          TO W-TOC-FECHA-1
              MOVE XRN-FEC-FIN-VIG          TO W-TOC-FECHA-2
              MOVE 'ENTRADA ELIMINADA'      TO W-TOC-ACCION
              PERFORM REGISTRAR-TOCADO
           ELSE
              WRITE XRFNOMBR-REC
               INVALID KEY
                  MOVE XRN-LLAVE            TO LIN-EXC-LLAVE
                  PERFORM REGISTRAR-ERROR-XREF
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : QUITAR-XREF-CIUDAD.                           |
      * Descripción   : Elimina de la referencia por ciudad todas las |
      *                 entradas del cliente bajo la ciudad original  |
      *                 del NAFMT02, igual que en la referencia por   |
      *                 nombre.                                       |
      *----------------------------------------------------------------
       QUITAR-XREF-CIUDAD.
      *----------------------------------------------------------------
           IF ( FORMATO-NAFMT02 OF W-REG-ANTES ) AND
              ( CIUDADX OF W-REG-ANTES NOT = SPACES )
              MOVE ZERO                     TO W-CONT-XRC-GRUPO
              MOVE 0                        TO W-FIN-XREF
              PERFORM VACIAR-GRUPO-CIUDAD  UNTIL ( SI-FIN-XREF )
              PERFORM REPONER-GRUPO-CIUDAD
                 VARYING IDX-XRC FROM 1 BY 1
                    UNTIL ( IDX-XRC > W-CONT-XRC-GRUPO )
           END-IF
           .
      *----------------------------------------------------------------
       VACIAR-GRUPO-CIUDAD.
      *----------------------------------------------------------------
           MOVE CIUDADX OF W-REG-ANTES      TO XRC-CIUDAD
           READ XRFCIUDA
            INVALID KEY
               MOVE 1                       TO W-FIN-XREF
            NOT INVALID KEY
               IF ( W-CONT-XRC-GRUPO < 20 )
                  ADD 1                     TO W-CONT-XRC-GRUPO
                  SET IDX-XRC               TO W-CONT-XRC-GRUPO
                  MOVE XRFCIUDA-REC         TO TAB-XRC-REGISTRO
                                               (IDX-XRC)
                  DELETE XRFCIUDA
                   INVALID KEY
                      MOVE 1                TO W-FIN-XREF
                  END-DELETE
               ELSE
                  MOVE 1                    TO W-FIN-XREF
               END-IF
           END-READ
           .
      *----------------------------------------------------------------
       REPONER-GRUPO-CIUDAD.
      *----------------------------------------------------------------
           MOVE TAB-XRC-REGISTRO (IDX-XRC)  TO XRFCIUDA-REC
           IF ( XRC-LLAVE = NUMINT OF W-REG-ANTES )
              MOVE 6                        TO W-TOC-ARCHIVO
              MOVE 'ESTADO'                 TO W-TOC-REF-TEXTO
              MOVE XRC-ESTADO               TO W-TOC-REF-VALOR
              MOVE XRC-FEC-INI-VIG          TO W-TOC-FECHA-1
              MOVE XRC-FEC-FIN-VIG          TO W-TOC-FECHA-2
              MOVE 'ENTRADA ELIMINADA'      TO W-TOC-ACCION
              PERFORM REGISTRAR-TOCADO
           ELSE
              WRITE XRFCIUDA-REC
               INVALID KEY
                  MOVE XRC-LLAVE            TO LIN-EXC-LLAVE
                  PERFORM REGISTRAR-ERROR-XREF
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : REGISTRAR-TOCADO.                             |
      * Descripción   : Cuenta el registro tocado en el archivo que   |
      *                 dejo el llamador, para el cliente de la       |
      *                 solicitud en curso y para el total de la      |
      *                 corrida, y guarda su detalle para el          |
      *                 certificado si cabe en la tabla.              |
      *----------------------------------------------------------------
       REGISTRAR-TOCADO.
      *----------------------------------------------------------------
           SET W-TOC-SOLICITUD              TO IDX-SOL
           SET IDX-ARC                      TO W-TOC-ARCHIVO
           ADD 1                            TO TAB-SOL-CONT-ARCHIVO
                                               (IDX-SOL IDX-ARC)
           ADD 1                            TO W-TOT-ARCHIVO (IDX-ARC)
           IF ( W-CONT-TOCADOS < 5000 )
              ADD 1                         TO W-CONT-TOCADOS
              SET IDX-TOC                   TO W-CONT-TOCADOS
              MOVE W-TOCADO                 TO TAB-TOCADO (IDX-TOC)
           ELSE
              ADD 1                         TO TAB-SOL-CONT-SIN-DETALLE
                                               (IDX-SOL)
              ADD 1                         TO W-CONT-DETALLE-EXCEDIDO
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
           ADD 1                            TO W-CONT-ERRORES
           WRITE LISTADO-REC                FROM W-LINEA-EXCEPCION
           .
      *----------------------------------------------------------------
      * Procedimiento : EMITIR-CERTIFICADO.                           |
      * Descripción   : Imprime el certificado de supresion de un     |
      *                 cliente aceptado: sus datos de solicitud, la  |
      *                 autorizacion si tenia vigencia actual, cada   |
      *                 registro tocado con su archivo y la accion    |
      *                 aplicada, y los registros tocados por         |
      *                 archivo.                                      |
      *----------------------------------------------------------------
       EMITIR-CERTIFICADO.
      *----------------------------------------------------------------
           IF ( TAB-SOL-ACEPTADA (IDX-SOL) )
              WRITE CERTANON-REC            FROM W-ENC-CERTIFICADO
              MOVE TAB-SOL-NUMINT (IDX-SOL) TO LIN-CER-LLAVE
              WRITE CERTANON-REC            FROM W-CER-LINEA-CLIENTE
              MOVE TAB-SOL-FOLIO (IDX-SOL)  TO LIN-CER-FOLIO
              MOVE TAB-SOL-FECHA (IDX-SOL)  TO LIN-CER-FECHA-SOL
              WRITE CERTANON-REC            FROM W-CER-LINEA-SOLICITUD
              MOVE W-FECHA-NEGOCIO          TO LIN-CER-FECHA-EJE
              WRITE CERTANON-REC            FROM W-CER-LINEA-EJECUCION
              IF ( TAB-SOL-IND-VIGENTE (IDX-SOL) = 'S' )
                 MOVE TAB-SOL-AUTORIZA (IDX-SOL)
                                            TO LIN-CER-AUTORIZA
                 WRITE CERTANON-REC         FROM W-CER-LINEA-AUTORIZA
              END-IF
              WRITE CERTANON-REC            FROM W-LINEA-BLANCO
              WRITE CERTANON-REC            FROM W-CER-ENC-DETALLE
              SET W-TOC-SOLICITUD           TO IDX-SOL
              PERFORM IMPRIMIR-TOCADO
                 VARYING IDX-TOC FROM 1 BY 1
                    UNTIL ( IDX-TOC > W-CONT-TOCADOS )
              WRITE CERTANON-REC            FROM W-LINEA-BLANCO
              MOVE ZERO                     TO W-CONT-CLIENTE
              PERFORM IMPRIMIR-CONTADOR-CLIENTE
                 VARYING IDX-ARC FROM 1 BY 1
                    UNTIL ( IDX-ARC > W-CANT-ARCHIVOS )
              MOVE 'TOTAL REGISTROS TOCADOS      :'
                                            TO LIN-TOT-ETIQUETA
              MOVE W-CONT-CLIENTE           TO LIN-TOT-VALOR
              WRITE CERTANON-REC            FROM W-LINEA-TOTAL
              IF ( W-CONT-CLIENTE = ZERO )
                 MOVE 'SIN REGISTROS DEL CLIENTE EN LOS ARCHIVOS'
                                            TO LIN-AVI-TEXTO
                 WRITE CERTANON-REC         FROM W-LINEA-AVISO
              END-IF
              IF ( TAB-SOL-CONT-SIN-DETALLE (IDX-SOL) > 0 )
                 MOVE 'DETALLE INCOMPLETO - VALEN LOS TOTALES'
                                            TO LIN-AVI-TEXTO
                 WRITE CERTANON-REC         FROM W-LINEA-AVISO
              END-IF
              WRITE CERTANON-REC            FROM W-CER-LINEA-FIN
              WRITE CERTANON-REC            FROM W-LINEA-BLANCO
           END-IF
           .
      *----------------------------------------------------------------
       IMPRIMIR-TOCADO.
      *----------------------------------------------------------------
           IF ( TAB-TOC-SOLICITUD (IDX-TOC) = W-TOC-SOLICITUD )
              SET IDX-ARC                   TO TAB-TOC-ARCHIVO (IDX-TOC)
              MOVE TAB-ARC-NOMBRE (IDX-ARC) TO LIN-DET-ARCHIVO
              MOVE TAB-TOC-TIPOFMT (IDX-TOC) TO LIN-DET-TIPOFMT
              MOVE TAB-TOC-REFERENCIA (IDX-TOC)
                                            TO LIN-DET-REFERENCIA
              MOVE TAB-TOC-FECHA-1 (IDX-TOC) TO LIN-DET-FECHA-1
              MOVE TAB-TOC-FECHA-2 (IDX-TOC) TO LIN-DET-FECHA-2
              MOVE TAB-TOC-ACCION (IDX-TOC) TO LIN-DET-ACCION
              WRITE CERTANON-REC            FROM W-CER-LINEA-DETALLE
           END-IF
           .
      *----------------------------------------------------------------
       IMPRIMIR-CONTADOR-CLIENTE.
      *----------------------------------------------------------------
           MOVE TAB-ARC-NOMBRE (IDX-ARC)    TO LIN-ARC-NOMBRE
           MOVE TAB-SOL-CONT-ARCHIVO (IDX-SOL IDX-ARC)
                                            TO LIN-ARC-VALOR
           WRITE CERTANON-REC               FROM W-LINEA-ARCHIVO
           ADD TAB-SOL-CONT-ARCHIVO (IDX-SOL IDX-ARC)
                                            TO W-CONT-CLIENTE
           .
      *----------------------------------------------------------------
       IMPRIMIR-TOTAL-ARCHIVO.
      *----------------------------------------------------------------
           MOVE TAB-ARC-NOMBRE (IDX-ARC)    TO LIN-ARC-NOMBRE
           MOVE W-TOT-ARCHIVO (IDX-ARC)     TO LIN-ARC-VALOR
           WRITE LISTADO-REC                FROM W-LINEA-ARCHIVO
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control de la      |
      *                 corrida y los registros tocados por archivo,  |
      *                 y se cierran los archivos utilizados.         |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           MOVE 'TOTAL SOLICITUDES LEIDAS     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDAS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL SOLICITUDES ACEPTADAS  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-ACEPTADAS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CON VIGENCIA AUTORIZADA      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-AUTORIZADAS          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL SOLICITUDES RECHAZADAS :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RECHAZADAS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           PERFORM IMPRIMIR-TOTAL-ARCHIVO
              VARYING IDX-ARC FROM 1 BY 1
                 UNTIL ( IDX-ARC > W-CANT-ARCHIVOS )
           MOVE 'REGISTROS SIN DETALLE        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-DETALLE-EXCEDIDO     TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL ERRORES DE GRABACION   :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-ERRORES              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           PERFORM GRABAR-CONTROL-FIN
           CLOSE SOLANONI
           CLOSE NOMARCHIVO
           CLOSE LISTADO
           CLOSE CERTANON
           .
