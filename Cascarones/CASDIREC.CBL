       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASDIREC.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Conversion de avisos de cambio de direccion.      |
      * Funcion   : Corrida previa a la edicion de CASVALID: lee el   |
      *             archivo de avisos de cambio de direccion que      |
      *             llega del correo o de la entidad aliada, ubica a  |
      *             cada cliente por su llave NUMINT cuando el aviso  |
      *             la trae, o si no por el nombre y la direccion     |
      *             actual (nombre por XRFNOMBR sin distinguir        |
      *             mayusculas, verificado contra el NAFMT01 del      |
      *             maestro), y agrega al flujo TRNARCHI del dia (en  |
      *             extension, como la liberacion de CASLIBER) la     |
      *             transaccion de cambio del registro que            |
      *             corresponde: la imagen vigente del maestro con el |
      *             DIRECCX del NAFMT01 o el DIRALTX/CIUDADX del      |
      *             NAFMT02 nuevos, para que pase por la edicion      |
      *             normal. Los avisos invalidos, sin cliente o con   |
      *             mas de un cliente posible van al reporte de       |
      *             seguimiento para atencion manual; los totales de  |
      *             cada destino cuadran contra los avisos leidos.    |
      * Archivos Entrada/Salida:                                     |
      *             AVISODIR   - Entrada: avisos de direccion.        |
      *             NOMARCHIVO - Entrada: archivo maestro indexado.   |
      *             XRFNOMBR   - Entrada: referencia por nombre.      |
      *             TRNARCHI   - Salida : flujo de transacciones del  |
      *                                   dia (en extension).         |
      *             CTLPROCS   - Salida : control de corridas.        |
      *             LISTADO    - Salida : reporte de la conversion.   |
      *             AVISEGUI   - Salida : avisos para seguimiento.    |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  14/10/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Un aviso del NAFMT01 que trae ciudad se       |
      *                 rechaza como invalido.                        |
      *  14/10/2026 JSA La busqueda por nombre en XRFNOMBR no         |
      *                 distingue mayusculas.                         |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------
      *               Declaracion de Archivos                         |
      *----------------------------------------------------------------
       FILE-CONTROL.
      *
           SELECT OPTIONAL AVISODIR
                  ASSIGN               TO DATABASE-AVISODIR
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
           SELECT TRNARCHI
                  ASSIGN               TO DATABASE-TRNARCHI
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT AVISEGUI
                  ASSIGN               TO DATABASE-AVISEGUI
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
      * Avisos de cambio de direccion tal como llegan de la fuente    |
      * externa.                                                      |
      *----------------------------------------------------------------
       FD  AVISODIR
           LABEL RECORDS               ARE STANDARD.
       01  AVISODIR-REC.
           COPY AVISODIR.
      *
      *----------------------------------------------------------------
      * Archivo maestro, solo en consulta: la imagen vigente del      |
      * registro que cambia y la verificacion del nombre y la         |
      * direccion actual de los clientes candidatos.                  |
      *----------------------------------------------------------------
       FD  NOMARCHIVO
           LABEL RECORDS               ARE STANDARD.
       01  NOMARCHIVO-REC.
           COPY DD-ALL-FORMATS         OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Referencia cruzada por nombre, construida por CASXREFB.       |
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
      * Flujo de transacciones del dia; los cambios generados se      |
      * agregan en extension delante de la edicion de CASVALID.       |
      *----------------------------------------------------------------
       FD  TRNARCHI
           LABEL RECORDS               ARE STANDARD.
       01  TRNARCHI-REC                    PIC X(114).
      *
      *----------------------------------------------------------------
      * Listado de salida con el reporte de la conversion.            |
      *----------------------------------------------------------------
       FD  LISTADO
           LABEL RECORDS               ARE STANDARD.
       01  LISTADO-REC                     PIC X(132).
      *
      *----------------------------------------------------------------
      * Reporte de los avisos que requieren atencion manual.          |
      *----------------------------------------------------------------
       FD  AVISEGUI
           LABEL RECORDS               ARE STANDARD.
       01  AVISEGUI-REC                    PIC X(132).
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
       01 W-FIN-AVISOS                    PIC  9(01)     VALUE 0.
           88  SI-FIN-AVISOS                   VALUE 1.
           88  NO-FIN-AVISOS                   VALUE 0.
      *
       01 W-FIN-BUSQUEDA                  PIC  9(01)     VALUE 0.
           88  SI-FIN-BUSQUEDA                 VALUE 1.
           88  NO-FIN-BUSQUEDA                 VALUE 0.
      *
       01 W-FIN-GRUPO                     PIC  9(01)     VALUE 0.
           88  SI-FIN-GRUPO                    VALUE 1.
           88  NO-FIN-GRUPO                    VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Resultado del aviso en curso: cada aviso termina en uno solo  |
      * de los destinos, que es lo que hace cuadrar los totales.      |
      *----------------------------------------------------------------
       01 W-IND-RESULTADO                 PIC  9(01)     VALUE 0.
           88  AVISO-EN-CURSO                  VALUE 0.
           88  AVISO-INVALIDO                  VALUE 1.
           88  AVISO-NO-ENCONTRADO             VALUE 2.
           88  AVISO-AMBIGUO                   VALUE 3.
           88  AVISO-SIN-CAMBIO                VALUE 4.
           88  AVISO-GENERADO                  VALUE 5.
      *
       01 W-MOTIVO                        PIC  X(40)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Ubicacion del cliente: la llave del cliente ubicado, los      |
      * clientes candidatos por nombre y direccion actual, y los      |
      * registros del grupo de la llave que tienen el formato de la   |
      * direccion que cambia.                                         |
      *----------------------------------------------------------------
       01 W-LLAVE-CLIENTE                 PIC  9(09)     VALUE ZEROES.
       01 W-CONT-CANDIDATOS               PIC  9(03) COMP VALUE ZERO.
       01 TABLA-CANDIDATOS.
           05  TAB-CANDIDATO OCCURS 10 TIMES
                             INDEXED BY IDX-CANDIDATO.
               10  TAB-CAN-LLAVE           PIC  9(09).
      *
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 W-CONT-DESTINOS                 PIC  9(03) COMP VALUE ZERO.
      *
       01 W-IND-CANDIDATO                 PIC  9(01)     VALUE 0.
           88  SI-CANDIDATO                    VALUE 1.
           88  NO-CANDIDATO                    VALUE 0.
      *
       01 W-NOMBRE-MAYUSCULAS             PIC  X(30)     VALUE SPACES.
       01 W-INICIAL-MAYUSCULA             PIC  X(01)     VALUE SPACE.
       01 W-INICIAL-MINUSCULA             PIC  X(01)     VALUE SPACE.
       01 W-INICIAL-BUSCADA               PIC  X(01)     VALUE SPACE.
       01 W-DIRECCION-MAYUSCULAS          PIC  X(40)     VALUE SPACES.
       01 W-CIUDAD-MAYUSCULAS             PIC  X(20)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Registro del maestro que cambia y transaccion de cambio que   |
      * se arma con su imagen vigente.                                |
      *----------------------------------------------------------------
       01 W-REG-DESTINO                   PIC  X(113)    VALUE SPACES.
      *
       01 W-REG-TRANSACCION.
           05  TRN-COD-ACCION              PIC X(01).
               88  TRN-ALTA                    VALUE 'A'.
               88  TRN-CAMBIO                  VALUE 'C'.
               88  TRN-BAJA                    VALUE 'E'.
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-GENERADOS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SIN-CAMBIO           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-NO-ENCONTRADOS       PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-AMBIGUOS             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-INVALIDOS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-POR-LLAVE            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-POR-NOMBRE           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SEGUIMIENTO          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CLASIFICADOS         PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'AVISOS DE DIRECCION CASDIREC'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-ENC-SEGUIMIENTO.
           05  FILLER                      PIC  X(40) VALUE
               'AVISOS PARA SEGUIMIENTO CASDIREC'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE NEGOCIO   :'.
           05  LIN-PAR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-LINEA-CAMBIO.
           05  LIN-CAM-TIPO                PIC  X(11).
           05  LIN-CAM-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CAM-FORMATO             PIC  X(02).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CAM-DIRECCION           PIC  X(40).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CAM-CIUDAD              PIC  X(20).
           05  FILLER                      PIC  X(47) VALUE SPACES.
      *
       01 W-LINEA-SEGUIMIENTO.
           05  LIN-SEG-TIPO                PIC  X(13).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SEG-AVISO               PIC  9(07).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SEG-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SEG-NOMBRE              PIC  X(30).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SEG-MOTIVO              PIC  X(40).
           05  FILLER                      PIC  X(29) VALUE SPACES.
      *
       01 W-LINEA-SEG-DIRECCION.
           05  FILLER                      PIC  X(12) VALUE
               '  ANTERIOR:'.
           05  LIN-SED-ANTERIOR            PIC  X(40).
           05  FILLER                      PIC  X(08) VALUE
               ' NUEVA:'.
           05  LIN-SED-NUEVA               PIC  X(40).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SED-CIUDAD              PIC  X(20).
           05  FILLER                      PIC  X(11) VALUE SPACES.
      *
       01 W-LINEA-CANDIDATO.
           05  FILLER                      PIC  X(13) VALUE
               '  CANDIDATO:'.
           05  LIN-CAN-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(110) VALUE SPACES.
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
      * Parametro de la corrida: la fecha de negocio del control de   |
      * corridas; en ceros se toma la fecha de la maquina.            |
      *----------------------------------------------------------------
       01  LK-PARM-CASDIREC.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASDIREC.
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
           OPEN INPUT  AVISODIR
           OPEN INPUT  NOMARCHIVO
           OPEN INPUT  XRFNOMBR
           OPEN EXTEND TRNARCHI
           OPEN OUTPUT LISTADO
           OPEN OUTPUT AVISEGUI
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM GRABAR-CONTROL-INICIO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           WRITE AVISEGUI-REC  FROM W-ENC-SEGUIMIENTO
           MOVE W-FECHA-NEGOCIO          TO LIN-PAR-FECHA
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           WRITE AVISEGUI-REC  FROM W-LINEA-PARAMETRO
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
           MOVE 'CASDIREC'               TO CTL-PROGRAMA
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
      *                 registro de fin limpio de esta corrida: los   |
      *                 avisos leidos, los cambios generados al flujo |
      *                 y los avisos enviados a seguimiento.          |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASDIREC'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE SPACE                    TO CTL-MODO
           MOVE 'C'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-LEIDOS            TO CTL-CONT-LEIDOS
           MOVE W-CONT-GENERADOS         TO CTL-CONT-APLICADOS
           MOVE W-CONT-SEGUIMIENTO       TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Recorre el archivo de avisos completo; cada   |
      *                 aviso se resuelve contra el maestro y termina |
      *                 en uno solo de los destinos del reporte.      |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           PERFORM LEER-AVISO  UNTIL ( SI-FIN-AVISOS )
           .
      *----------------------------------------------------------------
       LEER-AVISO.
      *----------------------------------------------------------------
           READ AVISODIR NEXT  AT END
                MOVE 1             TO W-FIN-AVISOS
           END-READ
           IF ( NO-FIN-AVISOS )
              PERFORM ATENDER-AVISO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-AVISO.                                |
      * Descripción   : Edita el aviso, ubica al cliente por su llave |
      *                 o por nombre y direccion actual, busca en el  |
      *                 grupo de la llave el registro de la direccion |
      *                 que cambia y genera la transaccion de cambio; |
      *                 el primer paso que falla deja el resultado    |
      *                 del aviso y los pasos siguientes no se hacen. |
      *----------------------------------------------------------------
       ATENDER-AVISO.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-LEIDOS
           SET AVISO-EN-CURSO            TO TRUE
           MOVE SPACES                   TO W-MOTIVO
           MOVE ZEROES                   TO W-LLAVE-CLIENTE
           MOVE ZERO                     TO W-CONT-CANDIDATOS
           PERFORM EDITAR-AVISO
           IF ( AVISO-EN-CURSO )
              IF ( AVI-NUMINT = ZEROES )
                 ADD 1                   TO W-CONT-POR-NOMBRE
                 PERFORM BUSCAR-POR-NOMBRE
              ELSE
                 ADD 1                   TO W-CONT-POR-LLAVE
                 MOVE AVI-NUMINT         TO W-LLAVE-CLIENTE
              END-IF
           END-IF
           IF ( AVISO-EN-CURSO )
              PERFORM BUSCAR-REGISTRO-DESTINO
           END-IF
           IF ( AVISO-EN-CURSO )
              PERFORM GENERAR-CAMBIO
           END-IF
           PERFORM REGISTRAR-RESULTADO
           .
      *----------------------------------------------------------------
      * Procedimiento : EDITAR-AVISO.                                 |
      * Descripción   : Lleva a mayusculas el nombre, las direcciones |
      *                 y la ciudad del aviso (el formato en blanco   |
      *                 es la direccion principal) y rechaza el aviso |
      *                 que no trae la direccion nueva, trae un       |
      *                 formato o una llave invalidos, trae ciudad    |
      *                 para la direccion principal (el NAFMT01 no    |
      *                 tiene ciudad), o no trae llave ni nombre y    |
      *                 direccion actual con que ubicar al cliente.   |
      *----------------------------------------------------------------
       EDITAR-AVISO.
      *----------------------------------------------------------------
           INSPECT AVI-NOMBRE
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT AVI-DIRECCION-ANTERIOR
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT AVI-DIRECCION-NUEVA
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT AVI-CIUDAD-NUEVA
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF ( AVI-TIPOFMT = SPACES )
              MOVE 'F1'                  TO AVI-TIPOFMT
           END-IF
           EVALUATE TRUE
              WHEN ( AVI-DIRECCION-NUEVA = SPACES )
                 SET AVISO-INVALIDO      TO TRUE
                 MOVE 'AVISO SIN DIRECCION NUEVA'
                                         TO W-MOTIVO
              WHEN ( NOT AVI-DIRECCION-PRINCIPAL ) AND
                   ( NOT AVI-DIRECCION-ALTERNA )
                 SET AVISO-INVALIDO      TO TRUE
                 MOVE 'FORMATO INVALIDO - DEBE SER F1 O F2'
                                         TO W-MOTIVO
              WHEN ( AVI-DIRECCION-PRINCIPAL ) AND
                   ( AVI-CIUDAD-NUEVA NOT = SPACES )
                 SET AVISO-INVALIDO      TO TRUE
                 MOVE 'CIUDAD EN UN AVISO DEL NAFMT01'
                                         TO W-MOTIVO
              WHEN ( AVI-NUMINT NOT NUMERIC )
                 SET AVISO-INVALIDO      TO TRUE
                 MOVE 'LLAVE NUMINT NO NUMERICA'
                                         TO W-MOTIVO
              WHEN ( AVI-NUMINT = ZEROES ) AND
                   ( AVI-NOMBRE = SPACES OR
                     AVI-DIRECCION-ANTERIOR = SPACES )
                 SET AVISO-INVALIDO      TO TRUE
                 MOVE 'SIN LLAVE NI NOMBRE Y DIRECCION ACTUAL'
                                         TO W-MOTIVO
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-POR-NOMBRE.                            |
      * Descripción   : Busca en la referencia por nombre las         |
      *                 entradas cuyo nombre, en mayusculas, es el    |
      *                 del aviso y verifica contra el maestro cada   |
      *                 cliente activo de ese nombre; es candidato el |
      *                 que tiene el NAFMT01 activo con el mismo      |
      *                 nombre y la direccion actual del aviso. La    |
      *                 referencia guarda el NOMBREX tal como se      |
      *                 capturo, en mayusculas o minusculas, y su     |
      *                 llave no agrupa las variantes de un nombre;   |
      *                 por eso se recorren las entradas que empiezan |
      *                 con la inicial del nombre en mayuscula y      |
      *                 luego en minuscula. Un solo candidato ubica   |
      *                 al cliente; ninguno o varios dejan el aviso   |
      *                 para seguimiento.                             |
      *----------------------------------------------------------------
       BUSCAR-POR-NOMBRE.
      *----------------------------------------------------------------
           MOVE AVI-NOMBRE (1:1)         TO W-INICIAL-MAYUSCULA
           MOVE AVI-NOMBRE (1:1)         TO W-INICIAL-MINUSCULA
           INSPECT W-INICIAL-MINUSCULA
              CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                      TO 'abcdefghijklmnopqrstuvwxyz'
           MOVE W-INICIAL-MAYUSCULA      TO W-INICIAL-BUSCADA
           PERFORM RECORRER-INICIAL
           IF ( W-INICIAL-MINUSCULA NOT = W-INICIAL-MAYUSCULA )
              MOVE W-INICIAL-MINUSCULA   TO W-INICIAL-BUSCADA
              PERFORM RECORRER-INICIAL
           END-IF
           EVALUATE TRUE
              WHEN ( W-CONT-CANDIDATOS = 0 )
                 SET AVISO-NO-ENCONTRADO TO TRUE
                 MOVE 'NOMBRE Y DIRECCION SIN CLIENTE ACTIVO'
                                         TO W-MOTIVO
              WHEN ( W-CONT-CANDIDATOS > 1 )
                 SET AVISO-AMBIGUO       TO TRUE
                 MOVE 'VARIOS CLIENTES CON NOMBRE Y DIRECCION'
                                         TO W-MOTIVO
              WHEN OTHER
                 MOVE TAB-CAN-LLAVE (1)  TO W-LLAVE-CLIENTE
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : RECORRER-INICIAL.                             |
      * Descripción   : Se posiciona en la primera entrada de la      |
      *                 referencia que empieza con la inicial buscada |
      *                 y la recorre hasta que cambia la inicial.     |
      *----------------------------------------------------------------
       RECORRER-INICIAL.
      *----------------------------------------------------------------
           MOVE LOW-VALUES               TO XRN-NOMBRE
           MOVE W-INICIAL-BUSCADA        TO XRN-NOMBRE (1:1)
           START XRFNOMBR      KEY NOT < XRN-NOMBRE
              INVALID KEY
                MOVE 1                   TO W-FIN-BUSQUEDA
              NOT INVALID KEY
                MOVE 0                   TO W-FIN-BUSQUEDA
           END-START
           PERFORM LEER-XREF-NOMBRE  UNTIL ( SI-FIN-BUSQUEDA )
           .
      *----------------------------------------------------------------
       LEER-XREF-NOMBRE.
      *----------------------------------------------------------------
           READ XRFNOMBR NEXT  AT END
                MOVE 1             TO W-FIN-BUSQUEDA
           END-READ
           IF ( NO-FIN-BUSQUEDA )
              IF ( XRN-NOMBRE (1:1) = W-INICIAL-BUSCADA )
                 MOVE XRN-NOMBRE           TO W-NOMBRE-MAYUSCULAS
                 INSPECT W-NOMBRE-MAYUSCULAS
                    CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 IF ( W-NOMBRE-MAYUSCULAS = AVI-NOMBRE ) AND
                    ( XRN-ESTADO = 'A' )
                    PERFORM VERIFICAR-CANDIDATO
                 END-IF
              ELSE
                 MOVE 1                    TO W-FIN-BUSQUEDA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-CANDIDATO.                          |
      * Descripción   : Recorre el grupo de la llave de la referencia |
      *                 por nombre buscando el NAFMT01 activo cuyo    |
      *                 nombre y direccion actual, en mayusculas,     |
      *                 son los del aviso; la referencia se arma cada |
      *                 noche y el maestro es el que manda. La tabla  |
      *                 guarda los primeros candidatos para el        |
      *                 reporte de seguimiento.                       |
      *----------------------------------------------------------------
       VERIFICAR-CANDIDATO.
      *----------------------------------------------------------------
           SET NO-CANDIDATO                TO TRUE
           MOVE XRN-LLAVE                  TO EXTERNALLY-DESCRIBED-KEY
                                              OF NOMARCHIVO-REC
           READ NOMARCHIVO
            INVALID KEY
               MOVE 1                      TO W-FIN-GRUPO
            NOT INVALID KEY
               MOVE 0                      TO W-FIN-GRUPO
           END-READ
           PERFORM REVISAR-GRUPO-CANDIDATO  UNTIL ( SI-FIN-GRUPO )
           IF ( SI-CANDIDATO )
              ADD 1                        TO W-CONT-CANDIDATOS
              IF ( W-CONT-CANDIDATOS NOT > 10 )
                 SET IDX-CANDIDATO         TO W-CONT-CANDIDATOS
                 MOVE XRN-LLAVE            TO TAB-CAN-LLAVE
                                              (IDX-CANDIDATO)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : REVISAR-GRUPO-CANDIDATO.                      |
      * Descripción   : Examina el registro del grupo en el area de   |
      *                 trabajo: el NAFMT01 decide si la llave es     |
      *                 candidata y termina la revision; en caso      |
      *                 contrario se lee el siguiente registro y un   |
      *                 cambio de llave o el fin del archivo agotan   |
      *                 el grupo.                                     |
      *----------------------------------------------------------------
       REVISAR-GRUPO-CANDIDATO.
      *----------------------------------------------------------------
           IF ( FORMATO-NAFMT01 OF NOMARCHIVO-REC )
              MOVE NOMBREX OF NOMARCHIVO-REC TO W-NOMBRE-MAYUSCULAS
              INSPECT W-NOMBRE-MAYUSCULAS
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              MOVE DIRECCX OF NOMARCHIVO-REC TO W-DIRECCION-MAYUSCULAS
              INSPECT W-DIRECCION-MAYUSCULAS
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              IF ( REGISTRO-ACTIVO OF NOMARCHIVO-REC ) AND
                 ( W-NOMBRE-MAYUSCULAS = AVI-NOMBRE ) AND
                 ( W-DIRECCION-MAYUSCULAS = AVI-DIRECCION-ANTERIOR )
                 SET SI-CANDIDATO          TO TRUE
              END-IF
              MOVE 1                       TO W-FIN-GRUPO
           ELSE
              READ NOMARCHIVO NEXT
                 AT END
                    MOVE 1                 TO W-FIN-GRUPO
                 NOT AT END
                    IF ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                      NOT = XRN-LLAVE )
                       MOVE 1              TO W-FIN-GRUPO
                    END-IF
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-REGISTRO-DESTINO.                      |
      * Descripción   : Recorre el grupo de la llave del cliente      |
      *                 ubicado contando los registros activos del    |
      *                 formato de la direccion que cambia; debe      |
      *                 haber exactamente uno, cuya imagen vigente    |
      *                 queda como base de la transaccion de cambio.  |
      *----------------------------------------------------------------
       BUSCAR-REGISTRO-DESTINO.
      *----------------------------------------------------------------
           MOVE ZERO                       TO W-CONT-GRUPO
           MOVE ZERO                       TO W-CONT-DESTINOS
           MOVE W-LLAVE-CLIENTE            TO EXTERNALLY-DESCRIBED-KEY
                                              OF NOMARCHIVO-REC
           READ NOMARCHIVO
            INVALID KEY
               MOVE 1                      TO W-FIN-GRUPO
            NOT INVALID KEY
               MOVE 0                      TO W-FIN-GRUPO
           END-READ
           PERFORM REVISAR-GRUPO-DESTINO  UNTIL ( SI-FIN-GRUPO )
           EVALUATE TRUE
              WHEN ( W-CONT-GRUPO = 0 )
                 SET AVISO-NO-ENCONTRADO   TO TRUE
                 MOVE 'LLAVE NO EXISTE EN EL MAESTRO'
                                           TO W-MOTIVO
              WHEN ( W-CONT-DESTINOS = 0 ) AND
                   ( AVI-DIRECCION-ALTERNA )
                 SET AVISO-NO-ENCONTRADO   TO TRUE
                 MOVE 'CLIENTE SIN DIRECCION ALTERNA ACTIVA'
                                           TO W-MOTIVO
              WHEN ( W-CONT-DESTINOS = 0 )
                 SET AVISO-NO-ENCONTRADO   TO TRUE
                 MOVE 'CLIENTE SIN NAFMT01 ACTIVO'
                                           TO W-MOTIVO
              WHEN ( W-CONT-DESTINOS > 1 )
                 SET AVISO-AMBIGUO         TO TRUE
                 MOVE 'VARIOS REGISTROS ACTIVOS DEL FORMATO'
                                           TO W-MOTIVO
           END-EVALUATE
           .
      *----------------------------------------------------------------
       REVISAR-GRUPO-DESTINO.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-GRUPO
           IF ( TIPOFMT OF NOMARCHIVO-REC = AVI-TIPOFMT ) AND
              ( REGISTRO-ACTIVO OF NOMARCHIVO-REC )
              ADD 1                        TO W-CONT-DESTINOS
              MOVE NOMARCHIVO-REC          TO W-REG-DESTINO
           END-IF
           READ NOMARCHIVO NEXT
              AT END
                 MOVE 1                    TO W-FIN-GRUPO
              NOT AT END
                 IF ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                   NOT = W-LLAVE-CLIENTE )
                    MOVE 1                 TO W-FIN-GRUPO
                 END-IF
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : GENERAR-CAMBIO.                               |
      * Descripción   : Arma la transaccion de cambio con la imagen   |
      *                 vigente del registro y la direccion nueva (en |
      *                 el NAFMT02 tambien la ciudad, si el aviso la  |
      *                 trae; un aviso del NAFMT01 con ciudad ya se   |
      *                 rechazo en la edicion) y la agrega al flujo   |
      *                 del dia; si el maestro ya tiene la direccion  |
      *                 del aviso no se genera nada.                  |
      *----------------------------------------------------------------
       GENERAR-CAMBIO.
      *----------------------------------------------------------------
           MOVE SPACES                     TO W-REG-TRANSACCION
           SET TRN-CAMBIO                  TO TRUE
           MOVE W-REG-DESTINO              TO NOMARCHIVO-REC
           MOVE NOMARCHIVO-REC             TO W-REG-TRANSACCION (2:113)
           IF ( AVI-DIRECCION-PRINCIPAL )
              MOVE DIRECCX OF W-REG-TRANSACCION
                                           TO W-DIRECCION-MAYUSCULAS
              MOVE SPACES                  TO W-CIUDAD-MAYUSCULAS
              MOVE AVI-DIRECCION-NUEVA     TO DIRECCX
                                              OF W-REG-TRANSACCION
           ELSE
              MOVE DIRALTX OF W-REG-TRANSACCION
                                           TO W-DIRECCION-MAYUSCULAS
              MOVE CIUDADX OF W-REG-TRANSACCION
                                           TO W-CIUDAD-MAYUSCULAS
              MOVE AVI-DIRECCION-NUEVA     TO DIRALTX
                                              OF W-REG-TRANSACCION
              IF ( AVI-CIUDAD-NUEVA NOT = SPACES )
                 MOVE AVI-CIUDAD-NUEVA     TO CIUDADX
                                              OF W-REG-TRANSACCION
              END-IF
              INSPECT W-CIUDAD-MAYUSCULAS
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           INSPECT W-DIRECCION-MAYUSCULAS
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF ( W-DIRECCION-MAYUSCULAS = AVI-DIRECCION-NUEVA ) AND
              ( AVI-CIUDAD-NUEVA = SPACES OR
                AVI-CIUDAD-NUEVA = W-CIUDAD-MAYUSCULAS )
              SET AVISO-SIN-CAMBIO         TO TRUE
           ELSE
              SET AVISO-GENERADO           TO TRUE
              WRITE TRNARCHI-REC           FROM W-REG-TRANSACCION
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : REGISTRAR-RESULTADO.                          |
      * Descripción   : Cuenta el aviso en su destino y lo reporta:   |
      *                 los cambios generados y los avisos sin cambio |
      *                 en el listado de la conversion; los invalidos,|
      *                 sin cliente y ambiguos en el reporte de       |
      *                 seguimiento, con los candidatos de los        |
      *                 ambiguos por nombre.                          |
      *----------------------------------------------------------------
       REGISTRAR-RESULTADO.
      *----------------------------------------------------------------
           EVALUATE TRUE
              WHEN ( AVISO-GENERADO )
                 ADD 1                     TO W-CONT-GENERADOS
                 MOVE 'GENERADO:'          TO LIN-CAM-TIPO
                 PERFORM IMPRIMIR-CAMBIO
              WHEN ( AVISO-SIN-CAMBIO )
                 ADD 1                     TO W-CONT-SIN-CAMBIO
                 MOVE 'SIN CAMBIO:'        TO LIN-CAM-TIPO
                 PERFORM IMPRIMIR-CAMBIO
              WHEN ( AVISO-INVALIDO )
                 ADD 1                     TO W-CONT-INVALIDOS
                 MOVE 'INVALIDO'           TO LIN-SEG-TIPO
                 PERFORM IMPRIMIR-SEGUIMIENTO
              WHEN ( AVISO-NO-ENCONTRADO )
                 ADD 1                     TO W-CONT-NO-ENCONTRADOS
                 MOVE 'NO ENCONTRADO'      TO LIN-SEG-TIPO
                 PERFORM IMPRIMIR-SEGUIMIENTO
              WHEN ( AVISO-AMBIGUO )
                 ADD 1                     TO W-CONT-AMBIGUOS
                 MOVE 'AMBIGUO'            TO LIN-SEG-TIPO
                 PERFORM IMPRIMIR-SEGUIMIENTO
                 PERFORM IMPRIMIR-CANDIDATO
                    VARYING IDX-CANDIDATO FROM 1 BY 1
                       UNTIL ( IDX-CANDIDATO > W-CONT-CANDIDATOS ) OR
                             ( IDX-CANDIDATO > 10 )
           END-EVALUATE
           .
      *----------------------------------------------------------------
       IMPRIMIR-CAMBIO.
      *----------------------------------------------------------------
           MOVE NUMINT OF W-REG-TRANSACCION TO LIN-CAM-LLAVE
           MOVE AVI-TIPOFMT                 TO LIN-CAM-FORMATO
           MOVE AVI-DIRECCION-NUEVA         TO LIN-CAM-DIRECCION
           IF ( AVI-DIRECCION-ALTERNA )
              MOVE CIUDADX OF W-REG-TRANSACCION TO LIN-CAM-CIUDAD
           ELSE
              MOVE SPACES                   TO LIN-CAM-CIUDAD
           END-IF
           WRITE LISTADO-REC                FROM W-LINEA-CAMBIO
           .
      *----------------------------------------------------------------
       IMPRIMIR-SEGUIMIENTO.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-SEGUIMIENTO
           MOVE W-CONT-LEIDOS               TO LIN-SEG-AVISO
           IF ( AVI-NUMINT NUMERIC )
              MOVE AVI-NUMINT               TO LIN-SEG-LLAVE
           ELSE
              MOVE ZEROES                   TO LIN-SEG-LLAVE
           END-IF
           MOVE AVI-NOMBRE                  TO LIN-SEG-NOMBRE
           MOVE W-MOTIVO                    TO LIN-SEG-MOTIVO
           WRITE AVISEGUI-REC               FROM W-LINEA-SEGUIMIENTO
           MOVE AVI-DIRECCION-ANTERIOR      TO LIN-SED-ANTERIOR
           MOVE AVI-DIRECCION-NUEVA         TO LIN-SED-NUEVA
           MOVE AVI-CIUDAD-NUEVA            TO LIN-SED-CIUDAD
           WRITE AVISEGUI-REC               FROM W-LINEA-SEG-DIRECCION
           .
      *----------------------------------------------------------------
       IMPRIMIR-CANDIDATO.
      *----------------------------------------------------------------
           MOVE TAB-CAN-LLAVE (IDX-CANDIDATO) TO LIN-CAN-LLAVE
           WRITE AVISEGUI-REC               FROM W-LINEA-CANDIDATO
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control de la      |
      *                 corrida con el cuadre de los destinos contra  |
      *                 los avisos leidos, los totales del reporte de |
      *                 seguimiento, y se cierran los archivos        |
      *                 utilizados.                                   |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           COMPUTE W-CONT-CLASIFICADOS = W-CONT-GENERADOS
                                       + W-CONT-SIN-CAMBIO
                                       + W-CONT-NO-ENCONTRADOS
                                       + W-CONT-AMBIGUOS
                                       + W-CONT-INVALIDOS
           MOVE 'TOTAL AVISOS LEIDOS          :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS CON LLAVE NUMINT      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-POR-LLAVE            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS POR NOMBRE Y DIRECCION:'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-POR-NOMBRE           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CAMBIOS GENERADOS A TRNARCHI :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-GENERADOS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS SIN CAMBIO            :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SIN-CAMBIO           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           PERFORM IMPRIMIR-TOTALES-SEGUIMIENTO
           MOVE 'TOTAL AVISOS CLASIFICADOS    :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-CLASIFICADOS         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           IF ( W-CONT-CLASIFICADOS NOT = W-CONT-LEIDOS )
              MOVE 'AVISOS CLASIFICADOS NO CUADRAN CON LOS LEIDOS'
                                             TO LIN-AVI-TEXTO
              WRITE LISTADO-REC             FROM W-LINEA-AVISO
           END-IF
           MOVE 'TOTAL AVISOS LEIDOS          :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDOS               TO LIN-TOT-VALOR
           WRITE AVISEGUI-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS NO ENCONTRADOS        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-NO-ENCONTRADOS       TO LIN-TOT-VALOR
           WRITE AVISEGUI-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS AMBIGUOS              :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-AMBIGUOS             TO LIN-TOT-VALOR
           WRITE AVISEGUI-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS INVALIDOS             :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-INVALIDOS            TO LIN-TOT-VALOR
           WRITE AVISEGUI-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL PARA SEGUIMIENTO       :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SEGUIMIENTO          TO LIN-TOT-VALOR
           WRITE AVISEGUI-REC FROM W-LINEA-TOTAL
           PERFORM GRABAR-CONTROL-FIN
           CLOSE AVISODIR
           CLOSE NOMARCHIVO
           CLOSE XRFNOMBR
           CLOSE TRNARCHI
           CLOSE LISTADO
           CLOSE AVISEGUI
           .
      *----------------------------------------------------------------
      * Procedimiento : IMPRIMIR-TOTALES-SEGUIMIENTO.                 |
      * Descripción   : Imprime en el listado de la conversion los    |
      *                 destinos que van al reporte de seguimiento.   |
      *----------------------------------------------------------------
       IMPRIMIR-TOTALES-SEGUIMIENTO.
      *----------------------------------------------------------------
           MOVE 'AVISOS NO ENCONTRADOS        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-NO-ENCONTRADOS       TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS AMBIGUOS              :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-AMBIGUOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS INVALIDOS             :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-INVALIDOS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           .
