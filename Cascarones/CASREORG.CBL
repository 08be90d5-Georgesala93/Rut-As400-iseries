       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASREORG.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Reorganizacion de NOMARCHIVO.                     |
      * Funcion   : Las bajas de CASPURGA y de CASCOBOL dejan el      |
      *             maestro indexado lleno de espacio liberado y las  |
      *             llaves duplicadas (NAFMT01, NAFMT02 y NAFMT03     |
      *             comparten el NUMINT) alargan los recorridos       |
      *             completos de CASESTAD, CASRENOV, CASINTEG y       |
      *             CASXREFB. Esta corrida descarga el maestro en     |
      *             orden de llave a la descarga secuencial NOMDESCA, |
      *             dejando dentro de cada NUMINT el NAFMT01, el      |
      *             NAFMT02 y el NAFMT03 en ese orden, recarga desde  |
      *             la descarga el indexado nuevo NOMARCHIN y lo      |
      *             verifica contra la descarga (y contra el maestro  |
      *             leido) por cantidad de registros y hash de llaves |
      *             (suma de los NUMINT) de cada formato, ademas del  |
      *             orden de las llaves. Con el modo 'R' no se lee el |
      *             maestro: el indexado nuevo se recarga desde una   |
      *             descarga ya existente, que es el punto de         |
      *             restauracion. La corrida se rechaza sin tocar el  |
      *             maestro, la descarga ni el indexado nuevo         |
      *             mientras el control de corridas muestre cualquier |
      *             proceso iniciado sin registro de fin, y el        |
      *             rechazo deja su fin en error (E) para que un      |
      *             indexado nuevo de una corrida anterior no se tome |
      *             por vigente. El maestro vigente no se modifica:   |
      *             el paso siguiente del trabajo reemplaza           |
      *             NOMARCHIVO con NOMARCHIN solo cuando el registro  |
      *             de fin de esta corrida en CTLPROCS quedo limpio   |
      *             (C); si la recarga no se verifica el fin queda en |
      *             error (E), NOMARCHIVO se conserva y NOMDESCA      |
      *             queda como respaldo para restaurar.               |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - Entrada : archivo maestro indexado.  |
      *             NOMDESCA   - E/S     : descarga secuencial.       |
      *             NOMARCHIN  - E/S     : maestro recargado.         |
      *             CTLPROCS   - E/S     : control de corridas.       |
      *             LISTADO    - Salida  : verificacion de la carga.  |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  14/10/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Descarga y totales del NAFMT03 en su propio   |
      *                 orden.                                        |
      *  14/10/2026 JSA La corrida rechazada registra su inicio y su  |
      *                 fin en error en CTLPROCS.                     |
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
                                          OF NOMARCHIVO-REC
                                          WITH DUPLICATES.
      *
           SELECT NOMDESCA
                  ASSIGN               TO DATABASE-NOMDESCA
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT NOMARCHIN
                  ASSIGN               TO DATABASE-NOMARCHIN
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS EXTERNALLY-DESCRIBED-KEY
                                          OF NOMARCHIN-REC
                                          WITH DUPLICATES.
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
      * Descarga del maestro: la imagen completa de cada registro en  |
      * orden de llave, NAFMT01, NAFMT02 y NAFMT03 dentro del NUMINT. |
      *----------------------------------------------------------------
       FD  NOMDESCA
           LABEL RECORDS               ARE STANDARD.
       01  NOMDESCA-REC                    PIC X(113).
      *
      *----------------------------------------------------------------
      * Maestro recargado, con la misma descripcion externa que       |
      * NOMARCHIVO; reemplaza al maestro cuando queda verificado.     |
      *----------------------------------------------------------------
       FD  NOMARCHIN
           LABEL RECORDS               ARE STANDARD.
       01  NOMARCHIN-REC.
           COPY DD-ALL-FORMATS         OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Archivo de control de corridas de la suite; cada programa     |
      * agrega sus registros de inicio y fin y la reorganizacion lo   |
      * verifica antes de descargar el maestro.                       |
      *----------------------------------------------------------------
       FD  CTLPROCS
           LABEL RECORDS               ARE STANDARD.
       01  CTLPROCS-REC.
           COPY CTLPROCS.
      *
      *----------------------------------------------------------------
      * Listado de salida con la verificacion de la recarga.          |
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
       01 W-FIN-ARCHIVO                   PIC  9(01)     VALUE 0.
           88  SI-FIN-ARCHIVO                  VALUE 1.
           88  NO-FIN-ARCHIVO                  VALUE 0.
      *
       01 W-FIN-DESCARGA                  PIC  9(01)     VALUE 0.
           88  SI-FIN-DESCARGA                 VALUE 1.
           88  NO-FIN-DESCARGA                 VALUE 0.
      *
       01 W-FIN-RECARGA                   PIC  9(01)     VALUE 0.
           88  SI-FIN-RECARGA                  VALUE 1.
           88  NO-FIN-RECARGA                  VALUE 0.
      *
       01 W-FIN-CONTROL                   PIC  9(01)     VALUE 0.
           88  SI-FIN-CONTROL                  VALUE 1.
           88  NO-FIN-CONTROL                  VALUE 0.
      *
       01 W-IND-CORRIDA                   PIC  9(01)     VALUE 1.
           88  CORRIDA-AUTORIZADA              VALUE 1.
           88  CORRIDA-RECHAZADA               VALUE 0.
      *
       01 W-IND-VERIFICACION              PIC  9(01)     VALUE 1.
           88  RECARGA-VERIFICADA              VALUE 1.
           88  RECARGA-NO-VERIFICADA           VALUE 0.
      *
       01 W-IND-ENTRADA                   PIC  9(01)     VALUE 0.
           88  ENTRADA-ENCONTRADA              VALUE 1.
           88  ENTRADA-NO-ENCONTRADA           VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Control de corridas: el ultimo estado visto de cada programa  |
      * y modo del archivo de control. Un estado P sin registro       |
      * posterior delata un proceso en vuelo; los registros de la     |
      * propia reorganizacion no cuentan, para que una reorganizacion |
      * abortada se pueda volver a correr.                            |
      *----------------------------------------------------------------
       01 W-CANT-PROCESOS                 PIC  9(03) COMP VALUE ZERO.
       01 W-CONT-PRO-EXCEDIDOS            PIC  9(07) COMP VALUE ZERO.
       01 TABLA-PROCESOS.
           05  TAB-PROCESO OCCURS 50 TIMES
                           INDEXED BY IDX-PROCESO.
               10  TAB-PRO-PROGRAMA        PIC  X(08).
               10  TAB-PRO-MODO            PIC  X(01).
               10  TAB-PRO-ESTADO          PIC  X(01).
      *
      *----------------------------------------------------------------
      * Grupo de registros que comparten la misma llave en el         |
      * maestro, retenido para descargarlo en el orden de sus         |
      * formatos: primero NAFMT01, luego NAFMT02, luego NAFMT03 y al  |
      * final cualquier otro formato, cada uno en el orden en que se  |
      * leyo.                                                         |
      *----------------------------------------------------------------
       01 W-LLAVE-GRUPO                   PIC  9(09)     VALUE ZEROES.
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 W-PASADA                        PIC  9(01)     VALUE ZERO.
       01 TABLA-GRUPO.
           05  TAB-GRUPO OCCURS 50 TIMES
                         INDEXED BY IDX-GRUPO.
               10  TAB-GRU-ORDEN           PIC  9(01).
               10  TAB-GRU-REGISTRO        PIC  X(113).
      *
      *----------------------------------------------------------------
      * Totales de verificacion por formato (1 NAFMT01, 2 NAFMT02,    |
      * 3 NAFMT03, 4 cualquier otro) y por fuente (1 el maestro       |
      * leido, 2 la descarga releida, 3 el indexado recargado):       |
      * registros y hash de llaves. El formato del registro en curso  |
      * da tambien su orden dentro de la llave.                       |
      *----------------------------------------------------------------
       01 W-FORMATO                       PIC  9(01)     VALUE ZERO.
       01 W-FUENTE                        PIC  9(01)     VALUE ZERO.
       01 W-FUENTE-MAESTRO                PIC  9(01)     VALUE 1.
       01 W-FUENTE-DESCARGA               PIC  9(01)     VALUE 2.
       01 W-FUENTE-RECARGA                PIC  9(01)     VALUE 3.
       01 W-CANT-FORMATOS                 PIC  9(01)     VALUE 4.
      *
       01 W-DEF-FORMATOS.
           05  FILLER                      PIC  X(07) VALUE 'NAFMT01'.
           05  FILLER                      PIC  X(07) VALUE 'NAFMT02'.
           05  FILLER                      PIC  X(07) VALUE 'NAFMT03'.
           05  FILLER                      PIC  X(07) VALUE 'OTROS  '.
       01 TABLA-NOMBRES-FORMATO REDEFINES W-DEF-FORMATOS.
           05  TAB-NOMBRE-FORMATO OCCURS 4 TIMES
                                  PIC  X(07).
      *
       01 TABLA-TOTALES.
           05  TAB-TOTAL-FORMATO OCCURS 4 TIMES
                                 INDEXED BY IDX-FORMATO.
               10  TAB-TOTAL-FUENTE OCCURS 3 TIMES
                                    INDEXED BY IDX-FUENTE.
                   15  TAB-TOT-REGISTROS   PIC  9(09).
                   15  TAB-TOT-HASH        PIC  9(18).
      *
      *----------------------------------------------------------------
      * Orden de la recarga: la llave y el formato del registro       |
      * anterior; una llave menor, o un formato de orden menor dentro |
      * de la misma llave, es un registro fuera de orden.             |
      *----------------------------------------------------------------
       01 W-LLAVE-ANTERIOR                PIC  9(09)     VALUE ZEROES.
       01 W-FORMATO-ANTERIOR              PIC  9(01)     VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDOS               PIC  9(09) COMP VALUE ZERO.
           05  W-CONT-DESCARGADOS          PIC  9(09) COMP VALUE ZERO.
           05  W-CONT-RELEIDOS             PIC  9(09) COMP VALUE ZERO.
           05  W-CONT-RECARGADOS           PIC  9(09) COMP VALUE ZERO.
           05  W-CONT-VERIFICADOS          PIC  9(09) COMP VALUE ZERO.
           05  W-CONT-GRUPOS               PIC  9(09) COMP VALUE ZERO.
           05  W-CONT-GRU-EXCEDIDOS        PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-FUERA-ORDEN          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-DIFERENCIAS          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZOS             PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'REORGANIZACION DEL MAESTRO CASREORG'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE NEGOCIO   :'.
           05  LIN-PAR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-LINEA-MODO.
           05  FILLER                      PIC  X(20) VALUE
               'MODO DE CORRIDA    :'.
           05  LIN-MOD-MODO                PIC  X(01).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-MOD-DESCRIPCION         PIC  X(40).
           05  FILLER                      PIC  X(70) VALUE SPACES.
      *
       01 W-LINEA-AVISO.
           05  FILLER                      PIC  X(07) VALUE
               'AVISO:'.
           05  LIN-AVI-TEXTO               PIC  X(50).
           05  FILLER                      PIC  X(75) VALUE SPACES.
      *
       01 W-LINEA-EN-VUELO.
           05  FILLER                      PIC  X(07) VALUE
               'AVISO:'.
           05  FILLER                      PIC  X(20) VALUE
               'PROCESO EN VUELO   :'.
           05  LIN-VUE-PROGRAMA            PIC  X(08).
           05  FILLER                      PIC  X(06) VALUE
               ' MODO '.
           05  LIN-VUE-MODO                PIC  X(01).
           05  FILLER                      PIC  X(90) VALUE SPACES.
      *
       01 W-LINEA-SECCION.
           05  LIN-SEC-TITULO              PIC  X(50).
           05  FILLER                      PIC  X(82) VALUE SPACES.
      *
       01 W-ENC-COMPARACION.
           05  FILLER                      PIC  X(30) VALUE
               'FORMATO CONCEPTO            MA'.
           05  FILLER                      PIC  X(30) VALUE
               'ESTRO            DESCARGA     '.
           05  FILLER                      PIC  X(30) VALUE
               '        RECARGA RESULTADO'.
           05  FILLER                      PIC  X(42) VALUE SPACES.
      *
       01 W-LINEA-COMPARACION.
           05  LIN-CMP-FORMATO             PIC  X(07).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CMP-CONCEPTO            PIC  X(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CMP-MAESTRO             PIC  Z(17)9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CMP-DESCARGA            PIC  Z(17)9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CMP-RECARGA             PIC  Z(17)9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CMP-RESULTADO           PIC  X(16).
           05  FILLER                      PIC  X(41) VALUE SPACES.
      *
       01 W-LINEA-TOTAL.
           05  LIN-TOT-ETIQUETA            PIC  X(30).
           05  LIN-TOT-VALOR               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(91) VALUE SPACES.
      *
       01 W-LINEA-VEREDICTO.
           05  FILLER                      PIC  X(11) VALUE
               'RESULTADO :'.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-VER-TEXTO               PIC  X(20).
           05  FILLER                      PIC  X(100) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
      * Parametros de la corrida: el modo 'D' descarga el maestro y   |
      * lo recarga; el modo 'R' solo recarga desde la descarga        |
      * existente, para restaurar. La fecha de negocio con que se     |
      * registra en el control de corridas en ceros toma la fecha de  |
      * la maquina.                                                   |
      *----------------------------------------------------------------
       01  LK-PARM-CASREORG.
           05  LK-MODO                     PIC  X(01).
               88  MODO-DESCARGA               VALUE 'D'.
               88  MODO-RESTAURACION           VALUE 'R'.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASREORG.
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
      *                 variables de control, se valida el modo y se  |
      *                 verifica en CTLPROCS que no haya procesos en  |
      *                 vuelo. El inicio se registra en el control de |
      *                 corridas aun si la corrida no se autoriza:    |
      *                 esa solo deja sus avisos en el listado y su   |
      *                 fin en error, y no toca el maestro, la        |
      *                 descarga ni el indexado nuevo.                |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM LIMPIAR-TOTALES
              VARYING IDX-FORMATO FROM 1 BY 1
                 UNTIL ( IDX-FORMATO > W-CANT-FORMATOS )
              AFTER IDX-FUENTE FROM 1 BY 1
                 UNTIL ( IDX-FUENTE > 3 )
           OPEN OUTPUT LISTADO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE W-FECHA-NEGOCIO          TO LIN-PAR-FECHA
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           MOVE LK-MODO                  TO LIN-MOD-MODO
           EVALUATE TRUE
              WHEN ( MODO-DESCARGA )
                 MOVE 'DESCARGA Y RECARGA DEL MAESTRO'
                                         TO LIN-MOD-DESCRIPCION
              WHEN ( MODO-RESTAURACION )
                 MOVE 'RECARGA DESDE LA DESCARGA EXISTENTE'
                                         TO LIN-MOD-DESCRIPCION
              WHEN OTHER
                 MOVE 'MODO NO VALIDO'   TO LIN-MOD-DESCRIPCION
                 SET CORRIDA-RECHAZADA   TO TRUE
                 MOVE 'MODO DE CORRIDA NO VALIDO - SE ESPERA D O R'
                                         TO LIN-AVI-TEXTO
                 WRITE LISTADO-REC       FROM W-LINEA-AVISO
           END-EVALUATE
           WRITE LISTADO-REC   FROM W-LINEA-MODO
           IF ( CORRIDA-AUTORIZADA )
              PERFORM VERIFICAR-CONTROL-PROCESOS
           END-IF
           PERFORM GRABAR-CONTROL-INICIO
           .
      *----------------------------------------------------------------
       LIMPIAR-TOTALES.
      *----------------------------------------------------------------
           MOVE ZEROES                   TO TAB-TOT-REGISTROS
                                            (IDX-FORMATO, IDX-FUENTE)
           MOVE ZEROES                   TO TAB-TOT-HASH
                                            (IDX-FORMATO, IDX-FUENTE)
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-CONTROL-PROCESOS.                   |
      * Descripción   : Recorre el control de corridas reteniendo el  |
      *                 ultimo estado de cada programa y modo; si     |
      *                 alguno quedo iniciado sin registro de fin la  |
      *                 reorganizacion se rechaza, porque lo que ese  |
      *                 proceso cambie en el maestro despues de la    |
      *                 descarga se perderia al reemplazarlo. Si los  |
      *                 procesos exceden la tabla tampoco se puede    |
      *                 asegurar que no haya uno en vuelo.            |
      *----------------------------------------------------------------
       VERIFICAR-CONTROL-PROCESOS.
      *----------------------------------------------------------------
           MOVE 0                        TO W-FIN-CONTROL
           OPEN INPUT CTLPROCS
           PERFORM LEER-CONTROL-PROCESOS  UNTIL ( SI-FIN-CONTROL )
           CLOSE CTLPROCS
           PERFORM REVISAR-PROCESO
              VARYING IDX-PROCESO FROM 1 BY 1
                 UNTIL ( IDX-PROCESO > W-CANT-PROCESOS )
           IF ( W-CONT-PRO-EXCEDIDOS > 0 )
              SET CORRIDA-RECHAZADA      TO TRUE
              MOVE 'PROCESOS DEL CONTROL DE CORRIDAS EXCEDEN LA TABLA'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           IF ( CORRIDA-RECHAZADA )
              MOVE 'REORGANIZACION RECHAZADA - MAESTRO EN USO'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-CONTROL-PROCESOS.                        |
      * Descripción   : Retiene el ultimo estado visto de cada        |
      *                 programa y modo, agregando a la tabla los que |
      *                 aparecen por primera vez.                     |
      *----------------------------------------------------------------
       LEER-CONTROL-PROCESOS.
      *----------------------------------------------------------------
           READ CTLPROCS NEXT  AT END
                MOVE 1             TO W-FIN-CONTROL
           END-READ
           IF ( NO-FIN-CONTROL ) AND
              ( CTL-PROGRAMA NOT = 'CASREORG' )
              SET ENTRADA-NO-ENCONTRADA    TO TRUE
              IF ( W-CANT-PROCESOS > 0 )
                 SET IDX-PROCESO           TO 1
                 SEARCH TAB-PROCESO
                    AT END
                       SET ENTRADA-NO-ENCONTRADA TO TRUE
                    WHEN ( IDX-PROCESO > W-CANT-PROCESOS )
                       SET ENTRADA-NO-ENCONTRADA TO TRUE
                    WHEN ( TAB-PRO-PROGRAMA (IDX-PROCESO) =
                           CTL-PROGRAMA ) AND
                         ( TAB-PRO-MODO (IDX-PROCESO) = CTL-MODO )
                       SET ENTRADA-ENCONTRADA TO TRUE
                 END-SEARCH
              END-IF
              IF ( ENTRADA-NO-ENCONTRADA )
                 IF ( W-CANT-PROCESOS < 50 )
                    ADD 1                  TO W-CANT-PROCESOS
                    SET IDX-PROCESO        TO W-CANT-PROCESOS
                    MOVE CTL-PROGRAMA      TO TAB-PRO-PROGRAMA
                                              (IDX-PROCESO)
                    MOVE CTL-MODO          TO TAB-PRO-MODO
                                              (IDX-PROCESO)
                    SET ENTRADA-ENCONTRADA TO TRUE
                 ELSE
                    ADD 1                  TO W-CONT-PRO-EXCEDIDOS
                 END-IF
              END-IF
              IF ( ENTRADA-ENCONTRADA )
                 MOVE CTL-ESTADO           TO TAB-PRO-ESTADO
                                              (IDX-PROCESO)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       REVISAR-PROCESO.
      *----------------------------------------------------------------
           IF ( TAB-PRO-ESTADO (IDX-PROCESO) = 'P' )
              SET CORRIDA-RECHAZADA      TO TRUE
              MOVE TAB-PRO-PROGRAMA (IDX-PROCESO)
                                         TO LIN-VUE-PROGRAMA
              MOVE TAB-PRO-MODO (IDX-PROCESO)
                                         TO LIN-VUE-MODO
              WRITE LISTADO-REC          FROM W-LINEA-EN-VUELO
           END-IF
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
           MOVE 'CASREORG'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-MODO                  TO CTL-MODO
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
      *                 registro de fin de esta corrida: limpio solo  |
      *                 con la recarga verificada, en error si no. Se |
      *                 registran los registros leidos (del maestro,  |
      *                 o de la descarga al restaurar), los           |
      *                 recargados y los hallazgos de la              |
      *                 verificacion; una corrida rechazada queda en  |
      *                 error con un rechazo.                         |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASREORG'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-MODO                  TO CTL-MODO
           IF ( CORRIDA-AUTORIZADA ) AND ( RECARGA-VERIFICADA )
              MOVE 'C'                   TO CTL-ESTADO
           ELSE
              MOVE 'E'                   TO CTL-ESTADO
           END-IF
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           IF ( MODO-DESCARGA )
              MOVE W-CONT-LEIDOS         TO CTL-CONT-LEIDOS
           ELSE
              MOVE W-CONT-RELEIDOS       TO CTL-CONT-LEIDOS
           END-IF
           MOVE W-CONT-RECARGADOS        TO CTL-CONT-APLICADOS
           MOVE W-CONT-DIFERENCIAS       TO CTL-CONT-RECHAZOS
           ADD  W-CONT-FUERA-ORDEN       TO CTL-CONT-RECHAZOS
           ADD  W-CONT-RECHAZOS          TO CTL-CONT-RECHAZOS
           IF ( CORRIDA-RECHAZADA )
              MOVE 1                     TO CTL-CONT-RECHAZOS
           END-IF
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Descarga el maestro (salvo al restaurar),     |
      *                 recarga el indexado nuevo desde la descarga,  |
      *                 lo relee completo y compara los totales de    |
      *                 cada formato entre las fuentes.               |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           IF ( CORRIDA-AUTORIZADA )
              IF ( MODO-DESCARGA )
                 PERFORM DESCARGAR-MAESTRO
              END-IF
              PERFORM RECARGAR-MAESTRO
              PERFORM VERIFICAR-RECARGA
              PERFORM COMPARAR-TOTALES
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : DESCARGAR-MAESTRO.                            |
      * Descripción   : Recorre el maestro completo en orden de llave |
      *                 reteniendo el grupo de cada NUMINT, que se    |
      *                 descarga ordenado por formato al cambiar la   |
      *                 llave.                                        |
      *----------------------------------------------------------------
       DESCARGAR-MAESTRO.
      *----------------------------------------------------------------
           OPEN INPUT  NOMARCHIVO
           OPEN OUTPUT NOMDESCA
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
           CLOSE NOMARCHIVO
           CLOSE NOMDESCA
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-NOMARCHIVO.                              |
      * Descripción   : Lee el siguiente registro del maestro, lo     |
      *                 acumula en los totales del maestro y lo       |
      *                 retiene en el grupo; un cambio de llave       |
      *                 descarga antes el grupo anterior.             |
      *----------------------------------------------------------------
       LEER-NOMARCHIVO.
      *----------------------------------------------------------------
           READ NOMARCHIVO NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              ADD 1                        TO W-CONT-LEIDOS
              MOVE W-FUENTE-MAESTRO        TO W-FUENTE
              PERFORM CLASIFICAR-FORMATO
              ADD 1                        TO TAB-TOT-REGISTROS
                                              (W-FORMATO, W-FUENTE)
              ADD NUMINT OF NOMARCHIVO-REC TO TAB-TOT-HASH
                                              (W-FORMATO, W-FUENTE)
              IF ( W-CONT-GRUPO > 0 ) AND
                 ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                             NOT = W-LLAVE-GRUPO )
                 PERFORM CERRAR-GRUPO
              END-IF
              PERFORM ACUMULAR-GRUPO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : CLASIFICAR-FORMATO.                           |
      * Descripción   : Deja en W-FORMATO el renglon de totales y el  |
      *                 orden dentro de la llave del registro del     |
      *                 area de NOMARCHIVO: 1 para NAFMT01, 2 para    |
      *                 NAFMT02, 3 para NAFMT03 y 4 para cualquier    |
      *                 otro formato.                                 |
      *----------------------------------------------------------------
       CLASIFICAR-FORMATO.
      *----------------------------------------------------------------
           EVALUATE TRUE
              WHEN ( FORMATO-NAFMT01 OF NOMARCHIVO-REC )
                 MOVE 1                    TO W-FORMATO
              WHEN ( FORMATO-NAFMT02 OF NOMARCHIVO-REC )
                 MOVE 2                    TO W-FORMATO
              WHEN ( FORMATO-NAFMT03 OF NOMARCHIVO-REC )
                 MOVE 3                    TO W-FORMATO
              WHEN OTHER
                 MOVE 4                    TO W-FORMATO
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : ACUMULAR-GRUPO.                               |
      * Descripción   : Retiene el registro leido en el grupo de su   |
      *                 llave con su orden de formato. Un grupo que   |
      *                 llena la tabla se descarga en tramos; el      |
      *                 orden de formatos solo se asegura dentro de   |
      *                 cada tramo y la verificacion del orden de la  |
      *                 recarga lo reporta si queda alterado.         |
      *----------------------------------------------------------------
       ACUMULAR-GRUPO.
      *----------------------------------------------------------------
           IF ( W-CONT-GRUPO = 50 )
              ADD 1                      TO W-CONT-GRU-EXCEDIDOS
              PERFORM DESCARGAR-GRUPO
           END-IF
           ADD 1                         TO W-CONT-GRUPO
           SET IDX-GRUPO                 TO W-CONT-GRUPO
           MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                         TO W-LLAVE-GRUPO
           MOVE W-FORMATO                TO TAB-GRU-ORDEN (IDX-GRUPO)
           MOVE NOMARCHIVO-REC           TO TAB-GRU-REGISTRO
                                            (IDX-GRUPO)
           .
      *----------------------------------------------------------------
      * Procedimiento : CERRAR-GRUPO.                                 |
      * Descripción   : Descarga el grupo de la llave recien          |
      *                 completada.                                   |
      *----------------------------------------------------------------
       CERRAR-GRUPO.
      *----------------------------------------------------------------
           IF ( W-CONT-GRUPO > 0 )
              ADD 1                      TO W-CONT-GRUPOS
              PERFORM DESCARGAR-GRUPO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : DESCARGAR-GRUPO.                              |
      * Descripción   : Graba en la descarga los registros retenidos  |
      *                 del grupo en cuatro pasadas, una por orden de |
      *                 formato, y deja el grupo vacio.               |
      *----------------------------------------------------------------
       DESCARGAR-GRUPO.
      *----------------------------------------------------------------
           PERFORM DESCARGAR-REGISTRO-GRUPO
              VARYING W-PASADA FROM 1 BY 1
                 UNTIL ( W-PASADA > W-CANT-FORMATOS )
              AFTER IDX-GRUPO FROM 1 BY 1
                 UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
           MOVE ZERO                     TO W-CONT-GRUPO
           .
      *----------------------------------------------------------------
       DESCARGAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           IF ( TAB-GRU-ORDEN (IDX-GRUPO) = W-PASADA )
              WRITE NOMDESCA-REC         FROM TAB-GRU-REGISTRO
                                              (IDX-GRUPO)
              ADD 1                      TO W-CONT-DESCARGADOS
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : RECARGAR-MAESTRO.                             |
      * Descripción   : Relee la descarga completa, acumulando sus    |
      *                 totales, y graba cada registro en el indexado |
      *                 nuevo en el mismo orden.                      |
      *----------------------------------------------------------------
       RECARGAR-MAESTRO.
      *----------------------------------------------------------------
           OPEN INPUT  NOMDESCA
           OPEN OUTPUT NOMARCHIN
           PERFORM LEER-DESCARGA  UNTIL ( SI-FIN-DESCARGA )
           CLOSE NOMDESCA
           CLOSE NOMARCHIN
           .
      *----------------------------------------------------------------
       LEER-DESCARGA.
      *----------------------------------------------------------------
           READ NOMDESCA NEXT  AT END
                MOVE 1             TO W-FIN-DESCARGA
           END-READ
           IF ( NO-FIN-DESCARGA )
              ADD 1                        TO W-CONT-RELEIDOS
              MOVE NOMDESCA-REC            TO NOMARCHIVO-REC
              MOVE W-FUENTE-DESCARGA       TO W-FUENTE
              PERFORM CLASIFICAR-FORMATO
              ADD 1                        TO TAB-TOT-REGISTROS
                                              (W-FORMATO, W-FUENTE)
              ADD NUMINT OF NOMARCHIVO-REC TO TAB-TOT-HASH
                                              (W-FORMATO, W-FUENTE)
              MOVE NOMDESCA-REC            TO NOMARCHIN-REC
              WRITE NOMARCHIN-REC
               INVALID KEY
                  ADD 1                    TO W-CONT-RECHAZOS
               NOT INVALID KEY
                  ADD 1                    TO W-CONT-RECARGADOS
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-RECARGA.                            |
      * Descripción   : Relee el indexado nuevo completo en orden de  |
      *                 llave acumulando sus totales y verificando    |
      *                 que las llaves vengan en orden y, dentro de   |
      *                 cada llave, los formatos en orden NAFMT01,    |
      *                 NAFMT02 y NAFMT03.                            |
      *----------------------------------------------------------------
       VERIFICAR-RECARGA.
      *----------------------------------------------------------------
           OPEN INPUT  NOMARCHIN
           MOVE ZEROES                   TO EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIN-REC
           START NOMARCHIN     KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIN-REC
              INVALID KEY
                MOVE 1                   TO W-FIN-RECARGA
              NOT INVALID KEY
                MOVE 0                   TO W-FIN-RECARGA
           END-START
           PERFORM LEER-RECARGA  UNTIL ( SI-FIN-RECARGA )
           CLOSE NOMARCHIN
           .
      *----------------------------------------------------------------
       LEER-RECARGA.
      *----------------------------------------------------------------
           READ NOMARCHIN NEXT  AT END
                MOVE 1             TO W-FIN-RECARGA
           END-READ
           IF ( NO-FIN-RECARGA )
              ADD 1                        TO W-CONT-VERIFICADOS
              MOVE NOMARCHIN-REC           TO NOMARCHIVO-REC
              MOVE W-FUENTE-RECARGA        TO W-FUENTE
              PERFORM CLASIFICAR-FORMATO
              ADD 1                        TO TAB-TOT-REGISTROS
                                              (W-FORMATO, W-FUENTE)
              ADD NUMINT OF NOMARCHIVO-REC TO TAB-TOT-HASH
                                              (W-FORMATO, W-FUENTE)
              IF ( W-CONT-VERIFICADOS > 1 )
                 IF ( NUMINT OF NOMARCHIVO-REC < W-LLAVE-ANTERIOR )
                    OR
                    ( ( NUMINT OF NOMARCHIVO-REC = W-LLAVE-ANTERIOR )
                      AND ( W-FORMATO < W-FORMATO-ANTERIOR ) )
                    ADD 1                  TO W-CONT-FUERA-ORDEN
                 END-IF
              END-IF
              MOVE NUMINT OF NOMARCHIVO-REC TO W-LLAVE-ANTERIOR
              MOVE W-FORMATO               TO W-FORMATO-ANTERIOR
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : COMPARAR-TOTALES.                             |
      * Descripción   : Imprime por formato los registros y el hash   |
      *                 de cada fuente y decide la verificacion: la   |
      *                 recarga debe cuadrar con la descarga y, al    |
      *                 descargar, la descarga con el maestro; sin    |
      *                 registros fuera de orden ni rechazos de       |
      *                 grabacion. Una restauracion desde una         |
      *                 descarga vacia tampoco se verifica, para no   |
      *                 reemplazar el maestro con un archivo vacio.   |
      *----------------------------------------------------------------
       COMPARAR-TOTALES.
      *----------------------------------------------------------------
           MOVE 'VERIFICACION POR FORMATO'
                                         TO LIN-SEC-TITULO
           WRITE LISTADO-REC             FROM W-LINEA-SECCION
           WRITE LISTADO-REC             FROM W-ENC-COMPARACION
           PERFORM COMPARAR-FORMATO
              VARYING IDX-FORMATO FROM 1 BY 1
                 UNTIL ( IDX-FORMATO > W-CANT-FORMATOS )
           IF ( W-CONT-DIFERENCIAS > 0 )
              SET RECARGA-NO-VERIFICADA  TO TRUE
           END-IF
           IF ( W-CONT-FUERA-ORDEN > 0 )
              SET RECARGA-NO-VERIFICADA  TO TRUE
              MOVE 'RECARGA CON REGISTROS FUERA DE ORDEN'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           IF ( W-CONT-RECHAZOS > 0 )
              SET RECARGA-NO-VERIFICADA  TO TRUE
              MOVE 'REGISTROS RECHAZADOS AL GRABAR LA RECARGA'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           IF ( MODO-RESTAURACION ) AND ( W-CONT-RELEIDOS = 0 )
              SET RECARGA-NO-VERIFICADA  TO TRUE
              MOVE 'DESCARGA VACIA - NO SE RESTAURA EL MAESTRO'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           IF ( W-CONT-GRU-EXCEDIDOS > 0 )
              MOVE 'GRUPOS EXCEDEN LA TABLA - DESCARGADOS EN TRAMOS'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           IF ( RECARGA-VERIFICADA )
              MOVE 'NOMARCHIN VERIFICADO - REEMPLAZA A NOMARCHIVO'
                                         TO LIN-AVI-TEXTO
           ELSE
              MOVE 'SE CONSERVA NOMARCHIVO - NOMDESCA ES EL RESPALDO'
                                         TO LIN-AVI-TEXTO
           END-IF
           WRITE LISTADO-REC             FROM W-LINEA-AVISO
           .
      *----------------------------------------------------------------
      * Procedimiento : COMPARAR-FORMATO.                             |
      * Descripción   : Imprime los registros y el hash del formato   |
      *                 en las tres fuentes y cuenta una diferencia   |
      *                 por cada concepto que no cuadra.              |
      *----------------------------------------------------------------
       COMPARAR-FORMATO.
      *----------------------------------------------------------------
           MOVE TAB-NOMBRE-FORMATO (IDX-FORMATO)
                                         TO LIN-CMP-FORMATO
           MOVE 'REGISTROS'              TO LIN-CMP-CONCEPTO
           MOVE TAB-TOT-REGISTROS (IDX-FORMATO, W-FUENTE-MAESTRO)
                                         TO LIN-CMP-MAESTRO
           MOVE TAB-TOT-REGISTROS (IDX-FORMATO, W-FUENTE-DESCARGA)
                                         TO LIN-CMP-DESCARGA
           MOVE TAB-TOT-REGISTROS (IDX-FORMATO, W-FUENTE-RECARGA)
                                         TO LIN-CMP-RECARGA
           MOVE 'CUADRA'                 TO LIN-CMP-RESULTADO
           IF ( TAB-TOT-REGISTROS (IDX-FORMATO, W-FUENTE-RECARGA) NOT =
                TAB-TOT-REGISTROS (IDX-FORMATO, W-FUENTE-DESCARGA) )
              OR
              ( ( MODO-DESCARGA ) AND
                ( TAB-TOT-REGISTROS (IDX-FORMATO, W-FUENTE-MAESTRO)
                  NOT =
                  TAB-TOT-REGISTROS (IDX-FORMATO, W-FUENTE-DESCARGA) ) )
              ADD 1                      TO W-CONT-DIFERENCIAS
              MOVE 'NO CUADRA'           TO LIN-CMP-RESULTADO
           END-IF
           WRITE LISTADO-REC             FROM W-LINEA-COMPARACION
           MOVE SPACES                   TO LIN-CMP-FORMATO
           MOVE 'HASH'                   TO LIN-CMP-CONCEPTO
           MOVE TAB-TOT-HASH (IDX-FORMATO, W-FUENTE-MAESTRO)
                                         TO LIN-CMP-MAESTRO
           MOVE TAB-TOT-HASH (IDX-FORMATO, W-FUENTE-DESCARGA)
                                         TO LIN-CMP-DESCARGA
           MOVE TAB-TOT-HASH (IDX-FORMATO, W-FUENTE-RECARGA)
                                         TO LIN-CMP-RECARGA
           MOVE 'CUADRA'                 TO LIN-CMP-RESULTADO
           IF ( TAB-TOT-HASH (IDX-FORMATO, W-FUENTE-RECARGA) NOT =
                TAB-TOT-HASH (IDX-FORMATO, W-FUENTE-DESCARGA) )
              OR
              ( ( MODO-DESCARGA ) AND
                ( TAB-TOT-HASH (IDX-FORMATO, W-FUENTE-MAESTRO) NOT =
                  TAB-TOT-HASH (IDX-FORMATO, W-FUENTE-DESCARGA) ) )
              ADD 1                      TO W-CONT-DIFERENCIAS
              MOVE 'NO CUADRA'           TO LIN-CMP-RESULTADO
           END-IF
           WRITE LISTADO-REC             FROM W-LINEA-COMPARACION
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control de la      |
      *                 corrida y el resultado, se registra el fin en |
      *                 el control de corridas y se cierra el         |
      *                 listado.                                      |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           MOVE 'TOTAL REGISTROS DEL MAESTRO  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL LLAVES DESCARGADAS     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-GRUPOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL REGISTROS DESCARGADOS  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-DESCARGADOS          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL REGISTROS RELEIDOS     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RELEIDOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL REGISTROS RECARGADOS   :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RECARGADOS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL REGISTROS VERIFICADOS  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-VERIFICADOS          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL REGISTROS FUERA ORDEN  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-FUERA-ORDEN          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL DIFERENCIAS            :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-DIFERENCIAS          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL RECHAZOS               :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RECHAZOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           EVALUATE TRUE
              WHEN ( CORRIDA-RECHAZADA )
                 MOVE 'CORRIDA RECHAZADA'    TO LIN-VER-TEXTO
              WHEN ( RECARGA-VERIFICADA )
                 MOVE 'VERIFICADO'           TO LIN-VER-TEXTO
              WHEN OTHER
                 MOVE 'NO VERIFICADO'        TO LIN-VER-TEXTO
           END-EVALUATE
           WRITE LISTADO-REC FROM W-LINEA-VEREDICTO
           PERFORM GRABAR-CONTROL-FIN
           CLOSE LISTADO
           .
