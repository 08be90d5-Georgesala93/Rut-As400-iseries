      * Aplicacion: Mantenimiento y consulta en linea de NOMARCHIVO.  |
      * Funcion   : Programa interactivo para las correcciones        |
      *             urgentes que no pueden esperar al lote nocturno:  |
      *             el operador teclea un NUMINT, los registros de la |
      *             llave se muestran decodificados segun su formato  |
      *             TIPOFMT (NAFMT01, NAFMT02 y NAFMT03) y se puede   |
      *             capturar un alta, cambio o baja del formato que   |
      *             elija el operador. Bajo control dual la captura   |
      *             no toca el maestro: queda en la cola PENDCAMB con |
      *             sus imagenes antes y despues hasta que un segundo |
      *             operador, distinto del que la capturo, la revisa  |
      *             campo a campo y la aprueba o la rechaza; solo la  |
      *             aprobacion la aplica, verificando antes que el    |
      *             maestro siga igual a la imagen antes de la        |
      *             captura. Cada operacion aplicada pasa por la      |
      *             misma logica de auditoria que el proceso por      |
      *             lotes (imagenes antes/despues en AUDITARCH), de   |
      *             modo que los cambios en linea quedan registrados  |
      *             igual que los aplicados por CASCOBOL en modo '3'. |
      *             Cada alta, cambio o baja mantiene ademas al dia   |
      *             las referencias cruzadas XRFNOMBR y XRFCIUDA,     |
      *             para que las busquedas de CASXREFC vean los       |
      *             cambios del dia sin esperar la reconstruccion     |
      *             nocturna.                                         |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - E/S    : archivo maestro indexado.   |
      *             XRFNOMBR   - E/S    : referencia por nombre.      |
      *             XRFCIUDA   - E/S    : referencia por ciudad.      |
      *             AUDITARCH  - Salida : bitacora de auditoria.      |
      *             PENDCAMB   - E/S    : cola de cambios pendientes  |
      *                                   de aprobacion.              |
      *             CIUDADES   - Entrada: tabla de ciudades.          |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  23/08/2026 JSA Version inicial.                               |
      *  02/09/2026 JSA Asignacion automatica de NUMINT desde el      |
      *                 control de llaves CTLNUMIN en el alta con la  |
      *                 llave en blanco o en ceros.                   |
      *  14/10/2026 JSA Control dual: las altas, cambios y bajas      |
      *                 capturados quedan en la cola PENDCAMB hasta   |
      *                 que un segundo operador los revisa campo a    |
      *                 campo y los aprueba o rechaza; la auditoria   |
      *                 guarda ambos operadores.                      |
      *  14/10/2026 JSA Edicion del CIUDADX capturado en un NAFMT02   |
      *                 contra la tabla de ciudades CIUDADES: un      |
      *                 alias se corrige al nombre oficial y la       |
      *                 ciudad en blanco o desconocida rechaza el     |
      *                 alta o el cambio.                             |
      *  14/10/2026 JSA Alta, cambio y baja del NAFMT03 de canales de |
      *                 contacto (correo, movil y canal preferido)    |
      *                 con sus ediciones. El operador elige el       |
      *                 formato y el registro se busca en el grupo de |
      *                 la llave, de modo que el cambio o la baja de  |
      *                 un NAFMT02 o NAFMT03 ya no recaen sobre el    |
      *                 NAFMT01; la consulta muestra todo el grupo.   |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL CTLNUMIN
                  ASSIGN               TO DATABASE-CTLNUMIN
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL PENDCAMB
                  ASSIGN               TO DATABASE-PENDCAMB
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS PEN-FOLIO.
      *
           SELECT CIUDADES
                  ASSIGN               TO DATABASE-CIUDADES
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS CIU-NOMBRE.
      *
       DATA DIVISION.
      *
           05  AUD-HORA                    PIC 9(08).
           05  AUD-IMAGEN-ANTES            PIC X(113).
           05  AUD-IMAGEN-DESPUES          PIC X(113).
           05  AUD-OPERADOR-CAPTURA        PIC X(08).
           05  AUD-OPERADOR-APRUEBA        PIC X(08).
      *
      *----------------------------------------------------------------
      * Referencia cruzada por nombre, mantenida en linea y           |
           COPY CTLNUMIN.
      *
      *----------------------------------------------------------------
      * Cola de cambios en linea pendientes de aprobacion, por folio  |
      * de captura.                                                   |
      *----------------------------------------------------------------
       FD  PENDCAMB
           LABEL RECORDS               ARE STANDARD.
       01  PENDCAMB-REC.
           COPY PENDCAMB.
      *
      *----------------------------------------------------------------
      * Tabla de referencia de ciudades, solo en consulta, para la    |
      * edicion del CIUDADX capturado en un NAFMT02.                  |
      *----------------------------------------------------------------
       FD  CIUDADES
           LABEL RECORDS               ARE STANDARD.
       01  CIUDADES-REC.
           COPY CIUDADES.
      *
      *----------------------------------------------------------------
      *            Declaracion de Variables de Trabajo                |
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-IMAGEN-DESPUES                PIC  X(113)    VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Ubicacion del registro dentro del grupo de su llave: la llave |
      * del maestro admite duplicados (el NAFMT01 con su NAFMT02 y su |
      * NAFMT03), por lo que el operador elige el formato y el grupo  |
      * se carga a la tabla buscando el registro de ese formato. El   |
      * REWRITE y el DELETE direccionan al primer registro de la      |
      * llave: el cambio o la baja de un registro que no es el        |
      * primero del grupo vacia el grupo y lo repone con el registro  |
      * cambiado o sin el registro dado de baja, igual que en         |
      * CASNORCI y CASFUSIO.                                          |
      *----------------------------------------------------------------
       01 W-TIPOFMT-BUSCADO               PIC  X(02)     VALUE SPACES.
           88  BUSCADO-NAFMT01                 VALUE 'F1'.
           88  BUSCADO-FORMATO-VALIDO          VALUE 'F1' 'F2' 'F3'.
      *
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
       01 W-IND-REPOSICION                PIC  9(01)     VALUE 0.
           88  REPOSICION-CORRECTA             VALUE 0.
           88  REPOSICION-CON-ERROR            VALUE 1.
      *
       01 W-MOTIVO-ALTA                   PIC  X(40)     VALUE SPACES.
      *
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 W-POS-GRUPO                     PIC  9(03) COMP VALUE ZERO.
       01 W-POS-OMITIDA                   PIC  9(03) COMP VALUE ZERO.
       01 TABLA-GRUPO.
           05  TAB-GRU-ENTRADA OCCURS 20 TIMES
                               INDEXED BY IDX-GRUPO.
               10  TAB-GRU-REGISTRO        PIC  X(113).
      *
      *----------------------------------------------------------------
      * Control dual: el operador de la sesion, la operacion que se   |
      * deja pendiente de aprobacion y los indicadores del recorrido  |
      * de la cola de pendientes.                                     |
      *----------------------------------------------------------------
       01 W-OPERADOR                      PIC  X(08)     VALUE SPACES.
      *
       01 W-COD-OPERACION                 PIC  X(01)     VALUE SPACES.
           88  OPERACION-ALTA                  VALUE 'A'.
           88  OPERACION-CAMBIO                VALUE 'C'.
           88  OPERACION-BAJA                  VALUE 'E'.
      *
       01 W-FIN-PENDIENTES                PIC  9(01)     VALUE 0.
           88  SI-FIN-PENDIENTES               VALUE 1.
           88  NO-FIN-PENDIENTES               VALUE 0.
      *
       01 W-IND-HAY-PENDIENTE             PIC  9(01)     VALUE 0.
           88  SI-HAY-PENDIENTE                VALUE 1.
           88  NO-HAY-PENDIENTE                VALUE 0.
      *
       01 W-IND-CAMBIO-APLICADO           PIC  9(01)     VALUE 0.
           88  SI-CAMBIO-APLICADO              VALUE 1.
           88  NO-CAMBIO-APLICADO              VALUE 0.
      *
      *----------------------------------------------------------------
      * Edicion del CIUDADX capturado contra la tabla de ciudades: un |
      * alias se corrige al nombre oficial; una ciudad en blanco o    |
      * desconocida rechaza la captura.                               |
      *----------------------------------------------------------------
       01 W-IND-CIUDAD                    PIC  9(01)     VALUE 1.
           88  CIUDAD-VALIDA                   VALUE 1.
           88  CIUDAD-INVALIDA                 VALUE 0.
      *
      *----------------------------------------------------------------
      * Edicion de los canales de contacto capturados en un NAFMT03:  |
      * canal preferido E/M/P, el dato que ese canal exige y un       |
      * CORREOX con una sola arroba.                                  |
      *----------------------------------------------------------------
       01 W-IND-CANALES                   PIC  9(01)     VALUE 1.
           88  CANALES-VALIDOS                 VALUE 1.
           88  CANALES-INVALIDOS               VALUE 0.
      *
       01 W-CONT-ARROBAS                  PIC  9(03)     VALUE ZEROES.
      *
       01 W-DECISION                      PIC  X(01)     VALUE SPACES.
           88  DECISION-APROBAR                VALUE 'A'.
           88  DECISION-RECHAZAR               VALUE 'R'.
           88  DECISION-TERMINAR               VALUE 'T'.
      *
      *----------------------------------------------------------------
      * Area de trabajo de la comparacion de un campo en la revision: |
      * el llamador deja el nombre y los dos valores y MOSTRAR-CAMPO  |
      * los muestra marcando con '*' los que cambian.                 |
      *----------------------------------------------------------------
       01 W-CMP-MARCA                     PIC  X(01)     VALUE SPACES.
       01 W-CMP-NOMBRE-CAMPO              PIC  X(10)     VALUE SPACES.
       01 W-CMP-VALOR-ANTES               PIC  X(50)     VALUE SPACES.
       01 W-CMP-VALOR-DESPUES             PIC  X(50)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Mantenimiento en linea de las referencias cruzadas: las       |
      * imagenes antes/despues decodificadas con el formato del       |
      * registro, y el grupo de entradas duplicadas de la referencia  |
           88  OPCION-ALTA                     VALUE 'A'.
           88  OPCION-CAMBIO                   VALUE 'M'.
           88  OPCION-BAJA                     VALUE 'B'.
           88  OPCION-LISTAR                   VALUE 'L'.
           88  OPCION-REVISAR                  VALUE 'R'.
           88  OPCION-FIN                      VALUE 'F'.
      *
      *----------------------------------------------------------------
       01 W-ENT-FECHA-NUM REDEFINES W-ENT-FECHA
                                          PIC  9(08).
       01 W-ENT-CAMPO                     PIC  X(40)     VALUE SPACES.
       01 W-ENT-CORREO                    PIC  X(50)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control de la sesion                 |
           05  W-CONT-ELIMINADOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZOS             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ASIGNADOS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CAPTURADOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-APROBADOS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZADOS           PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
      *----------------------------------------------------------------
      * Procedimiento : Inicializar.                                  |
      * Descripción   : En este procedimiento se inicializan las      |
      *                 variables de control, se abren los archivos   |
      *                 utilizados y se identifica el operador de la  |
      *                 sesion, que firma las capturas y las          |
      *                 aprobaciones.                                 |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           OPEN I-O    XRFNOMBR
           OPEN I-O    XRFCIUDA
           OPEN EXTEND AUDITARCH
           OPEN I-O    PENDCAMB
           OPEN INPUT  CIUDADES
           DISPLAY 'OPERADOR....:'
           ACCEPT W-OPERADOR
           PERFORM REPETIR-OPERADOR  UNTIL ( W-OPERADOR NOT = SPACES )
           INSPECT W-OPERADOR
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
      *----------------------------------------------------------------
       REPETIR-OPERADOR.
      *----------------------------------------------------------------
           DISPLAY 'OPERADOR EN BLANCO, REINTENTE:'
           ACCEPT W-OPERADOR
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
           DISPLAY ' '
           DISPLAY 'MANTENIMIENTO DE NOMARCHIVO - CASMANTE'
           DISPLAY 'C=CONSULTA A=ALTA M=CAMBIO B=BAJA F=FIN'
           DISPLAY 'L=LISTAR PENDIENTES R=REVISAR PENDIENTES'
           DISPLAY 'OPCION......:'
           ACCEPT W-OPCION
           INSPECT W-OPCION CONVERTING 'cambflr' TO 'CAMBFLR'
           EVALUATE TRUE
              WHEN OPCION-FIN
                 MOVE 1                     TO W-FIN-SESION
                 PERFORM ATENDER-CAMBIO
              WHEN OPCION-BAJA
                 PERFORM ATENDER-BAJA
              WHEN OPCION-LISTAR
                 PERFORM ATENDER-LISTADO
              WHEN OPCION-REVISAR
                 PERFORM ATENDER-REVISION
              WHEN OTHER
                 DISPLAY 'OPCION NO VALIDA'
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-CONSULTA.                             |
      * Descripción   : Lee el grupo de registros de la llave y los   |
      *                 muestra todos, cada uno decodificado segun su |
      *                 formato.                                      |
      *----------------------------------------------------------------
       ATENDER-CONSULTA.
      *----------------------------------------------------------------
           PERFORM CAPTURAR-LLAVE
           IF ( W-NUMINT NOT = ZEROES )
              MOVE SPACES                   TO W-TIPOFMT-BUSCADO
              PERFORM READ-ARCHIVO
              IF ( W-CONT-GRUPO > 0 )
                 ADD 1                      TO W-CONT-CONSULTAS
                 PERFORM MOSTRAR-REGISTRO-GRUPO
                    VARYING IDX-GRUPO FROM 1 BY 1
                       UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
                 IF ( SI-GRUPO-EXCEDIDO )
                    DISPLAY 'LA LLAVE TIENE MAS REGISTROS QUE LOS '
                            'MOSTRADOS'
                 END-IF
              ELSE
                 DISPLAY 'CLIENTE NO EXISTE EN LA BD'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       MOSTRAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
           DISPLAY ' '
           PERFORM MOSTRAR-REGISTRO
           .
      *----------------------------------------------------------------
      * Procedimiento : MOSTRAR-REGISTRO.                             |
      * Descripción   : Muestra el registro leido campo por campo,    |
              WHEN FORMATO-NAFMT02 OF NOMARCHIVO-REC
                 DISPLAY 'DIRALTX.....: ' DIRALTX OF NOMARCHIVO-REC
                 DISPLAY 'CIUDADX.....: ' CIUDADX OF NOMARCHIVO-REC
              WHEN FORMATO-NAFMT03 OF NOMARCHIVO-REC
                 DISPLAY 'CORREOX.....: ' CORREOX OF NOMARCHIVO-REC
                 DISPLAY 'MOVILX......: ' MOVILX OF NOMARCHIVO-REC
                 DISPLAY 'CANALX......: ' CANALX OF NOMARCHIVO-REC
              WHEN OTHER
                 DISPLAY 'FORMATO DESCONOCIDO'
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-ALTA.                                 |
      * Descripción   : Captura el registro completo y lo deja en la  |
      *                 cola de pendientes; al aprobarse se crea en   |
      *                 NOMARCHIVO por la misma ruta auditada del     |
      *                 proceso por lotes. El operador elige primero  |
      *                 el formato. Con la llave en blanco o          |
      *                 explicitamente en ceros la siguiente llave la |
      *                 emite el control de llaves y se muestra al    |
      *                 operador, lo que solo vale para un NAFMT01;   |
      *                 un NAFMT02 o NAFMT03 complementa al NAFMT01   |
      *                 de un cliente y exige su llave. Una llave     |
      *                 tecleada se acepta si el grupo de la llave    |
      *                 admite el formato (VERIFICAR-ALTA-GRUPO) y la |
      *                 llave no tiene otro cambio pendiente; una     |
      *                 llave no numerica no hace nada.               |
      *----------------------------------------------------------------
       ATENDER-ALTA.
      *----------------------------------------------------------------
           PERFORM CAPTURAR-LLAVE
           IF ( W-ENT-LLAVE = SPACES ) OR ( W-ENT-LLAVE-NUM NUMERIC )
              PERFORM CAPTURAR-FORMATO
              PERFORM RESOLVER-ALTA
           END-IF
           .
      *----------------------------------------------------------------
       RESOLVER-ALTA.
      *----------------------------------------------------------------
           EVALUATE TRUE
              WHEN ( W-NUMINT = ZEROES ) AND ( NOT BUSCADO-NAFMT01 )
                 ADD 1                      TO W-CONT-RECHAZOS
                 DISPLAY 'EL FORMATO REQUIERE LA LLAVE DEL NAFMT01'
              WHEN ( W-NUMINT = ZEROES )
                 PERFORM ASIGNAR-NUMINT
                 MOVE W-NUMINT-ASIGNADO     TO W-NUMINT
                 DISPLAY 'NUMINT ASIGNADO: ' W-NUMINT
                 PERFORM CAPTURAR-Y-GRABAR-ALTA
              WHEN OTHER
                 PERFORM READ-ARCHIVO
                 PERFORM VERIFICAR-ALTA-GRUPO
                 IF ( W-MOTIVO-ALTA NOT = SPACES )
                    DISPLAY W-MOTIVO-ALTA
                    ADD 1                   TO W-CONT-RECHAZOS
                 ELSE
                    PERFORM BUSCAR-PENDIENTE-LLAVE
                    IF ( SI-HAY-PENDIENTE )
                       DISPLAY
                          'LLAVE CON CAMBIO PENDIENTE DE APROBACION'
                       ADD 1                TO W-CONT-RECHAZOS
                    ELSE
                       PERFORM CAPTURAR-Y-GRABAR-ALTA
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-ALTA-GRUPO.                         |
      * Descripción   : Con el grupo de la llave ya leido, decide si  |
      *                 admite el alta del formato buscado y deja el  |
      *                 motivo en W-MOTIVO-ALTA si no: un NAFMT01     |
      *                 exige que la llave no exista; un NAFMT02 o    |
      *                 NAFMT03 exige el NAFMT01 del cliente y que el |
      *                 grupo no tenga ya un registro de ese formato. |
      *----------------------------------------------------------------
       VERIFICAR-ALTA-GRUPO.
      *----------------------------------------------------------------
           MOVE SPACES                      TO W-MOTIVO-ALTA
           EVALUATE TRUE
              WHEN ( BUSCADO-NAFMT01 ) AND ( W-CONT-GRUPO > 0 )
                 MOVE 'CLIENTE YA EXISTE EN LA BD' TO W-MOTIVO-ALTA
              WHEN ( BUSCADO-NAFMT01 )
                 CONTINUE
              WHEN ( NO-EXISTE-F1 )
                 MOVE 'CLIENTE SIN NAFMT01 EN LA BD' TO W-MOTIVO-ALTA
              WHEN ( EXISTE-EN-ARCHIVO )
                 MOVE 'EL CLIENTE YA TIENE ESE FORMATO'
                                            TO W-MOTIVO-ALTA
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : CAPTURAR-Y-GRABAR-ALTA.                       |
      * Descripción   : Captura los datos del alta con la llave ya    |
      *                 resuelta en W-NUMINT y el formato elegido, y  |
      *                 la deja pendiente de aprobacion.              |
      *----------------------------------------------------------------
       CAPTURAR-Y-GRABAR-ALTA.
      *----------------------------------------------------------------
           MOVE SPACES                TO NOMARCHIVO-REC
           MOVE W-NUMINT              TO NUMINT
                                         OF NOMARCHIVO-REC
           MOVE W-TIPOFMT-BUSCADO     TO TIPOFMT
                                         OF NOMARCHIVO-REC
           MOVE ZEROES                TO FECINIVX
                                         OF NOMARCHIVO-REC
           MOVE ZEROES                TO FECFINVX
                                         OF NOMARCHIVO-REC
           PERFORM CAPTURAR-DATOS-COMUNES
           PERFORM CAPTURAR-DATOS-FORMATO
           EVALUATE TRUE
              WHEN ( CIUDAD-INVALIDA )
                 ADD 1                TO W-CONT-RECHAZOS
                 DISPLAY 'CIUDAD INVALIDA - ALTA RECHAZADA'
              WHEN ( CANALES-INVALIDOS )
                 ADD 1                TO W-CONT-RECHAZOS
                 DISPLAY 'CANALES INVALIDOS - ALTA RECHAZADA'
              WHEN OTHER
                 SET OPERACION-ALTA    TO TRUE
                 MOVE SPACES           TO W-IMAGEN-ANTES
                 MOVE NOMARCHIVO-REC   TO W-IMAGEN-DESPUES
                 PERFORM REGISTRAR-PENDIENTE
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : ASIGNAR-NUMINT.                               |
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-CAMBIO.                               |
      * Descripción   : Lee el registro del formato que elige el      |
      *                 operador, lo muestra y captura los nuevos     |
      *                 valores; el cambio queda pendiente de         |
      *                 aprobacion con la imagen antes que dejo       |
      *                 READ-ARCHIVO. Una llave con otro cambio       |
      *                 pendiente o una captura que no cambia nada se |
      *                 rechazan.                                     |
      *----------------------------------------------------------------
       ATENDER-CAMBIO.
      *----------------------------------------------------------------
           PERFORM CAPTURAR-LLAVE
           IF ( W-NUMINT NOT = ZEROES )
              PERFORM CAPTURAR-FORMATO
              PERFORM READ-ARCHIVO
              IF ( EXISTE-EN-ARCHIVO )
                 PERFORM BUSCAR-PENDIENTE-LLAVE
              END-IF
              IF ( EXISTE-EN-ARCHIVO ) AND ( NO-HAY-PENDIENTE )
                 PERFORM MOSTRAR-REGISTRO
                 DISPLAY 'ENTRADA EN BLANCO CONSERVA EL VALOR'
                 PERFORM CAPTURAR-DATOS-COMUNES
                 PERFORM CAPTURAR-DATOS-FORMATO
                 EVALUATE TRUE
                    WHEN ( CIUDAD-INVALIDA )
                       ADD 1                TO W-CONT-RECHAZOS
                       DISPLAY 'CIUDAD INVALIDA - CAMBIO RECHAZADO'
                    WHEN ( CANALES-INVALIDOS )
                       ADD 1                TO W-CONT-RECHAZOS
                       DISPLAY 'CANALES INVALIDOS - CAMBIO RECHAZADO'
                    WHEN ( NOMARCHIVO-REC = W-IMAGEN-ANTES )
                       DISPLAY 'SIN CAMBIOS - NADA QUE APROBAR'
                    WHEN OTHER
                       SET OPERACION-CAMBIO TO TRUE
                       MOVE NOMARCHIVO-REC  TO W-IMAGEN-DESPUES
                       PERFORM REGISTRAR-PENDIENTE
                 END-EVALUATE
              END-IF
              IF ( EXISTE-EN-ARCHIVO ) AND ( SI-HAY-PENDIENTE )
                 DISPLAY 'LLAVE CON CAMBIO PENDIENTE DE APROBACION'
                 ADD 1                      TO W-CONT-RECHAZOS
              END-IF
              IF ( NO-EXISTE-EN-ARCHIVO )
                 PERFORM INFORMAR-NO-EXISTE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-BAJA.                                 |
      * Descripción   : Lee el registro del formato que elige el      |
      *                 operador, lo muestra y pide la confirmacion   |
      *                 del operador antes de dejar la baja pendiente |
      *                 de aprobacion.                                |
      *----------------------------------------------------------------
       ATENDER-BAJA.
      *----------------------------------------------------------------
           PERFORM CAPTURAR-LLAVE
           IF ( W-NUMINT NOT = ZEROES )
              PERFORM CAPTURAR-FORMATO
              PERFORM READ-ARCHIVO
              IF ( EXISTE-EN-ARCHIVO )
                 PERFORM BUSCAR-PENDIENTE-LLAVE
              END-IF
              IF ( EXISTE-EN-ARCHIVO ) AND ( NO-HAY-PENDIENTE )
                 PERFORM MOSTRAR-REGISTRO
                 DISPLAY 'CONFIRMA BAJA (S/N):'
                 ACCEPT W-ENT-CAMPO
                 INSPECT W-ENT-CAMPO CONVERTING 's' TO 'S'
                 IF ( W-ENT-CAMPO (1:1) = 'S' )
                    SET OPERACION-BAJA      TO TRUE
                    MOVE SPACES             TO W-IMAGEN-DESPUES
                    PERFORM REGISTRAR-PENDIENTE
                 ELSE
                    DISPLAY 'BAJA CANCELADA'
                 END-IF
              END-IF
              IF ( EXISTE-EN-ARCHIVO ) AND ( SI-HAY-PENDIENTE )
                 DISPLAY 'LLAVE CON CAMBIO PENDIENTE DE APROBACION'
                 ADD 1                      TO W-CONT-RECHAZOS
              END-IF
              IF ( NO-EXISTE-EN-ARCHIVO )
                 PERFORM INFORMAR-NO-EXISTE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : INFORMAR-NO-EXISTE.                           |
      * Descripción   : Rechaza el cambio o la baja de un registro    |
      *                 que no se encontro, distinguiendo la llave    |
      *                 sin registros del cliente que no tiene el     |
      *                 formato elegido.                              |
      *----------------------------------------------------------------
       INFORMAR-NO-EXISTE.
      *----------------------------------------------------------------
           IF ( W-CONT-GRUPO = ZERO )
              DISPLAY 'CLIENTE NO EXISTE EN LA BD'
           ELSE
              DISPLAY 'EL CLIENTE NO TIENE ESE FORMATO'
           END-IF
           ADD 1                            TO W-CONT-RECHAZOS
           .
      *----------------------------------------------------------------
      * Procedimiento : CAPTURAR-FORMATO.                             |
      * Descripción   : Acepta el formato del registro a dar de alta, |
      *                 cambiar o dar de baja y lo repite hasta       |
      *                 recibir F1, F2 o F3; queda en                 |
      *                 W-TIPOFMT-BUSCADO para READ-ARCHIVO.          |
      *----------------------------------------------------------------
       CAPTURAR-FORMATO.
      *----------------------------------------------------------------
           DISPLAY 'TIPOFMT (F1/F2/F3):'
           PERFORM ACEPTAR-FORMATO
           PERFORM REPETIR-FORMATO
              UNTIL ( BUSCADO-FORMATO-VALIDO )
           .
      *----------------------------------------------------------------
       ACEPTAR-FORMATO.
      *----------------------------------------------------------------
           ACCEPT W-ENT-CAMPO
           INSPECT W-ENT-CAMPO CONVERTING 'f' TO 'F'
           MOVE W-ENT-CAMPO (1:2)           TO W-TIPOFMT-BUSCADO
           .
      *----------------------------------------------------------------
       REPETIR-FORMATO.
      *----------------------------------------------------------------
           DISPLAY 'FORMATO INVALIDO, REINTENTE (F1/F2/F3):'
           PERFORM ACEPTAR-FORMATO
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-PENDIENTE-LLAVE.                       |
      * Descripción   : Recorre la cola buscando un cambio pendiente  |
      *                 de aprobacion para la llave de W-NUMINT; una  |
      *                 llave admite un solo cambio pendiente a la    |
      *                 vez, para que cada aprobacion parta del       |
      *                 maestro que vio el operador al capturar.      |
      *----------------------------------------------------------------
       BUSCAR-PENDIENTE-LLAVE.
      *----------------------------------------------------------------
           SET NO-HAY-PENDIENTE             TO TRUE
           PERFORM POSICIONAR-PENDIENTES
           PERFORM LEER-PENDIENTE-LLAVE
              UNTIL ( SI-FIN-PENDIENTES ) OR ( SI-HAY-PENDIENTE )
           .
      *----------------------------------------------------------------
       LEER-PENDIENTE-LLAVE.
      *----------------------------------------------------------------
           PERFORM LEER-PENDIENTE
           IF ( NO-FIN-PENDIENTES )
              IF ( PEN-PENDIENTE ) AND ( PEN-LLAVE = W-NUMINT )
                 SET SI-HAY-PENDIENTE       TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : POSICIONAR-PENDIENTES.                        |
      * Descripción   : Posiciona la cola en el primer folio para     |
      *                 recorrerla en orden de captura.               |
      *----------------------------------------------------------------
       POSICIONAR-PENDIENTES.
      *----------------------------------------------------------------
           MOVE ZEROES                      TO PEN-FOLIO
           START PENDCAMB      KEY NOT < PEN-FOLIO
              INVALID KEY
                MOVE 1                      TO W-FIN-PENDIENTES
              NOT INVALID KEY
                MOVE 0                      TO W-FIN-PENDIENTES
           END-START
           .
      *----------------------------------------------------------------
       LEER-PENDIENTE.
      *----------------------------------------------------------------
           READ PENDCAMB NEXT  AT END
                MOVE 1                      TO W-FIN-PENDIENTES
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : REGISTRAR-PENDIENTE.                          |
      * Descripción   : Deja en la cola la operacion capturada, con   |
      *                 la llave de W-NUMINT, las imagenes antes y    |
      *                 despues y el operador de la sesion; el folio  |
      *                 es la fecha y hora de la captura.             |
      *----------------------------------------------------------------
       REGISTRAR-PENDIENTE.
      *----------------------------------------------------------------
           MOVE SPACES                      TO PENDCAMB-REC
           ACCEPT PEN-FECHA-CAPTURA         FROM DATE YYYYMMDD
           ACCEPT PEN-HORA-CAPTURA          FROM TIME
           MOVE W-NUMINT                    TO PEN-LLAVE
           MOVE W-COD-OPERACION             TO PEN-COD-OPERACION
           SET PEN-PENDIENTE                TO TRUE
           MOVE W-OPERADOR                  TO PEN-OPERADOR-CAPTURA
           MOVE ZEROES                      TO PEN-FECHA-DECIDE
           MOVE ZEROES                      TO PEN-HORA-DECIDE
           MOVE W-IMAGEN-ANTES              TO PEN-IMAGEN-ANTES
           MOVE W-IMAGEN-DESPUES            TO PEN-IMAGEN-DESPUES
           WRITE PENDCAMB-REC
            INVALID KEY
               ADD 1                        TO W-CONT-RECHAZOS
               DISPLAY 'ERROR AL REGISTRAR EL CAMBIO PENDIENTE'
            NOT INVALID KEY
               ADD 1                        TO W-CONT-CAPTURADOS
               DISPLAY 'PENDIENTE DE APROBACION - FOLIO ' PEN-FOLIO
           END-WRITE
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-LISTADO.                              |
      * Descripción   : Lista los cambios pendientes de aprobacion    |
      *                 en orden de captura.                          |
      *----------------------------------------------------------------
       ATENDER-LISTADO.
      *----------------------------------------------------------------
           PERFORM POSICIONAR-PENDIENTES
           PERFORM LISTAR-PENDIENTE  UNTIL ( SI-FIN-PENDIENTES )
           .
      *----------------------------------------------------------------
       LISTAR-PENDIENTE.
      *----------------------------------------------------------------
           PERFORM LEER-PENDIENTE
           IF ( NO-FIN-PENDIENTES )
              IF ( PEN-PENDIENTE )
                 DISPLAY 'FOLIO ' PEN-FOLIO
                         ' LLAVE ' PEN-LLAVE
                         ' OPERACION ' PEN-COD-OPERACION
                         ' CAPTURO ' PEN-OPERADOR-CAPTURA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-REVISION.                             |
      * Descripción   : Recorre la cola en orden de captura y, por    |
      *                 cada cambio pendiente capturado por otro      |
      *                 operador, muestra la diferencia campo a campo |
      *                 y pide la decision: aprobar, rechazar, pasar  |
      *                 al siguiente o terminar la revision. Los      |
      *                 cambios capturados por el mismo operador de   |
      *                 la sesion no se le ofrecen.                   |
      *----------------------------------------------------------------
       ATENDER-REVISION.
      *----------------------------------------------------------------
           PERFORM POSICIONAR-PENDIENTES
           PERFORM REVISAR-PENDIENTE  UNTIL ( SI-FIN-PENDIENTES )
           .
      *----------------------------------------------------------------
       REVISAR-PENDIENTE.
      *----------------------------------------------------------------
           PERFORM LEER-PENDIENTE
           IF ( NO-FIN-PENDIENTES ) AND ( PEN-PENDIENTE )
              IF ( PEN-OPERADOR-CAPTURA = W-OPERADOR )
                 DISPLAY 'FOLIO ' PEN-FOLIO
                         ' CAPTURADO POR USTED - REQUIERE OTRO'
                         ' OPERADOR'
              ELSE
                 PERFORM MOSTRAR-PENDIENTE
                 PERFORM MOSTRAR-DIFERENCIAS
                 DISPLAY 'A=APROBAR R=RECHAZAR S=SIGUIENTE T=TERMINAR:'
                 ACCEPT W-DECISION
                 INSPECT W-DECISION CONVERTING 'arst' TO 'ARST'
                 EVALUATE TRUE
                    WHEN DECISION-APROBAR
                       PERFORM APROBAR-PENDIENTE
                    WHEN DECISION-RECHAZAR
                       PERFORM RECHAZAR-PENDIENTE
                    WHEN DECISION-TERMINAR
                       MOVE 1               TO W-FIN-PENDIENTES
                 END-EVALUATE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       MOSTRAR-PENDIENTE.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'FOLIO.......: ' PEN-FOLIO
           DISPLAY 'NUMINT......: ' PEN-LLAVE
           EVALUATE TRUE
              WHEN PEN-OP-ALTA
                 DISPLAY 'OPERACION...: ALTA'
              WHEN PEN-OP-CAMBIO
                 DISPLAY 'OPERACION...: CAMBIO'
              WHEN PEN-OP-BAJA
                 DISPLAY 'OPERACION...: BAJA'
           END-EVALUATE
           DISPLAY 'CAPTURO.....: ' PEN-OPERADOR-CAPTURA
           .
      *----------------------------------------------------------------
      * Procedimiento : MOSTRAR-DIFERENCIAS.                          |
      * Descripción   : Muestra campo a campo la imagen antes y la    |
      *                 imagen despues del cambio pendiente, marcando |
      *                 los campos que cambian. En un alta la imagen  |
      *                 antes viene en blanco y en una baja la imagen |
      *                 despues viene en blanco, por lo que el        |
      *                 formato se toma de la imagen que trae datos.  |
      *----------------------------------------------------------------
       MOSTRAR-DIFERENCIAS.
      *----------------------------------------------------------------
           MOVE PEN-IMAGEN-ANTES            TO W-REG-ANTES
           MOVE PEN-IMAGEN-DESPUES          TO W-REG-DESPUES
           DISPLAY 'CAMPOS (* = MODIFICADO)'
           MOVE 'TIPOFMT'                   TO W-CMP-NOMBRE-CAMPO
           MOVE TIPOFMT OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE TIPOFMT OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'ESTADOX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE ESTADOX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE ESTADOX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'FECINIVX'                  TO W-CMP-NOMBRE-CAMPO
           MOVE FECINIVX OF W-REG-ANTES     TO W-CMP-VALOR-ANTES
           MOVE FECINIVX OF W-REG-DESPUES   TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'FECFINVX'                  TO W-CMP-NOMBRE-CAMPO
           MOVE FECFINVX OF W-REG-ANTES     TO W-CMP-VALOR-ANTES
           MOVE FECFINVX OF W-REG-DESPUES   TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           EVALUATE TRUE
              WHEN FORMATO-NAFMT01 OF W-REG-DESPUES
              WHEN FORMATO-NAFMT01 OF W-REG-ANTES
                 PERFORM MOSTRAR-CAMPOS-NAFMT01
              WHEN FORMATO-NAFMT02 OF W-REG-DESPUES
              WHEN FORMATO-NAFMT02 OF W-REG-ANTES
                 PERFORM MOSTRAR-CAMPOS-NAFMT02
              WHEN FORMATO-NAFMT03 OF W-REG-DESPUES
              WHEN FORMATO-NAFMT03 OF W-REG-ANTES
                 PERFORM MOSTRAR-CAMPOS-NAFMT03
           END-EVALUATE
           .
      *----------------------------------------------------------------
       MOSTRAR-CAMPOS-NAFMT01.
      *----------------------------------------------------------------
           MOVE 'NOMBREX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE NOMBREX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE NOMBREX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'DIRECCX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE DIRECCX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE DIRECCX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'TELEFOX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE TELEFOX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE TELEFOX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           .
      *----------------------------------------------------------------
       MOSTRAR-CAMPOS-NAFMT02.
      *----------------------------------------------------------------
           MOVE 'DIRALTX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE DIRALTX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE DIRALTX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'CIUDADX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE CIUDADX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE CIUDADX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           .
      *----------------------------------------------------------------
       MOSTRAR-CAMPOS-NAFMT03.
      *----------------------------------------------------------------
           MOVE 'CORREOX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE CORREOX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE CORREOX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'MOVILX'                    TO W-CMP-NOMBRE-CAMPO
           MOVE MOVILX OF W-REG-ANTES       TO W-CMP-VALOR-ANTES
           MOVE MOVILX OF W-REG-DESPUES     TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           MOVE 'CANALX'                    TO W-CMP-NOMBRE-CAMPO
           MOVE CANALX OF W-REG-ANTES       TO W-CMP-VALOR-ANTES
           MOVE CANALX OF W-REG-DESPUES     TO W-CMP-VALOR-DESPUES
           PERFORM MOSTRAR-CAMPO
           .
      *----------------------------------------------------------------
      * Procedimiento : MOSTRAR-CAMPO.                                |
      * Descripción   : Muestra el campo que el llamador dejo en el   |
      *                 area de comparacion con su valor antes y su   |
      *                 valor despues, marcado si son distintos.      |
      *----------------------------------------------------------------
       MOSTRAR-CAMPO.
      *----------------------------------------------------------------
           IF ( W-CMP-VALOR-ANTES NOT = W-CMP-VALOR-DESPUES )
              MOVE '*'                      TO W-CMP-MARCA
           ELSE
              MOVE SPACE                    TO W-CMP-MARCA
           END-IF
           DISPLAY W-CMP-MARCA ' ' W-CMP-NOMBRE-CAMPO
                   ' ANTES..: ' W-CMP-VALOR-ANTES
           DISPLAY '             DESPUES: ' W-CMP-VALOR-DESPUES
           .
      *----------------------------------------------------------------
      * Procedimiento : APROBAR-PENDIENTE.                            |
      * Descripción   : Aplica al maestro el cambio aprobado por la   |
      *                 misma ruta auditada del proceso por lotes,    |
      *                 siempre que el maestro siga como lo vio el    |
      *                 operador al capturar: el alta exige que el    |
      *                 grupo de la llave siga admitiendo el formato  |
      *                 (VERIFICAR-ALTA-GRUPO) y el cambio y la baja  |
      *                 que el registro actual de su formato sea      |
      *                 igual a la imagen antes.                      |
      *                 Si no es asi, o si la aplicacion falla, el    |
      *                 cambio se cierra como rechazado con el motivo |
      *                 y debe capturarse de nuevo.                   |
      *----------------------------------------------------------------
       APROBAR-PENDIENTE.
      *----------------------------------------------------------------
           SET NO-CAMBIO-APLICADO           TO TRUE
           MOVE PEN-LLAVE                   TO W-NUMINT
           MOVE PEN-IMAGEN-ANTES            TO W-REG-ANTES
           MOVE PEN-IMAGEN-DESPUES          TO W-REG-DESPUES
           IF ( PEN-OP-ALTA )
              MOVE TIPOFMT OF W-REG-DESPUES TO W-TIPOFMT-BUSCADO
           ELSE
              MOVE TIPOFMT OF W-REG-ANTES   TO W-TIPOFMT-BUSCADO
           END-IF
           PERFORM READ-ARCHIVO
           MOVE SPACES                      TO W-MOTIVO-ALTA
           IF ( PEN-OP-ALTA )
              PERFORM VERIFICAR-ALTA-GRUPO
           END-IF
           EVALUATE TRUE
              WHEN ( W-MOTIVO-ALTA NOT = SPACES )
                 MOVE W-MOTIVO-ALTA         TO PEN-MOTIVO
              WHEN PEN-OP-ALTA
                 MOVE PEN-IMAGEN-DESPUES    TO NOMARCHIVO-REC
                 PERFORM WRITE-ARCHIVO
              WHEN ( NO-EXISTE-EN-ARCHIVO ) AND ( W-CONT-GRUPO = 0 )
                 MOVE 'CLIENTE NO EXISTE EN LA BD' TO PEN-MOTIVO
              WHEN ( NO-EXISTE-EN-ARCHIVO )
                 MOVE 'EL CLIENTE NO TIENE ESE FORMATO' TO PEN-MOTIVO
              WHEN ( W-IMAGEN-ANTES NOT = PEN-IMAGEN-ANTES )
                 MOVE 'EL MAESTRO CAMBIO DESDE LA CAPTURA'
                                            TO PEN-MOTIVO
              WHEN PEN-OP-CAMBIO
                 MOVE PEN-IMAGEN-DESPUES    TO NOMARCHIVO-REC
                 PERFORM REWRITE-ARCHIVO
              WHEN PEN-OP-BAJA
                 PERFORM DELETE-ARCHIVO
           END-EVALUATE
           IF ( SI-CAMBIO-APLICADO )
              SET PEN-APROBADO              TO TRUE
              ADD 1                         TO W-CONT-APROBADOS
           ELSE
              IF ( PEN-MOTIVO = SPACES )
                 MOVE 'ERROR AL APLICAR EN EL MAESTRO' TO PEN-MOTIVO
              END-IF
              DISPLAY 'NO SE PUEDE APLICAR: ' PEN-MOTIVO
              SET PEN-RECHAZADO             TO TRUE
              ADD 1                         TO W-CONT-RECHAZADOS
           END-IF
           PERFORM CERRAR-PENDIENTE
           .
      *----------------------------------------------------------------
       RECHAZAR-PENDIENTE.
      *----------------------------------------------------------------
           DISPLAY 'MOTIVO DEL RECHAZO:'
           ACCEPT W-ENT-CAMPO
           IF ( W-ENT-CAMPO = SPACES )
              MOVE 'RECHAZADO POR EL APROBADOR' TO PEN-MOTIVO
           ELSE
              MOVE W-ENT-CAMPO              TO PEN-MOTIVO
           END-IF
           SET PEN-RECHAZADO                TO TRUE
           ADD 1                            TO W-CONT-RECHAZADOS
           DISPLAY 'CAMBIO RECHAZADO'
           PERFORM CERRAR-PENDIENTE
           .
      *----------------------------------------------------------------
      * Procedimiento : CERRAR-PENDIENTE.                             |
      * Descripción   : Regraba el cambio de la cola con la decision, |
      *                 el operador que la tomo y su fecha y hora.    |
      *----------------------------------------------------------------
       CERRAR-PENDIENTE.
      *----------------------------------------------------------------
           MOVE W-OPERADOR                  TO PEN-OPERADOR-DECIDE
           ACCEPT PEN-FECHA-DECIDE          FROM DATE YYYYMMDD
           ACCEPT PEN-HORA-DECIDE           FROM TIME
           REWRITE PENDCAMB-REC
            INVALID KEY
               DISPLAY 'ERROR AL ACTUALIZAR LA COLA DE PENDIENTES'
           END-REWRITE
           .
      *----------------------------------------------------------------
      * Procedimiento : CAPTURAR-DATOS-COMUNES.                       |
      * Descripción   : Captura los campos presentes en todos los     |
      *                 formatos: estado y vigencia (el formato lo    |
      *                 elige el operador en CAPTURAR-FORMATO y no    |
      *                 cambia en la captura).                        |
      *                 La entrada en blanco conserva el valor que ya |
      *                 trae el registro (en un alta, el campo queda  |
      *                 como lo dejo la inicializacion).              |
      *----------------------------------------------------------------
       CAPTURAR-DATOS-COMUNES.
      *----------------------------------------------------------------
           DISPLAY 'ESTADOX (A/I)..:'
           ACCEPT W-ENT-CAMPO
           INSPECT W-ENT-CAMPO CONVERTING 'ai' TO 'AI'
      *----------------------------------------------------------------
       CAPTURAR-DATOS-FORMATO.
      *----------------------------------------------------------------
           SET CIUDAD-VALIDA                TO TRUE
           SET CANALES-VALIDOS              TO TRUE
           EVALUATE TRUE
              WHEN FORMATO-NAFMT01 OF NOMARCHIVO-REC
                 PERFORM CAPTURAR-NAFMT01
              WHEN FORMATO-NAFMT02 OF NOMARCHIVO-REC
                 PERFORM CAPTURAR-NAFMT02
              WHEN FORMATO-NAFMT03 OF NOMARCHIVO-REC
                 PERFORM CAPTURAR-NAFMT03
              WHEN OTHER
                 DISPLAY 'FORMATO DESCONOCIDO - DATOS SIN CAPTURAR'
           END-EVALUATE
              MOVE W-ENT-CAMPO (1:20)       TO CIUDADX
                                               OF NOMARCHIVO-REC
           END-IF
           PERFORM VALIDAR-CIUDAD
           .
      *----------------------------------------------------------------
       CAPTURAR-NAFMT03.
      *----------------------------------------------------------------
           DISPLAY 'CORREOX....:'
           ACCEPT W-ENT-CORREO
           IF ( W-ENT-CORREO NOT = SPACES )
              INSPECT W-ENT-CORREO
                 CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                         TO 'abcdefghijklmnopqrstuvwxyz'
              MOVE W-ENT-CORREO             TO CORREOX
                                               OF NOMARCHIVO-REC
           END-IF
           DISPLAY 'MOVILX.....:'
           ACCEPT W-ENT-CAMPO
           IF ( W-ENT-CAMPO NOT = SPACES )
              MOVE W-ENT-CAMPO (1:15)       TO MOVILX
                                               OF NOMARCHIVO-REC
           END-IF
           DISPLAY 'CANALX (E/M/P):'
           ACCEPT W-ENT-CAMPO
           INSPECT W-ENT-CAMPO CONVERTING 'emp' TO 'EMP'
           IF ( W-ENT-CAMPO NOT = SPACES )
              MOVE W-ENT-CAMPO (1:1)        TO CANALX
                                               OF NOMARCHIVO-REC
           END-IF
           PERFORM VALIDAR-CANALES
           .
      *----------------------------------------------------------------
      * Procedimiento : VALIDAR-CANALES.                              |
      * Descripción   : Edita los canales de contacto del NAFMT03     |
      *                 capturado con las mismas reglas de CASVALID:  |
      *                 el canal preferido debe ser E, M o P, el      |
      *                 canal elegido debe tener su dato y el correo, |
      *                 si viene, debe tener una sola arroba y no     |
      *                 empezar con ella. Cualquier falla deja la     |
      *                 captura invalida.                             |
      *----------------------------------------------------------------
       VALIDAR-CANALES.
      *----------------------------------------------------------------
           IF ( NOT CANAL-VALIDO OF NOMARCHIVO-REC )
              SET CANALES-INVALIDOS         TO TRUE
              DISPLAY 'CANAL DE CONTACTO INVALIDO - DEBE SER E, M O P'
           END-IF
           IF ( CANAL-CORREO-ELECTRONICO OF NOMARCHIVO-REC ) AND
              ( CORREOX OF NOMARCHIVO-REC = SPACES )
              SET CANALES-INVALIDOS         TO TRUE
              DISPLAY 'CANAL CORREO ELECTRONICO SIN CORREOX'
           END-IF
           IF ( CANAL-MOVIL OF NOMARCHIVO-REC ) AND
              ( MOVILX OF NOMARCHIVO-REC = SPACES )
              SET CANALES-INVALIDOS         TO TRUE
              DISPLAY 'CANAL MOVIL SIN MOVILX'
           END-IF
           IF ( CORREOX OF NOMARCHIVO-REC NOT = SPACES )
              MOVE ZERO                     TO W-CONT-ARROBAS
              INSPECT CORREOX OF NOMARCHIVO-REC
                 TALLYING W-CONT-ARROBAS FOR ALL '@'
              IF ( W-CONT-ARROBAS NOT = 1 ) OR
                 ( CORREOX OF NOMARCHIVO-REC (1:1) = '@' )
                 SET CANALES-INVALIDOS      TO TRUE
                 DISPLAY 'CORREOX MAL FORMADO'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VALIDAR-CIUDAD.                               |
      * Descripción   : Edita el CIUDADX del registro capturado, en   |
      *                 mayusculas, contra la tabla de ciudades: el   |
      *                 nombre oficial pasa; un alias conocido se     |
      *                 corrige al nombre oficial y se muestra al     |
      *                 operador; la ciudad en blanco o que no esta   |
      *                 en la tabla deja la captura invalida.         |
      *----------------------------------------------------------------
       VALIDAR-CIUDAD.
      *----------------------------------------------------------------
           INSPECT CIUDADX OF NOMARCHIVO-REC
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF ( CIUDADX OF NOMARCHIVO-REC = SPACES )
              SET CIUDAD-INVALIDA           TO TRUE
              DISPLAY 'CIUDAD EN BLANCO EN EL NAFMT02'
           ELSE
              MOVE CIUDADX OF NOMARCHIVO-REC
                                            TO CIU-NOMBRE
              READ CIUDADES
               INVALID KEY
                  SET CIUDAD-INVALIDA       TO TRUE
                  DISPLAY 'CIUDAD NO EXISTE EN LA TABLA DE CIUDADES'
               NOT INVALID KEY
                  IF ( CIU-ALIAS )
                     MOVE CIU-NOMBRE-OFICIAL
                                            TO CIUDADX
                                               OF NOMARCHIVO-REC
                     DISPLAY 'CIUDAD CORREGIDA A: ' CIU-NOMBRE-OFICIAL
                  END-IF
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
       WRITE-ARCHIVO.
               SET AUD-OP-ALTA             TO TRUE
               PERFORM GRABAR-AUDITORIA
               PERFORM ACTUALIZAR-REFERENCIAS
               SET SI-CAMBIO-APLICADO      TO TRUE
               DISPLAY 'ALTA APLICADA'
           END-WRITE.
      *----------------------------------------------------------------
      * Procedimiento : REWRITE-ARCHIVO.                              |
      * Descripción   : Regraba el registro aprobado: si es el primero|
      *                 del grupo de su llave se regraba directo; si  |
      *                 no, el grupo se vacia y se repone con el      |
      *                 registro cambiado.                            |
      *----------------------------------------------------------------
       REWRITE-ARCHIVO.
      *----------------------------------------------------------------
           IF ( W-POS-GRUPO > 1 )
              MOVE ZERO                    TO W-POS-OMITIDA
              PERFORM REPONER-GRUPO-LLAVE
              IF ( REPOSICION-CORRECTA )
                 PERFORM CONFIRMAR-REWRITE
              END-IF
           ELSE
              REWRITE NOMARCHIVO-REC
               INVALID KEY
                  ADD 1                    TO W-CONT-RECHAZOS
                  DISPLAY 'ERROR AL ACTUALIZAR - CLIENTE NO EXISTE'
               NOT INVALID KEY
                  PERFORM CONFIRMAR-REWRITE
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------
       CONFIRMAR-REWRITE.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-ACTUALIZADOS
           MOVE NOMARCHIVO-REC             TO W-IMAGEN-DESPUES
           SET AUD-OP-CAMBIO               TO TRUE
           PERFORM GRABAR-AUDITORIA
           PERFORM ACTUALIZAR-REFERENCIAS
           SET SI-CAMBIO-APLICADO          TO TRUE
           DISPLAY 'CAMBIO APLICADO'.
      *----------------------------------------------------------------
      * Procedimiento : READ-ARCHIVO.                                 |
      * Descripción   : Busca en el grupo de la llave W-NUMINT el     |
      *                 registro del formato W-TIPOFMT-BUSCADO: la    |
      *                 lectura por llave entrega el primer registro  |
      *                 del grupo y el resto se lee en secuencia      |
      *                 hasta un cambio de llave, cargando el grupo a |
      *                 la tabla. El registro encontrado queda en el  |
      *                 area del archivo y como imagen antes, con su  |
      *                 posicion en el grupo.                         |
      *----------------------------------------------------------------
       READ-ARCHIVO.
      *----------------------------------------------------------------
           MOVE 0                        TO W-EXISTE-ARCHIVO
           MOVE ZERO                     TO W-CONT-GRUPO
           MOVE ZERO                     TO W-POS-GRUPO
           SET NO-GRUPO-EXCEDIDO         TO TRUE
           SET NO-EXISTE-F1              TO TRUE
           MOVE W-NUMINT                 TO NUMINT OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               MOVE 1                    TO W-FIN-GRUPO
            NOT INVALID KEY
               MOVE 0                    TO W-FIN-GRUPO
           END-READ
           PERFORM CARGAR-GRUPO-LLAVE  UNTIL ( SI-FIN-GRUPO )
           IF ( W-POS-GRUPO > 0 )
              MOVE 1                     TO W-EXISTE-ARCHIVO
              SET IDX-GRUPO              TO W-POS-GRUPO
              MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
              MOVE NOMARCHIVO-REC        TO W-IMAGEN-ANTES
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : CARGAR-GRUPO-LLAVE.                           |
      * Descripción   : Agrega a la tabla el registro leido del grupo |
      *                 y anota su posicion si es el primero del      |
      *                 formato buscado, y si el grupo tiene su       |
      *                 NAFMT01; luego lee el siguiente y un cambio   |
      *                 de llave o el fin del archivo agotan el       |
      *                 grupo. Un grupo que no cabe en la tabla se    |
      *                 marca excedido.                               |
      *----------------------------------------------------------------
       CARGAR-GRUPO-LLAVE.
      *----------------------------------------------------------------
           IF ( FORMATO-NAFMT01 OF NOMARCHIVO-REC )
              SET SI-EXISTE-F1           TO TRUE
           END-IF
           IF ( W-CONT-GRUPO < 20 )
              ADD 1                      TO W-CONT-GRUPO
              SET IDX-GRUPO              TO W-CONT-GRUPO
              MOVE NOMARCHIVO-REC        TO TAB-GRU-REGISTRO
                                            (IDX-GRUPO)
              IF ( TIPOFMT OF NOMARCHIVO-REC = W-TIPOFMT-BUSCADO ) AND
                 ( W-POS-GRUPO = ZERO )
                 MOVE W-CONT-GRUPO       TO W-POS-GRUPO
              END-IF
           ELSE
              SET SI-GRUPO-EXCEDIDO      TO TRUE
           END-IF
           READ NOMARCHIVO NEXT
              AT END
                 MOVE 1                  TO W-FIN-GRUPO
              NOT AT END
                 IF ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                             NOT = W-NUMINT )
                    MOVE 1               TO W-FIN-GRUPO
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * Procedimiento : DELETE-ARCHIVO.                               |
      * Descripción   : Elimina el registro aprobado: si es el primero|
      *                 del grupo de su llave se elimina directo; si  |
      *                 no, el grupo se vacia y se repone sin ese     |
      *                 registro.                                     |
      *----------------------------------------------------------------
       DELETE-ARCHIVO.
      *----------------------------------------------------------------
           IF ( W-POS-GRUPO > 1 )
              MOVE W-POS-GRUPO             TO W-POS-OMITIDA
              PERFORM REPONER-GRUPO-LLAVE
              IF ( REPOSICION-CORRECTA )
                 PERFORM CONFIRMAR-DELETE
              END-IF
           ELSE
              DELETE  NOMARCHIVO
               INVALID KEY
                  ADD 1                    TO W-CONT-RECHAZOS
                  DISPLAY 'CLIENTE NO EXISTE EN LA BD'
               NOT INVALID KEY
                  PERFORM CONFIRMAR-DELETE
              END-DELETE
           END-IF.
      *----------------------------------------------------------------
       CONFIRMAR-DELETE.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-ELIMINADOS
           MOVE SPACES                     TO W-IMAGEN-DESPUES
           SET AUD-OP-BAJA                 TO TRUE
           PERFORM GRABAR-AUDITORIA
           PERFORM ACTUALIZAR-REFERENCIAS
           SET SI-CAMBIO-APLICADO          TO TRUE
           DISPLAY 'BAJA APLICADA'.
      *----------------------------------------------------------------
      * Procedimiento : REPONER-GRUPO-LLAVE.                          |
      * Descripción   : Vacia el grupo de la llave y lo repone desde  |
      *                 la tabla en su mismo orden, con el registro   |
      *                 aprobado (ya cambiado en el area del archivo) |
      *                 en su posicion, u omitiendo la posicion       |
      *                 W-POS-OMITIDA en una baja. Un grupo que       |
      *                 excede la tabla no se toca y el cambio no se  |
      *                 aplica. Al terminar el area del archivo       |
      *                 vuelve a tener el registro aprobado, para la  |
      *                 auditoria.                                    |
      *----------------------------------------------------------------
       REPONER-GRUPO-LLAVE.
      *----------------------------------------------------------------
           SET REPOSICION-CORRECTA         TO TRUE
           IF ( SI-GRUPO-EXCEDIDO )
              SET REPOSICION-CON-ERROR     TO TRUE
              ADD 1                        TO W-CONT-RECHAZOS
              DISPLAY 'GRUPO DE LA LLAVE EXCEDE LA TABLA'
           ELSE
              SET IDX-GRUPO                TO W-POS-GRUPO
              MOVE NOMARCHIVO-REC          TO TAB-GRU-REGISTRO
                                              (IDX-GRUPO)
              PERFORM VACIAR-REGISTRO-GRUPO W-CONT-GRUPO TIMES
              PERFORM REPONER-REGISTRO-GRUPO
                 VARYING IDX-GRUPO FROM 1 BY 1
                    UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
              SET IDX-GRUPO                TO W-POS-GRUPO
              MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
           END-IF.
      *----------------------------------------------------------------
       VACIAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE W-NUMINT                   TO EXTERNALLY-DESCRIBED-KEY
                                              OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               PERFORM REGISTRAR-ERROR-GRUPO
            NOT INVALID KEY
               DELETE NOMARCHIVO
                INVALID KEY
                   PERFORM REGISTRAR-ERROR-GRUPO
               END-DELETE
           END-READ.
      *----------------------------------------------------------------
       REPONER-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           IF ( IDX-GRUPO NOT = W-POS-OMITIDA )
              MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
              WRITE NOMARCHIVO-REC
               INVALID KEY
                  PERFORM REGISTRAR-ERROR-GRUPO
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
       REGISTRAR-ERROR-GRUPO.
      *----------------------------------------------------------------
           IF ( REPOSICION-CORRECTA )
              ADD 1                        TO W-CONT-RECHAZOS
              DISPLAY 'ERROR AL VACIAR O REPONER EL GRUPO DE LA LLAVE'
           END-IF
           SET REPOSICION-CON-ERROR        TO TRUE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AUDITORIA.                             |
      * Descripción   : Agrega a la bitacora de auditoria la imagen   |
      *                 antes/despues, la llave, la fecha/hora y el   |
      *                 codigo de operacion de cada alta, cambio o    |
      *                 baja contra NOMARCHIVO, con el operador que   |
      *                 capturo el cambio y el que lo aprobo.         |
      *----------------------------------------------------------------
       GRABAR-AUDITORIA.
      *----------------------------------------------------------------
           ACCEPT AUD-HORA               FROM TIME
           MOVE W-IMAGEN-ANTES           TO AUD-IMAGEN-ANTES
           MOVE W-IMAGEN-DESPUES         TO AUD-IMAGEN-DESPUES
           MOVE PEN-OPERADOR-CAPTURA     TO AUD-OPERADOR-CAPTURA
           MOVE W-OPERADOR               TO AUD-OPERADOR-APRUEBA
           WRITE AUDITARCH-REC
           .
      *----------------------------------------------------------------
           DISPLAY 'BAJAS........: ' W-CONT-ELIMINADOS
           DISPLAY 'RECHAZOS.....: ' W-CONT-RECHAZOS
           DISPLAY 'ASIGNADAS....: ' W-CONT-ASIGNADOS
           DISPLAY 'CAPTURADOS...: ' W-CONT-CAPTURADOS
           DISPLAY 'APROBADOS....: ' W-CONT-APROBADOS
           DISPLAY 'RECHAZADOS...: ' W-CONT-RECHAZADOS
           CLOSE PENDCAMB
           CLOSE CIUDADES
           CLOSE NOMARCHIVO
           CLOSE XRFNOMBR
           CLOSE XRFCIUDA
