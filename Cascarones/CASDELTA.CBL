      * Archivos Entrada/Salida:                                     |
      *             AUDITARCH - Entrada : bitacora de auditoria.       |
      *             DELTARCH  - Salida  : extracto delta.              |
      *             CTLPROCS  - Salida  : control de corridas.         |
      *             LISTADO   - Salida  : totales de la corrida.       |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  02/09/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Bitacora de auditoria AUDITARCH con los       |
      *                 operadores de captura y de aprobacion.        |
      *  14/10/2026 JSA Registro de inicio y fin de la corrida en el  |
      *                 archivo de control CTLPROCS, con la bitacora  |
      *                 leida y los registros del delta; el delta     |
      *                 incompleto termina en error.                  |
      *  14/10/2026 JSA Accion de supresion 'X' para las llaves y     |
      *                 formatos cuyos datos personales suprimio la   |
      *                 corrida CASANONI, con su total en el registro |
      *                 de cola.                                      |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           05  AUD-HORA                    PIC 9(08).
           05  AUD-IMAGEN-ANTES            PIC X(113).
           05  AUD-IMAGEN-DESPUES          PIC X(113).
           05  AUD-OPERADOR-CAPTURA        PIC X(08).
           05  AUD-OPERADOR-APRUEBA        PIC X(08).
      *
      *----------------------------------------------------------------
      * Extracto delta de interfaz: un codigo de accion seguido de    |
               88  DEL-ALTA                    VALUE 'A'.
               88  DEL-CAMBIO                  VALUE 'C'.
               88  DEL-BAJA                    VALUE 'E'.
               88  DEL-SUPRESION               VALUE 'X'.
               88  DEL-REG-TOTALES             VALUE 'T'.
           05  DEL-DATOS.
               10  DEL-LLAVE               PIC 9(09).
               10  DEL-TOT-ALTAS           PIC 9(09).
               10  DEL-TOT-CAMBIOS         PIC 9(09).
               10  DEL-TOT-BAJAS           PIC 9(09).
               10  DEL-TOT-SUPRESIONES     PIC 9(09).
               10  FILLER                  PIC X(43).
      *
      *----------------------------------------------------------------
      * Listado de salida con los totales de la corrida.              |
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
       01 W-FIN-AUDITORIA                 PIC  9(01)     VALUE 0.
           88  SI-FIN-AUDITORIA               VALUE 1.
           88  NO-FIN-AUDITORIA               VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
       01 W-IND-ENTRADA                   PIC  9(01)     VALUE 0.
           88  ENTRADA-ENCONTRADA              VALUE 1.
      *----------------------------------------------------------------
      * Tabla de cambios acumulados del dia, una entrada por llave y  |
      * formato: la primera y la ultima operacion determinan el       |
      * efecto neto y la imagen guarda el estado final del registro;  |
      * el indicador de supresion marca la llave y formato cuyos      |
      * datos personales suprimio en el dia la corrida CASANONI.      |
      * Dimensionada para los dias de cierre de mes de mas de         |
      * cincuenta mil transacciones; si aun asi se excede, el delta   |
      * sale sin registro de cola para que la conciliacion lo deje    |
               10  TAB-CAM-TIPOFMT         PIC  X(02).
               10  TAB-CAM-PRIMERA-OP      PIC  X(01).
               10  TAB-CAM-ULTIMA-OP       PIC  X(01).
               10  TAB-CAM-IND-SUPRESION   PIC  X(01).
               10  TAB-CAM-IMAGEN          PIC  X(113).
      *
      *----------------------------------------------------------------
           05  W-CONT-ALTAS                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CAMBIOS-NETOS        PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-BAJAS                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SUPRESIONES          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ANULADOS             PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
           OPEN INPUT  AUDITARCH
           OPEN OUTPUT DELTARCH
           OPEN OUTPUT LISTADO
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-PROCESO NOT = ZEROES )
              MOVE LK-FECHA-PROCESO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM GRABAR-CONTROL-INICIO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE LK-FECHA-PROCESO         TO LIN-PAR-FECHA
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-INICIO.                        |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de inicio de esta corrida, con la    |
      *                 fecha del proceso como fecha de negocio (la   |
      *                 de la maquina si viene en ceros).             |
      *----------------------------------------------------------------
       GRABAR-CONTROL-INICIO.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASDELTA'               TO CTL-PROGRAMA
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
      *                 registro de fin de esta corrida con sus       |
      *                 totales de control: la bitacora leida y los   |
      *                 registros del extracto delta; si el dia       |
      *                 excedio la tabla el delta quedo incompleto y  |
      *                 el fin queda en error.                        |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASDELTA'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE SPACE                    TO CTL-MODO
           IF ( W-CONT-CAM-EXCEDIDOS > 0 )
              MOVE 'E'                   TO CTL-ESTADO
           ELSE
              MOVE 'C'                   TO CTL-ESTADO
           END-IF
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-LEIDOS            TO CTL-CONT-LEIDOS
           MOVE W-CONT-ESCRITOS          TO CTL-CONT-APLICADOS
           MOVE W-CONT-CAM-EXCEDIDOS     TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Acumula en la tabla los cambios del dia de la |
      *                 bitacora, graba el efecto neto de cada llave  |
      *                 blanco) y la imagen despues en alta o cambio; |
      *                 el formato se decodifica de esa imagen. Una   |
      *                 llave y formato ya vistos solo actualizan la  |
      *                 ultima operacion y la imagen final. Una       |
      *                 entrada grabada por la supresion de datos     |
      *                 personales CASANONI marca la llave y formato. |
      *----------------------------------------------------------------
       ACUMULAR-CAMBIO.
      *----------------------------------------------------------------
                                               (IDX-CAMBIO)
              MOVE W-REG-IMAGEN             TO TAB-CAM-IMAGEN
                                               (IDX-CAMBIO)
              IF ( AUD-OPERADOR-CAPTURA = 'CASANONI' )
                 MOVE 'S'                   TO TAB-CAM-IND-SUPRESION
                                               (IDX-CAMBIO)
              END-IF
           ELSE
              IF ( W-CONT-CAMBIOS < 50000 )
                 ADD 1                      TO W-CONT-CAMBIOS
                                               (IDX-CAMBIO)
                 MOVE W-REG-IMAGEN          TO TAB-CAM-IMAGEN
                                               (IDX-CAMBIO)
                 IF ( AUD-OPERADOR-CAPTURA = 'CASANONI' )
                    MOVE 'S'                TO TAB-CAM-IND-SUPRESION
                                               (IDX-CAMBIO)
                 ELSE
                    MOVE 'N'                TO TAB-CAM-IND-SUPRESION
                                               (IDX-CAMBIO)
                 END-IF
              ELSE
                 ADD 1                      TO W-CONT-CAM-EXCEDIDOS
              END-IF
      *                 tabla: un registro nacido y eliminado el      |
      *                 mismo dia no viaja a la bodega; un registro   |
      *                 nacido en el dia viaja como alta con su       |
      *                 imagen final; uno cuyos datos personales se   |
      *                 suprimieron viaja como supresion, para que la |
      *                 bodega suprima tambien su historia; uno que   |
      *                 termina eliminado viaja como baja; el resto   |
      *                 como cambio.                                  |
      *----------------------------------------------------------------
       GRABAR-DELTA.
      *----------------------------------------------------------------
                 MOVE 'A'                   TO DEL-COD-ACCION
                 ADD 1                      TO W-CONT-ALTAS
                 PERFORM ESCRIBIR-DELTA
              WHEN ( TAB-CAM-IND-SUPRESION (IDX-CAMBIO) = 'S' )
                 MOVE 'X'                   TO DEL-COD-ACCION
                 ADD 1                      TO W-CONT-SUPRESIONES
                 PERFORM ESCRIBIR-DELTA
              WHEN ( TAB-CAM-ULTIMA-OP (IDX-CAMBIO) = 'E' )
                 MOVE 'E'                   TO DEL-COD-ACCION
                 ADD 1                      TO W-CONT-BAJAS
           MOVE W-CONT-ALTAS                TO DEL-TOT-ALTAS
           MOVE W-CONT-CAMBIOS-NETOS        TO DEL-TOT-CAMBIOS
           MOVE W-CONT-BAJAS                TO DEL-TOT-BAJAS
           MOVE W-CONT-SUPRESIONES          TO DEL-TOT-SUPRESIONES
           WRITE DELTARCH-REC
           .
      *----------------------------------------------------------------
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-BAJAS                TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'DELTA SUPRESIONES            :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SUPRESIONES          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'ALTAS ANULADAS EN EL DIA     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-ANULADOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           PERFORM GRABAR-CONTROL-FIN
           CLOSE AUDITARCH
           CLOSE DELTARCH
           CLOSE LISTADO
