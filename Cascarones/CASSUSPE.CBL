       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASSUSPE.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Antiguedad del suspenso de transacciones          |
      *             rechazadas.                                       |
      * Funcion   : Reporte diario del archivo de suspenso TRNSUSPE   |
      *             que mantiene la edicion de CASVALID: lista las    |
      *             partidas abiertas de la mas antigua a la mas      |
      *             reciente, con los dias que llevan pendientes a la |
      *             fecha de negocio, la fecha y el lote en que se    |
      *             rechazaron y cada uno de sus errores con su       |
      *             codigo de razon; totaliza las abiertas por tramo  |
      *             de antiguedad (hasta 7 dias, de 8 a 15, de 16 a   |
      *             30 y mas de 30) y lista las partidas que la       |
      *             edicion de la fecha de negocio dio por resueltas. |
      *             El archivo de suspenso no se modifica.            |
      * Archivos Entrada/Salida:                                     |
      *             TRNSUSPE - Entrada : suspenso de rechazos.        |
      *             SUSSORT  - Trabajo : clasificacion por            |
      *                                  antiguedad.                  |
      *             LISTADO  - Salida  : reporte de antiguedad.       |
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
           SELECT OPTIONAL TRNSUSPE
                  ASSIGN               TO DATABASE-TRNSUSPE
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT SUSSORT
                  ASSIGN               TO DATABASE-SUSSORT.
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
      *----------------------------------------------------------------
      * Suspenso de transacciones rechazadas que mantiene CASVALID.   |
      *----------------------------------------------------------------
       FD  TRNSUSPE
           LABEL RECORDS               ARE STANDARD.
       01  TRNSUSPE-REC.
           COPY TRNSUSPE.
      *
      *----------------------------------------------------------------
      * Archivo de trabajo de la clasificacion: los dias pendientes   |
      * como llave mayor descendente y la llave del cliente como      |
      * llave menor, para listar primero las partidas mas antiguas.   |
      *----------------------------------------------------------------
       SD  SUSSORT.
       01  SUSSORT-REC.
           05  SRT-DIAS                    PIC 9(03).
           05  SRT-LLAVE                   PIC X(09).
           05  SRT-PARTIDA                 PIC X(640).
      *
      *----------------------------------------------------------------
      * Listado de salida con el reporte de antiguedad.               |
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
       01 W-NUMER                         PIC  9(017)    VALUE ZEROES.
      *
       01 W-FIN-SUSPENSO                  PIC  9(01)     VALUE 0.
           88  SI-FIN-SUSPENSO                VALUE 1.
           88  NO-FIN-SUSPENSO                VALUE 0.
      *
       01 W-FIN-ORDENADAS                 PIC  9(01)     VALUE 0.
           88  SI-FIN-ORDENADAS               VALUE 1.
           88  NO-FIN-ORDENADAS               VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Partida del suspenso devuelta por la clasificacion.           |
      *----------------------------------------------------------------
       01 W-REG-SUSPENSO.
           COPY TRNSUSPE.
      *
      *----------------------------------------------------------------
      * Calculo de los dias pendientes: el calendario se avanza dia   |
      * por dia desde la fecha de negocio del rechazo hasta la fecha  |
      * de negocio del reporte.                                       |
      *----------------------------------------------------------------
       01 W-DIAS-PENDIENTE                PIC  9(03)     VALUE ZEROES.
       01 W-DIAS-MAXIMO                   PIC  9(03)     VALUE ZEROES.
      *
       01 W-FECHA-CALCULO.
           05  W-FEC-ANO                   PIC  9(04).
           05  W-FEC-MES                   PIC  9(02).
           05  W-FEC-DIA                   PIC  9(02).
      *
       01 W-FECHA-CALCULO-NUM REDEFINES W-FECHA-CALCULO
                                          PIC  9(08).
      *
       01 W-RESIDUO-BISIESTO              PIC  9(04)     VALUE ZEROES.
       01 W-DIA-MAXIMO                    PIC  9(02)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDAS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ABIERTAS             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-TRAMO-1              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-TRAMO-2              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-TRAMO-3              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-TRAMO-4              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RESUELTAS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RESUELTAS-ANT        PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'ANTIGUEDAD DEL SUSPENSO CASSUSPE'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE NEGOCIO   :'.
           05  LIN-PAR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-LINEA-TITULO.
           05  LIN-TIT-TEXTO               PIC  X(50).
           05  FILLER                      PIC  X(82) VALUE SPACES.
      *
       01 W-LINEA-ABIERTA.
           05  FILLER                      PIC  X(09) VALUE
               'ABIERTA:'.
           05  LIN-ABI-LLAVE               PIC  X(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ABI-ACCION              PIC  X(01).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ABI-TIPOFMT             PIC  X(02).
           05  FILLER                      PIC  X(14) VALUE
               ' RECHAZADA EL '.
           05  LIN-ABI-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(06) VALUE
               ' LOTE '.
           05  LIN-ABI-LOTE                PIC  9(14).
           05  FILLER                      PIC  X(11) VALUE
               ' PENDIENTE '.
           05  LIN-ABI-DIAS                PIC  ZZ9.
           05  FILLER                      PIC  X(05) VALUE
               ' DIAS'.
           05  FILLER                      PIC  X(48) VALUE SPACES.
      *
       01 W-LINEA-ERROR.
           05  FILLER                      PIC  X(10) VALUE SPACES.
           05  FILLER                      PIC  X(07) VALUE
               'ERROR:'.
           05  LIN-ERR-CODIGO              PIC  9(02).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ERR-CAMPO               PIC  X(10).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ERR-DESC                PIC  X(45).
           05  FILLER                      PIC  X(56) VALUE SPACES.
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
           05  FILLER                      PIC  X(15) VALUE
               ' RESUELTA LOTE '.
           05  LIN-RES-LOTE                PIC  9(14).
           05  FILLER                      PIC  X(57) VALUE SPACES.
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
      * Parametro de la corrida: la fecha de negocio a la que se      |
      * calcula la antiguedad; en ceros se toma la fecha de la        |
      * maquina.                                                      |
      *----------------------------------------------------------------
       01  LK-PARM-CASSUSPE.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASSUSPE.
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
           OPEN OUTPUT LISTADO
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE W-FECHA-NEGOCIO          TO LIN-PAR-FECHA
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Clasifica las partidas abiertas por dias      |
      *                 pendientes, de mayor a menor, y las lista con |
      *                 sus errores; las resueltas en la fecha de     |
      *                 negocio se listan al leer el archivo.         |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           SORT SUSSORT
              ON DESCENDING KEY SRT-DIAS
              ON ASCENDING KEY SRT-LLAVE
              INPUT PROCEDURE  IS LIBERAR-PARTIDAS
              OUTPUT PROCEDURE IS LISTAR-ABIERTAS
           .
      *----------------------------------------------------------------
      * Procedimiento : LIBERAR-PARTIDAS.                             |
      * Descripción   : Lee el suspenso: cada partida abierta se      |
      *                 entrega a la clasificacion con sus dias       |
      *                 pendientes, y las resueltas en la fecha de    |
      *                 negocio se listan; las resueltas en fechas    |
      *                 anteriores, que la edicion aun no depuro,     |
      *                 solo se cuentan.                              |
      *----------------------------------------------------------------
       LIBERAR-PARTIDAS.
      *----------------------------------------------------------------
           MOVE 'PARTIDAS RESUELTAS EN LA FECHA DE NEGOCIO'
                                         TO LIN-TIT-TEXTO
           WRITE LISTADO-REC   FROM W-LINEA-TITULO
           OPEN INPUT TRNSUSPE
           PERFORM LIBERAR-UNA-PARTIDA
              UNTIL ( SI-FIN-SUSPENSO )
           CLOSE TRNSUSPE
           .
      *----------------------------------------------------------------
       LIBERAR-UNA-PARTIDA.
      *----------------------------------------------------------------
           READ TRNSUSPE NEXT  AT END
                MOVE 1             TO W-FIN-SUSPENSO
           END-READ
           IF ( NO-FIN-SUSPENSO )
              ADD 1                        TO W-CONT-LEIDAS
              EVALUATE TRUE
                 WHEN ( SUS-ABIERTA OF TRNSUSPE-REC )
                    PERFORM CONTAR-DIAS-PENDIENTE
                    MOVE W-DIAS-PENDIENTE  TO SRT-DIAS
                    MOVE SUS-TRN-LLAVE OF TRNSUSPE-REC
                                           TO SRT-LLAVE
                    MOVE TRNSUSPE-REC      TO SRT-PARTIDA
                    RELEASE SUSSORT-REC
                 WHEN ( SUS-FECHA-RESUELTA OF TRNSUSPE-REC =
                        W-FECHA-NEGOCIO )
                    PERFORM LISTAR-RESUELTA
                 WHEN OTHER
                    ADD 1                  TO W-CONT-RESUELTAS-ANT
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
       LISTAR-RESUELTA.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-RESUELTAS
           MOVE SUS-TRN-LLAVE OF TRNSUSPE-REC   TO LIN-RES-LLAVE
           MOVE SUS-TRN-ACCION OF TRNSUSPE-REC  TO LIN-RES-ACCION
           MOVE SUS-TRN-TIPOFMT OF TRNSUSPE-REC TO LIN-RES-TIPOFMT
           MOVE SUS-FECHA-NEGOCIO OF TRNSUSPE-REC
                                            TO LIN-RES-FECHA
           MOVE SUS-LOTE-RESUELTA OF TRNSUSPE-REC
                                            TO LIN-RES-LOTE
           WRITE LISTADO-REC                FROM W-LINEA-RESUELTA
           .
      *----------------------------------------------------------------
      * Procedimiento : LISTAR-ABIERTAS.                              |
      * Descripción   : Recibe las partidas abiertas clasificadas y   |
      *                 las lista una a una con sus errores.          |
      *----------------------------------------------------------------
       LISTAR-ABIERTAS.
      *----------------------------------------------------------------
           MOVE 'PARTIDAS ABIERTAS POR ANTIGUEDAD'
                                         TO LIN-TIT-TEXTO
           WRITE LISTADO-REC   FROM W-LINEA-TITULO
           MOVE 0                        TO W-FIN-ORDENADAS
           PERFORM LISTAR-UNA-ABIERTA
              UNTIL ( SI-FIN-ORDENADAS )
           .
      *----------------------------------------------------------------
      * Procedimiento : LISTAR-UNA-ABIERTA.                           |
      * Descripción   : Lista una partida abierta con sus dias        |
      *                 pendientes y la acumula en su tramo de        |
      *                 antiguedad.                                   |
      *----------------------------------------------------------------
       LISTAR-UNA-ABIERTA.
      *----------------------------------------------------------------
           RETURN SUSSORT
              AT END
                 MOVE 1                  TO W-FIN-ORDENADAS
              NOT AT END
                 MOVE SRT-PARTIDA        TO W-REG-SUSPENSO
                 MOVE SRT-DIAS           TO W-DIAS-PENDIENTE
                 PERFORM ACUMULAR-TRAMO
                 MOVE SUS-TRN-LLAVE OF W-REG-SUSPENSO
                                         TO LIN-ABI-LLAVE
                 MOVE SUS-TRN-ACCION OF W-REG-SUSPENSO
                                         TO LIN-ABI-ACCION
                 MOVE SUS-TRN-TIPOFMT OF W-REG-SUSPENSO
                                         TO LIN-ABI-TIPOFMT
                 MOVE SUS-FECHA-NEGOCIO OF W-REG-SUSPENSO
                                         TO LIN-ABI-FECHA
                 MOVE SUS-LOTE-ID OF W-REG-SUSPENSO
                                         TO LIN-ABI-LOTE
                 MOVE W-DIAS-PENDIENTE   TO LIN-ABI-DIAS
                 WRITE LISTADO-REC       FROM W-LINEA-ABIERTA
                 PERFORM LISTAR-ERROR-PARTIDA
                    VARYING IDX-SUS-ERROR OF W-REG-SUSPENSO
                       FROM 1 BY 1
                    UNTIL ( IDX-SUS-ERROR OF W-REG-SUSPENSO >
                            SUS-CONT-ERRORES OF W-REG-SUSPENSO ) OR
                          ( IDX-SUS-ERROR OF W-REG-SUSPENSO > 8 )
           END-RETURN
           .
      *----------------------------------------------------------------
       LISTAR-ERROR-PARTIDA.
      *----------------------------------------------------------------
           MOVE SUS-ERR-CODIGO OF W-REG-SUSPENSO
                (IDX-SUS-ERROR OF W-REG-SUSPENSO)
                                            TO LIN-ERR-CODIGO
           MOVE SUS-ERR-CAMPO OF W-REG-SUSPENSO
                (IDX-SUS-ERROR OF W-REG-SUSPENSO)
                                            TO LIN-ERR-CAMPO
           MOVE SUS-ERR-DESC OF W-REG-SUSPENSO
                (IDX-SUS-ERROR OF W-REG-SUSPENSO)
                                            TO LIN-ERR-DESC
           WRITE LISTADO-REC                FROM W-LINEA-ERROR
           .
      *----------------------------------------------------------------
      * Procedimiento : ACUMULAR-TRAMO.                               |
      * Descripción   : Cuenta la partida abierta en su tramo de      |
      *                 antiguedad y guarda la mayor antiguedad.      |
      *----------------------------------------------------------------
       ACUMULAR-TRAMO.
      *----------------------------------------------------------------
           ADD 1                            TO W-CONT-ABIERTAS
           IF ( W-DIAS-PENDIENTE > W-DIAS-MAXIMO )
              MOVE W-DIAS-PENDIENTE         TO W-DIAS-MAXIMO
           END-IF
           EVALUATE TRUE
              WHEN ( W-DIAS-PENDIENTE NOT > 7 )
                 ADD 1                      TO W-CONT-TRAMO-1
              WHEN ( W-DIAS-PENDIENTE NOT > 15 )
                 ADD 1                      TO W-CONT-TRAMO-2
              WHEN ( W-DIAS-PENDIENTE NOT > 30 )
                 ADD 1                      TO W-CONT-TRAMO-3
              WHEN OTHER
                 ADD 1                      TO W-CONT-TRAMO-4
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : CONTAR-DIAS-PENDIENTE.                        |
      * Descripción   : Cuenta los dias de calendario desde la fecha  |
      *                 de negocio del rechazo hasta la fecha de      |
      *                 negocio del reporte, avanzando el calendario  |
      *                 dia por dia y con tope de 999.                |
      *----------------------------------------------------------------
       CONTAR-DIAS-PENDIENTE.
      *----------------------------------------------------------------
           MOVE ZEROES                      TO W-DIAS-PENDIENTE
           MOVE SUS-FECHA-NEGOCIO OF TRNSUSPE-REC
                                            TO W-FECHA-CALCULO-NUM
           PERFORM CONTAR-UN-DIA
              UNTIL ( W-FECHA-CALCULO-NUM NOT < W-FECHA-NEGOCIO ) OR
                    ( W-DIAS-PENDIENTE = 999 )
           .
      *----------------------------------------------------------------
       CONTAR-UN-DIA.
      *----------------------------------------------------------------
           PERFORM AVANZAR-DIA
           ADD 1                            TO W-DIAS-PENDIENTE
           .
      *----------------------------------------------------------------
      * Procedimiento : AVANZAR-DIA.                                  |
      * Descripción   : Avanza W-FECHA-CALCULO un dia de calendario,  |
      *                 con el cambio de mes y de año y el febrero    |
      *                 bisiesto.                                     |
      *----------------------------------------------------------------
       AVANZAR-DIA.
      *----------------------------------------------------------------
           PERFORM OBTENER-DIA-MAXIMO
           IF ( W-FEC-DIA < W-DIA-MAXIMO )
              ADD 1                      TO W-FEC-DIA
           ELSE
              MOVE 1                     TO W-FEC-DIA
              IF ( W-FEC-MES < 12 )
                 ADD 1                   TO W-FEC-MES
              ELSE
                 MOVE 1                  TO W-FEC-MES
                 ADD 1                   TO W-FEC-ANO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : OBTENER-DIA-MAXIMO.                           |
      * Descripción   : Deja en W-DIA-MAXIMO el ultimo dia del mes de |
      *                 W-FECHA-CALCULO; el año es bisiesto si es     |
      *                 divisible por 4 y no por 100, o divisible     |
      *                 por 400.                                      |
      *----------------------------------------------------------------
       OBTENER-DIA-MAXIMO.
      *----------------------------------------------------------------
           EVALUATE W-FEC-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30                   TO W-DIA-MAXIMO
              WHEN 2
                 MOVE 28                   TO W-DIA-MAXIMO
                 DIVIDE W-FEC-ANO BY 4
                    GIVING W-NUMER REMAINDER W-RESIDUO-BISIESTO
                 IF ( W-RESIDUO-BISIESTO = 0 )
                    DIVIDE W-FEC-ANO BY 100
                       GIVING W-NUMER REMAINDER W-RESIDUO-BISIESTO
                    IF ( W-RESIDUO-BISIESTO NOT = 0 )
                       MOVE 29             TO W-DIA-MAXIMO
                    ELSE
                       DIVIDE W-FEC-ANO BY 400
                          GIVING W-NUMER REMAINDER W-RESIDUO-BISIESTO
                       IF ( W-RESIDUO-BISIESTO = 0 )
                          MOVE 29          TO W-DIA-MAXIMO
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31                   TO W-DIA-MAXIMO
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control del run,   |
      *                 con las abiertas por tramo de antiguedad, y   |
      *                 se cierran los archivos utilizados.           |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           MOVE 'TOTAL PARTIDAS LEIDAS        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDAS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL PARTIDAS ABIERTAS      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-ABIERTAS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE '  ABIERTAS HASTA 7 DIAS      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-TRAMO-1              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE '  ABIERTAS DE 8 A 15 DIAS    :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-TRAMO-2              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE '  ABIERTAS DE 16 A 30 DIAS   :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-TRAMO-3              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE '  ABIERTAS DE MAS DE 30 DIAS :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-TRAMO-4              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'MAYOR ANTIGUEDAD EN DIAS     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-DIAS-MAXIMO               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL RESUELTAS EN LA FECHA  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RESUELTAS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL RESUELTAS ANTERIORES   :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RESUELTAS-ANT        TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           CLOSE LISTADO
           .
