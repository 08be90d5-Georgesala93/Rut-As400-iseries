       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASOPERA.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Resumen diario de la operacion nocturna.          |
      * Funcion   : Reporte de la mañana para el supervisor de turno: |
      *             lee el archivo de control de corridas CTLPROCS y, |
      *             para la fecha de negocio recibida por parametro,  |
      *             lista cada paso de la suite en su orden de        |
      *             ejecucion (CASLIBER, CASVALID, CASCOBOL modo 3/5, |
      *             los procesos de mantenimiento del maestro, la     |
      *             prueba de saldos CASSALDO, CASDELTA, CASCONCI,    |
      *             CASXREFB y la reorganizacion ocasional del        |
      *             maestro CASREORG) con la hora de inicio y de fin, |
      *             el tiempo transcurrido, el estado, el modo, el    |
      *             lote y los registros leidos, aplicados y          |
      *             rechazados de cada corrida. Marca los pasos       |
      *             obligatorios que no corrieron, las corridas       |
      *             iniciadas sin registro de fin (en vuelo o         |
      *             abortadas), las que terminaron en error, los      |
      *             pasos que corrieron mas de una vez y los lotes    |
      *             editados por CASVALID que no se aplicaron; cruza  |
      *             los totales que deben cuadrar entre pasos (las    |
      *             aceptadas de CASVALID contra las leidas y las     |
      *             aplicadas de CASCOBOL, los descuadres de la       |
      *             prueba de saldos, el delta de CASDELTA contra lo  |
      *             conciliado por CASCONCI) y termina con un         |
      *             veredicto unico OK / ATENCION. El archivo de      |
      *             control no se modifica.                           |
      * Archivos Entrada/Salida:                                     |
      *             CTLPROCS - Entrada : control de corridas.         |
      *             LISTADO  - Salida  : resumen de la operacion.     |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  14/10/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA La prueba de saldos del maestro CASSALDO como |
      *                 paso obligatorio de la suite, con sus         |
      *                 descuadres entre los cuadres.                 |
      *  14/10/2026 JSA La reorganizacion del maestro CASREORG como   |
      *                 paso opcional de la suite, en sus modos de    |
      *                 descarga y de restauracion.                   |
      *  14/10/2026 JSA La supresion de datos personales CASANONI     |
      *                 como paso opcional de la suite, antes de la   |
      *                 prueba de saldos y del extracto delta.        |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------
      *               Declaracion de Archivos                         |
      *----------------------------------------------------------------
       FILE-CONTROL.
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
      *----------------------------------------------------------------
      * Archivo de control de corridas de la suite, en orden          |
      * cronologico; solo en consulta.                                |
      *----------------------------------------------------------------
       FD  CTLPROCS
           LABEL RECORDS               ARE STANDARD.
       01  CTLPROCS-REC.
           COPY CTLPROCS.
      *
      *----------------------------------------------------------------
      * Listado de salida con el resumen de la operacion.             |
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
       01 W-FIN-CONTROL                   PIC  9(01)     VALUE 0.
           88  SI-FIN-CONTROL                  VALUE 1.
           88  NO-FIN-CONTROL                  VALUE 0.
      *
       01 W-IND-PASO                      PIC  9(01)     VALUE 0.
           88  PASO-ENCONTRADO                 VALUE 1.
           88  PASO-NO-ENCONTRADO              VALUE 0.
      *
       01 W-IND-LOTE                      PIC  9(01)     VALUE 0.
           88  SI-LOTE-APLICADO                VALUE 1.
           88  NO-LOTE-APLICADO                VALUE 0.
      *
       01 W-IND-REVERSION                 PIC  9(01)     VALUE 0.
           88  SI-LOTE-REVERTIDO               VALUE 1.
           88  NO-LOTE-REVERTIDO               VALUE 0.
      *
       01 W-IND-CORRIDAS-EXCEDIDAS        PIC  9(01)     VALUE 0.
           88  SI-CORRIDAS-EXCEDIDAS           VALUE 1.
           88  NO-CORRIDAS-EXCEDIDAS           VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Pasos de la suite en su orden de ejecucion: el programa, los  |
      * modos de CTL-MODO que corresponden al paso ('***' cualquier   |
      * modo), si el paso es obligatorio cada noche y su descripcion. |
      * CASCOBOL y CASFUSIO se separan por modo porque cada modo es   |
      * un paso distinto de la operacion. Los subindices de los pasos |
      * que intervienen en los cuadres se declaran a continuacion y   |
      * deben seguir a la tabla.                                      |
      *----------------------------------------------------------------
       01 W-DEF-PASOS.
           05  FILLER                      PIC  X(32) VALUE
               'CASLIBER***SLIBERA RETENIDAS    '.
           05  FILLER                      PIC  X(32) VALUE
               'CASDIREC***NAVISOS DE DIRECCION '.
           05  FILLER                      PIC  X(32) VALUE
               'CASVALID***SEDICION DEL LOTE    '.
           05  FILLER                      PIC  X(32) VALUE
               'CASCOBOL35 SAPLICACION DEL LOTE '.
           05  FILLER                      PIC  X(32) VALUE
               'CASCOBOL4  NREVERSION DEL LOTE  '.
           05  FILLER                      PIC  X(32) VALUE
               'CASPURGA***NDEPURACION VIGENCIAS'.
           05  FILLER                      PIC  X(32) VALUE
               'CASINTEG***NINTEGRIDAD FORMATOS '.
           05  FILLER                      PIC  X(32) VALUE
               'CASFUSIO1  NDETECCION DUPLICADOS'.
           05  FILLER                      PIC  X(32) VALUE
               'CASFUSIO23 NFUSION DE CLIENTES  '.
           05  FILLER                      PIC  X(32) VALUE
               'CASNORCI***NDEPURACION CIUDADES '.
           05  FILLER                      PIC  X(32) VALUE
               'CASANONI***NSUPRESION DE DATOS  '.
           05  FILLER                      PIC  X(32) VALUE
               'CASSALDO***SPRUEBA DE SALDOS    '.
           05  FILLER                      PIC  X(32) VALUE
               'CASCOBOL12 NEXTRACCION COMPLETA '.
           05  FILLER                      PIC  X(32) VALUE
               'CASDELTA***SEXTRACTO DELTA      '.
           05  FILLER                      PIC  X(32) VALUE
               'CASCONCI***SCONCILIACION BODEGA '.
           05  FILLER                      PIC  X(32) VALUE
               'CASXREFB***SREFERENCIAS CRUZADAS'.
           05  FILLER                      PIC  X(32) VALUE
               'CASREORGDR NREORGANIZA MAESTRO  '.
      *
       01 TABLA-PASOS REDEFINES W-DEF-PASOS.
           05  TAB-PASO OCCURS 17 TIMES
                        INDEXED BY IDX-PASO.
               10  TAB-PAS-PROGRAMA        PIC  X(08).
               10  TAB-PAS-MODOS           PIC  X(03).
               10  TAB-PAS-OBLIGATORIO     PIC  X(01).
                   88  TAB-PAS-REQUERIDO       VALUE 'S'.
               10  TAB-PAS-DESCRIPCION     PIC  X(20).
      *
       01 W-CANT-PASOS                    PIC  9(03) COMP VALUE 17.
       01 W-PASO-LIBERACION               PIC  9(03) COMP VALUE 1.
       01 W-PASO-AVISOS                   PIC  9(03) COMP VALUE 2.
       01 W-PASO-EDICION                  PIC  9(03) COMP VALUE 3.
       01 W-PASO-APLICACION               PIC  9(03) COMP VALUE 4.
       01 W-PASO-REVERSION                PIC  9(03) COMP VALUE 5.
       01 W-PASO-SALDOS                   PIC  9(03) COMP VALUE 12.
       01 W-PASO-DELTA                    PIC  9(03) COMP VALUE 14.
       01 W-PASO-CONCILIACION             PIC  9(03) COMP VALUE 15.
      *
      *----------------------------------------------------------------
      * Situacion de cada paso en la fecha: las corridas que tuvo, la |
      * corrida iniciada que espera su registro de fin y la ultima    |
      * corrida que termino limpia (subindices de TABLA-CORRIDAS).    |
      *----------------------------------------------------------------
       01 TABLA-ESTADO-PASOS.
           05  TAB-ESTADO-PASO OCCURS 17 TIMES.
               10  TAB-EST-CORRIDAS        PIC  9(03) COMP.
               10  TAB-EST-ABIERTA         PIC  9(03) COMP.
               10  TAB-EST-LIMPIA          PIC  9(03) COMP.
      *
      *----------------------------------------------------------------
      * Corridas de la fecha en orden cronologico: el registro de     |
      * inicio abre la corrida y el de fin la completa con su estado  |
      * y sus totales; una corrida que queda en P no tuvo registro de |
      * fin y una con hora de inicio en ceros tuvo fin sin inicio.    |
      *----------------------------------------------------------------
       01 W-CONT-CORRIDAS                 PIC  9(03) COMP VALUE ZERO.
       01 TABLA-CORRIDAS.
           05  TAB-CORRIDA OCCURS 300 TIMES.
               10  TAB-COR-PASO            PIC  9(03) COMP.
               10  TAB-COR-ORDEN           PIC  9(03) COMP.
               10  TAB-COR-MODO            PIC  X(01).
               10  TAB-COR-ESTADO          PIC  X(01).
               10  TAB-COR-HORA-INI        PIC  9(08).
               10  TAB-COR-HORA-FIN        PIC  9(08).
               10  TAB-COR-LOTE            PIC  9(14).
               10  TAB-COR-LEIDOS          PIC  9(09).
               10  TAB-COR-APLICADOS       PIC  9(09).
               10  TAB-COR-RECHAZOS        PIC  9(09).
      *
       01 W-PASO                          PIC  9(03) COMP VALUE ZERO.
       01 W-CORRIDA                       PIC  9(03) COMP VALUE ZERO.
       01 W-CORRIDA-LOTE                  PIC  9(03) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Ultima corrida limpia de los pasos que se cuadran entre si.   |
      *----------------------------------------------------------------
       01 W-COR-LIBERACION                PIC  9(03) COMP VALUE ZERO.
       01 W-COR-AVISOS                    PIC  9(03) COMP VALUE ZERO.
       01 W-COR-EDICION                   PIC  9(03) COMP VALUE ZERO.
       01 W-COR-APLICACION                PIC  9(03) COMP VALUE ZERO.
       01 W-COR-SALDOS                    PIC  9(03) COMP VALUE ZERO.
       01 W-COR-DELTA                     PIC  9(03) COMP VALUE ZERO.
       01 W-COR-CONCILIACION              PIC  9(03) COMP VALUE ZERO.
      *
       01 W-VALOR-1                       PIC  9(09)     VALUE ZEROES.
       01 W-VALOR-2                       PIC  9(09)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Calculo de horas: CTL-HORA llega como HHMMSSCC; el tiempo     |
      * transcurrido se calcula en segundos y una corrida que cruza   |
      * la medianoche suma un dia.                                    |
      *----------------------------------------------------------------
       01 W-HORA-CONTROL.
           05  W-HOR-HH                    PIC  9(02).
           05  W-HOR-MM                    PIC  9(02).
           05  W-HOR-SS                    PIC  9(02).
           05  W-HOR-CC                    PIC  9(02).
      *
       01 W-HORA-CONTROL-NUM REDEFINES W-HORA-CONTROL
                                          PIC  9(08).
      *
       01 W-HORA-EDITADA.
           05  W-HED-HH                    PIC  9(02).
           05  FILLER                      PIC  X(01) VALUE ':'.
           05  W-HED-MM                    PIC  9(02).
           05  FILLER                      PIC  X(01) VALUE ':'.
           05  W-HED-SS                    PIC  9(02).
      *
       01 W-SEGUNDOS-INI                  PIC  9(06) COMP VALUE ZERO.
       01 W-SEGUNDOS-FIN                  PIC  9(06) COMP VALUE ZERO.
       01 W-SEGUNDOS-DUR                  PIC  9(06) COMP VALUE ZERO.
       01 W-SEGUNDOS-RESTO                PIC  9(06) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-FECHA                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-OTROS                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ALERTAS              PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'RESUMEN DE LA OPERACION CASOPERA'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE NEGOCIO   :'.
           05  LIN-PAR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-ENC-PASOS.
           05  FILLER                      PIC  X(30) VALUE
               'PASO     DESCRIPCION         M'.
           05  FILLER                      PIC  X(30) VALUE
               ' INICIO   FIN      DURACION ES'.
           05  FILLER                      PIC  X(30) VALUE
               'TADO               LOTE      L'.
           05  FILLER                      PIC  X(30) VALUE
               'EIDOS   APLICADOS   RECHAZOS  '.
           05  FILLER                      PIC  X(12) VALUE
               'MARCA'.
      *
       01 W-LINEA-PASO.
           05  LIN-PAS-PROGRAMA            PIC  X(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-DESCRIPCION         PIC  X(20).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-MODO                PIC  X(01).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-INICIO              PIC  X(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-FIN                 PIC  X(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-DURACION            PIC  X(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-ESTADO              PIC  X(09).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-LOTE                PIC  Z(14).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-LEIDOS              PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-APLICADOS           PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-RECHAZOS            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-PAS-MARCA               PIC  X(12).
      *
       01 W-LINEA-ALERTA.
           05  FILLER                      PIC  X(12) VALUE
               '  ATENCION:'.
           05  LIN-ALE-PROGRAMA            PIC  X(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ALE-TEXTO               PIC  X(50).
           05  FILLER                      PIC  X(61) VALUE SPACES.
      *
       01 W-LINEA-LOTE.
           05  FILLER                      PIC  X(12) VALUE
               'LOTE      :'.
           05  LIN-LOT-LOTE                PIC  9(14).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-LOT-TEXTO               PIC  X(40).
           05  FILLER                      PIC  X(65) VALUE SPACES.
      *
       01 W-LINEA-CUADRE.
           05  FILLER                      PIC  X(12) VALUE
               'CUADRE    :'.
           05  LIN-CUA-DESC                PIC  X(40).
           05  LIN-CUA-VALOR-1             PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(08) VALUE
               ' CONTRA'.
           05  LIN-CUA-VALOR-2             PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-CUA-RESULTADO           PIC  X(10).
           05  FILLER                      PIC  X(39) VALUE SPACES.
      *
       01 W-LINEA-TOTAL.
           05  LIN-TOT-ETIQUETA            PIC  X(30).
           05  LIN-TOT-VALOR               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(91) VALUE SPACES.
      *
       01 W-LINEA-VEREDICTO.
           05  FILLER                      PIC  X(11) VALUE
               'VEREDICTO :'.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-VER-TEXTO               PIC  X(20).
           05  FILLER                      PIC  X(100) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
      * Parametro de la corrida: la fecha de negocio que se resume;   |
      * en ceros se toma la fecha de la maquina.                      |
      *----------------------------------------------------------------
       01  LK-PARM-CASOPERA.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASOPERA.
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
           OPEN INPUT  CTLPROCS
           OPEN OUTPUT LISTADO
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM LIMPIAR-ESTADO-PASO
              VARYING W-PASO FROM 1 BY 1
                 UNTIL ( W-PASO > W-CANT-PASOS )
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE W-FECHA-NEGOCIO          TO LIN-PAR-FECHA
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           .
      *----------------------------------------------------------------
       LIMPIAR-ESTADO-PASO.
      *----------------------------------------------------------------
           MOVE ZERO                     TO TAB-EST-CORRIDAS (W-PASO)
           MOVE ZERO                     TO TAB-EST-ABIERTA (W-PASO)
           MOVE ZERO                     TO TAB-EST-LIMPIA (W-PASO)
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Arma las corridas de la fecha a partir del    |
      *                 control de corridas, imprime cada paso de la  |
      *                 suite en su orden con sus corridas y marcas,  |
      *                 y revisa los lotes editados y los cuadres     |
      *                 entre pasos.                                  |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           PERFORM LEER-CONTROL-PROCESOS  UNTIL ( SI-FIN-CONTROL )
           IF ( SI-CORRIDAS-EXCEDIDAS )
              MOVE 'CTLPROCS'            TO LIN-ALE-PROGRAMA
              MOVE 'CORRIDAS DE LA FECHA EXCEDEN LA TABLA'
                                         TO LIN-ALE-TEXTO
              PERFORM REGISTRAR-ALERTA
           END-IF
           WRITE LISTADO-REC   FROM W-ENC-PASOS
           PERFORM IMPRIMIR-PASO
              VARYING W-PASO FROM 1 BY 1
                 UNTIL ( W-PASO > W-CANT-PASOS )
           PERFORM REVISAR-LOTE-EDITADO
              VARYING W-CORRIDA FROM 1 BY 1
                 UNTIL ( W-CORRIDA > W-CONT-CORRIDAS )
           PERFORM REVISAR-CUADRES
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-CONTROL-PROCESOS.                        |
      * Descripción   : Lee el control de corridas en orden           |
      *                 cronologico y toma solo los registros de la   |
      *                 fecha de negocio: un registro de inicio abre  |
      *                 una corrida del paso y uno de fin completa la |
      *                 corrida abierta del paso. Los programas que   |
      *                 no son pasos de la suite solo se cuentan.     |
      *----------------------------------------------------------------
       LEER-CONTROL-PROCESOS.
      *----------------------------------------------------------------
           READ CTLPROCS NEXT  AT END
                MOVE 1             TO W-FIN-CONTROL
           END-READ
           IF ( NO-FIN-CONTROL )
              ADD 1                      TO W-CONT-LEIDOS
              IF ( CTL-FECHA-NEGOCIO = W-FECHA-NEGOCIO )
                 ADD 1                   TO W-CONT-FECHA
                 PERFORM BUSCAR-PASO
                 EVALUATE TRUE
                    WHEN ( PASO-NO-ENCONTRADO )
                       ADD 1             TO W-CONT-OTROS
                    WHEN ( CTL-EN-PROCESO )
                       PERFORM ABRIR-CORRIDA
                    WHEN OTHER
                       PERFORM COMPLETAR-CORRIDA
                 END-EVALUATE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-PASO.                                  |
      * Descripción   : Busca en la tabla de la suite el paso del     |
      *                 registro de control por programa y modo.      |
      *----------------------------------------------------------------
       BUSCAR-PASO.
      *----------------------------------------------------------------
           SET PASO-NO-ENCONTRADO          TO TRUE
           SET IDX-PASO                    TO 1
           SEARCH TAB-PASO
              AT END
                 SET PASO-NO-ENCONTRADO    TO TRUE
              WHEN ( TAB-PAS-PROGRAMA (IDX-PASO) = CTL-PROGRAMA ) AND
                   ( ( TAB-PAS-MODOS (IDX-PASO) = '***' ) OR
                     ( ( CTL-MODO NOT = SPACE ) AND
                       ( CTL-MODO = TAB-PAS-MODOS (IDX-PASO) (1:1) OR
                         CTL-MODO = TAB-PAS-MODOS (IDX-PASO) (2:1) OR
                         CTL-MODO = TAB-PAS-MODOS (IDX-PASO) (3:1) ) ) )
                 SET PASO-ENCONTRADO       TO TRUE
                 SET W-PASO                TO IDX-PASO
           END-SEARCH
           .
      *----------------------------------------------------------------
      * Procedimiento : ABRIR-CORRIDA.                                |
      * Descripción   : Abre una corrida del paso con el registro de  |
      *                 inicio; si el paso ya tenia una corrida       |
      *                 abierta, esa corrida queda en P (nunca tuvo   |
      *                 registro de fin) y la nueva toma su lugar.    |
      *----------------------------------------------------------------
       ABRIR-CORRIDA.
      *----------------------------------------------------------------
           MOVE ZERO                       TO TAB-EST-ABIERTA (W-PASO)
           PERFORM AGREGAR-CORRIDA
           IF ( NO-CORRIDAS-EXCEDIDAS )
              MOVE CTL-HORA                TO TAB-COR-HORA-INI
                                              (W-CONT-CORRIDAS)
              MOVE W-CONT-CORRIDAS         TO TAB-EST-ABIERTA (W-PASO)
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : COMPLETAR-CORRIDA.                            |
      * Descripción   : Completa la corrida abierta del paso con el   |
      *                 registro de fin: estado, hora y totales; un   |
      *                 fin sin corrida abierta se agrega como una    |
      *                 corrida sin hora de inicio.                   |
      *----------------------------------------------------------------
       COMPLETAR-CORRIDA.
      *----------------------------------------------------------------
           IF ( TAB-EST-ABIERTA (W-PASO) = ZERO )
              PERFORM AGREGAR-CORRIDA
              IF ( NO-CORRIDAS-EXCEDIDAS )
                 MOVE W-CONT-CORRIDAS      TO TAB-EST-ABIERTA (W-PASO)
              END-IF
           END-IF
           IF ( TAB-EST-ABIERTA (W-PASO) > ZERO )
              MOVE TAB-EST-ABIERTA (W-PASO) TO W-CORRIDA
              MOVE CTL-ESTADO              TO TAB-COR-ESTADO (W-CORRIDA)
              MOVE CTL-HORA                TO TAB-COR-HORA-FIN
                                              (W-CORRIDA)
              MOVE CTL-LOTE-ID             TO TAB-COR-LOTE (W-CORRIDA)
              MOVE CTL-CONT-LEIDOS         TO TAB-COR-LEIDOS
                                              (W-CORRIDA)
              MOVE CTL-CONT-APLICADOS      TO TAB-COR-APLICADOS
                                              (W-CORRIDA)
              MOVE CTL-CONT-RECHAZOS       TO TAB-COR-RECHAZOS
                                              (W-CORRIDA)
              IF ( CTL-TERMINO-LIMPIO )
                 MOVE W-CORRIDA            TO TAB-EST-LIMPIA (W-PASO)
              END-IF
              MOVE ZERO                    TO TAB-EST-ABIERTA (W-PASO)
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : AGREGAR-CORRIDA.                              |
      * Descripción   : Agrega a la tabla una corrida nueva del paso  |
      *                 con los datos del registro de control en el   |
      *                 area de trabajo, en estado P y sin horas.     |
      *----------------------------------------------------------------
       AGREGAR-CORRIDA.
      *----------------------------------------------------------------
           IF ( W-CONT-CORRIDAS < 300 )
              ADD 1                        TO W-CONT-CORRIDAS
              ADD 1                        TO TAB-EST-CORRIDAS (W-PASO)
              MOVE W-PASO                  TO TAB-COR-PASO
                                              (W-CONT-CORRIDAS)
              MOVE TAB-EST-CORRIDAS (W-PASO) TO TAB-COR-ORDEN
                                              (W-CONT-CORRIDAS)
              MOVE CTL-MODO                TO TAB-COR-MODO
                                              (W-CONT-CORRIDAS)
              MOVE 'P'                     TO TAB-COR-ESTADO
                                              (W-CONT-CORRIDAS)
              MOVE ZEROES                  TO TAB-COR-HORA-INI
                                              (W-CONT-CORRIDAS)
              MOVE ZEROES                  TO TAB-COR-HORA-FIN
                                              (W-CONT-CORRIDAS)
              MOVE CTL-LOTE-ID             TO TAB-COR-LOTE
                                              (W-CONT-CORRIDAS)
              MOVE ZEROES                  TO TAB-COR-LEIDOS
                                              (W-CONT-CORRIDAS)
              MOVE ZEROES                  TO TAB-COR-APLICADOS
                                              (W-CONT-CORRIDAS)
              MOVE ZEROES                  TO TAB-COR-RECHAZOS
                                              (W-CONT-CORRIDAS)
           ELSE
              SET SI-CORRIDAS-EXCEDIDAS    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : IMPRIMIR-PASO.                                |
      * Descripción   : Imprime el paso de la suite: una linea por    |
      *                 cada corrida de la fecha, o una linea NO      |
      *                 CORRIO si no tuvo ninguna (alerta si el paso  |
      *                 es obligatorio); un paso que corrio mas de    |
      *                 una vez se marca como recorrido.              |
      *----------------------------------------------------------------
       IMPRIMIR-PASO.
      *----------------------------------------------------------------
           IF ( TAB-EST-CORRIDAS (W-PASO) = ZERO )
              MOVE SPACES                  TO W-LINEA-PASO
              MOVE TAB-PAS-PROGRAMA (W-PASO) TO LIN-PAS-PROGRAMA
              MOVE TAB-PAS-DESCRIPCION (W-PASO) TO LIN-PAS-DESCRIPCION
              MOVE 'NO CORRIO'             TO LIN-PAS-ESTADO
              WRITE LISTADO-REC            FROM W-LINEA-PASO
              IF ( TAB-PAS-REQUERIDO (W-PASO) )
                 MOVE TAB-PAS-PROGRAMA (W-PASO) TO LIN-ALE-PROGRAMA
                 MOVE 'PASO OBLIGATORIO NO CORRIO EN LA FECHA'
                                           TO LIN-ALE-TEXTO
                 PERFORM REGISTRAR-ALERTA
              END-IF
           ELSE
              PERFORM IMPRIMIR-CORRIDA
                 VARYING W-CORRIDA FROM 1 BY 1
                    UNTIL ( W-CORRIDA > W-CONT-CORRIDAS )
              IF ( TAB-EST-CORRIDAS (W-PASO) > 1 )
                 MOVE TAB-PAS-PROGRAMA (W-PASO) TO LIN-ALE-PROGRAMA
                 MOVE 'PASO CORRIO MAS DE UNA VEZ EN LA FECHA'
                                           TO LIN-ALE-TEXTO
                 PERFORM REGISTRAR-ALERTA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : IMPRIMIR-CORRIDA.                             |
      * Descripción   : Imprime una corrida del paso en curso con sus |
      *                 horas, tiempo transcurrido, estado, modo,     |
      *                 lote y totales, seguida de la alerta que      |
      *                 corresponda a su estado.                      |
      *----------------------------------------------------------------
       IMPRIMIR-CORRIDA.
      *----------------------------------------------------------------
           IF ( TAB-COR-PASO (W-CORRIDA) = W-PASO )
              MOVE SPACES                  TO W-LINEA-PASO
              MOVE TAB-PAS-PROGRAMA (W-PASO) TO LIN-PAS-PROGRAMA
              MOVE TAB-PAS-DESCRIPCION (W-PASO) TO LIN-PAS-DESCRIPCION
              MOVE TAB-COR-MODO (W-CORRIDA) TO LIN-PAS-MODO
              MOVE '--:--:--'              TO LIN-PAS-INICIO
                                              LIN-PAS-FIN
                                              LIN-PAS-DURACION
              IF ( TAB-COR-HORA-INI (W-CORRIDA) NOT = ZEROES )
                 MOVE TAB-COR-HORA-INI (W-CORRIDA)
                                           TO W-HORA-CONTROL-NUM
                 PERFORM EDITAR-HORA
                 MOVE W-HORA-EDITADA       TO LIN-PAS-INICIO
              END-IF
              IF ( TAB-COR-ESTADO (W-CORRIDA) NOT = 'P' )
                 MOVE TAB-COR-HORA-FIN (W-CORRIDA)
                                           TO W-HORA-CONTROL-NUM
                 PERFORM EDITAR-HORA
                 MOVE W-HORA-EDITADA       TO LIN-PAS-FIN
                 IF ( TAB-COR-HORA-INI (W-CORRIDA) NOT = ZEROES )
                    PERFORM CALCULAR-DURACION
                    MOVE W-HORA-EDITADA    TO LIN-PAS-DURACION
                 END-IF
              END-IF
              EVALUATE TAB-COR-ESTADO (W-CORRIDA)
                 WHEN 'C'
                    MOVE 'TERMINADO'       TO LIN-PAS-ESTADO
                 WHEN 'E'
                    MOVE 'ERROR'           TO LIN-PAS-ESTADO
                 WHEN OTHER
                    MOVE 'EN VUELO'        TO LIN-PAS-ESTADO
              END-EVALUATE
              MOVE TAB-COR-LOTE (W-CORRIDA) TO LIN-PAS-LOTE
              MOVE TAB-COR-LEIDOS (W-CORRIDA) TO LIN-PAS-LEIDOS
              MOVE TAB-COR-APLICADOS (W-CORRIDA) TO LIN-PAS-APLICADOS
              MOVE TAB-COR-RECHAZOS (W-CORRIDA) TO LIN-PAS-RECHAZOS
              IF ( TAB-COR-ORDEN (W-CORRIDA) > 1 )
                 MOVE 'RECORRIDA'          TO LIN-PAS-MARCA
              END-IF
              WRITE LISTADO-REC            FROM W-LINEA-PASO
              PERFORM ALERTAR-CORRIDA
           END-IF
           .
      *----------------------------------------------------------------
       ALERTAR-CORRIDA.
      *----------------------------------------------------------------
           MOVE TAB-PAS-PROGRAMA (W-PASO)  TO LIN-ALE-PROGRAMA
           EVALUATE TRUE
              WHEN ( TAB-COR-ESTADO (W-CORRIDA) = 'P' )
                 MOVE 'CORRIDA SIN REGISTRO DE FIN, EN VUELO O ABORTADA'
                                           TO LIN-ALE-TEXTO
                 PERFORM REGISTRAR-ALERTA
              WHEN ( TAB-COR-ESTADO (W-CORRIDA) = 'E' )
                 MOVE 'CORRIDA TERMINO EN ERROR'
                                           TO LIN-ALE-TEXTO
                 PERFORM REGISTRAR-ALERTA
              WHEN ( TAB-COR-HORA-INI (W-CORRIDA) = ZEROES )
                 MOVE 'REGISTRO DE FIN SIN REGISTRO DE INICIO'
                                           TO LIN-ALE-TEXTO
                 PERFORM REGISTRAR-ALERTA
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : EDITAR-HORA.                                  |
      * Descripción   : Edita la hora HHMMSSCC de W-HORA-CONTROL como |
      *                 HH:MM:SS.                                     |
      *----------------------------------------------------------------
       EDITAR-HORA.
      *----------------------------------------------------------------
           MOVE W-HOR-HH                   TO W-HED-HH
           MOVE W-HOR-MM                   TO W-HED-MM
           MOVE W-HOR-SS                   TO W-HED-SS
           .
      *----------------------------------------------------------------
      * Procedimiento : CALCULAR-DURACION.                            |
      * Descripción   : Calcula el tiempo transcurrido de la corrida  |
      *                 en curso y lo deja editado como HH:MM:SS; si  |
      *                 el fin es anterior al inicio la corrida cruzo |
      *                 la medianoche.                                |
      *----------------------------------------------------------------
       CALCULAR-DURACION.
      *----------------------------------------------------------------
           MOVE TAB-COR-HORA-INI (W-CORRIDA) TO W-HORA-CONTROL-NUM
           COMPUTE W-SEGUNDOS-INI = W-HOR-HH * 3600
                                  + W-HOR-MM * 60
                                  + W-HOR-SS
           MOVE TAB-COR-HORA-FIN (W-CORRIDA) TO W-HORA-CONTROL-NUM
           COMPUTE W-SEGUNDOS-FIN = W-HOR-HH * 3600
                                  + W-HOR-MM * 60
                                  + W-HOR-SS
           IF ( W-SEGUNDOS-FIN < W-SEGUNDOS-INI )
              COMPUTE W-SEGUNDOS-DUR = W-SEGUNDOS-FIN + 86400
                                     - W-SEGUNDOS-INI
           ELSE
              COMPUTE W-SEGUNDOS-DUR = W-SEGUNDOS-FIN
                                     - W-SEGUNDOS-INI
           END-IF
           DIVIDE W-SEGUNDOS-DUR BY 3600
              GIVING W-HED-HH REMAINDER W-SEGUNDOS-RESTO
           DIVIDE W-SEGUNDOS-RESTO BY 60
              GIVING W-HED-MM REMAINDER W-HED-SS
           .
      *----------------------------------------------------------------
      * Procedimiento : REVISAR-LOTE-EDITADO.                         |
      * Descripción   : Para cada edicion limpia de CASVALID de la    |
      *                 fecha con transacciones aceptadas, busca la   |
      *                 aplicacion limpia de CASCOBOL de su lote (y   |
      *                 su reversion, si la hubo) y cuadra las        |
      *                 aceptadas de la edicion contra las leidas y   |
      *                 las aplicadas de esa aplicacion; el lote      |
      *                 editado y no aplicado queda en alerta.        |
      *----------------------------------------------------------------
       REVISAR-LOTE-EDITADO.
      *----------------------------------------------------------------
           IF ( TAB-COR-PASO (W-CORRIDA) = W-PASO-EDICION ) AND
              ( TAB-COR-ESTADO (W-CORRIDA) = 'C' ) AND
              ( TAB-COR-APLICADOS (W-CORRIDA) > ZEROES )
              SET NO-LOTE-APLICADO         TO TRUE
              SET NO-LOTE-REVERTIDO        TO TRUE
              MOVE ZERO                    TO W-COR-APLICACION
              PERFORM BUSCAR-APLICACION-LOTE
                 VARYING W-CORRIDA-LOTE FROM 1 BY 1
                    UNTIL ( W-CORRIDA-LOTE > W-CONT-CORRIDAS )
              MOVE TAB-COR-LOTE (W-CORRIDA) TO LIN-LOT-LOTE
              EVALUATE TRUE
                 WHEN ( SI-LOTE-APLICADO ) AND ( SI-LOTE-REVERTIDO )
                    MOVE 'EDITADO, APLICADO Y REVERTIDO'
                                           TO LIN-LOT-TEXTO
                 WHEN ( SI-LOTE-APLICADO )
                    MOVE 'EDITADO Y APLICADO'
                                           TO LIN-LOT-TEXTO
                 WHEN OTHER
                    MOVE 'EDITADO Y NO APLICADO'
                                           TO LIN-LOT-TEXTO
              END-EVALUATE
              WRITE LISTADO-REC            FROM W-LINEA-LOTE
              IF ( SI-LOTE-APLICADO )
                 MOVE 'ACEPTADAS CASVALID / LEIDAS CASCOBOL'
                                           TO LIN-CUA-DESC
                 MOVE TAB-COR-APLICADOS (W-CORRIDA) TO W-VALOR-1
                 MOVE TAB-COR-LEIDOS (W-COR-APLICACION) TO W-VALOR-2
                 PERFORM CUADRAR-IGUALES
                 MOVE 'ACEPTADAS CASVALID / APLICADAS CASCOBOL'
                                           TO LIN-CUA-DESC
                 MOVE TAB-COR-APLICADOS (W-COR-APLICACION)
                                           TO W-VALOR-2
                 PERFORM CUADRAR-IGUALES
              ELSE
                 MOVE 'CASVALID'           TO LIN-ALE-PROGRAMA
                 MOVE 'LOTE EDITADO SIN APLICACION DE CASCOBOL'
                                           TO LIN-ALE-TEXTO
                 PERFORM REGISTRAR-ALERTA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       BUSCAR-APLICACION-LOTE.
      *----------------------------------------------------------------
           IF ( TAB-COR-ESTADO (W-CORRIDA-LOTE) = 'C' ) AND
              ( TAB-COR-LOTE (W-CORRIDA-LOTE) =
                TAB-COR-LOTE (W-CORRIDA) )
              EVALUATE TAB-COR-PASO (W-CORRIDA-LOTE)
                 WHEN W-PASO-APLICACION
                    SET SI-LOTE-APLICADO   TO TRUE
                    MOVE W-CORRIDA-LOTE    TO W-COR-APLICACION
                 WHEN W-PASO-REVERSION
                    SET SI-LOTE-REVERTIDO  TO TRUE
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : REVISAR-CUADRES.                              |
      * Descripción   : Cruza los totales que deben cuadrar entre las |
      *                 ultimas corridas limpias de los pasos: lo     |
      *                 liberado por CASLIBER mas lo generado por     |
      *                 CASDIREC contra lo leido por CASVALID, los    |
      *                 descuadres de la prueba de saldos CASSALDO,   |
      *                 el delta de CASDELTA contra lo conciliado por |
      *                 CASCONCI, y las diferencias de la             |
      *                 conciliacion. Solo se cuadran los pasos que   |
      *                 tuvieron corrida limpia en la fecha.          |
      *----------------------------------------------------------------
       REVISAR-CUADRES.
      *----------------------------------------------------------------
           MOVE TAB-EST-LIMPIA (W-PASO-LIBERACION) TO W-COR-LIBERACION
           MOVE TAB-EST-LIMPIA (W-PASO-AVISOS)     TO W-COR-AVISOS
           MOVE TAB-EST-LIMPIA (W-PASO-EDICION)    TO W-COR-EDICION
           MOVE TAB-EST-LIMPIA (W-PASO-SALDOS)     TO W-COR-SALDOS
           MOVE TAB-EST-LIMPIA (W-PASO-DELTA)      TO W-COR-DELTA
           MOVE TAB-EST-LIMPIA (W-PASO-CONCILIACION)
                                                   TO W-COR-CONCILIACION
           IF ( W-COR-EDICION > ZERO )
              MOVE ZEROES                  TO W-VALOR-1
              IF ( W-COR-LIBERACION > ZERO )
                 ADD TAB-COR-APLICADOS (W-COR-LIBERACION) TO W-VALOR-1
              END-IF
              IF ( W-COR-AVISOS > ZERO )
                 ADD TAB-COR-APLICADOS (W-COR-AVISOS)     TO W-VALOR-1
              END-IF
              MOVE TAB-COR-LEIDOS (W-COR-EDICION) TO W-VALOR-2
              MOVE 'LIBERADAS+AVISOS / LEIDAS CASVALID'
                                           TO LIN-CUA-DESC
              MOVE W-VALOR-1               TO LIN-CUA-VALOR-1
              MOVE W-VALOR-2               TO LIN-CUA-VALOR-2
              IF ( W-VALOR-1 > W-VALOR-2 )
                 MOVE 'DIFERENCIA'         TO LIN-CUA-RESULTADO
                 WRITE LISTADO-REC         FROM W-LINEA-CUADRE
                 MOVE 'CASVALID'           TO LIN-ALE-PROGRAMA
                 MOVE 'LEYO MENOS DE LO AGREGADO AL FLUJO DEL DIA'
                                           TO LIN-ALE-TEXTO
                 PERFORM REGISTRAR-ALERTA
              ELSE
                 MOVE 'OK'                 TO LIN-CUA-RESULTADO
                 WRITE LISTADO-REC         FROM W-LINEA-CUADRE
              END-IF
           END-IF
           IF ( W-COR-SALDOS > ZERO )
              MOVE 'DESCUADRES DE LA PRUEBA DE SALDOS'
                                           TO LIN-CUA-DESC
              MOVE TAB-COR-RECHAZOS (W-COR-SALDOS) TO W-VALOR-1
              MOVE ZEROES                  TO W-VALOR-2
              PERFORM CUADRAR-IGUALES
           END-IF
           IF ( W-COR-DELTA > ZERO ) AND ( W-COR-CONCILIACION > ZERO )
              IF ( TAB-COR-MODO (W-COR-CONCILIACION) = 'D' )
                 MOVE 'DELTA CASDELTA / EXTRAIDAS CASCONCI'
                                           TO LIN-CUA-DESC
                 MOVE TAB-COR-APLICADOS (W-COR-DELTA) TO W-VALOR-1
                 MOVE TAB-COR-LEIDOS (W-COR-CONCILIACION) TO W-VALOR-2
                 PERFORM CUADRAR-IGUALES
              END-IF
           END-IF
           IF ( W-COR-CONCILIACION > ZERO )
              MOVE 'DIFERENCIAS DE CONCILIACION CASCONCI'
                                           TO LIN-CUA-DESC
              MOVE TAB-COR-RECHAZOS (W-COR-CONCILIACION) TO W-VALOR-1
              MOVE ZEROES                  TO W-VALOR-2
              PERFORM CUADRAR-IGUALES
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : CUADRAR-IGUALES.                              |
      * Descripción   : Imprime el cuadre de dos totales que deben    |
      *                 ser iguales; la diferencia queda en alerta.   |
      *----------------------------------------------------------------
       CUADRAR-IGUALES.
      *----------------------------------------------------------------
           MOVE W-VALOR-1                  TO LIN-CUA-VALOR-1
           MOVE W-VALOR-2                  TO LIN-CUA-VALOR-2
           IF ( W-VALOR-1 = W-VALOR-2 )
              MOVE 'OK'                    TO LIN-CUA-RESULTADO
              WRITE LISTADO-REC            FROM W-LINEA-CUADRE
           ELSE
              MOVE 'DIFERENCIA'            TO LIN-CUA-RESULTADO
              WRITE LISTADO-REC            FROM W-LINEA-CUADRE
              MOVE 'CUADRE'                TO LIN-ALE-PROGRAMA
              MOVE LIN-CUA-DESC            TO LIN-ALE-TEXTO
              PERFORM REGISTRAR-ALERTA
           END-IF
           .
      *----------------------------------------------------------------
       REGISTRAR-ALERTA.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-ALERTAS
           WRITE LISTADO-REC               FROM W-LINEA-ALERTA
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control, el        |
      *                 veredicto para el supervisor de turno (OK sin |
      *                 ninguna alerta, ATENCION con cualquiera) y se |
      *                 cierran los archivos utilizados.              |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           MOVE 'REGISTROS DE CONTROL LEIDOS  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'REGISTROS DE LA FECHA        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-FECHA                TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'REGISTROS DE OTROS PROGRAMAS :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-OTROS                TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CORRIDAS DE LA FECHA         :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-CORRIDAS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL ALERTAS                :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-ALERTAS              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           IF ( W-CONT-ALERTAS = ZERO )
              MOVE 'OK'                     TO LIN-VER-TEXTO
           ELSE
              MOVE 'ATENCION'               TO LIN-VER-TEXTO
           END-IF
           WRITE LISTADO-REC FROM W-LINEA-VEREDICTO
           CLOSE CTLPROCS
           CLOSE LISTADO
           .
